000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10SAR1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - SUBJECT ACCESS REPORT. FOR  *
001200*                  ONE EMPLOYEE OR FORMER EMPLOYEE, PRINTS   *
001300*                  EVERYTHING THE P10 FILES HOLD ON THEM IN  *
001400*                  PLAIN LANGUAGE: MASTER RECORD, MAILING    *
001500*                  ADDRESS, LEAVE DETAIL AND LEAVE LEDGER,   *
001600*                  PENDING FUTURE-DATED CHANGES, PENDING     *
001700*                  DELETE REQUESTS, P10TFILE ARCHIVE COPIES, *
001800*                  THE P10HFILE AND P10HARCH CHANGE HISTORY  *
001900*                  WITH BEFORE AND AFTER VALUES, AND P10PAYA *
002000*                  PAYROLL REJECTIONS. ENDS WITH THE LIST OF *
002100*                  FILES SEARCHED AND WHAT WAS FOUND IN EACH *
002200*                  AS EVIDENCE OF A COMPLETE SEARCH FOR THE  *
002300*                  DATA PROTECTION OFFICER. READ ONLY.       *
002310* 15/10/2026 RK    A LEDGER ROW IS THE PERSON'S WHEN ITS     *
002320*                  V-JOIN-DATE IS THE JOIN DATE OF ONE OF    *
002330*                  THEIR EMPLOYMENTS UNDER THAT ID.          *
002400*-----------------------------------------------------------*
002500* P10PARM CARD (REQUIRED):                                   *
002600*   COLS 01-04  EMPLOYEE ID                                  *
002700*   COLS 06-20  NAME EXACTLY AS HELD ON THE MASTER           *
002800*   COLS 22-31  DATE OF BIRTH DD/MM/YYYY                     *
002900* GIVE THE ID, OR (COLS 01-04 BLANK) THE NAME AND DATE OF    *
003000* BIRTH - FOR A FORMER EMPLOYEE WHOSE ID HAS SINCE BEEN      *
003100* REISSUED, OR WHO WAS RESTORED BY P10ARST1 UNDER A NEW ID.  *
003200* ANYTHING ELSE IS REFUSED.                                  *
003300* THE PERSON IS FOUND FIRST (MASTER, NAME INDEX, ARCHIVE     *
003400* AND - BY NAME - THE CHANGE HISTORY), GIVING EVERY          *
003500* EMPLOYEE ID AND JOIN DATE THEY HAVE BEEN HELD UNDER. A     *
003600* RECORD UNDER ONE OF THOSE IDS IS THEIRS WHEN IT CARRIES    *
003700* THEIR DATE OF BIRTH OR THE JOIN DATE OF THAT EMPLOYMENT    *
003800* (A PURGED IMAGE KEEPS ONLY THE JOIN DATE). ROWS KEYED      *
003900* ONLY BY ID ARE THEIRS UNLESS THE ID IS NOW ON THE MASTER   *
004000* FOR SOMEONE ELSE. ANYTHING UNDER A REISSUED ID THAT        *
004100* BELONGS TO ANOTHER PERSON IS COUNTED AS NOT DISCLOSED AND  *
004200* NEVER PRINTED.                                             *
004300* P10HARC IS THE P10HARCH GDG BASE, SO EVERY GENERATION IS   *
004400* READ; WITHOUT IT THE REPORT SAYS THE FILE WAS NOT          *
004500* SEARCHED.                                                  *
004600* RETURN CODE 0 = DATA FOUND, 4 = NOTHING HELD ON THE        *
004700* PERSON, 8 = RUN REFUSED (SEE SYSOUT).                      *
004800*-----------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT P10BFILE ASSIGN TO P10BFIL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS M-ID
005900         FILE STATUS IS WS-P10B-STATUS.
006000
006100     SELECT P10NFILE ASSIGN TO P10NFIL
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS N-KEY
006500         FILE STATUS IS WS-P10N-STATUS.
006600
006700     SELECT P10DFILE ASSIGN TO P10DFIL
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS D-DEPT-CODE
007100         FILE STATUS IS WS-P10D-STATUS.
007200
007300     SELECT P10AFILE ASSIGN TO P10AFIL
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS A-ID
007700         FILE STATUS IS WS-P10A-STATUS.
007800
007900     SELECT P10LFILE ASSIGN TO P10LFIL
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS L-ID
008300         FILE STATUS IS WS-P10L-STATUS.
008400
008500     SELECT P10VFILE ASSIGN TO P10VFIL
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS V-KEY
008900         FILE STATUS IS WS-P10V-STATUS.
009000
009100     SELECT P10FFILE ASSIGN TO P10FFIL
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS F-ID
009500         FILE STATUS IS WS-P10F-STATUS.
009600
009700     SELECT P10PFILE ASSIGN TO P10PFIL
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS P-ID
010100         FILE STATUS IS WS-P10P-STATUS.
010200
010300     SELECT P10TFILE ASSIGN TO P10TFIL
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-P10T-STATUS.
010600
010700     SELECT P10HFILE ASSIGN TO P10HFIL
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-P10H-STATUS.
011000
011100     SELECT P10HARC ASSIGN TO P10HARC
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-HARC-STATUS.
011400
011500     SELECT P10PAYA ASSIGN TO P10PAYA
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-PAYA-STATUS.
011800
011900     SELECT P10PARM ASSIGN TO P10PARM
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-PARM-STATUS.
012200
012300     SELECT P10ZRPT ASSIGN TO P10ZRPT
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-RPT-STATUS.
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  P10BFILE.
012900 COPY P10MREC.
013000
013100 FD  P10NFILE.
013200 COPY P10NREC.
013300
013400 FD  P10DFILE.
013500 COPY P10DREC.
013600
013700 FD  P10AFILE.
013800 COPY P10AREC.
013900
014000 FD  P10LFILE.
014100 COPY P10LREC.
014200
014300 FD  P10VFILE.
014400 COPY P10VREC.
014500
014600 FD  P10FFILE.
014700 COPY P10FREC.
014800
014900 FD  P10PFILE.
015000 COPY P10PREC.
015100
015200 FD  P10TFILE
015300     RECORDING MODE IS F.
015400 01  ARCH-RECORD                PIC X(57).
015500
015600 FD  P10HFILE
015700     RECORDING MODE IS F.
015800 01  HIST-FILE-RECORD           PIC X(145).
015900
016000 FD  P10HARC
016100     RECORDING MODE IS F.
016200 01  ARC-HIST-RECORD            PIC X(145).
016300
016400 FD  P10PAYA
016500     RECORDING MODE IS F.
016600 COPY P10KREC.
016700
016800 FD  P10PARM
016900     RECORDING MODE IS F.
017000 01  PARM-CARD                  PIC X(80).
017100
017200 FD  P10ZRPT
017300     RECORDING MODE IS F.
017400 01  RPT-LINE                   PIC X(132).
017500 WORKING-STORAGE SECTION.
017600 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
017700 77  WS-P10N-STATUS             PIC X(02) VALUE SPACES.
017800 77  WS-P10D-STATUS             PIC X(02) VALUE SPACES.
017900 77  WS-P10A-STATUS             PIC X(02) VALUE SPACES.
018000 77  WS-P10L-STATUS             PIC X(02) VALUE SPACES.
018100 77  WS-P10V-STATUS             PIC X(02) VALUE SPACES.
018200 77  WS-P10F-STATUS             PIC X(02) VALUE SPACES.
018300 77  WS-P10P-STATUS             PIC X(02) VALUE SPACES.
018400 77  WS-P10T-STATUS             PIC X(02) VALUE SPACES.
018500 77  WS-P10H-STATUS             PIC X(02) VALUE SPACES.
018600 77  WS-HARC-STATUS             PIC X(02) VALUE SPACES.
018700 77  WS-PAYA-STATUS             PIC X(02) VALUE SPACES.
018800 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
018900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
019000 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
019100     88  WS-EOF-SW-ON                     VALUE 'Y'.
019200 77  WS-MODE-SW                 PIC X(01) VALUE SPACES.
019300     88  WS-BY-ID                         VALUE 'I'.
019400     88  WS-BY-NAME                       VALUE 'N'.
019500 77  WS-ID-ONLY-SW              PIC X(01) VALUE 'N'.
019600     88  WS-ID-ONLY                       VALUE 'Y'.
019700 77  WS-MINE-SW                 PIC X(01) VALUE 'N'.
019800     88  WS-IMAGE-MINE                    VALUE 'Y'.
019900 77  WS-IDHIT-SW                PIC X(01) VALUE 'N'.
020000     88  WS-ID-HIT                        VALUE 'Y'.
020100 77  WS-OTHER-SW                PIC X(01) VALUE 'N'.
020200     88  WS-OTHER-HIT                     VALUE 'Y'.
020300 77  WS-SELECT-SW               PIC X(01) VALUE 'N'.
020400     88  WS-SELECTED                      VALUE 'Y'.
020500 77  WS-CHANGE-SW               PIC X(01) VALUE 'N'.
020600     88  WS-FIELD-CHANGED                 VALUE 'Y'.
020700 77  WS-DUP-SW                  PIC X(01) VALUE 'N'.
020800     88  WS-DUP-FOUND                     VALUE 'Y'.
020900 77  WS-HIST-FILE-SW            PIC X(01) VALUE 'H'.
021000     88  WS-READING-HFILE                 VALUE 'H'.
021100     88  WS-READING-HARC                  VALUE 'A'.
021200 77  WS-HARC-SW                 PIC X(01) VALUE 'N'.
021300     88  WS-HARC-AVAILABLE                VALUE 'Y'.
021400 77  WS-PAYA-SW                 PIC X(01) VALUE 'N'.
021500     88  WS-PAYA-AVAILABLE                VALUE 'Y'.
021600 77  WS-SR-AVAIL-SW             PIC X(01) VALUE 'Y'.
021700     88  WS-SR-AVAILABLE                  VALUE 'Y'.
021800 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
021900 77  WS-TIME-RAW                PIC 9(08) VALUE ZERO.
022000 77  WS-CNV-NUM                 PIC 9(08) VALUE ZERO.
022100 77  WS-SUBJ-DOB-NUM            PIC 9(08) VALUE ZERO.
022200 77  WS-CK-DOB-NUM              PIC 9(08) VALUE ZERO.
022300 77  WS-ACK-RUN-DATE            PIC 9(08) VALUE ZERO.
022400 77  WS-IT-COUNT                PIC 9(03) COMP VALUE ZERO.
022500 77  WS-IT-IX                   PIC 9(03) COMP VALUE ZERO.
022600 77  WS-IT-IX2                  PIC 9(03) COMP VALUE ZERO.
022700 77  WS-SECT-NO                 PIC 9(02) VALUE ZERO.
022800 77  WS-MAST-READ               PIC 9(07) VALUE ZERO.
022900 77  WS-MAST-FOUND              PIC 9(07) VALUE ZERO.
023000 77  WS-MAST-OTHER              PIC 9(07) VALUE ZERO.
023100 77  WS-NAME-READ               PIC 9(07) VALUE ZERO.
023200 77  WS-NAME-FOUND              PIC 9(07) VALUE ZERO.
023300 77  WS-ADDR-READ               PIC 9(07) VALUE ZERO.
023400 77  WS-ADDR-FOUND              PIC 9(07) VALUE ZERO.
023500 77  WS-ADDR-OTHER              PIC 9(07) VALUE ZERO.
023600 77  WS-LEAVE-READ              PIC 9(07) VALUE ZERO.
023700 77  WS-LEAVE-FOUND             PIC 9(07) VALUE ZERO.
023800 77  WS-LEAVE-OTHER             PIC 9(07) VALUE ZERO.
023900 77  WS-LEDG-READ               PIC 9(07) VALUE ZERO.
024000 77  WS-LEDG-FOUND              PIC 9(07) VALUE ZERO.
024100 77  WS-LEDG-OTHER              PIC 9(07) VALUE ZERO.
024200 77  WS-PEND-READ               PIC 9(07) VALUE ZERO.
024300 77  WS-PEND-FOUND              PIC 9(07) VALUE ZERO.
024400 77  WS-PEND-OTHER              PIC 9(07) VALUE ZERO.
024500 77  WS-DELR-READ               PIC 9(07) VALUE ZERO.
024600 77  WS-DELR-FOUND              PIC 9(07) VALUE ZERO.
024700 77  WS-DELR-OTHER              PIC 9(07) VALUE ZERO.
024800 77  WS-ARCH-READ               PIC 9(07) VALUE ZERO.
024900 77  WS-ARCH-FOUND              PIC 9(07) VALUE ZERO.
025000 77  WS-ARCH-OTHER              PIC 9(07) VALUE ZERO.
025100 77  WS-HIST-READ               PIC 9(07) VALUE ZERO.
025200 77  WS-HIST-FOUND              PIC 9(07) VALUE ZERO.
025300 77  WS-HIST-OTHER              PIC 9(07) VALUE ZERO.
025400 77  WS-HARC-READ               PIC 9(07) VALUE ZERO.
025500 77  WS-HARC-FOUND              PIC 9(07) VALUE ZERO.
025600 77  WS-HARC-OTHER              PIC 9(07) VALUE ZERO.
025700 77  WS-PAYA-READ               PIC 9(07) VALUE ZERO.
025800 77  WS-PAYA-FOUND              PIC 9(07) VALUE ZERO.
025900 77  WS-PAYA-OTHER              PIC 9(07) VALUE ZERO.
026000 77  WS-SECT-FOUND              PIC 9(07) VALUE ZERO.
026100 77  WS-TOT-FOUND               PIC 9(07) VALUE ZERO.
026200 77  WS-TOT-OTHER               PIC 9(07) VALUE ZERO.
026300 77  WS-FILE-COUNT              PIC 9(07) VALUE ZERO.
026400 77  WS-SR-READ                 PIC 9(07) VALUE ZERO.
026500 77  WS-SR-FOUND                PIC 9(07) VALUE ZERO.
026600 77  WS-SR-OTHER                PIC 9(07) VALUE ZERO.
026700 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
026800 01  WS-RUN-TIME                PIC X(08) VALUE SPACES.
026900 01  WS-CNV-DATE                PIC X(10) VALUE SPACES.
027000 01  WS-SUBJ-NAME               PIC X(15) VALUE SPACES.
027100 01  WS-SUBJ-DOB                PIC X(10) VALUE SPACES.
027200 01  WS-NEW-ID                  PIC X(04) VALUE SPACES.
027300 01  WS-NEW-JOIN                PIC X(10) VALUE SPACES.
027400 01  WS-NEW-SOURCE              PIC X(08) VALUE SPACES.
027500 01  WS-LAST-COPY               PIC X(57) VALUE SPACES.
027600 01  WS-LAST-PURGED             PIC X(57) VALUE SPACES.
027700 01  WS-PARM-CARD.
027800     05  WS-PC-ID               PIC X(04).
027900     05  FILLER                 PIC X(01).
028000     05  WS-PC-NAME             PIC X(15).
028100     05  FILLER                 PIC X(01).
028200     05  WS-PC-DOB              PIC X(10).
028300     05  FILLER                 PIC X(49).
028400*-----------------------------------------------------------*
028500* EVERY EMPLOYEE ID AND JOIN DATE THE PERSON HAS BEEN HELD   *
028600* UNDER. WS-IT-FIRST MARKS THE FIRST ENTRY FOR AN ID - THE   *
028700* FILES KEYED BY ID ARE READ ONCE PER ID, NOT PER ENTRY.     *
028800* WS-IT-HOLDER SAYS WHO HAS THE ID ON THE MASTER TODAY.      *
028900*-----------------------------------------------------------*
029000 01  WS-IDENT-TABLE.
029100     05  WS-IT-ENTRY OCCURS 50 TIMES.
029200         10  WS-IT-ID           PIC X(04).
029300         10  WS-IT-JOIN         PIC X(10).
029400         10  WS-IT-SOURCE       PIC X(08).
029500         10  WS-IT-FIRST        PIC X(01).
029600         10  WS-IT-HOLDER       PIC X(01).
029700             88  WS-IT-HELD-BY-SUBJECT    VALUE 'S'.
029800             88  WS-IT-HELD-BY-OTHER      VALUE 'O'.
029900             88  WS-IT-NOT-HELD           VALUE 'N'.
030000*-----------------------------------------------------------*
030100* ANY 57-BYTE MASTER IMAGE BEING TESTED OR PRINTED - AN      *
030200* ARCHIVE COPY, A PENDING-DELETE IMAGE OR A HISTORY IMAGE.   *
030300*-----------------------------------------------------------*
030400 01  WS-CHECK-IMAGE             PIC X(57) VALUE SPACES.
030500 01  WS-CHECK-REC REDEFINES WS-CHECK-IMAGE.
030600     05  WS-CK-ID               PIC X(04).
030700     05  WS-CK-NAME             PIC X(15).
030800     05  WS-CK-ADDR             PIC X(03).
030900     05  WS-CK-DEPT             PIC X(04).
031000     05  WS-CK-DOB              PIC X(10).
031100     05  WS-CK-JOIN             PIC X(10).
031200     05  WS-CK-STATUS           PIC X(01).
031300     05  WS-CK-TERM-DATE        PIC X(10).
031400 01  WS-BEF-REC.
031500     05  WS-BEF-ID              PIC X(04).
031600     05  WS-BEF-NAME            PIC X(15).
031700     05  WS-BEF-ADDR            PIC X(03).
031800     05  WS-BEF-DEPT            PIC X(04).
031900     05  WS-BEF-DOB             PIC X(10).
032000     05  WS-BEF-JOIN            PIC X(10).
032100     05  WS-BEF-STATUS          PIC X(01).
032200     05  WS-BEF-TERM            PIC X(10).
032300 01  WS-AFT-REC.
032400     05  WS-AFT-ID              PIC X(04).
032500     05  WS-AFT-NAME            PIC X(15).
032600     05  WS-AFT-ADDR            PIC X(03).
032700     05  WS-AFT-DEPT            PIC X(04).
032800     05  WS-AFT-DOB             PIC X(10).
032900     05  WS-AFT-JOIN            PIC X(10).
033000     05  WS-AFT-STATUS          PIC X(01).
033100     05  WS-AFT-TERM            PIC X(10).
033200*-----------------------------------------------------------*
033300* A PURGED IMAGE CARRIES THIS MARKER IN M-NAME (P10PURG1).   *
033400*-----------------------------------------------------------*
033500 01  WS-PURGE-MARK              PIC X(15) VALUE
033600     '*** PURGED ***'.
033700 COPY P10HREC.
033800 01  WS-HDG1.
033900     05  FILLER                 PIC X(01)  VALUE SPACES.
034000     05  FILLER                 PIC X(30)  VALUE
034100         'P10 PERSONNEL SYSTEM'.
034200     05  FILLER                 PIC X(51)  VALUE
034300         'SUBJECT ACCESS REPORT - ALL DATA HELD ON ONE PERSON'.
034400 01  WS-HDG2.
034500     05  FILLER                 PIC X(01)  VALUE SPACES.
034600     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
034700     05  HDG2-RUN-DATE          PIC X(10).
034800     05  FILLER                 PIC X(05)  VALUE SPACES.
034900     05  FILLER                 PIC X(10)  VALUE 'RUN TIME: '.
035000     05  HDG2-RUN-TIME          PIC X(08).
035100 01  WS-SECT-LINE.
035200     05  FILLER                 PIC X(01)  VALUE SPACES.
035300     05  FILLER                 PIC X(08)  VALUE 'SECTION '.
035400     05  SL-NO                  PIC Z9.
035500     05  FILLER                 PIC X(03)  VALUE ' - '.
035600     05  SL-TITLE               PIC X(60).
035700 01  WS-RULE-LINE.
035800     05  FILLER                 PIC X(01)  VALUE SPACES.
035900     05  FILLER                 PIC X(72)  VALUE ALL '-'.
036000 01  WS-FIELD-LINE.
036100     05  FILLER                 PIC X(05)  VALUE SPACES.
036200     05  FL-CAPTION             PIC X(26).
036300     05  FILLER                 PIC X(02)  VALUE ': '.
036400     05  FL-VALUE               PIC X(80).
036500 01  WS-MSG-LINE.
036600     05  FILLER                 PIC X(05)  VALUE SPACES.
036700     05  ML-TEXT                PIC X(110).
036800 01  WS-IDNOTE-LINE.
036900     05  FILLER                 PIC X(05)  VALUE SPACES.
037000     05  FILLER                 PIC X(12)  VALUE 'EMPLOYEE ID '.
037100     05  IN-ID                  PIC X(04).
037200     05  FILLER                 PIC X(02)  VALUE SPACES.
037300     05  IN-TEXT                PIC X(90).
037400 01  WS-IDENT-LINE.
037500     05  FILLER                 PIC X(05)  VALUE SPACES.
037600     05  FILLER                 PIC X(12)  VALUE 'EMPLOYEE ID '.
037700     05  IL-ID                  PIC X(04).
037800     05  FILLER                 PIC X(15)  VALUE
037900         '   DATE JOINED '.
038000     05  IL-JOIN                PIC X(10).
038100     05  FILLER                 PIC X(12)  VALUE
038200         '   FOUND ON '.
038300     05  IL-SOURCE              PIC X(08).
038400     05  FILLER                 PIC X(03)  VALUE SPACES.
038500     05  IL-NOTE                PIC X(45).
038600 01  WS-IMAGE-HDG.
038700     05  FILLER                 PIC X(05)  VALUE SPACES.
038800     05  FILLER                 PIC X(11)  VALUE SPACES.
038900     05  FILLER                 PIC X(05)  VALUE 'ID'.
039000     05  FILLER                 PIC X(16)  VALUE 'NAME'.
039100     05  FILLER                 PIC X(05)  VALUE 'SITE'.
039200     05  FILLER                 PIC X(05)  VALUE 'DEPT'.
039300     05  FILLER                 PIC X(11)  VALUE 'BORN'.
039400     05  FILLER                 PIC X(11)  VALUE 'JOINED'.
039500     05  FILLER                 PIC X(11)  VALUE 'STATUS'.
039600     05  FILLER                 PIC X(10)  VALUE 'LEFT'.
039700 01  WS-IMAGE-LINE.
039800     05  FILLER                 PIC X(05)  VALUE SPACES.
039900     05  IM-CAPTION             PIC X(11).
040000     05  IM-ID                  PIC X(04).
040100     05  FILLER                 PIC X(01)  VALUE SPACES.
040200     05  IM-NAME                PIC X(15).
040300     05  FILLER                 PIC X(01)  VALUE SPACES.
040400     05  IM-ADDR                PIC X(03).
040500     05  FILLER                 PIC X(02)  VALUE SPACES.
040600     05  IM-DEPT                PIC X(04).
040700     05  FILLER                 PIC X(01)  VALUE SPACES.
040800     05  IM-DOB                 PIC X(10).
040900     05  FILLER                 PIC X(01)  VALUE SPACES.
041000     05  IM-JOIN                PIC X(10).
041100     05  FILLER                 PIC X(01)  VALUE SPACES.
041200     05  IM-STATUS              PIC X(10).
041300     05  FILLER                 PIC X(01)  VALUE SPACES.
041400     05  IM-TERM                PIC X(10).
041500 01  WS-LEDGER-HDG.
041600     05  FILLER                 PIC X(05)  VALUE SPACES.
041700     05  FILLER                 PIC X(05)  VALUE 'ID'.
041800     05  FILLER                 PIC X(05)  VALUE 'YEAR'.
041900     05  FILLER                 PIC X(06)  VALUE 'ENTRY'.
042000     05  FILLER                 PIC X(18)  VALUE 'KIND'.
042100     05  FILLER                 PIC X(11)  VALUE 'STATE'.
042200     05  FILLER                 PIC X(11)  VALUE 'FROM'.
042300     05  FILLER                 PIC X(11)  VALUE 'TO'.
042400     05  FILLER                 PIC X(08)  VALUE 'DAYS'.
042500     05  FILLER                 PIC X(16)  VALUE 'RECORDED BY/ON'.
042600     05  FILLER                 PIC X(16)  VALUE
042700         'CANCELLED BY/ON'.
042800 01  WS-LEDGER-LINE.
042900     05  FILLER                 PIC X(05)  VALUE SPACES.
043000     05  LL-ID                  PIC X(04).
043100     05  FILLER                 PIC X(01)  VALUE SPACES.
043200     05  LL-YEAR                PIC 9(04).
043300     05  FILLER                 PIC X(01)  VALUE SPACES.
043400     05  LL-SEQ                 PIC ZZZ9.
043500     05  FILLER                 PIC X(02)  VALUE SPACES.
043600     05  LL-KIND                PIC X(17).
043700     05  FILLER                 PIC X(01)  VALUE SPACES.
043800     05  LL-STATE               PIC X(10).
043900     05  FILLER                 PIC X(01)  VALUE SPACES.
044000     05  LL-FROM                PIC X(10).
044100     05  FILLER                 PIC X(01)  VALUE SPACES.
044200     05  LL-TO                  PIC X(10).
044300     05  FILLER                 PIC X(01)  VALUE SPACES.
044400     05  LL-DAYS                PIC -ZZ9.9.
044500     05  FILLER                 PIC X(02)  VALUE SPACES.
044600     05  LL-REQ-OPER            PIC X(03).
044700     05  FILLER                 PIC X(01)  VALUE SPACES.
044800     05  LL-REQ-DATE            PIC X(10).
044900     05  FILLER                 PIC X(02)  VALUE SPACES.
045000     05  LL-CAN-OPER            PIC X(03).
045100     05  FILLER                 PIC X(01)  VALUE SPACES.
045200     05  LL-CAN-DATE            PIC X(10).
045300 01  WS-AUDIT-HDG.
045400     05  FILLER                 PIC X(05)  VALUE SPACES.
045500     05  FILLER                 PIC X(12)  VALUE 'DATE'.
045600     05  FILLER                 PIC X(10)  VALUE 'TIME'.
045700     05  FILLER                 PIC X(10)  VALUE 'OPERATOR'.
045800     05  FILLER                 PIC X(10)  VALUE 'TERMINAL'.
045900     05  FILLER                 PIC X(20)  VALUE 'WHAT HAPPENED'.
046000     05  FILLER                 PIC X(11)  VALUE 'EMPLOYEE ID'.
046100 01  WS-AUDIT-LINE.
046200     05  FILLER                 PIC X(05)  VALUE SPACES.
046300     05  AL-DATE                PIC X(10).
046400     05  FILLER                 PIC X(02)  VALUE SPACES.
046500     05  AL-TIME                PIC X(08).
046600     05  FILLER                 PIC X(02)  VALUE SPACES.
046700     05  AL-OPER                PIC X(03).
046800     05  FILLER                 PIC X(07)  VALUE SPACES.
046900     05  AL-TERM                PIC X(04).
047000     05  FILLER                 PIC X(06)  VALUE SPACES.
047100     05  AL-ACTION              PIC X(20).
047200     05  AL-ID                  PIC X(04).
047300 01  WS-CHANGE-LINE.
047400     05  FILLER                 PIC X(15)  VALUE SPACES.
047500     05  CH-FIELD               PIC X(16).
047600     05  FILLER                 PIC X(08)  VALUE 'CHANGED '.
047700     05  FILLER                 PIC X(05)  VALUE 'FROM '.
047800     05  CH-OLD                 PIC X(15).
047900     05  FILLER                 PIC X(04)  VALUE ' TO '.
048000     05  CH-NEW                 PIC X(15).
048100 01  WS-NOCHANGE-LINE.
048200     05  FILLER                 PIC X(15)  VALUE SPACES.
048300     05  FILLER                 PIC X(40)  VALUE
048400         'SAVED WITH NO FIELD CHANGED'.
048500 01  WS-REJECT-HDG.
048600     05  FILLER                 PIC X(05)  VALUE SPACES.
048700     05  FILLER                 PIC X(14)  VALUE 'FEED OF'.
048800     05  FILLER                 PIC X(05)  VALUE 'ID'.
048900     05  FILLER                 PIC X(20)  VALUE 'CHANGE SENT'.
049000     05  FILLER                 PIC X(40)  VALUE
049100         'REASON PAYROLL GAVE FOR REJECTING IT'.
049200 01  WS-REJECT-LINE.
049300     05  FILLER                 PIC X(05)  VALUE SPACES.
049400     05  RJ-FEED-DATE           PIC X(10).
049500     05  FILLER                 PIC X(04)  VALUE SPACES.
049600     05  RJ-ID                  PIC X(04).
049700     05  FILLER                 PIC X(01)  VALUE SPACES.
049800     05  RJ-ACTION              PIC X(19).
049900     05  FILLER                 PIC X(01)  VALUE SPACES.
050000     05  RJ-REASON              PIC X(40).
050100 01  WS-SRCH-HDG.
050200     05  FILLER                 PIC X(05)  VALUE SPACES.
050300     05  FILLER                 PIC X(10)  VALUE 'FILE'.
050400     05  FILLER                 PIC X(30)  VALUE 'WHAT IT HOLDS'.
050500     05  FILLER                 PIC X(30)  VALUE
050600         'HOW IT WAS SEARCHED'.
050700     05  FILLER                 PIC X(09)  VALUE '    READ'.
050800     05  FILLER                 PIC X(09)  VALUE '   FOUND'.
050900     05  FILLER                 PIC X(10)  VALUE '  NOT DISC'.
051000     05  FILLER                 PIC X(02)  VALUE SPACES.
051100     05  FILLER                 PIC X(15)  VALUE 'RESULT'.
051200 01  WS-SRCH-LINE.
051300     05  FILLER                 PIC X(05)  VALUE SPACES.
051400     05  SR-FILE                PIC X(08).
051500     05  FILLER                 PIC X(02)  VALUE SPACES.
051600     05  SR-DESC                PIC X(28).
051700     05  FILLER                 PIC X(02)  VALUE SPACES.
051800     05  SR-HOW                 PIC X(28).
051900     05  FILLER                 PIC X(02)  VALUE SPACES.
052000     05  SR-READ                PIC ZZZ,ZZ9.
052100     05  FILLER                 PIC X(02)  VALUE SPACES.
052200     05  SR-FOUND               PIC ZZZ,ZZ9.
052300     05  FILLER                 PIC X(03)  VALUE SPACES.
052400     05  SR-OTHER               PIC ZZZ,ZZ9.
052500     05  FILLER                 PIC X(02)  VALUE SPACES.
052600     05  SR-RESULT              PIC X(15).
052700 01  WS-TOTAL-LINE.
052800     05  FILLER                 PIC X(05)  VALUE SPACES.
052900     05  FILLER                 PIC X(16)  VALUE
053000         'FILES SEARCHED: '.
053100     05  TL-FILE-COUNT          PIC ZZZ,ZZ9.
053200     05  FILLER                 PIC X(03)  VALUE SPACES.
053300     05  FILLER                 PIC X(15)  VALUE
053400         'ITEMS SHOWN:   '.
053500     05  TL-TOT-FOUND           PIC ZZZ,ZZ9.
053600     05  FILLER                 PIC X(03)  VALUE SPACES.
053700     05  FILLER                 PIC X(16)  VALUE
053800         'NOT DISCLOSED:  '.
053900     05  TL-TOT-OTHER           PIC ZZZ,ZZ9.
054000 01  WS-SIGN-LINE.
054100     05  FILLER                 PIC X(05)  VALUE SPACES.
054200     05  FILLER                 PIC X(54)  VALUE
054300         'SEARCH CHECKED BY ...................................'.
054400     05  FILLER                 PIC X(30)  VALUE
054500         'DATE ..........'.
054600 COPY P10DTPRM.
054700 COPY P10RNPRM.
054800 PROCEDURE DIVISION.
054900 0000-MAINLINE.
055000     PERFORM 0100-LOG-START THRU 0100-EXIT
055100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
055200     PERFORM 2000-IDENTIFY-SUBJECT THRU 2000-EXIT
055300     PERFORM 3000-REPORT-MASTER THRU 3000-EXIT
055400     PERFORM 3100-REPORT-ADDRESS THRU 3100-EXIT
055500     PERFORM 3200-REPORT-LEAVE THRU 3200-EXIT
055600     PERFORM 3300-REPORT-PENDING THRU 3300-EXIT
055700     PERFORM 3400-REPORT-DELETE THRU 3400-EXIT
055800     PERFORM 4000-REPORT-ARCHIVE THRU 4000-EXIT
055900     PERFORM 5000-REPORT-HISTORY THRU 5000-EXIT
056000     PERFORM 5500-REPORT-HARCH THRU 5500-EXIT
056100     PERFORM 6000-REPORT-REJECTS THRU 6000-EXIT
056200     PERFORM 7000-REPORT-SEARCHED THRU 7000-EXIT
056300     PERFORM 9000-TERMINATE THRU 9000-EXIT
056400     PERFORM 9100-LOG-END THRU 9100-EXIT
056500     STOP RUN.
056600
056700 0100-LOG-START.
056800     MOVE SPACES TO RUN-CONTROL-PARMS
056900     MOVE 'P10SAR1' TO RN-PROGRAM
057000     MOVE ZERO TO RN-RETURN-CODE
057100     MOVE 'S' TO RN-FUNCTION
057200     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
057300 0100-EXIT.
057400     EXIT.
057500
057600 1000-INITIALIZE.
057700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
057800     ACCEPT WS-TIME-RAW FROM TIME
057900     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
058000     MOVE '/' TO WS-RUN-DATE(3:1)
058100     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
058200     MOVE '/' TO WS-RUN-DATE(6:1)
058300     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
058400     MOVE WS-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
058500     MOVE ':' TO WS-RUN-TIME(3:1)
058600     MOVE WS-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
058700     MOVE ':' TO WS-RUN-TIME(6:1)
058800     MOVE WS-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
058900     MOVE SPACES TO WS-PARM-CARD
059000     PERFORM 1100-READ-PARM THRU 1100-EXIT
059100     IF WS-PC-ID NOT = SPACES
059200         MOVE 'I' TO WS-MODE-SW
059300     ELSE
059400         IF WS-PC-NAME NOT = SPACES AND WS-PC-DOB NOT = SPACES
059500             MOVE 'N' TO WS-MODE-SW
059600         END-IF
059700     END-IF
059800     IF NOT WS-BY-ID AND NOT WS-BY-NAME
059900         DISPLAY 'P10SAR1 - NEED AN EMPLOYEE ID, OR A NAME AND '
060000             'DATE OF BIRTH - RUN REFUSED'
060100         MOVE 8 TO RETURN-CODE
060200         PERFORM 9100-LOG-END THRU 9100-EXIT
060300         STOP RUN
060400     END-IF
060500     IF WS-BY-NAME
060600         MOVE WS-PC-DOB TO DT-DATE-IN
060700         MOVE WS-TODAY(1:4) TO DT-CURR-YYYY
060800         CALL 'P10DATE1' USING DATE-EDIT-PARMS
060900         IF DT-INVALID
061000             DISPLAY 'P10SAR1 - DATE OF BIRTH ' WS-PC-DOB
061100                 ' IS NOT A VALID DD/MM/YYYY DATE - RUN REFUSED'
061200             MOVE 8 TO RETURN-CODE
061300             PERFORM 9100-LOG-END THRU 9100-EXIT
061400             STOP RUN
061500         END-IF
061600     END-IF
061700     OPEN INPUT P10BFILE
061800     IF WS-P10B-STATUS NOT = '00'
061900         DISPLAY 'P10SAR1 - ERROR OPENING P10BFILE - STATUS '
062000             WS-P10B-STATUS
062100         STOP RUN
062200     END-IF
062300     OPEN INPUT P10NFILE
062400     IF WS-P10N-STATUS NOT = '00'
062500         DISPLAY 'P10SAR1 - ERROR OPENING P10NFILE - STATUS '
062600             WS-P10N-STATUS
062700         STOP RUN
062800     END-IF
062900     OPEN INPUT P10DFILE
063000     IF WS-P10D-STATUS NOT = '00'
063100         DISPLAY 'P10SAR1 - ERROR OPENING P10DFILE - STATUS '
063200             WS-P10D-STATUS
063300         STOP RUN
063400     END-IF
063500     OPEN INPUT P10AFILE
063600     IF WS-P10A-STATUS NOT = '00'
063700         DISPLAY 'P10SAR1 - ERROR OPENING P10AFILE - STATUS '
063800             WS-P10A-STATUS
063900         STOP RUN
064000     END-IF
064100     OPEN INPUT P10LFILE
064200     IF WS-P10L-STATUS NOT = '00'
064300         DISPLAY 'P10SAR1 - ERROR OPENING P10LFILE - STATUS '
064400             WS-P10L-STATUS
064500         STOP RUN
064600     END-IF
064700     OPEN INPUT P10VFILE
064800     IF WS-P10V-STATUS NOT = '00'
064900         DISPLAY 'P10SAR1 - ERROR OPENING P10VFILE - STATUS '
065000             WS-P10V-STATUS
065100         STOP RUN
065200     END-IF
065300     OPEN INPUT P10FFILE
065400     IF WS-P10F-STATUS NOT = '00'
065500         DISPLAY 'P10SAR1 - ERROR OPENING P10FFILE - STATUS '
065600             WS-P10F-STATUS
065700         STOP RUN
065800     END-IF
065900     OPEN INPUT P10PFILE
066000     IF WS-P10P-STATUS NOT = '00'
066100         DISPLAY 'P10SAR1 - ERROR OPENING P10PFILE - STATUS '
066200             WS-P10P-STATUS
066300         STOP RUN
066400     END-IF
066500     OPEN OUTPUT P10ZRPT
066600     IF WS-RPT-STATUS NOT = '00'
066700         DISPLAY 'P10SAR1 - ERROR OPENING P10ZRPT - STATUS '
066800             WS-RPT-STATUS
066900         STOP RUN
067000     END-IF
067100     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
067200     MOVE WS-RUN-TIME TO HDG2-RUN-TIME
067300     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
067400     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE.
067500 1000-EXIT.
067600     EXIT.
067700
067800 1100-READ-PARM.
067900     OPEN INPUT P10PARM
068000     IF WS-PARM-STATUS NOT = '00'
068100         GO TO 1100-EXIT
068200     END-IF
068300     READ P10PARM INTO WS-PARM-CARD
068400         AT END
068500             CLOSE P10PARM
068600             GO TO 1100-EXIT
068700     END-READ
068800     CLOSE P10PARM.
068900 1100-EXIT.
069000     EXIT.
069100
069200*-----------------------------------------------------------*
069300* FIND THE PERSON AND EVERY ID/JOIN DATE THEY HAVE BEEN HELD *
069400* UNDER, THEN PRINT WHO WAS SEARCHED FOR AND WHAT WAS FOUND. *
069500*-----------------------------------------------------------*
069600 2000-IDENTIFY-SUBJECT.
069700     IF WS-BY-ID
069800         PERFORM 2100-FIND-BY-ID THRU 2100-EXIT
069900     ELSE
070000         PERFORM 2200-FIND-BY-NAME THRU 2200-EXIT
070100     END-IF
070200     PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT
070300     IF WS-BY-NAME
070400         MOVE 'H' TO WS-HIST-FILE-SW
070500         PERFORM 2400-SCAN-HISTORY THRU 2400-EXIT
070600         MOVE 'A' TO WS-HIST-FILE-SW
070700         PERFORM 2400-SCAN-HISTORY THRU 2400-EXIT
070800     END-IF
070900     PERFORM 2500-CLASSIFY-ID THRU 2500-EXIT
071000         VARYING WS-IT-IX FROM 1 BY 1
071100         UNTIL WS-IT-IX > WS-IT-COUNT
071200     MOVE 'WHO WAS SEARCHED FOR' TO SL-TITLE
071300     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
071400     MOVE 'SEARCHED FOR' TO FL-CAPTION
071500     IF WS-BY-ID
071600         MOVE 'EMPLOYEE ID' TO FL-VALUE
071700         MOVE WS-PC-ID TO FL-VALUE(13:4)
071800     ELSE
071900         MOVE 'NAME AND DATE OF BIRTH' TO FL-VALUE
072000     END-IF
072100     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
072200     MOVE 'NAME' TO FL-CAPTION
072300     MOVE WS-SUBJ-NAME TO FL-VALUE
072400     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
072500     MOVE 'DATE OF BIRTH' TO FL-CAPTION
072600     MOVE WS-SUBJ-DOB TO FL-VALUE
072700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
072800     MOVE SPACES TO RPT-LINE
072900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
073000     IF WS-IT-COUNT = ZERO
073100         MOVE 'NO MASTER, NAME INDEX, ARCHIVE OR CHANGE-HISTORY '
073200             TO ML-TEXT
073300         MOVE 'RECORD MATCHES THIS NAME AND DATE OF BIRTH.'
073400             TO ML-TEXT(51:60)
073500         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
073600         GO TO 2000-EXIT
073700     END-IF
073800     MOVE 'EMPLOYMENT RECORDS FOUND FOR THIS PERSON:' TO ML-TEXT
073900     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
074000     PERFORM 2600-WRITE-IDENTITY THRU 2600-EXIT
074100         VARYING WS-IT-IX FROM 1 BY 1
074200         UNTIL WS-IT-IX > WS-IT-COUNT
074300     IF WS-ID-ONLY
074400         MOVE 'THE ID IS NOT ON THE MASTER OR THE ARCHIVE - '
074500             TO ML-TEXT
074600         MOVE 'EVERY ROW HELD UNDER IT IS SHOWN BELOW.'
074700             TO ML-TEXT(46:65)
074800         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
074900     END-IF.
075000 2000-EXIT.
075100     EXIT.
075200
075300*-----------------------------------------------------------*
075400* BY ID: THE MASTER RECORD DEFINES THE PERSON. A LEAVER NO   *
075500* LONGER ON THE MASTER IS DEFINED BY THEIR LATEST ARCHIVE    *
075600* COPY (A PURGED COPY ONLY IF THAT IS ALL THERE IS). AN ID   *
075700* ON NEITHER IS TAKEN AS IT STANDS - A DIRECT DELETE LEAVES  *
075800* THE PERSON ONLY ON THE CHANGE HISTORY.                     *
075900*-----------------------------------------------------------*
076000 2100-FIND-BY-ID.
076100     MOVE WS-PC-ID TO M-ID
076200     READ P10BFILE
076300         INVALID KEY
076400             PERFORM 2150-LATEST-ARCHIVE THRU 2150-EXIT
076500             GO TO 2100-EXIT
076600     END-READ
076700     MOVE M-NAME TO WS-SUBJ-NAME
076800     MOVE M-DOB TO WS-SUBJ-DOB
076900     MOVE M-DOB TO WS-CNV-DATE
077000     PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
077100     MOVE WS-CNV-NUM TO WS-SUBJ-DOB-NUM
077200     MOVE M-ID TO WS-NEW-ID
077300     MOVE M-JOIN TO WS-NEW-JOIN
077400     MOVE 'P10BFILE' TO WS-NEW-SOURCE
077500     PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT.
077600 2100-EXIT.
077700     EXIT.
077800
077900 2150-LATEST-ARCHIVE.
078000     OPEN INPUT P10TFILE
078100     IF WS-P10T-STATUS NOT = '00'
078200         DISPLAY 'P10SAR1 - ERROR OPENING P10TFILE - STATUS '
078300             WS-P10T-STATUS
078400         STOP RUN
078500     END-IF
078600     MOVE 'N' TO WS-EOF-SW
078700     PERFORM 2160-LATEST-COPY THRU 2160-EXIT
078800         UNTIL WS-EOF-SW-ON
078900     CLOSE P10TFILE
079000     IF WS-LAST-COPY NOT = SPACES
079100         MOVE WS-LAST-COPY TO WS-CHECK-IMAGE
079200         MOVE WS-CK-NAME TO WS-SUBJ-NAME
079300         MOVE WS-CK-DOB TO WS-SUBJ-DOB
079400         MOVE WS-CK-DOB TO WS-CNV-DATE
079500         PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
079600         MOVE WS-CNV-NUM TO WS-SUBJ-DOB-NUM
079700     ELSE
079800         IF WS-LAST-PURGED NOT = SPACES
079900             MOVE WS-LAST-PURGED TO WS-CHECK-IMAGE
080000             MOVE WS-PURGE-MARK TO WS-SUBJ-NAME
080100             MOVE 'NOT HELD' TO WS-SUBJ-DOB
080200         ELSE
080300             MOVE 'Y' TO WS-ID-ONLY-SW
080400             MOVE 'NOT KNOWN' TO WS-SUBJ-NAME
080500             MOVE 'NOT KNOWN' TO WS-SUBJ-DOB
080600             MOVE WS-PC-ID TO WS-NEW-ID
080700             MOVE SPACES TO WS-NEW-JOIN
080800             MOVE 'NONE' TO WS-NEW-SOURCE
080900             PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT
081000             GO TO 2150-EXIT
081100         END-IF
081200     END-IF
081300     MOVE WS-CK-ID TO WS-NEW-ID
081400     MOVE WS-CK-JOIN TO WS-NEW-JOIN
081500     MOVE 'P10TFILE' TO WS-NEW-SOURCE
081600     PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT.
081700 2150-EXIT.
081800     EXIT.
081900
082000 2160-LATEST-COPY.
082100     READ P10TFILE
082200         AT END
082300             MOVE 'Y' TO WS-EOF-SW
082400             GO TO 2160-EXIT
082500     END-READ
082600     IF ARCH-RECORD(1:4) NOT = WS-PC-ID
082700         GO TO 2160-EXIT
082800     END-IF
082900     IF ARCH-RECORD(5:15) = WS-PURGE-MARK
083000         MOVE ARCH-RECORD TO WS-LAST-PURGED
083100     ELSE
083200         MOVE ARCH-RECORD TO WS-LAST-COPY
083300     END-IF.
083400 2160-EXIT.
083500     EXIT.
083600
083700*-----------------------------------------------------------*
083800* BY NAME: EVERY MASTER THE NAME INDEX HOLDS UNDER THE NAME  *
083900* THAT ALSO CARRIES THE DATE OF BIRTH.                       *
084000*-----------------------------------------------------------*
084100 2200-FIND-BY-NAME.
084200     MOVE WS-PC-NAME TO WS-SUBJ-NAME
084300     MOVE WS-PC-DOB TO WS-SUBJ-DOB
084400     MOVE WS-PC-DOB TO WS-CNV-DATE
084500     PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
084600     MOVE WS-CNV-NUM TO WS-SUBJ-DOB-NUM
084700     MOVE WS-PC-NAME TO N-NAME
084800     MOVE LOW-VALUES TO N-ID
084900     START P10NFILE KEY NOT < N-KEY
085000     IF WS-P10N-STATUS NOT = '00'
085100         GO TO 2200-EXIT
085200     END-IF
085300     MOVE 'N' TO WS-EOF-SW
085400     PERFORM 2210-NAME-ENTRY THRU 2210-EXIT
085500         UNTIL WS-EOF-SW-ON.
085600 2200-EXIT.
085700     EXIT.
085800
085900 2210-NAME-ENTRY.
086000     READ P10NFILE NEXT RECORD
086100         AT END
086200             MOVE 'Y' TO WS-EOF-SW
086300             GO TO 2210-EXIT
086400     END-READ
086500     IF N-NAME NOT = WS-PC-NAME
086600         MOVE 'Y' TO WS-EOF-SW
086700         GO TO 2210-EXIT
086800     END-IF
086900     MOVE N-ID TO M-ID
087000     READ P10BFILE
087100         INVALID KEY
087200             GO TO 2210-EXIT
087300     END-READ
087400     MOVE M-DOB TO WS-CNV-DATE
087500     PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
087600     IF WS-CNV-NUM NOT = WS-SUBJ-DOB-NUM
087700         GO TO 2210-EXIT
087800     END-IF
087900     MOVE M-ID TO WS-NEW-ID
088000     MOVE M-JOIN TO WS-NEW-JOIN
088100     MOVE 'P10BFILE' TO WS-NEW-SOURCE
088200     PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT.
088300 2210-EXIT.
088400     EXIT.
088500
088600*-----------------------------------------------------------*
088700* ARCHIVE COPIES ADD AN EMPLOYMENT WHEN THEY CARRY THE NAME  *
088800* AND DATE OF BIRTH SEARCHED FOR, OR BELONG TO AN ID ALREADY *
088900* FOUND (SAME DATE OF BIRTH OR SAME JOIN DATE).              *
089000*-----------------------------------------------------------*
089100 2300-SCAN-ARCHIVE.
089200     OPEN INPUT P10TFILE
089300     IF WS-P10T-STATUS NOT = '00'
089400         DISPLAY 'P10SAR1 - ERROR OPENING P10TFILE - STATUS '
089500             WS-P10T-STATUS
089600         STOP RUN
089700     END-IF
089800     MOVE 'N' TO WS-EOF-SW
089900     PERFORM 2310-ARCHIVE-ENTRY THRU 2310-EXIT
090000         UNTIL WS-EOF-SW-ON
090100     CLOSE P10TFILE.
090200 2300-EXIT.
090300     EXIT.
090400
090500 2310-ARCHIVE-ENTRY.
090600     READ P10TFILE
090700         AT END
090800             MOVE 'Y' TO WS-EOF-SW
090900             GO TO 2310-EXIT
091000     END-READ
091100     MOVE ARCH-RECORD TO WS-CHECK-IMAGE
091200     IF WS-BY-NAME AND WS-CK-NAME = WS-PC-NAME
091300         MOVE WS-CK-DOB TO WS-CNV-DATE
091400         PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
091500         IF WS-CNV-NUM = WS-SUBJ-DOB-NUM
091600             MOVE 'Y' TO WS-MINE-SW
091700         ELSE
091800             MOVE 'N' TO WS-MINE-SW
091900         END-IF
092000     ELSE
092100         PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
092200     END-IF
092300     IF WS-IMAGE-MINE
092400         MOVE WS-CK-ID TO WS-NEW-ID
092500         MOVE WS-CK-JOIN TO WS-NEW-JOIN
092600         MOVE 'P10TFILE' TO WS-NEW-SOURCE
092700         PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT
092800     END-IF.
092900 2310-EXIT.
093000     EXIT.
093100
093200*-----------------------------------------------------------*
093300* BY NAME ONLY: A PERSON DELETED STRAIGHT OFF THE MASTER IS  *
093400* LEFT ONLY ON THE CHANGE HISTORY. ANY IMAGE THERE WITH THE  *
093500* NAME AND DATE OF BIRTH ADDS ITS ID AND JOIN DATE.          *
093600*-----------------------------------------------------------*
093700 2400-SCAN-HISTORY.
093800     IF WS-READING-HFILE
093900         OPEN INPUT P10HFILE
094000         IF WS-P10H-STATUS NOT = '00'
094100             DISPLAY 'P10SAR1 - ERROR OPENING P10HFILE - STATUS '
094200                 WS-P10H-STATUS
094300             STOP RUN
094400         END-IF
094500     ELSE
094600         OPEN INPUT P10HARC
094700         IF WS-HARC-STATUS NOT = '00'
094800             GO TO 2400-EXIT
094900         END-IF
095000     END-IF
095100     MOVE 'N' TO WS-EOF-SW
095200     PERFORM 5900-READ-HIST THRU 5900-EXIT
095300     PERFORM 2410-HISTORY-ENTRY THRU 2410-EXIT
095400         UNTIL WS-EOF-SW-ON
095500     IF WS-READING-HFILE
095600         CLOSE P10HFILE
095700     ELSE
095800         CLOSE P10HARC
095900     END-IF.
096000 2400-EXIT.
096100     EXIT.
096200
096300 2410-HISTORY-ENTRY.
096400     IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
096500         GO TO 2410-NEXT
096600     END-IF
096700     MOVE H-BEFORE-MASTER TO WS-CHECK-IMAGE
096800     PERFORM 2420-HISTORY-IMAGE THRU 2420-EXIT
096900     MOVE H-AFTER-MASTER TO WS-CHECK-IMAGE
097000     PERFORM 2420-HISTORY-IMAGE THRU 2420-EXIT.
097100 2410-NEXT.
097200     PERFORM 5900-READ-HIST THRU 5900-EXIT.
097300 2410-EXIT.
097400     EXIT.
097500
097600 2420-HISTORY-IMAGE.
097700     IF WS-CK-ID = SPACES OR WS-CK-NAME NOT = WS-PC-NAME
097800         GO TO 2420-EXIT
097900     END-IF
098000     MOVE WS-CK-DOB TO WS-CNV-DATE
098100     PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
098200     IF WS-CNV-NUM NOT = WS-SUBJ-DOB-NUM
098300         GO TO 2420-EXIT
098400     END-IF
098500     MOVE WS-CK-ID TO WS-NEW-ID
098600     MOVE WS-CK-JOIN TO WS-NEW-JOIN
098700     IF WS-READING-HFILE
098800         MOVE 'P10HFILE' TO WS-NEW-SOURCE
098900     ELSE
099000         MOVE 'P10HARCH' TO WS-NEW-SOURCE
099100     END-IF
099200     PERFORM 2700-ADD-IDENTITY THRU 2700-EXIT.
099300 2420-EXIT.
099400     EXIT.
099500
099600*-----------------------------------------------------------*
099700* WHO HOLDS EACH ID ON THE MASTER TODAY - THE PERSON ('S'),  *
099800* NOBODY ('N'), OR SOMEONE ELSE THE ID WAS REISSUED TO       *
099900* ('O').                                                     *
100000*-----------------------------------------------------------*
100100 2500-CLASSIFY-ID.
100200     MOVE WS-IT-ID (WS-IT-IX) TO M-ID
100300     READ P10BFILE
100400         INVALID KEY
100500             MOVE 'N' TO WS-IT-HOLDER (WS-IT-IX)
100600             GO TO 2500-EXIT
100700     END-READ
100800     MOVE MASTER-RECORD TO WS-CHECK-IMAGE
100900     PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
101000     IF WS-IMAGE-MINE
101100         MOVE 'S' TO WS-IT-HOLDER (WS-IT-IX)
101200     ELSE
101300         MOVE 'O' TO WS-IT-HOLDER (WS-IT-IX)
101400     END-IF.
101500 2500-EXIT.
101600     EXIT.
101700
101800 2600-WRITE-IDENTITY.
101900     MOVE WS-IT-ID (WS-IT-IX) TO IL-ID
102000     MOVE WS-IT-JOIN (WS-IT-IX) TO IL-JOIN
102100     IF WS-IT-JOIN (WS-IT-IX) = SPACES
102200         MOVE 'NOT KNOWN' TO IL-JOIN
102300     END-IF
102400     MOVE WS-IT-SOURCE (WS-IT-IX) TO IL-SOURCE
102500     EVALUATE TRUE
102600         WHEN WS-IT-HELD-BY-SUBJECT (WS-IT-IX)
102700             MOVE 'CURRENT MASTER RECORD HELD' TO IL-NOTE
102800         WHEN WS-IT-HELD-BY-OTHER (WS-IT-IX)
102900             MOVE 'ID SINCE REISSUED TO ANOTHER EMPLOYEE'
103000                 TO IL-NOTE
103100         WHEN OTHER
103200             MOVE 'NO LONGER ON THE MASTER' TO IL-NOTE
103300     END-EVALUATE
103400     WRITE RPT-LINE FROM WS-IDENT-LINE AFTER ADVANCING 1 LINE.
103500 2600-EXIT.
103600     EXIT.
103700
103800*-----------------------------------------------------------*
103900* ADD WS-NEW-ID/WS-NEW-JOIN TO THE TABLE UNLESS IT IS THERE. *
104000*-----------------------------------------------------------*
104100 2700-ADD-IDENTITY.
104200     IF WS-NEW-ID = SPACES
104300         GO TO 2700-EXIT
104400     END-IF
104500     MOVE 'N' TO WS-DUP-SW
104600     MOVE 'N' TO WS-IDHIT-SW
104700     PERFORM 2710-PROBE-IDENTITY THRU 2710-EXIT
104800         VARYING WS-IT-IX2 FROM 1 BY 1
104900         UNTIL WS-IT-IX2 > WS-IT-COUNT OR WS-DUP-FOUND
105000     IF WS-DUP-FOUND
105100         GO TO 2700-EXIT
105200     END-IF
105300     IF WS-IT-COUNT NOT < 50
105400         DISPLAY 'P10SAR1 - MORE THAN 50 EMPLOYMENT RECORDS - '
105500             'RUN REFUSED'
105600         MOVE 8 TO RETURN-CODE
105700         PERFORM 9100-LOG-END THRU 9100-EXIT
105800         STOP RUN
105900     END-IF
106000     ADD 1 TO WS-IT-COUNT
106100     MOVE WS-NEW-ID TO WS-IT-ID (WS-IT-COUNT)
106200     MOVE WS-NEW-JOIN TO WS-IT-JOIN (WS-IT-COUNT)
106300     MOVE WS-NEW-SOURCE TO WS-IT-SOURCE (WS-IT-COUNT)
106400     MOVE 'N' TO WS-IT-HOLDER (WS-IT-COUNT)
106500     IF WS-ID-HIT
106600         MOVE 'N' TO WS-IT-FIRST (WS-IT-COUNT)
106700     ELSE
106800         MOVE 'Y' TO WS-IT-FIRST (WS-IT-COUNT)
106900     END-IF.
107000 2700-EXIT.
107100     EXIT.
107200
107300 2710-PROBE-IDENTITY.
107400     IF WS-IT-ID (WS-IT-IX2) = WS-NEW-ID
107500         MOVE 'Y' TO WS-IDHIT-SW
107600         IF WS-IT-JOIN (WS-IT-IX2) = WS-NEW-JOIN
107700             MOVE 'Y' TO WS-DUP-SW
107800         END-IF
107900     END-IF.
108000 2710-EXIT.
108100     EXIT.
108200
108300*-----------------------------------------------------------*
108400* IS THE IMAGE IN WS-CHECK-IMAGE THE PERSON'S? ITS ID MUST   *
108500* BE ONE OF THEIRS (WS-ID-HIT) AND IT MUST CARRY THEIR DATE  *
108600* OF BIRTH OR THE JOIN DATE OF THAT EMPLOYMENT               *
108700* (WS-IMAGE-MINE). AN ID HIT THAT IS NOT THEIRS IS UNDER A   *
108800* REISSUED ID.                                               *
108900*-----------------------------------------------------------*
109000 2800-CHECK-IMAGE.
109100     MOVE 'N' TO WS-MINE-SW
109200     MOVE 'N' TO WS-IDHIT-SW
109300     IF WS-CK-ID = SPACES
109400         GO TO 2800-EXIT
109500     END-IF
109600     MOVE WS-CK-DOB TO WS-CNV-DATE
109700     PERFORM 2900-CONVERT-DATE THRU 2900-EXIT
109800     MOVE WS-CNV-NUM TO WS-CK-DOB-NUM
109900     PERFORM 2810-PROBE-IMAGE THRU 2810-EXIT
110000         VARYING WS-IT-IX2 FROM 1 BY 1
110100         UNTIL WS-IT-IX2 > WS-IT-COUNT OR WS-IMAGE-MINE.
110200 2800-EXIT.
110300     EXIT.
110400
110500 2810-PROBE-IMAGE.
110600     IF WS-IT-ID (WS-IT-IX2) NOT = WS-CK-ID
110700         GO TO 2810-EXIT
110800     END-IF
110900     MOVE 'Y' TO WS-IDHIT-SW
111000     IF WS-ID-ONLY
111100         MOVE 'Y' TO WS-MINE-SW
111200         GO TO 2810-EXIT
111300     END-IF
111400     IF WS-CK-DOB-NUM NOT = ZERO
111500             AND WS-CK-DOB-NUM = WS-SUBJ-DOB-NUM
111600         MOVE 'Y' TO WS-MINE-SW
111700         GO TO 2810-EXIT
111800     END-IF
111900     IF WS-IT-JOIN (WS-IT-IX2) NOT = SPACES
112000             AND WS-CK-JOIN = WS-IT-JOIN (WS-IT-IX2)
112100         MOVE 'Y' TO WS-MINE-SW
112200     END-IF.
112300 2810-EXIT.
112400     EXIT.
112500
112600*-----------------------------------------------------------*
112700* WS-CNV-DATE (DD?MM?YYYY - ANY SEPARATORS) TO YYYYMMDD IN   *
112800* WS-CNV-NUM, SO THE MASTER'S DD:MM:YYYY AND THE CARD'S      *
112900* DD/MM/YYYY COMPARE ALIKE. ZERO WHEN IT IS NOT A DATE.      *
113000*-----------------------------------------------------------*
113100 2900-CONVERT-DATE.
113200     IF WS-CNV-DATE(1:2) IS NUMERIC
113300             AND WS-CNV-DATE(4:2) IS NUMERIC
113400             AND WS-CNV-DATE(7:4) IS NUMERIC
113500         MOVE WS-CNV-DATE(7:4) TO WS-CNV-NUM(1:4)
113600         MOVE WS-CNV-DATE(4:2) TO WS-CNV-NUM(5:2)
113700         MOVE WS-CNV-DATE(1:2) TO WS-CNV-NUM(7:2)
113800     ELSE
113900         MOVE ZERO TO WS-CNV-NUM
114000     END-IF.
114100 2900-EXIT.
114200     EXIT.
114300
114400*-----------------------------------------------------------*
114500* SECTION - CURRENT MASTER RECORD (P10BFILE), WITH THE NAME  *
114600* INDEX ENTRY (P10NFILE) THAT POINTS AT IT.                  *
114700*-----------------------------------------------------------*
114800 3000-REPORT-MASTER.
114900     MOVE 'CURRENT MASTER RECORD (P10BFILE, P10NFILE)' TO SL-TITLE
115000     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
115100     PERFORM 3010-MASTER-ENTRY THRU 3010-EXIT
115200         VARYING WS-IT-IX FROM 1 BY 1
115300         UNTIL WS-IT-IX > WS-IT-COUNT
115400     MOVE WS-MAST-FOUND TO WS-SECT-FOUND
115500     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
115600 3000-EXIT.
115700     EXIT.
115800
115900 3010-MASTER-ENTRY.
116000     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
116100         GO TO 3010-EXIT
116200     END-IF
116300     MOVE WS-IT-ID (WS-IT-IX) TO M-ID
116400     ADD 1 TO WS-MAST-READ
116500     READ P10BFILE
116600         INVALID KEY
116700             GO TO 3010-EXIT
116800     END-READ
116900     IF WS-IT-HELD-BY-OTHER (WS-IT-IX)
117000         ADD 1 TO WS-MAST-OTHER
117100         PERFORM 8400-WRITE-REISSUED THRU 8400-EXIT
117200         GO TO 3010-EXIT
117300     END-IF
117400     ADD 1 TO WS-MAST-FOUND
117500     MOVE 'EMPLOYEE ID' TO FL-CAPTION
117600     MOVE M-ID TO FL-VALUE
117700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
117800     MOVE 'NAME' TO FL-CAPTION
117900     MOVE M-NAME TO FL-VALUE
118000     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
118100     MOVE 'SITE CODE' TO FL-CAPTION
118200     MOVE M-ADDR TO FL-VALUE
118300     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
118400     MOVE 'DEPARTMENT' TO FL-CAPTION
118500     MOVE M-DEPT TO D-DEPT-CODE
118600     PERFORM 8600-DEPT-VALUE THRU 8600-EXIT
118700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
118800     MOVE 'DATE OF BIRTH' TO FL-CAPTION
118900     MOVE M-DOB TO FL-VALUE
119000     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
119100     MOVE 'DATE JOINED' TO FL-CAPTION
119200     MOVE M-JOIN TO FL-VALUE
119300     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
119400     MOVE 'EMPLOYMENT STATUS' TO FL-CAPTION
119500     MOVE M-STATUS TO WS-CK-STATUS
119600     PERFORM 8700-STATUS-TEXT THRU 8700-EXIT
119700     MOVE IM-STATUS TO FL-VALUE
119800     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
119900     MOVE 'TERMINATION DATE' TO FL-CAPTION
120000     IF M-TERM-DATE = SPACES
120100         MOVE 'NONE' TO FL-VALUE
120200     ELSE
120300         MOVE M-TERM-DATE TO FL-VALUE
120400     END-IF
120500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
120600     MOVE 'NAME SEARCH INDEX' TO FL-CAPTION
120700     MOVE M-NAME TO N-NAME
120800     MOVE M-ID TO N-ID
120900     ADD 1 TO WS-NAME-READ
121000     READ P10NFILE
121100         INVALID KEY
121200             MOVE 'NO ENTRY HELD' TO FL-VALUE
121300         NOT INVALID KEY
121400             ADD 1 TO WS-NAME-FOUND
121500             MOVE 'ENTRY HELD FOR THIS NAME AND ID' TO FL-VALUE
121600     END-READ
121700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
121800     MOVE SPACES TO RPT-LINE
121900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
122000 3010-EXIT.
122100     EXIT.
122200
122300*-----------------------------------------------------------*
122400* SECTION - MAILING ADDRESS (P10AFILE).                      *
122500*-----------------------------------------------------------*
122600 3100-REPORT-ADDRESS.
122700     MOVE 'MAILING ADDRESS (P10AFILE)' TO SL-TITLE
122800     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
122900     PERFORM 3110-ADDRESS-ENTRY THRU 3110-EXIT
123000         VARYING WS-IT-IX FROM 1 BY 1
123100         UNTIL WS-IT-IX > WS-IT-COUNT
123200     MOVE WS-ADDR-FOUND TO WS-SECT-FOUND
123300     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
123400 3100-EXIT.
123500     EXIT.
123600
123700 3110-ADDRESS-ENTRY.
123800     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
123900         GO TO 3110-EXIT
124000     END-IF
124100     MOVE WS-IT-ID (WS-IT-IX) TO A-ID
124200     ADD 1 TO WS-ADDR-READ
124300     READ P10AFILE
124400         INVALID KEY
124500             GO TO 3110-EXIT
124600     END-READ
124700     IF WS-IT-HELD-BY-OTHER (WS-IT-IX)
124800         ADD 1 TO WS-ADDR-OTHER
124900         PERFORM 8400-WRITE-REISSUED THRU 8400-EXIT
125000         GO TO 3110-EXIT
125100     END-IF
125200     ADD 1 TO WS-ADDR-FOUND
125300     MOVE 'EMPLOYEE ID' TO FL-CAPTION
125400     MOVE A-ID TO FL-VALUE
125500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
125600     MOVE 'ADDRESS LINE 1' TO FL-CAPTION
125700     MOVE A-STREET-1 TO FL-VALUE
125800     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
125900     MOVE 'ADDRESS LINE 2' TO FL-CAPTION
126000     MOVE A-STREET-2 TO FL-VALUE
126100     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
126200     MOVE 'TOWN OR CITY' TO FL-CAPTION
126300     MOVE A-CITY TO FL-VALUE
126400     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
126500     MOVE 'POSTCODE' TO FL-CAPTION
126600     MOVE A-POSTCODE TO FL-VALUE
126700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
126800     MOVE 'ADDRESS HELD SINCE' TO FL-CAPTION
126900     MOVE A-EFF-DATE TO FL-VALUE
127000     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
127100     MOVE SPACES TO RPT-LINE
127200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
127300 3110-EXIT.
127400     EXIT.
127500
127600*-----------------------------------------------------------*
127700* SECTION - LEAVE: THE LEAVE-OF-ABSENCE DETAIL (P10LFILE)    *
127800* AND EVERY ANNUAL LEAVE LEDGER ROW (P10VFILE), CANCELLED    *
127900* ROWS INCLUDED.                                             *
128000*-----------------------------------------------------------*
128100 3200-REPORT-LEAVE.
128200     MOVE 'LEAVE DETAIL (P10LFILE, P10VFILE)' TO SL-TITLE
128300     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
128400     MOVE 'LEAVE OF ABSENCE (P10LFILE):' TO ML-TEXT
128500     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
128600     PERFORM 3210-LEAVE-ENTRY THRU 3210-EXIT
128700         VARYING WS-IT-IX FROM 1 BY 1
128800         UNTIL WS-IT-IX > WS-IT-COUNT
128900     MOVE WS-LEAVE-FOUND TO WS-SECT-FOUND
129000     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT
129100     MOVE SPACES TO RPT-LINE
129200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
129300     MOVE 'ANNUAL LEAVE BOOKINGS AND BALANCE MOVEMENTS '
129400         TO ML-TEXT
129500     MOVE '(P10VFILE) - DAYS ARE NEGATIVE WHERE THEY REDUCE THE'
129600         TO ML-TEXT(45:52)
129700     MOVE 'BALANCE:' TO ML-TEXT(98:8)
129800     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
129900     PERFORM 3220-LEDGER-ID THRU 3220-EXIT
130000         VARYING WS-IT-IX FROM 1 BY 1
130100         UNTIL WS-IT-IX > WS-IT-COUNT
130200     MOVE WS-LEDG-FOUND TO WS-SECT-FOUND
130300     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
130400 3200-EXIT.
130500     EXIT.
130600
130700 3210-LEAVE-ENTRY.
130800     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
130900         GO TO 3210-EXIT
131000     END-IF
131100     MOVE WS-IT-ID (WS-IT-IX) TO L-ID
131200     ADD 1 TO WS-LEAVE-READ
131300     READ P10LFILE
131400         INVALID KEY
131500             GO TO 3210-EXIT
131600     END-READ
131700     IF WS-IT-HELD-BY-OTHER (WS-IT-IX)
131800         ADD 1 TO WS-LEAVE-OTHER
131900         PERFORM 8400-WRITE-REISSUED THRU 8400-EXIT
132000         GO TO 3210-EXIT
132100     END-IF
132200     ADD 1 TO WS-LEAVE-FOUND
132300     MOVE 'EMPLOYEE ID' TO FL-CAPTION
132400     MOVE L-ID TO FL-VALUE
132500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
132600     MOVE 'TYPE OF LEAVE' TO FL-CAPTION
132700     EVALUATE TRUE
132800         WHEN L-TYPE-MEDICAL
132900             MOVE 'MEDICAL LEAVE' TO FL-VALUE
133000         WHEN L-TYPE-PARENTAL
133100             MOVE 'PARENTAL LEAVE' TO FL-VALUE
133200         WHEN L-TYPE-STUDY
133300             MOVE 'STUDY LEAVE' TO FL-VALUE
133400         WHEN L-TYPE-UNPAID
133500             MOVE 'UNPAID LEAVE' TO FL-VALUE
133600         WHEN OTHER
133700             MOVE L-TYPE TO FL-VALUE
133800     END-EVALUATE
133900     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
134000     MOVE 'LEAVE STARTED' TO FL-CAPTION
134100     MOVE L-START-DATE TO FL-VALUE
134200     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
134300     MOVE 'EXPECTED BACK' TO FL-CAPTION
134400     MOVE L-EXP-RETURN TO FL-VALUE
134500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
134600     MOVE 'RECORDED BY OPERATOR' TO FL-CAPTION
134700     MOVE L-REQ-OPER TO FL-VALUE
134800     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
134900     MOVE 'RECORDED ON' TO FL-CAPTION
135000     MOVE L-REQ-DATE TO FL-VALUE
135100     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT.
135200 3210-EXIT.
135300     EXIT.
135400
135500 3220-LEDGER-ID.
135600     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
135700         GO TO 3220-EXIT
135800     END-IF
135900     MOVE WS-IT-ID (WS-IT-IX) TO V-ID
136000     MOVE ZERO TO V-YEAR
136100     MOVE ZERO TO V-SEQ
136200     START P10VFILE KEY NOT < V-KEY
136300     IF WS-P10V-STATUS NOT = '00'
136400         GO TO 3220-EXIT
136500     END-IF
136600     MOVE 'N' TO WS-EOF-SW
136700     PERFORM 3230-LEDGER-ROW THRU 3230-EXIT
136800         UNTIL WS-EOF-SW-ON.
136900 3220-EXIT.
137000     EXIT.
137100
137200 3230-LEDGER-ROW.
137300     READ P10VFILE NEXT RECORD
137400         AT END
137500             MOVE 'Y' TO WS-EOF-SW
137600             GO TO 3230-EXIT
137700     END-READ
137800     IF V-ID NOT = WS-IT-ID (WS-IT-IX)
137900         MOVE 'Y' TO WS-EOF-SW
138000         GO TO 3230-EXIT
138100     END-IF
138200     ADD 1 TO WS-LEDG-READ
138300     MOVE 'N' TO WS-MINE-SW
138310     PERFORM 3240-PROBE-LEDGER THRU 3240-EXIT
138320         VARYING WS-IT-IX2 FROM 1 BY 1
138330         UNTIL WS-IT-IX2 > WS-IT-COUNT OR WS-IMAGE-MINE
138340     IF NOT WS-IMAGE-MINE
138400         ADD 1 TO WS-LEDG-OTHER
138500         GO TO 3230-EXIT
138600     END-IF
138700     IF WS-LEDG-FOUND = ZERO
138800         WRITE RPT-LINE FROM WS-LEDGER-HDG AFTER ADVANCING 1 LINE
138900     END-IF
139000     ADD 1 TO WS-LEDG-FOUND
139100     MOVE SPACES TO WS-LEDGER-LINE
139200     MOVE V-ID TO LL-ID
139300     MOVE V-YEAR TO LL-YEAR
139400     MOVE V-SEQ TO LL-SEQ
139500     EVALUATE TRUE
139600         WHEN V-TYPE-BOOKING
139700             MOVE 'LEAVE BOOKED' TO LL-KIND
139800         WHEN V-TYPE-CARRY-IN
139900             MOVE 'CARRIED IN' TO LL-KIND
140000         WHEN V-TYPE-CARRY-OUT
140100             MOVE 'CARRIED OUT' TO LL-KIND
140200         WHEN V-TYPE-FORFEIT
140300             MOVE 'FORFEITED' TO LL-KIND
140400         WHEN V-TYPE-SETTLED
140500             MOVE 'PAID ON LEAVING' TO LL-KIND
140600         WHEN OTHER
140700             MOVE V-TYPE TO LL-KIND
140800     END-EVALUATE
140900     IF V-CANCELLED
141000         MOVE 'CANCELLED' TO LL-STATE
141100     ELSE
141200         MOVE 'STANDING' TO LL-STATE
141300     END-IF
141400     MOVE V-START-DATE TO LL-FROM
141500     MOVE V-END-DATE TO LL-TO
141600     MOVE V-DAYS TO LL-DAYS
141700     MOVE V-REQ-OPER TO LL-REQ-OPER
141800     MOVE V-REQ-DATE TO LL-REQ-DATE
141900     MOVE V-CAN-OPER TO LL-CAN-OPER
142000     MOVE V-CAN-DATE TO LL-CAN-DATE
142100     WRITE RPT-LINE FROM WS-LEDGER-LINE AFTER ADVANCING 1 LINE.
142200 3230-EXIT.
142300     EXIT.
142304
142308*-----------------------------------------------------------*
142312* A LEDGER ROW CARRIES THE JOIN DATE OF THE EMPLOYMENT IT WAS*
142316* WRITTEN FOR. IT IS THE PERSON'S WHEN THAT IS THE JOIN DATE *
142320* OF ONE OF THEIR EMPLOYMENTS UNDER THE ID; WHERE THE JOIN   *
142324* DATE OF AN EMPLOYMENT IS NOT KNOWN, THE ID-ONLY RULE       *
142328* APPLIES (THEIRS UNLESS THE ID IS NOW SOMEONE ELSE'S).      *
142332*-----------------------------------------------------------*
142336 3240-PROBE-LEDGER.
142340     IF WS-IT-ID (WS-IT-IX2) NOT = V-ID
142344         GO TO 3240-EXIT
142348     END-IF
142352     IF WS-IT-JOIN (WS-IT-IX2) = V-JOIN-DATE
142356         MOVE 'Y' TO WS-MINE-SW
142360     END-IF
142364     IF WS-IT-JOIN (WS-IT-IX2) = SPACES
142368             AND NOT WS-IT-HELD-BY-OTHER (WS-IT-IX)
142372         MOVE 'Y' TO WS-MINE-SW
142376     END-IF.
142380 3240-EXIT.
142384     EXIT.
142400
142500*-----------------------------------------------------------*
142600* SECTION - PENDING FUTURE-DATED TRANSACTION (P10FFILE).     *
142700*-----------------------------------------------------------*
142800 3300-REPORT-PENDING.
142900     MOVE 'PENDING FUTURE-DATED CHANGES (P10FFILE)' TO SL-TITLE
143000     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
143100     PERFORM 3310-PENDING-ENTRY THRU 3310-EXIT
143200         VARYING WS-IT-IX FROM 1 BY 1
143300         UNTIL WS-IT-IX > WS-IT-COUNT
143400     MOVE WS-PEND-FOUND TO WS-SECT-FOUND
143500     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
143600 3300-EXIT.
143700     EXIT.
143800
143900 3310-PENDING-ENTRY.
144000     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
144100         GO TO 3310-EXIT
144200     END-IF
144300     MOVE WS-IT-ID (WS-IT-IX) TO F-ID
144400     ADD 1 TO WS-PEND-READ
144500     READ P10FFILE
144600         INVALID KEY
144700             GO TO 3310-EXIT
144800     END-READ
144900     IF WS-IT-HELD-BY-OTHER (WS-IT-IX)
145000         ADD 1 TO WS-PEND-OTHER
145100         PERFORM 8400-WRITE-REISSUED THRU 8400-EXIT
145200         GO TO 3310-EXIT
145300     END-IF
145400     ADD 1 TO WS-PEND-FOUND
145500     MOVE 'EMPLOYEE ID' TO FL-CAPTION
145600     MOVE F-ID TO FL-VALUE
145700     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
145800     MOVE 'CHANGE WAITING' TO FL-CAPTION
145900     IF F-TYPE-TRANSFER
146000         MOVE 'TRANSFER TO DEPARTMENT' TO FL-VALUE
146100         PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
146200         MOVE 'NEW DEPARTMENT' TO FL-CAPTION
146300         MOVE F-NEW-DEPT TO D-DEPT-CODE
146400         PERFORM 8600-DEPT-VALUE THRU 8600-EXIT
146500     ELSE
146600         IF F-TYPE-TERMINATE
146700             MOVE 'TERMINATION OF EMPLOYMENT' TO FL-VALUE
146800         ELSE
146900             MOVE F-TYPE TO FL-VALUE
147000         END-IF
147100     END-IF
147200     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
147300     MOVE 'TAKES EFFECT ON' TO FL-CAPTION
147400     MOVE F-EFF-DATE TO FL-VALUE
147500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
147600     MOVE 'REQUESTED BY OPERATOR' TO FL-CAPTION
147700     MOVE F-REQ-OPER TO FL-VALUE
147800     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
147900     MOVE 'REQUESTED ON' TO FL-CAPTION
148000     MOVE F-REQ-DATE TO FL-VALUE
148100     MOVE 'AT' TO FL-VALUE(12:2)
148200     MOVE F-REQ-TIME TO FL-VALUE(15:8)
148300     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
148400     MOVE SPACES TO RPT-LINE
148500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
148600 3310-EXIT.
148700     EXIT.
148800
148900*-----------------------------------------------------------*
149000* SECTION - PENDING DELETE REQUEST (P10PFILE). THE ROW HOLDS *
149100* THE MASTER IMAGE AT REQUEST TIME, SO IT IS TESTED LIKE ANY *
149200* OTHER IMAGE.                                               *
149300*-----------------------------------------------------------*
149400 3400-REPORT-DELETE.
149500     MOVE 'PENDING DELETE REQUESTS (P10PFILE)' TO SL-TITLE
149600     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
149700     PERFORM 3410-DELETE-ENTRY THRU 3410-EXIT
149800         VARYING WS-IT-IX FROM 1 BY 1
149900         UNTIL WS-IT-IX > WS-IT-COUNT
150000     MOVE WS-DELR-FOUND TO WS-SECT-FOUND
150100     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
150200 3400-EXIT.
150300     EXIT.
150400
150500 3410-DELETE-ENTRY.
150600     IF WS-IT-FIRST (WS-IT-IX) NOT = 'Y'
150700         GO TO 3410-EXIT
150800     END-IF
150900     MOVE WS-IT-ID (WS-IT-IX) TO P-ID
151000     ADD 1 TO WS-DELR-READ
151100     READ P10PFILE
151200         INVALID KEY
151300             GO TO 3410-EXIT
151400     END-READ
151500     MOVE P-BEFORE-IMAGE TO WS-CHECK-IMAGE
151600     PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
151700     IF NOT WS-IMAGE-MINE
151800         ADD 1 TO WS-DELR-OTHER
151900         PERFORM 8400-WRITE-REISSUED THRU 8400-EXIT
152000         GO TO 3410-EXIT
152100     END-IF
152200     ADD 1 TO WS-DELR-FOUND
152300     MOVE 'EMPLOYEE ID' TO FL-CAPTION
152400     MOVE P-ID TO FL-VALUE
152500     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
152600     MOVE 'DELETE REQUESTED BY' TO FL-CAPTION
152700     MOVE P-REQ-OPER TO FL-VALUE
152800     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
152900     MOVE 'REQUESTED ON' TO FL-CAPTION
153000     MOVE P-REQ-DATE TO FL-VALUE
153100     MOVE 'AT' TO FL-VALUE(12:2)
153200     MOVE P-REQ-TIME TO FL-VALUE(15:8)
153300     PERFORM 8100-WRITE-FIELD THRU 8100-EXIT
153400     MOVE 'RECORD AS IT STOOD WHEN THE DELETE WAS REQUESTED:'
153500         TO ML-TEXT
153600     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
153700     WRITE RPT-LINE FROM WS-IMAGE-HDG AFTER ADVANCING 1 LINE
153800     MOVE 'HELD' TO IM-CAPTION
153900     PERFORM 8500-WRITE-IMAGE THRU 8500-EXIT
154000     MOVE SPACES TO RPT-LINE
154100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
154200 3410-EXIT.
154300     EXIT.
154400
154500*-----------------------------------------------------------*
154600* SECTION - ARCHIVE COPIES (P10TFILE), EVERY RECORD READ.    *
154700*-----------------------------------------------------------*
154800 4000-REPORT-ARCHIVE.
154900     MOVE 'ARCHIVE COPIES OF THE MASTER RECORD (P10TFILE)'
155000         TO SL-TITLE
155100     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
155200     OPEN INPUT P10TFILE
155300     IF WS-P10T-STATUS NOT = '00'
155400         DISPLAY 'P10SAR1 - ERROR OPENING P10TFILE - STATUS '
155500             WS-P10T-STATUS
155600         STOP RUN
155700     END-IF
155800     MOVE 'N' TO WS-EOF-SW
155900     PERFORM 4010-ARCHIVE-COPY THRU 4010-EXIT
156000         UNTIL WS-EOF-SW-ON
156100     CLOSE P10TFILE
156200     MOVE WS-ARCH-FOUND TO WS-SECT-FOUND
156300     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
156400 4000-EXIT.
156500     EXIT.
156600
156700 4010-ARCHIVE-COPY.
156800     READ P10TFILE
156900         AT END
157000             MOVE 'Y' TO WS-EOF-SW
157100             GO TO 4010-EXIT
157200     END-READ
157300     ADD 1 TO WS-ARCH-READ
157400     MOVE ARCH-RECORD TO WS-CHECK-IMAGE
157500     PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
157600     IF NOT WS-IMAGE-MINE
157700         IF WS-ID-HIT
157800             ADD 1 TO WS-ARCH-OTHER
157900         END-IF
158000         GO TO 4010-EXIT
158100     END-IF
158200     IF WS-ARCH-FOUND = ZERO
158300         WRITE RPT-LINE FROM WS-IMAGE-HDG AFTER ADVANCING 1 LINE
158400     END-IF
158500     ADD 1 TO WS-ARCH-FOUND
158600     IF WS-CK-NAME = WS-PURGE-MARK
158700         MOVE 'PURGED' TO IM-CAPTION
158800     ELSE
158900         MOVE 'ARCHIVED' TO IM-CAPTION
159000     END-IF
159100     PERFORM 8500-WRITE-IMAGE THRU 8500-EXIT
159200     IF WS-CK-NAME = WS-PURGE-MARK
159300         MOVE 'PURGED AT THE END OF THE RETENTION PERIOD - ONLY'
159400             TO ML-TEXT
159500         MOVE 'THE ID, JOIN DATE, STATUS AND LEAVING DATE ARE'
159600             TO ML-TEXT(50:46)
159700         MOVE 'HELD.' TO ML-TEXT(97:5)
159800         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
159900     END-IF.
160000 4010-EXIT.
160100     EXIT.
160200
160300*-----------------------------------------------------------*
160400* SECTIONS - CHANGE HISTORY. P10HFILE IS THE CURRENT AUDIT   *
160500* TRAIL; P10HARC IS THE P10HARCH GDG BASE, SO ALL ARCHIVED   *
160600* GENERATIONS ARE READ AS ONE. A ROW IS THE PERSON'S WHEN    *
160700* ITS BEFORE OR AFTER IMAGE IS. DEPARTMENT AND DIVISION ROWS *
160800* (REFADD/REFCHG/REFDEA) HOLD NO PERSONAL DATA.              *
160900*-----------------------------------------------------------*
161000 5000-REPORT-HISTORY.
161100     MOVE 'CHANGE HISTORY - CURRENT AUDIT TRAIL (P10HFILE)'
161200         TO SL-TITLE
161300     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
161400     OPEN INPUT P10HFILE
161500     IF WS-P10H-STATUS NOT = '00'
161600         DISPLAY 'P10SAR1 - ERROR OPENING P10HFILE - STATUS '
161700             WS-P10H-STATUS
161800         STOP RUN
161900     END-IF
162000     MOVE 'H' TO WS-HIST-FILE-SW
162100     MOVE 'N' TO WS-EOF-SW
162200     PERFORM 5900-READ-HIST THRU 5900-EXIT
162300     PERFORM 5100-HIST-ROW THRU 5100-EXIT
162400         UNTIL WS-EOF-SW-ON
162500     CLOSE P10HFILE
162600     MOVE WS-HIST-FOUND TO WS-SECT-FOUND
162700     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
162800 5000-EXIT.
162900     EXIT.
163000
163100 5100-HIST-ROW.
163200     IF WS-READING-HFILE
163300         ADD 1 TO WS-HIST-READ
163400     ELSE
163500         ADD 1 TO WS-HARC-READ
163600     END-IF
163700     IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
163800         GO TO 5190-NEXT
163900     END-IF
164000     MOVE H-BEFORE-MASTER TO WS-BEF-REC
164100     MOVE H-AFTER-MASTER TO WS-AFT-REC
164200     MOVE 'N' TO WS-SELECT-SW
164300     MOVE 'N' TO WS-OTHER-SW
164400     MOVE WS-BEF-REC TO WS-CHECK-IMAGE
164500     PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
164600     IF WS-IMAGE-MINE
164700         MOVE 'Y' TO WS-SELECT-SW
164800     END-IF
164900     IF WS-ID-HIT
165000         MOVE 'Y' TO WS-OTHER-SW
165100     END-IF
165200     MOVE WS-AFT-REC TO WS-CHECK-IMAGE
165300     PERFORM 2800-CHECK-IMAGE THRU 2800-EXIT
165400     IF WS-IMAGE-MINE
165500         MOVE 'Y' TO WS-SELECT-SW
165600     END-IF
165700     IF WS-ID-HIT
165800         MOVE 'Y' TO WS-OTHER-SW
165900     END-IF
166000     IF NOT WS-SELECTED
166100         IF WS-OTHER-HIT
166200             IF WS-READING-HFILE
166300                 ADD 1 TO WS-HIST-OTHER
166400             ELSE
166500                 ADD 1 TO WS-HARC-OTHER
166600             END-IF
166700         END-IF
166800         GO TO 5190-NEXT
166900     END-IF
167000     IF WS-READING-HFILE
167100         IF WS-HIST-FOUND = ZERO
167200             WRITE RPT-LINE FROM WS-AUDIT-HDG
167300                 AFTER ADVANCING 1 LINE
167400         END-IF
167500         ADD 1 TO WS-HIST-FOUND
167600     ELSE
167700         IF WS-HARC-FOUND = ZERO
167800             WRITE RPT-LINE FROM WS-AUDIT-HDG
167900                 AFTER ADVANCING 1 LINE
168000         END-IF
168100         ADD 1 TO WS-HARC-FOUND
168200     END-IF
168300     PERFORM 5200-WRITE-HIST-ROW THRU 5200-EXIT.
168400 5190-NEXT.
168500     PERFORM 5900-READ-HIST THRU 5900-EXIT.
168600 5100-EXIT.
168700     EXIT.
168800
168900 5200-WRITE-HIST-ROW.
169000     MOVE SPACES TO WS-AUDIT-LINE
169100     MOVE H-DATE TO AL-DATE
169200     MOVE H-TIME TO AL-TIME
169300     MOVE H-OPER-ID TO AL-OPER
169400     MOVE H-TERM-ID TO AL-TERM
169500     IF H-OPER-ADD
169600         MOVE WS-AFT-ID TO AL-ID
169700     ELSE
169800         MOVE WS-BEF-ID TO AL-ID
169900     END-IF
170000     EVALUATE TRUE
170100         WHEN H-OPER-ADD
170200             MOVE 'RECORD CREATED' TO AL-ACTION
170300         WHEN H-OPER-MODIFY
170400             MOVE 'DETAILS CHANGED' TO AL-ACTION
170500         WHEN H-OPER-TERM
170600             MOVE 'EMPLOYMENT ENDED' TO AL-ACTION
170700         WHEN H-OPER-DELETE
170800             MOVE 'RECORD DELETED' TO AL-ACTION
170900         WHEN H-OPER-ARCHIVE
171000             MOVE 'MOVED TO ARCHIVE' TO AL-ACTION
171100         WHEN OTHER
171200             MOVE H-OPER-TYPE TO AL-ACTION
171300     END-EVALUATE
171400     MOVE SPACES TO RPT-LINE
171500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
171600     WRITE RPT-LINE FROM WS-AUDIT-LINE AFTER ADVANCING 1 LINE
171700     EVALUATE TRUE
171800         WHEN H-OPER-ADD
171900             MOVE WS-AFT-REC TO WS-CHECK-IMAGE
172000             MOVE 'CREATED AS' TO IM-CAPTION
172100             WRITE RPT-LINE FROM WS-IMAGE-HDG
172200                 AFTER ADVANCING 1 LINE
172300             PERFORM 8500-WRITE-IMAGE THRU 8500-EXIT
172400         WHEN H-OPER-DELETE
172500         WHEN H-OPER-ARCHIVE
172600             MOVE WS-BEF-REC TO WS-CHECK-IMAGE
172700             MOVE 'LAST HELD' TO IM-CAPTION
172800             WRITE RPT-LINE FROM WS-IMAGE-HDG
172900                 AFTER ADVANCING 1 LINE
173000             PERFORM 8500-WRITE-IMAGE THRU 8500-EXIT
173100         WHEN H-OPER-MODIFY
173200         WHEN H-OPER-TERM
173300             PERFORM 5300-COMPARE-FIELDS THRU 5300-EXIT
173400         WHEN OTHER
173500             CONTINUE
173600     END-EVALUATE.
173700 5200-EXIT.
173800     EXIT.
173900
174000 5300-COMPARE-FIELDS.
174100     MOVE 'N' TO WS-CHANGE-SW
174200     IF WS-BEF-NAME NOT = WS-AFT-NAME
174300         MOVE 'NAME' TO CH-FIELD
174400         MOVE WS-BEF-NAME TO CH-OLD
174500         MOVE WS-AFT-NAME TO CH-NEW
174600         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
174700     END-IF
174800     IF WS-BEF-ADDR NOT = WS-AFT-ADDR
174900         MOVE 'SITE CODE' TO CH-FIELD
175000         MOVE WS-BEF-ADDR TO CH-OLD
175100         MOVE WS-AFT-ADDR TO CH-NEW
175200         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
175300     END-IF
175400     IF WS-BEF-DEPT NOT = WS-AFT-DEPT
175500         MOVE 'DEPARTMENT' TO CH-FIELD
175600         MOVE WS-BEF-DEPT TO CH-OLD
175700         MOVE WS-AFT-DEPT TO CH-NEW
175800         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
175900     END-IF
176000     IF WS-BEF-DOB NOT = WS-AFT-DOB
176100         MOVE 'DATE OF BIRTH' TO CH-FIELD
176200         MOVE WS-BEF-DOB TO CH-OLD
176300         MOVE WS-AFT-DOB TO CH-NEW
176400         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
176500     END-IF
176600     IF WS-BEF-JOIN NOT = WS-AFT-JOIN
176700         MOVE 'DATE JOINED' TO CH-FIELD
176800         MOVE WS-BEF-JOIN TO CH-OLD
176900         MOVE WS-AFT-JOIN TO CH-NEW
177000         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
177100     END-IF
177200     IF WS-BEF-STATUS NOT = WS-AFT-STATUS
177300         MOVE 'STATUS' TO CH-FIELD
177400         MOVE WS-BEF-STATUS TO WS-CK-STATUS
177500         PERFORM 8700-STATUS-TEXT THRU 8700-EXIT
177600         MOVE IM-STATUS TO CH-OLD
177700         MOVE WS-AFT-STATUS TO WS-CK-STATUS
177800         PERFORM 8700-STATUS-TEXT THRU 8700-EXIT
177900         MOVE IM-STATUS TO CH-NEW
178000         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
178100     END-IF
178200     IF WS-BEF-TERM NOT = WS-AFT-TERM
178300         MOVE 'LEAVING DATE' TO CH-FIELD
178400         MOVE WS-BEF-TERM TO CH-OLD
178500         MOVE WS-AFT-TERM TO CH-NEW
178600         PERFORM 5310-WRITE-CHANGE THRU 5310-EXIT
178700     END-IF
178800     IF NOT WS-FIELD-CHANGED
178900         WRITE RPT-LINE FROM WS-NOCHANGE-LINE
179000             AFTER ADVANCING 1 LINE
179100     END-IF.
179200 5300-EXIT.
179300     EXIT.
179400
179500 5310-WRITE-CHANGE.
179600     MOVE 'Y' TO WS-CHANGE-SW
179700     IF CH-OLD = SPACES
179800         MOVE 'NONE' TO CH-OLD
179900     END-IF
180000     IF CH-NEW = SPACES
180100         MOVE 'NONE' TO CH-NEW
180200     END-IF
180300     WRITE RPT-LINE FROM WS-CHANGE-LINE AFTER ADVANCING 1 LINE.
180400 5310-EXIT.
180500     EXIT.
180600
180700*-----------------------------------------------------------*
180800* NO P10HARC DD (OR NO GENERATION YET) IS NOT AN ERROR - THE *
180900* FILE IS SHOWN AS NOT SEARCHED SO THE GAP IS NOT HIDDEN.    *
181000*-----------------------------------------------------------*
181100 5500-REPORT-HARCH.
181200     MOVE 'CHANGE HISTORY - ARCHIVED AUDIT TRAIL (P10HARCH)'
181300         TO SL-TITLE
181400     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
181500     OPEN INPUT P10HARC
181600     IF WS-HARC-STATUS NOT = '00'
181700         MOVE 'NOT SEARCHED - NO P10HARCH GENERATION COULD BE '
181800             TO ML-TEXT
181900         MOVE 'OPENED ON THE P10HARC DD. STATUS' TO ML-TEXT(48:32)
182000         MOVE WS-HARC-STATUS TO ML-TEXT(81:2)
182100         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
182200         GO TO 5500-EXIT
182300     END-IF
182400     MOVE 'Y' TO WS-HARC-SW
182500     MOVE 'A' TO WS-HIST-FILE-SW
182600     MOVE 'N' TO WS-EOF-SW
182700     PERFORM 5900-READ-HIST THRU 5900-EXIT
182800     PERFORM 5100-HIST-ROW THRU 5100-EXIT
182900         UNTIL WS-EOF-SW-ON
183000     CLOSE P10HARC
183100     MOVE WS-HARC-FOUND TO WS-SECT-FOUND
183200     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
183300 5500-EXIT.
183400     EXIT.
183500
183600 5900-READ-HIST.
183700     IF WS-READING-HFILE
183800         READ P10HFILE INTO HIST-RECORD
183900             AT END
184000                 MOVE 'Y' TO WS-EOF-SW
184100         END-READ
184200     ELSE
184300         READ P10HARC INTO HIST-RECORD
184400             AT END
184500                 MOVE 'Y' TO WS-EOF-SW
184600         END-READ
184700     END-IF.
184800 5900-EXIT.
184900     EXIT.
185000
185100*-----------------------------------------------------------*
185200* SECTION - PAYROLL REJECTIONS (P10PAYA). EACH REJECT IS     *
185300* DATED BY THE COUNTS RECORD OF THE FEED IT ANSWERS.         *
185400*-----------------------------------------------------------*
185500 6000-REPORT-REJECTS.
185600     MOVE 'PAYROLL REJECTIONS (P10PAYA)' TO SL-TITLE
185700     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
185800     OPEN INPUT P10PAYA
185900     IF WS-PAYA-STATUS NOT = '00'
186000         MOVE 'NOT SEARCHED - THE PAYROLL ACKNOWLEDGEMENT FILE '
186100             TO ML-TEXT
186200         MOVE 'COULD NOT BE OPENED. STATUS' TO ML-TEXT(49:27)
186300         MOVE WS-PAYA-STATUS TO ML-TEXT(77:2)
186400         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
186500         GO TO 6000-EXIT
186600     END-IF
186700     MOVE 'Y' TO WS-PAYA-SW
186800     MOVE 'N' TO WS-EOF-SW
186900     PERFORM 6100-ACK-RECORD THRU 6100-EXIT
187000         UNTIL WS-EOF-SW-ON
187100     CLOSE P10PAYA
187200     MOVE WS-PAYA-FOUND TO WS-SECT-FOUND
187300     PERFORM 8300-NOTHING-HELD THRU 8300-EXIT.
187400 6000-EXIT.
187500     EXIT.
187600
187700 6100-ACK-RECORD.
187800     READ P10PAYA
187900         AT END
188000             MOVE 'Y' TO WS-EOF-SW
188100             GO TO 6100-EXIT
188200     END-READ
188300     ADD 1 TO WS-PAYA-READ
188400     IF PA-COUNTS
188500         MOVE PA-RUN-DATE TO WS-ACK-RUN-DATE
188600         GO TO 6100-EXIT
188700     END-IF
188800     IF NOT PA-REJECT
188900         GO TO 6100-EXIT
189000     END-IF
189100     MOVE 'N' TO WS-IDHIT-SW
189200     MOVE 'N' TO WS-OTHER-SW
189300     PERFORM 6200-PROBE-REJECT THRU 6200-EXIT
189400         VARYING WS-IT-IX2 FROM 1 BY 1
189500         UNTIL WS-IT-IX2 > WS-IT-COUNT OR WS-ID-HIT
189600     IF NOT WS-ID-HIT
189700         GO TO 6100-EXIT
189800     END-IF
189900     IF WS-OTHER-HIT
190000         ADD 1 TO WS-PAYA-OTHER
190100         GO TO 6100-EXIT
190200     END-IF
190300     IF WS-PAYA-FOUND = ZERO
190400         WRITE RPT-LINE FROM WS-REJECT-HDG AFTER ADVANCING 1 LINE
190500     END-IF
190600     ADD 1 TO WS-PAYA-FOUND
190700     MOVE SPACES TO WS-REJECT-LINE
190800     IF WS-ACK-RUN-DATE > ZERO
190900         MOVE WS-ACK-RUN-DATE(7:2) TO RJ-FEED-DATE(1:2)
191000         MOVE '/' TO RJ-FEED-DATE(3:1)
191100         MOVE WS-ACK-RUN-DATE(5:2) TO RJ-FEED-DATE(4:2)
191200         MOVE '/' TO RJ-FEED-DATE(6:1)
191300         MOVE WS-ACK-RUN-DATE(1:4) TO RJ-FEED-DATE(7:4)
191400     ELSE
191500         MOVE 'NOT KNOWN' TO RJ-FEED-DATE
191600     END-IF
191700     MOVE PA-EMP-ID TO RJ-ID
191800     EVALUATE PA-ACTION
191900         WHEN 'A'
192000             MOVE 'NEW EMPLOYEE' TO RJ-ACTION
192100         WHEN 'C'
192200             MOVE 'CHANGE OF DETAILS' TO RJ-ACTION
192300         WHEN 'D'
192400             MOVE 'REMOVAL' TO RJ-ACTION
192500         WHEN OTHER
192600             MOVE PA-ACTION TO RJ-ACTION
192700     END-EVALUATE
192800     MOVE PA-REASON TO RJ-REASON
192900     WRITE RPT-LINE FROM WS-REJECT-LINE AFTER ADVANCING 1 LINE.
193000 6100-EXIT.
193100     EXIT.
193200
193300 6200-PROBE-REJECT.
193400     IF WS-IT-ID (WS-IT-IX2) = PA-EMP-ID
193500         MOVE 'Y' TO WS-IDHIT-SW
193600         IF WS-IT-HELD-BY-OTHER (WS-IT-IX2)
193700             MOVE 'Y' TO WS-OTHER-SW
193800         END-IF
193900     END-IF.
194000 6200-EXIT.
194100     EXIT.
194200
194300*-----------------------------------------------------------*
194400* SECTION - THE FILES SEARCHED, FOR THE DATA PROTECTION      *
194500* OFFICER. READ = KEYED READS OR RECORDS SCANNED, FOUND =    *
194600* ITEMS SHOWN ABOVE, NOT DISC = HELD UNDER ONE OF THE IDS    *
194700* FOR A DIFFERENT PERSON AND THEREFORE NOT SHOWN.            *
194800*-----------------------------------------------------------*
194900 7000-REPORT-SEARCHED.
195000     MOVE 'FILES SEARCHED' TO SL-TITLE
195100     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
195200     WRITE RPT-LINE FROM WS-SRCH-HDG AFTER ADVANCING 1 LINE
195300     MOVE 'P10BFILE' TO SR-FILE
195400     MOVE 'EMPLOYEE MASTER' TO SR-DESC
195500     IF WS-BY-ID
195600         MOVE 'READ BY EMPLOYEE ID' TO SR-HOW
195700     ELSE
195800         MOVE 'BY NAME INDEX, THEN BY ID' TO SR-HOW
195900     END-IF
196000     MOVE WS-MAST-READ TO WS-SR-READ
196100     MOVE WS-MAST-FOUND TO WS-SR-FOUND
196200     MOVE WS-MAST-OTHER TO WS-SR-OTHER
196300     MOVE 'Y' TO WS-SR-AVAIL-SW
196400     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
196500     MOVE 'P10NFILE' TO SR-FILE
196600     MOVE 'NAME SEARCH INDEX' TO SR-DESC
196700     MOVE 'READ BY NAME AND ID' TO SR-HOW
196800     MOVE WS-NAME-READ TO WS-SR-READ
196900     MOVE WS-NAME-FOUND TO WS-SR-FOUND
197000     MOVE ZERO TO WS-SR-OTHER
197100     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
197200     MOVE 'P10AFILE' TO SR-FILE
197300     MOVE 'MAILING ADDRESS' TO SR-DESC
197400     MOVE 'READ BY EMPLOYEE ID' TO SR-HOW
197500     MOVE WS-ADDR-READ TO WS-SR-READ
197600     MOVE WS-ADDR-FOUND TO WS-SR-FOUND
197700     MOVE WS-ADDR-OTHER TO WS-SR-OTHER
197800     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
197900     MOVE 'P10LFILE' TO SR-FILE
198000     MOVE 'LEAVE OF ABSENCE' TO SR-DESC
198100     MOVE 'READ BY EMPLOYEE ID' TO SR-HOW
198200     MOVE WS-LEAVE-READ TO WS-SR-READ
198300     MOVE WS-LEAVE-FOUND TO WS-SR-FOUND
198400     MOVE WS-LEAVE-OTHER TO WS-SR-OTHER
198500     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
198600     MOVE 'P10VFILE' TO SR-FILE
198700     MOVE 'ANNUAL LEAVE LEDGER' TO SR-DESC
198800     MOVE 'ALL ROWS FOR EACH ID' TO SR-HOW
198900     MOVE WS-LEDG-READ TO WS-SR-READ
199000     MOVE WS-LEDG-FOUND TO WS-SR-FOUND
199100     MOVE WS-LEDG-OTHER TO WS-SR-OTHER
199200     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
199300     MOVE 'P10FFILE' TO SR-FILE
199400     MOVE 'PENDING FUTURE-DATED CHANGES' TO SR-DESC
199500     MOVE 'READ BY EMPLOYEE ID' TO SR-HOW
199600     MOVE WS-PEND-READ TO WS-SR-READ
199700     MOVE WS-PEND-FOUND TO WS-SR-FOUND
199800     MOVE WS-PEND-OTHER TO WS-SR-OTHER
199900     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
200000     MOVE 'P10PFILE' TO SR-FILE
200100     MOVE 'PENDING DELETE REQUESTS' TO SR-DESC
200200     MOVE 'READ BY EMPLOYEE ID' TO SR-HOW
200300     MOVE WS-DELR-READ TO WS-SR-READ
200400     MOVE WS-DELR-FOUND TO WS-SR-FOUND
200500     MOVE WS-DELR-OTHER TO WS-SR-OTHER
200600     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
200700     MOVE 'P10TFILE' TO SR-FILE
200800     MOVE 'ARCHIVE OF LEAVERS' TO SR-DESC
200900     MOVE 'EVERY RECORD READ' TO SR-HOW
201000     MOVE WS-ARCH-READ TO WS-SR-READ
201100     MOVE WS-ARCH-FOUND TO WS-SR-FOUND
201200     MOVE WS-ARCH-OTHER TO WS-SR-OTHER
201300     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
201400     MOVE 'P10HFILE' TO SR-FILE
201500     MOVE 'CHANGE HISTORY - CURRENT' TO SR-DESC
201600     MOVE 'EVERY RECORD READ' TO SR-HOW
201700     MOVE WS-HIST-READ TO WS-SR-READ
201800     MOVE WS-HIST-FOUND TO WS-SR-FOUND
201900     MOVE WS-HIST-OTHER TO WS-SR-OTHER
202000     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
202100     MOVE 'P10HARCH' TO SR-FILE
202200     MOVE 'CHANGE HISTORY - ARCHIVED' TO SR-DESC
202300     MOVE 'ALL RECORDS, ALL GENERATIONS' TO SR-HOW
202400     MOVE WS-HARC-READ TO WS-SR-READ
202500     MOVE WS-HARC-FOUND TO WS-SR-FOUND
202600     MOVE WS-HARC-OTHER TO WS-SR-OTHER
202700     MOVE WS-HARC-SW TO WS-SR-AVAIL-SW
202800     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
202900     MOVE 'P10PAYA' TO SR-FILE
203000     MOVE 'PAYROLL ACKNOWLEDGEMENT' TO SR-DESC
203100     MOVE 'EVERY RECORD READ' TO SR-HOW
203200     MOVE WS-PAYA-READ TO WS-SR-READ
203300     MOVE WS-PAYA-FOUND TO WS-SR-FOUND
203400     MOVE WS-PAYA-OTHER TO WS-SR-OTHER
203500     MOVE WS-PAYA-SW TO WS-SR-AVAIL-SW
203600     PERFORM 7100-WRITE-SEARCH-LINE THRU 7100-EXIT
203700     MOVE WS-FILE-COUNT TO TL-FILE-COUNT
203800     MOVE WS-TOT-FOUND TO TL-TOT-FOUND
203900     MOVE WS-TOT-OTHER TO TL-TOT-OTHER
204000     MOVE SPACES TO RPT-LINE
204100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
204200     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
204300     MOVE SPACES TO RPT-LINE
204400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
204500     IF WS-TOT-FOUND = ZERO
204600         MOVE 'NOTHING IS HELD ON THIS PERSON IN ANY FILE '
204700             TO ML-TEXT
204800         MOVE 'SEARCHED.' TO ML-TEXT(44:9)
204900         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
205000         MOVE 4 TO RETURN-CODE
205100     END-IF
205200     IF WS-TOT-OTHER > ZERO
205300         MOVE 'NOT DISC = HELD UNDER ONE OF THESE IDS FOR A '
205400             TO ML-TEXT
205500         MOVE 'DIFFERENT PERSON THE ID WAS LATER ISSUED TO - NOT'
205600             TO ML-TEXT(46:49)
205700         MOVE 'SHOWN.' TO ML-TEXT(96:6)
205800         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
205900     END-IF
206000     MOVE 'THE OUTBOUND FEED COPIES (P10PAYF TO PAYROLL, P10PAYL '
206100         TO ML-TEXT
206200     MOVE 'LEAVER SETTLEMENTS, P10ITFL TO IT SECURITY) ARE TAKEN'
206300         TO ML-TEXT(55:53)
206400     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
206500     MOVE 'FROM THE FILES ABOVE AND ARE NOT SEARCHED - THE '
206600         TO ML-TEXT
206700     MOVE 'RECEIVING SYSTEMS ANSWER FOR THEIR OWN COPIES.'
206800         TO ML-TEXT(49:46)
206900     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
207000     MOVE SPACES TO RPT-LINE
207100     WRITE RPT-LINE AFTER ADVANCING 2 LINES
207200     WRITE RPT-LINE FROM WS-SIGN-LINE AFTER ADVANCING 1 LINE.
207300 7000-EXIT.
207400     EXIT.
207500
207600 7100-WRITE-SEARCH-LINE.
207700     MOVE WS-SR-READ TO SR-READ
207800     MOVE WS-SR-FOUND TO SR-FOUND
207900     MOVE WS-SR-OTHER TO SR-OTHER
208000     EVALUATE TRUE
208100         WHEN NOT WS-SR-AVAILABLE
208200             MOVE 'NOT SEARCHED' TO SR-RESULT
208300         WHEN WS-SR-FOUND > ZERO
208400             MOVE 'DATA FOUND' TO SR-RESULT
208500         WHEN OTHER
208600             MOVE 'NOTHING FOUND' TO SR-RESULT
208700     END-EVALUATE
208800     IF WS-SR-AVAILABLE
208900         ADD 1 TO WS-FILE-COUNT
209000     END-IF
209100     ADD WS-SR-FOUND TO WS-TOT-FOUND
209200     ADD WS-SR-OTHER TO WS-TOT-OTHER
209300     WRITE RPT-LINE FROM WS-SRCH-LINE AFTER ADVANCING 1 LINE.
209400 7100-EXIT.
209500     EXIT.
209600
209700 8000-WRITE-SECTION.
209800     ADD 1 TO WS-SECT-NO
209900     MOVE WS-SECT-NO TO SL-NO
210000     MOVE SPACES TO RPT-LINE
210100     WRITE RPT-LINE AFTER ADVANCING 2 LINES
210200     WRITE RPT-LINE FROM WS-SECT-LINE AFTER ADVANCING 1 LINE
210300     WRITE RPT-LINE FROM WS-RULE-LINE AFTER ADVANCING 1 LINE
210400     MOVE SPACES TO SL-TITLE.
210500 8000-EXIT.
210600     EXIT.
210700
210800 8100-WRITE-FIELD.
210900     WRITE RPT-LINE FROM WS-FIELD-LINE AFTER ADVANCING 1 LINE
211000     MOVE SPACES TO FL-CAPTION
211100     MOVE SPACES TO FL-VALUE.
211200 8100-EXIT.
211300     EXIT.
211400
211500 8200-WRITE-MSG.
211600     WRITE RPT-LINE FROM WS-MSG-LINE AFTER ADVANCING 1 LINE
211700     MOVE SPACES TO ML-TEXT.
211800 8200-EXIT.
211900     EXIT.
212000
212100 8300-NOTHING-HELD.
212200     IF WS-SECT-FOUND = ZERO
212300         MOVE 'NOTHING HELD ON THIS FILE FOR THIS PERSON.'
212400             TO ML-TEXT
212500         PERFORM 8200-WRITE-MSG THRU 8200-EXIT
212600     END-IF.
212700 8300-EXIT.
212800     EXIT.
212900
213000 8400-WRITE-REISSUED.
213100     MOVE WS-IT-ID (WS-IT-IX) TO IN-ID
213200     MOVE 'NOW BELONGS TO ANOTHER EMPLOYEE - THE ROW HELD '
213300         TO IN-TEXT
213400     MOVE 'UNDER IT IS THEIRS AND IS NOT SHOWN.' TO IN-TEXT(48:36)
213500     WRITE RPT-LINE FROM WS-IDNOTE-LINE AFTER ADVANCING 1 LINE.
213600 8400-EXIT.
213700     EXIT.
213800
213900 8500-WRITE-IMAGE.
214000     MOVE WS-CK-ID TO IM-ID
214100     MOVE WS-CK-NAME TO IM-NAME
214200     MOVE WS-CK-ADDR TO IM-ADDR
214300     MOVE WS-CK-DEPT TO IM-DEPT
214400     MOVE WS-CK-DOB TO IM-DOB
214500     MOVE WS-CK-JOIN TO IM-JOIN
214600     MOVE WS-CK-TERM-DATE TO IM-TERM
214700     PERFORM 8700-STATUS-TEXT THRU 8700-EXIT
214800     WRITE RPT-LINE FROM WS-IMAGE-LINE AFTER ADVANCING 1 LINE
214900     MOVE SPACES TO IM-CAPTION.
215000 8500-EXIT.
215100     EXIT.
215200
215300*-----------------------------------------------------------*
215400* D-DEPT-CODE AS 'CODE - DESCRIPTION' IN FL-VALUE.           *
215500*-----------------------------------------------------------*
215600 8600-DEPT-VALUE.
215700     MOVE D-DEPT-CODE TO FL-VALUE
215800     IF D-DEPT-CODE = SPACES
215900         GO TO 8600-EXIT
216000     END-IF
216100     READ P10DFILE
216200         INVALID KEY
216300             GO TO 8600-EXIT
216400     END-READ
216500     MOVE '-' TO FL-VALUE(6:1)
216600     MOVE D-DEPT-DESC TO FL-VALUE(8:15).
216700 8600-EXIT.
216800     EXIT.
216900
217000 8700-STATUS-TEXT.
217100     EVALUATE WS-CK-STATUS
217200         WHEN 'A'
217300             MOVE 'ACTIVE' TO IM-STATUS
217400         WHEN 'L'
217500             MOVE 'ON LEAVE' TO IM-STATUS
217600         WHEN 'T'
217700             MOVE 'TERMINATED' TO IM-STATUS
217800         WHEN OTHER
217900             MOVE WS-CK-STATUS TO IM-STATUS
218000     END-EVALUATE.
218100 8700-EXIT.
218200     EXIT.
218300
218400 9000-TERMINATE.
218500     MOVE SPACES TO RPT-LINE
218600     WRITE RPT-LINE AFTER ADVANCING 2 LINES
218700     MOVE 'END OF REPORT' TO ML-TEXT
218800     PERFORM 8200-WRITE-MSG THRU 8200-EXIT
218900     CLOSE P10BFILE
219000     CLOSE P10NFILE
219100     CLOSE P10DFILE
219200     CLOSE P10AFILE
219300     CLOSE P10LFILE
219400     CLOSE P10VFILE
219500     CLOSE P10FFILE
219600     CLOSE P10PFILE
219700     CLOSE P10ZRPT.
219800 9000-EXIT.
219900     EXIT.
220000
220100 9100-LOG-END.
220200     MOVE SPACES TO RUN-CONTROL-PARMS
220300     MOVE 'P10SAR1' TO RN-PROGRAM
220400     MOVE 'FILES   ' TO RN-COUNT-NAME(1)
220500     MOVE WS-FILE-COUNT TO RN-COUNT(1)
220600     MOVE 'FOUND   ' TO RN-COUNT-NAME(2)
220700     MOVE WS-TOT-FOUND TO RN-COUNT(2)
220800     MOVE 'NOTDISC ' TO RN-COUNT-NAME(3)
220900     MOVE WS-TOT-OTHER TO RN-COUNT(3)
221000     IF WS-BY-ID
221100         MOVE 'EMPLOYEE ID' TO RN-REFERENCE
221200         MOVE WS-PC-ID TO RN-REFERENCE(13:4)
221300     ELSE
221400         MOVE 'NAME AND DATE OF BIRTH' TO RN-REFERENCE
221500     END-IF
221600     MOVE RETURN-CODE TO RN-RETURN-CODE
221700     MOVE 'E' TO RN-FUNCTION
221800     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
221900 9100-EXIT.
222000     EXIT.
