000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10PURG1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - STATUTORY PURGE OF LEAVERS  *
001200*                  WHOSE M-TERM-DATE IS OLDER THAN THE       *
001300*                  RETENTION PERIOD. THE P10TFILE ARCHIVE COPY*
001400*                  IS ANONYMISED IN PLACE (NAME, SITE, DEPT AND*
001500*                  DOB REMOVED - ONLY THE ID, JOIN DATE, STATUS*
001600*                  AND TERMINATION DATE STAY FOR STATISTICS),*
001700*                  P10AFILE AND P10LFILE ROWS LEFT WITH NO   *
001800*                  MASTER ARE DELETED, AND THE SAME LEAVERS' *
001900*                  IMAGES ARE ANONYMISED ON EACH P10HARCH    *
002000*                  GENERATION. TRIAL MODE (THE DEFAULT)      *
002100*                  REPORTS WITHOUT CHANGING ANYTHING. THE    *
002200*                  REPORT IS A CERTIFICATE OF WHAT WAS PURGED*
002300*                  FROM EACH FILE FOR THE DATA PROTECTION    *
002400*                  OFFICER - IT NEVER PRINTS THE PURGED DATA.*
002410* 15/10/2026 RK    P10VFILE LEAVE LEDGER ROWS LEFT WITH NO   *
002420*                  MASTER ARE DELETED ON THE SAME RULES AS   *
002430*                  P10LFILE.                                 *
002440* 15/10/2026 RK    P10VFILE ROWS OF AN EARLIER HOLDER OF A   *
002450*                  REISSUED ID (V-JOIN-DATE NOT THE MASTER'S *
002460*                  M-JOIN) ARE PURGED AS IF THE MASTER WERE  *
002470*                  GONE. THE LEDGER CONTROL ROW IS SKIPPED.  *
002500*-----------------------------------------------------------*
002600* P10PARM CARD (OPTIONAL):                                   *
002700*   COLS 01-04  RETENTION DAYS AFTER M-TERM-DATE (DEFAULT    *
002800*               2190 - SIX YEARS). BELOW 0365 IS REFUSED.    *
002900*   COL  06     RUN MODE - 'U' UPDATE, ANYTHING ELSE (OR NO  *
003000*               CARD) = TRIAL                                *
003100* WITHOUT A P10HARC DD THE STEP PURGES P10TFILE AND THE      *
003200* ORPHANED P10AFILE/P10LFILE/P10VFILE ROWS. WITH A P10HARC DD*
003300* IT PURGES THAT ONE P10HARCH GENERATION ONLY - THE JOB RUNS *
003400* ONE STEP PER GENERATION AFTER THE P10TFILE STEP.           *
003500* A LEAVER IS IDENTIFIED ON THE AUDIT IMAGES BY EMPLOYEE ID  *
003600* AND JOIN DATE TOGETHER, SO A REISSUED ID IS NEVER TOUCHED. *
003700* A LEAVER WHO IS BACK ON P10BFILE (REHIRE RESTORED BY       *
003800* P10ARST1) OR WHO HAS A LATER ARCHIVE COPY STILL INSIDE     *
003900* RETENTION IS NOT PURGED.                                   *
004000* RETURN CODE 0 = DONE, 8 = RUN REFUSED (SEE SYSOUT).        *
004100*-----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT P10TFILE ASSIGN TO P10TFIL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-P10T-STATUS.
005100
005200     SELECT P10BFILE ASSIGN TO P10BFIL
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS M-ID
005600         FILE STATUS IS WS-P10B-STATUS.
005700
005800     SELECT P10AFILE ASSIGN TO P10AFIL
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS A-ID
006200         FILE STATUS IS WS-P10A-STATUS.
006300
006400     SELECT P10LFILE ASSIGN TO P10LFIL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS L-ID
006800         FILE STATUS IS WS-P10L-STATUS.
006900
006910     SELECT P10VFILE ASSIGN TO P10VFIL
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS SEQUENTIAL
006940         RECORD KEY IS V-KEY
006950         FILE STATUS IS WS-P10V-STATUS.
006960
007000     SELECT P10HARC ASSIGN TO P10HARC
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-ARC-STATUS.
007300
007400     SELECT P10PARM ASSIGN TO P10PARM
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PARM-STATUS.
007700
007800     SELECT P10URPT ASSIGN TO P10URPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RPT-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  P10TFILE
008400     RECORDING MODE IS F.
008500 01  ARCH-RECORD                PIC X(57).
008600
008700 FD  P10BFILE.
008800 COPY P10MREC.
008900
009000 FD  P10AFILE.
009100 COPY P10AREC.
009200
009300 FD  P10LFILE.
009400 COPY P10LREC.
009500
009510 FD  P10VFILE.
009520 COPY P10VREC.
009530
009600 FD  P10HARC
009700     RECORDING MODE IS F.
009800 COPY P10HREC.
009900
010000 FD  P10PARM
010100     RECORDING MODE IS F.
010200 01  PARM-CARD                  PIC X(80).
010300
010400 FD  P10URPT
010500     RECORDING MODE IS F.
010600 01  RPT-LINE                   PIC X(132).
010700 WORKING-STORAGE SECTION.
010800 77  WS-P10T-STATUS             PIC X(02) VALUE SPACES.
010900 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
011000 77  WS-P10A-STATUS             PIC X(02) VALUE SPACES.
011100 77  WS-P10L-STATUS             PIC X(02) VALUE SPACES.
011110 77  WS-P10V-STATUS             PIC X(02) VALUE SPACES.
011200 77  WS-ARC-STATUS              PIC X(02) VALUE SPACES.
011300 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
011400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
011500 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
011600     88  WS-EOF-SW-ON                     VALUE 'Y'.
011700 77  WS-RUN-MODE                PIC X(01) VALUE 'T'.
011800     88  WS-UPDATE-MODE                   VALUE 'U'.
011900 77  WS-PASS-SW                 PIC X(01) VALUE 'M'.
012000     88  WS-MAIN-PASS                     VALUE 'M'.
012100     88  WS-HIST-PASS                     VALUE 'H'.
012200 77  WS-PURGE-HIT-SW            PIC X(01) VALUE 'N'.
012300     88  WS-PURGE-HIT                     VALUE 'Y'.
012400 77  WS-KEEP-HIT-SW             PIC X(01) VALUE 'N'.
012500     88  WS-KEEP-HIT                      VALUE 'Y'.
012600 77  WS-ROW-PURGE-SW            PIC X(01) VALUE 'N'.
012700     88  WS-ROW-PURGE                     VALUE 'Y'.
012800 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
012900 77  WS-RETAIN-DAYS             PIC 9(04) VALUE 2190.
013000 77  WS-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
013100 77  WS-CUTOFF-INT              PIC 9(08) COMP VALUE ZERO.
013200 77  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
013300 77  WS-TERM-NUM                PIC 9(08) VALUE ZERO.
013400 77  WS-HDATE-NUM               PIC 9(08) VALUE ZERO.
013500 77  WS-OLDEST-DATE             PIC 9(08) VALUE 99999999.
013600 77  WS-NEWEST-DATE             PIC 9(08) VALUE ZERO.
013700 77  WS-PT-COUNT                PIC 9(05) COMP VALUE ZERO.
013800 77  WS-PT-IX                   PIC 9(05) COMP VALUE ZERO.
013900 77  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
014000 77  WS-PURGE-COUNT             PIC 9(07) VALUE ZERO.
014100 77  WS-ALREADY-COUNT           PIC 9(07) VALUE ZERO.
014200 77  WS-OTHER-COUNT             PIC 9(07) VALUE ZERO.
014300 77  WS-ARCH-READ               PIC 9(07) VALUE ZERO.
014400 77  WS-ARCH-PURGED             PIC 9(07) VALUE ZERO.
014500 77  WS-ORPHAN-COUNT            PIC 9(07) VALUE ZERO.
014600 77  WS-HIST-READ               PIC 9(07) VALUE ZERO.
014700 77  WS-HIST-PURGED             PIC 9(07) VALUE ZERO.
014800 77  WS-HIST-ALREADY            PIC 9(07) VALUE ZERO.
014900 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
015000 01  WS-SRCH-ID                 PIC X(04) VALUE SPACES.
015100 01  WS-SRCH-JOIN               PIC X(10) VALUE SPACES.
015200 01  WS-ANON-VERB               PIC X(16) VALUE SPACES.
015300 01  WS-DELETE-VERB             PIC X(16) VALUE SPACES.
015400*-----------------------------------------------------------*
015500* AN ANONYMISED IMAGE CARRIES THIS MARKER IN M-NAME.         *
015600* P10ARST1 TESTS FOR THE SAME VALUE AND REFUSES TO RESTORE.  *
015700*-----------------------------------------------------------*
015800 01  WS-PURGE-MARK              PIC X(15) VALUE
015900     '*** PURGED ***'.
016000 01  WS-PURGE-IMAGE             PIC X(57) VALUE SPACES.
016100 01  WS-PURGE-REC REDEFINES WS-PURGE-IMAGE.
016200     05  WS-PI-ID               PIC X(04).
016300     05  WS-PI-NAME             PIC X(15).
016400     05  WS-PI-ADDR             PIC X(03).
016500     05  WS-PI-DEPT             PIC X(04).
016600     05  WS-PI-DOB              PIC X(10).
016700     05  WS-PI-JOIN             PIC X(10).
016800     05  WS-PI-STATUS           PIC X(01).
016900     05  WS-PI-TERM-DATE        PIC X(10).
017000 01  WS-PURGE-TABLE.
017100     05  WS-PT-ENTRY OCCURS 20000 TIMES.
017200         10  WS-PT-ID           PIC X(04).
017300         10  WS-PT-JOIN         PIC X(10).
017400         10  WS-PT-ACTION       PIC X(01).
017500             88  WS-PT-PURGE              VALUE 'P'.
017600             88  WS-PT-KEEP               VALUE 'K'.
017700             88  WS-PT-REHIRED            VALUE 'R'.
017800 01  WS-HDG1.
017900     05  FILLER                 PIC X(01)  VALUE SPACES.
018000     05  FILLER                 PIC X(30)  VALUE
018100         'P10 PERSONNEL SYSTEM'.
018200     05  FILLER                 PIC X(40)  VALUE
018300         'STATUTORY PURGE CERTIFICATE'.
018400 01  WS-HDG2.
018500     05  FILLER                 PIC X(01)  VALUE SPACES.
018600     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
018700     05  HDG2-RUN-DATE          PIC X(10).
018800     05  FILLER                 PIC X(05)  VALUE SPACES.
018900     05  FILLER                 PIC X(06)  VALUE 'MODE: '.
019000     05  HDG2-MODE              PIC X(09).
019100     05  FILLER                 PIC X(05)  VALUE SPACES.
019200     05  FILLER                 PIC X(16)  VALUE
019300         'RETENTION DAYS: '.
019400     05  HDG2-DAYS              PIC 9(04).
019500     05  FILLER                 PIC X(05)  VALUE SPACES.
019600     05  FILLER                 PIC X(30)  VALUE
019700         'LEAVERS TERMINATED ON/BEFORE: '.
019800     05  HDG2-CUTOFF            PIC 9(08).
019900 01  WS-SECT-LINE.
020000     05  FILLER                 PIC X(01)  VALUE SPACES.
020100     05  FILLER                 PIC X(06)  VALUE 'FILE: '.
020200     05  SL-FILE                PIC X(08).
020300     05  FILLER                 PIC X(03)  VALUE ' - '.
020400     05  SL-DESC                PIC X(60).
020500 01  WS-HDG3.
020600     05  FILLER                 PIC X(01)  VALUE SPACES.
020700     05  FILLER                 PIC X(06)  VALUE 'EMP ID'.
020800     05  FILLER                 PIC X(02)  VALUE SPACES.
020900     05  FILLER                 PIC X(10)  VALUE 'JOIN DATE '.
021000     05  FILLER                 PIC X(02)  VALUE SPACES.
021100     05  FILLER                 PIC X(10)  VALUE 'TERM/ROW  '.
021200     05  FILLER                 PIC X(02)  VALUE SPACES.
021300     05  FILLER                 PIC X(06)  VALUE 'TYPE  '.
021400     05  FILLER                 PIC X(02)  VALUE SPACES.
021500     05  FILLER                 PIC X(06)  VALUE 'ACTION'.
021600 01  WS-DETAIL-LINE.
021700     05  FILLER                 PIC X(01)  VALUE SPACES.
021800     05  DL-ID                  PIC X(04).
021900     05  FILLER                 PIC X(04)  VALUE SPACES.
022000     05  DL-JOIN                PIC X(10).
022100     05  FILLER                 PIC X(02)  VALUE SPACES.
022200     05  DL-DATE                PIC X(10).
022300     05  FILLER                 PIC X(02)  VALUE SPACES.
022400     05  DL-TYPE                PIC X(06).
022500     05  FILLER                 PIC X(02)  VALUE SPACES.
022600     05  DL-VERB                PIC X(16).
022700     05  DL-REASON              PIC X(40).
022800 01  WS-TOTAL-LINE.
022900     05  FILLER                 PIC X(01)  VALUE SPACES.
023000     05  FILLER                 PIC X(14)  VALUE
023100         'RECORDS READ: '.
023200     05  TL-READ-COUNT          PIC ZZZ,ZZ9.
023300     05  FILLER                 PIC X(03)  VALUE SPACES.
023400     05  TL-PURGE-LABEL         PIC X(12).
023500     05  TL-PURGE-COUNT         PIC ZZZ,ZZ9.
023600     05  FILLER                 PIC X(03)  VALUE SPACES.
023700     05  FILLER                 PIC X(16)  VALUE
023800         'ALREADY PURGED: '.
023900     05  TL-ALREADY-COUNT       PIC ZZZ,ZZ9.
024000     05  FILLER                 PIC X(03)  VALUE SPACES.
024100     05  FILLER                 PIC X(14)  VALUE
024200         'NOT AFFECTED: '.
024300     05  TL-OTHER-COUNT         PIC ZZZ,ZZ9.
024400 01  WS-RANGE-LINE.
024500     05  FILLER                 PIC X(01)  VALUE SPACES.
024600     05  FILLER                 PIC X(27)  VALUE
024700         'ROWS ON GENERATION DATED: '.
024800     05  RL-OLDEST              PIC 9(08).
024900     05  FILLER                 PIC X(04)  VALUE ' TO '.
025000     05  RL-NEWEST              PIC 9(08).
025100 01  WS-CERT-LINE               PIC X(132) VALUE SPACES.
025200 COPY P10RNPRM.
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
025500     PERFORM 0100-LOG-START THRU 0100-EXIT
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025700     IF WS-MAIN-PASS
025800         PERFORM 2000-PURGE-ARCHIVE THRU 2000-EXIT
025900         PERFORM 3000-PURGE-ADDRESS THRU 3000-EXIT
026000         PERFORM 3500-PURGE-LEAVE THRU 3500-EXIT
026010         PERFORM 3800-PURGE-LEDGER THRU 3800-EXIT
026100     ELSE
026200         PERFORM 6000-PURGE-HISTORY THRU 6000-EXIT
026300     END-IF
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT
026500     PERFORM 9100-LOG-END THRU 9100-EXIT
026600     STOP RUN.
026700
026800 0100-LOG-START.
026900     MOVE SPACES TO RUN-CONTROL-PARMS
027000     MOVE 'P10PURG1' TO RN-PROGRAM
027100     MOVE ZERO TO RN-RETURN-CODE
027200     MOVE 'S' TO RN-FUNCTION
027300     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
027400 0100-EXIT.
027500     EXIT.
027600
027700 1000-INITIALIZE.
027800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
027900     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
028000     MOVE '/' TO WS-RUN-DATE(3:1)
028100     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
028200     MOVE '/' TO WS-RUN-DATE(6:1)
028300     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
028400     PERFORM 1100-READ-PARM THRU 1100-EXIT
028500     IF WS-RETAIN-DAYS < 365
028600         DISPLAY 'P10PURG1 - RETENTION BELOW 0365 DAYS REFUSED - '
028700             WS-RETAIN-DAYS
028800         MOVE 8 TO RETURN-CODE
028900         PERFORM 9100-LOG-END THRU 9100-EXIT
029000         STOP RUN
029100     END-IF
029200     COMPUTE WS-TODAY-INT =
029300         FUNCTION INTEGER-OF-DATE(WS-TODAY)
029400     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS
029500     COMPUTE WS-CUTOFF-DATE =
029600         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
029700     IF WS-UPDATE-MODE
029800         MOVE 'UPDATE' TO HDG2-MODE
029900         MOVE 'ANONYMISED' TO WS-ANON-VERB
030000         MOVE 'DELETED' TO WS-DELETE-VERB
030100     ELSE
030200         MOVE 'TRIAL RUN' TO HDG2-MODE
030300         MOVE 'WOULD ANONYMISE' TO WS-ANON-VERB
030400         MOVE 'WOULD DELETE' TO WS-DELETE-VERB
030500     END-IF
030600     PERFORM 1200-SELECT-PASS THRU 1200-EXIT
030700     OPEN INPUT P10BFILE
030800     IF WS-P10B-STATUS NOT = '00'
030900         DISPLAY 'P10PURG1 - ERROR OPENING P10BFILE - STATUS '
031000             WS-P10B-STATUS
031100         STOP RUN
031200     END-IF
031300     OPEN OUTPUT P10URPT
031400     IF WS-RPT-STATUS NOT = '00'
031500         DISPLAY 'P10PURG1 - ERROR OPENING P10URPT - STATUS '
031600             WS-RPT-STATUS
031700         STOP RUN
031800     END-IF
031900     PERFORM 1300-LOAD-TABLE THRU 1300-EXIT
032000     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
032100     MOVE WS-RETAIN-DAYS TO HDG2-DAYS
032200     MOVE WS-CUTOFF-DATE TO HDG2-CUTOFF
032300     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
032400     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE.
032500 1000-EXIT.
032600     EXIT.
032700
032800 1100-READ-PARM.
032900     OPEN INPUT P10PARM
033000     IF WS-PARM-STATUS NOT = '00'
033100         GO TO 1100-EXIT
033200     END-IF
033300     READ P10PARM
033400         AT END
033500             CLOSE P10PARM
033600             GO TO 1100-EXIT
033700     END-READ
033800     CLOSE P10PARM
033900     IF PARM-CARD(1:4) IS NUMERIC
034000         MOVE PARM-CARD(1:4) TO WS-RETAIN-DAYS
034100     END-IF
034200     MOVE PARM-CARD(6:1) TO WS-RUN-MODE.
034300 1100-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------*
034700* A STEP WITH A P10HARC DD PURGES THAT HISTORY GENERATION.   *
034800* NO P10HARC DD (STATUS 35) MEANS THE MAIN PASS OVER         *
034900* P10TFILE, P10AFILE, P10LFILE AND P10VFILE.                 *
035000*-----------------------------------------------------------*
035100 1200-SELECT-PASS.
035200     IF WS-UPDATE-MODE
035300         OPEN I-O P10HARC
035400     ELSE
035500         OPEN INPUT P10HARC
035600     END-IF
035700     IF WS-ARC-STATUS = '00'
035800         MOVE 'H' TO WS-PASS-SW
035900         GO TO 1200-EXIT
036000     END-IF
036100     IF WS-ARC-STATUS = '35'
036200         MOVE 'M' TO WS-PASS-SW
036300         GO TO 1200-EXIT
036400     END-IF
036500     DISPLAY 'P10PURG1 - ERROR OPENING P10HARC - STATUS '
036600         WS-ARC-STATUS
036700     STOP RUN.
036800 1200-EXIT.
036900     EXIT.
037000
037100*-----------------------------------------------------------*
037200* ONE TABLE ENTRY PER P10TFILE RECORD: ID, JOIN DATE AND     *
037300* WHETHER THAT EMPLOYMENT IS PAST RETENTION (P), STILL       *
037400* INSIDE IT OR UNDATED (K), OR PAST RETENTION BUT BACK ON    *
037500* P10BFILE WITH THE SAME JOIN DATE AFTER A REHIRE (R).       *
037600* AN ID AND JOIN DATE ARE PURGED ONLY WHEN THEY HAVE A P     *
037700* ENTRY AND NO K OR R ENTRY. AN ALREADY ANONYMISED RECORD    *
037800* KEEPS ITS ID, JOIN AND TERM DATES SO IT LOADS THE SAME     *
037900* WAY ON EVERY RUN.                                          *
038000*-----------------------------------------------------------*
038100 1300-LOAD-TABLE.
038200     OPEN INPUT P10TFILE
038300     IF WS-P10T-STATUS NOT = '00'
038400         DISPLAY 'P10PURG1 - ERROR OPENING P10TFILE - STATUS '
038500             WS-P10T-STATUS
038600         STOP RUN
038700     END-IF
038800     MOVE 'N' TO WS-EOF-SW
038900     PERFORM 1400-READ-ARCHIVE THRU 1400-EXIT
039000     PERFORM 1310-ADD-ENTRY THRU 1310-EXIT
039100         UNTIL WS-EOF-SW-ON
039200     CLOSE P10TFILE.
039300 1300-EXIT.
039400     EXIT.
039500
039600 1310-ADD-ENTRY.
039700     IF WS-PT-COUNT NOT < 20000
039800         DISPLAY 'P10PURG1 - MORE THAN 20000 ARCHIVE RECORDS - '
039900             'RUN REFUSED, NOTHING CHANGED'
040000         MOVE 8 TO RETURN-CODE
040100         PERFORM 9100-LOG-END THRU 9100-EXIT
040200         STOP RUN
040300     END-IF
040400     MOVE ARCH-RECORD TO WS-PURGE-IMAGE
040500     ADD 1 TO WS-PT-COUNT
040600     MOVE WS-PI-ID TO WS-PT-ID (WS-PT-COUNT)
040700     MOVE WS-PI-JOIN TO WS-PT-JOIN (WS-PT-COUNT)
040800     MOVE 'K' TO WS-PT-ACTION (WS-PT-COUNT)
040900     PERFORM 5000-CONVERT-TERM-DATE THRU 5000-EXIT
041000     IF WS-TERM-NUM > ZERO
041100             AND WS-TERM-NUM NOT > WS-CUTOFF-DATE
041200         MOVE 'P' TO WS-PT-ACTION (WS-PT-COUNT)
041300         MOVE WS-PI-ID TO M-ID
041400         READ P10BFILE
041500             INVALID KEY
041600                 CONTINUE
041700             NOT INVALID KEY
041800                 IF M-JOIN = WS-PI-JOIN
041900                     MOVE 'R' TO WS-PT-ACTION (WS-PT-COUNT)
042000                 END-IF
042100         END-READ
042200     END-IF
042300     PERFORM 1400-READ-ARCHIVE THRU 1400-EXIT.
042400 1310-EXIT.
042500     EXIT.
042600
042700 1400-READ-ARCHIVE.
042800     READ P10TFILE
042900         AT END
043000             MOVE 'Y' TO WS-EOF-SW
043100     END-READ.
043200 1400-EXIT.
043300     EXIT.
043400
043500*-----------------------------------------------------------*
043600* P10TFILE - EACH ARCHIVE COPY PAST RETENTION IS REWRITTEN   *
043700* IN PLACE WITH THE PERSONAL FIELDS BLANKED AND THE PURGE    *
043800* MARKER IN M-NAME.                                          *
043900*-----------------------------------------------------------*
044000 2000-PURGE-ARCHIVE.
044100     MOVE 'P10TFILE' TO SL-FILE
044200     MOVE 'ARCHIVE OF TERMINATED MASTER RECORDS' TO SL-DESC
044300     MOVE 'ANONYMISED: ' TO TL-PURGE-LABEL
044400     PERFORM 8000-START-SECTION THRU 8000-EXIT
044500     IF WS-UPDATE-MODE
044600         OPEN I-O P10TFILE
044700     ELSE
044800         OPEN INPUT P10TFILE
044900     END-IF
045000     IF WS-P10T-STATUS NOT = '00'
045100         DISPLAY 'P10PURG1 - ERROR OPENING P10TFILE - STATUS '
045200             WS-P10T-STATUS
045300         STOP RUN
045400     END-IF
045500     MOVE 'N' TO WS-EOF-SW
045600     PERFORM 1400-READ-ARCHIVE THRU 1400-EXIT
045700     PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
045800         UNTIL WS-EOF-SW-ON
045900     CLOSE P10TFILE
046000     MOVE WS-READ-COUNT TO WS-ARCH-READ
046100     MOVE WS-PURGE-COUNT TO WS-ARCH-PURGED
046200     PERFORM 8100-END-SECTION THRU 8100-EXIT.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2100-ARCHIVE-RECORD.
046700     ADD 1 TO WS-READ-COUNT
046800     MOVE ARCH-RECORD TO WS-PURGE-IMAGE
046900     MOVE WS-PI-ID TO WS-SRCH-ID
047000     MOVE WS-PI-JOIN TO WS-SRCH-JOIN
047100     PERFORM 4000-LOOKUP THRU 4000-EXIT
047200     IF NOT WS-PURGE-HIT OR WS-KEEP-HIT
047300         ADD 1 TO WS-OTHER-COUNT
047400         GO TO 2100-NEXT
047500     END-IF
047600     IF WS-PI-NAME = WS-PURGE-MARK
047700         ADD 1 TO WS-ALREADY-COUNT
047800         GO TO 2100-NEXT
047900     END-IF
048000     PERFORM 5100-ANONYMISE-IMAGE THRU 5100-EXIT
048100     IF WS-UPDATE-MODE
048200         MOVE WS-PURGE-IMAGE TO ARCH-RECORD
048300         REWRITE ARCH-RECORD
048400         IF WS-P10T-STATUS NOT = '00'
048500             DISPLAY 'P10PURG1 - ERROR REWRITING P10TFILE - '
048600                 'STATUS ' WS-P10T-STATUS
048700             STOP RUN
048800         END-IF
048900     END-IF
049000     ADD 1 TO WS-PURGE-COUNT
049100     MOVE SPACES TO WS-DETAIL-LINE
049200     MOVE WS-PI-ID TO DL-ID
049300     MOVE WS-PI-JOIN TO DL-JOIN
049400     MOVE WS-PI-TERM-DATE TO DL-DATE
049500     MOVE WS-ANON-VERB TO DL-VERB
049600     MOVE '- NAME, SITE, DEPT, DOB' TO DL-REASON
049700     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
049800 2100-NEXT.
049900     PERFORM 1400-READ-ARCHIVE THRU 1400-EXIT.
050000 2100-EXIT.
050100     EXIT.
050200
050300*-----------------------------------------------------------*
050400* P10AFILE - AN ADDRESS ROW WITH NO MASTER IS DELETED WHEN   *
050500* THE LEAVER IS PAST RETENTION OR THERE IS NO ARCHIVE COPY   *
050600* AT ALL. A ROW WHOSE ARCHIVE COPY IS STILL INSIDE           *
050700* RETENTION IS KEPT AND LISTED.                              *
050800*-----------------------------------------------------------*
050900 3000-PURGE-ADDRESS.
051000     MOVE 'P10AFILE' TO SL-FILE
051100     MOVE 'MAILING ADDRESS ROWS WITH NO MASTER RECORD' TO SL-DESC
051200     MOVE 'DELETED: ' TO TL-PURGE-LABEL
051300     PERFORM 8000-START-SECTION THRU 8000-EXIT
051400     IF WS-UPDATE-MODE
051500         OPEN I-O P10AFILE
051600     ELSE
051700         OPEN INPUT P10AFILE
051800     END-IF
051900     IF WS-P10A-STATUS NOT = '00'
052000         DISPLAY 'P10PURG1 - ERROR OPENING P10AFILE - STATUS '
052100             WS-P10A-STATUS
052200         STOP RUN
052300     END-IF
052400     MOVE 'N' TO WS-EOF-SW
052500     PERFORM 3100-READ-ADDRESS THRU 3100-EXIT
052600     PERFORM 3200-ADDRESS-ROW THRU 3200-EXIT
052700         UNTIL WS-EOF-SW-ON
052800     CLOSE P10AFILE
052900     ADD WS-PURGE-COUNT TO WS-ORPHAN-COUNT
053000     PERFORM 8100-END-SECTION THRU 8100-EXIT.
053100 3000-EXIT.
053200     EXIT.
053300
053400 3100-READ-ADDRESS.
053500     READ P10AFILE
053600         AT END
053700             MOVE 'Y' TO WS-EOF-SW
053800     END-READ.
053900 3100-EXIT.
054000     EXIT.
054100
054200 3200-ADDRESS-ROW.
054300     ADD 1 TO WS-READ-COUNT
054400     MOVE A-ID TO M-ID
054500     READ P10BFILE
054600         INVALID KEY
054700             CONTINUE
054800     END-READ
054900     IF WS-P10B-STATUS = '00'
055000         ADD 1 TO WS-OTHER-COUNT
055100         GO TO 3200-NEXT
055200     END-IF
055300     MOVE A-ID TO WS-SRCH-ID
055400     MOVE SPACES TO WS-SRCH-JOIN
055500     PERFORM 4000-LOOKUP THRU 4000-EXIT
055600     MOVE SPACES TO WS-DETAIL-LINE
055700     MOVE A-ID TO DL-ID
055800     MOVE A-EFF-DATE TO DL-DATE
055900     IF WS-KEEP-HIT
056000         ADD 1 TO WS-OTHER-COUNT
056100         MOVE 'KEPT' TO DL-VERB
056200         MOVE '- ARCHIVED, INSIDE RETENTION' TO DL-REASON
056300         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
056400         GO TO 3200-NEXT
056500     END-IF
056600     IF WS-UPDATE-MODE
056700         DELETE P10AFILE RECORD
056800         IF WS-P10A-STATUS NOT = '00'
056900             DISPLAY 'P10PURG1 - ERROR DELETING P10AFILE ' A-ID
057000                 ' - STATUS ' WS-P10A-STATUS
057100             STOP RUN
057200         END-IF
057300     END-IF
057400     ADD 1 TO WS-PURGE-COUNT
057500     MOVE WS-DELETE-VERB TO DL-VERB
057600     IF WS-PURGE-HIT
057700         MOVE '- LEAVER PAST RETENTION' TO DL-REASON
057800     ELSE
057900         MOVE '- NO MASTER OR ARCHIVE RECORD' TO DL-REASON
058000     END-IF
058100     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
058200 3200-NEXT.
058300     PERFORM 3100-READ-ADDRESS THRU 3100-EXIT.
058400 3200-EXIT.
058500     EXIT.
058600
058700*-----------------------------------------------------------*
058800* P10LFILE - SAME RULES AS P10AFILE FOR LEAVE ROWS.          *
058900*-----------------------------------------------------------*
059000 3500-PURGE-LEAVE.
059100     MOVE 'P10LFILE' TO SL-FILE
059200     MOVE 'LEAVE-OF-ABSENCE ROWS WITH NO MASTER RECORD' TO SL-DESC
059300     MOVE 'DELETED: ' TO TL-PURGE-LABEL
059400     PERFORM 8000-START-SECTION THRU 8000-EXIT
059500     IF WS-UPDATE-MODE
059600         OPEN I-O P10LFILE
059700     ELSE
059800         OPEN INPUT P10LFILE
059900     END-IF
060000     IF WS-P10L-STATUS NOT = '00'
060100         DISPLAY 'P10PURG1 - ERROR OPENING P10LFILE - STATUS '
060200             WS-P10L-STATUS
060300         STOP RUN
060400     END-IF
060500     MOVE 'N' TO WS-EOF-SW
060600     PERFORM 3600-READ-LEAVE THRU 3600-EXIT
060700     PERFORM 3700-LEAVE-ROW THRU 3700-EXIT
060800         UNTIL WS-EOF-SW-ON
060900     CLOSE P10LFILE
061000     ADD WS-PURGE-COUNT TO WS-ORPHAN-COUNT
061100     PERFORM 8100-END-SECTION THRU 8100-EXIT.
061200 3500-EXIT.
061300     EXIT.
061400
061500 3600-READ-LEAVE.
061600     READ P10LFILE
061700         AT END
061800             MOVE 'Y' TO WS-EOF-SW
061900     END-READ.
062000 3600-EXIT.
062100     EXIT.
062200
062300 3700-LEAVE-ROW.
062400     ADD 1 TO WS-READ-COUNT
062500     MOVE L-ID TO M-ID
062600     READ P10BFILE
062700         INVALID KEY
062800             CONTINUE
062900     END-READ
063000     IF WS-P10B-STATUS = '00'
063100         ADD 1 TO WS-OTHER-COUNT
063200         GO TO 3700-NEXT
063300     END-IF
063400     MOVE L-ID TO WS-SRCH-ID
063500     MOVE SPACES TO WS-SRCH-JOIN
063600     PERFORM 4000-LOOKUP THRU 4000-EXIT
063700     MOVE SPACES TO WS-DETAIL-LINE
063800     MOVE L-ID TO DL-ID
063900     MOVE L-START-DATE TO DL-DATE
064000     IF WS-KEEP-HIT
064100         ADD 1 TO WS-OTHER-COUNT
064200         MOVE 'KEPT' TO DL-VERB
064300         MOVE '- ARCHIVED, INSIDE RETENTION' TO DL-REASON
064400         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
064500         GO TO 3700-NEXT
064600     END-IF
064700     IF WS-UPDATE-MODE
064800         DELETE P10LFILE RECORD
064900         IF WS-P10L-STATUS NOT = '00'
065000             DISPLAY 'P10PURG1 - ERROR DELETING P10LFILE ' L-ID
065100                 ' - STATUS ' WS-P10L-STATUS
065200             STOP RUN
065300         END-IF
065400     END-IF
065500     ADD 1 TO WS-PURGE-COUNT
065600     MOVE WS-DELETE-VERB TO DL-VERB
065700     IF WS-PURGE-HIT
065800         MOVE '- LEAVER PAST RETENTION' TO DL-REASON
065900     ELSE
066000         MOVE '- NO MASTER OR ARCHIVE RECORD' TO DL-REASON
066100     END-IF
066200     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
066300 3700-NEXT.
066400     PERFORM 3600-READ-LEAVE THRU 3600-EXIT.
066500 3700-EXIT.
066600     EXIT.
066700
066701*-----------------------------------------------------------*
066702* P10VFILE - SAME RULES AGAIN FOR LEAVE LEDGER ROWS. A LEAVER*
066703* HAS ONE ROW PER BOOKING, SO EACH ROW IS LISTED. A ROW      *
066704* WHOSE V-JOIN-DATE IS NOT ITS MASTER'S M-JOIN BELONGS TO AN *
066705* EARLIER HOLDER OF THE ID AND IS TREATED AS HAVING NO       *
066706* MASTER; THAT HOLDER IS LOOKED UP BY ID AND JOIN DATE. THE  *
066707* CONTROL ROW (KEY ALL ZEROS) IS NEVER TOUCHED.              *
066708*-----------------------------------------------------------*
066709 3800-PURGE-LEDGER.
066710     MOVE 'P10VFILE' TO SL-FILE
066711     MOVE 'LEAVE LEDGER ROWS WITH NO MASTER OR A REISSUED ID' TO
066712         SL-DESC
066713     MOVE 'DELETED: ' TO TL-PURGE-LABEL
066714     PERFORM 8000-START-SECTION THRU 8000-EXIT
066715     IF WS-UPDATE-MODE
066716         OPEN I-O P10VFILE
066717     ELSE
066718         OPEN INPUT P10VFILE
066719     END-IF
066720     IF WS-P10V-STATUS NOT = '00'
066721         DISPLAY 'P10PURG1 - ERROR OPENING P10VFILE - STATUS '
066722             WS-P10V-STATUS
066723         STOP RUN
066724     END-IF
066725     MOVE 'N' TO WS-EOF-SW
066726     PERFORM 3850-READ-LEDGER THRU 3850-EXIT
066727     PERFORM 3900-LEDGER-ROW THRU 3900-EXIT
066728         UNTIL WS-EOF-SW-ON
066729     CLOSE P10VFILE
066730     ADD WS-PURGE-COUNT TO WS-ORPHAN-COUNT
066731     PERFORM 8100-END-SECTION THRU 8100-EXIT.
066732 3800-EXIT.
066733     EXIT.
066734
066735 3850-READ-LEDGER.
066736     READ P10VFILE
066737         AT END
066738             MOVE 'Y' TO WS-EOF-SW
066739     END-READ.
066740 3850-EXIT.
066741     EXIT.
066742
066743 3900-LEDGER-ROW.
066744     IF V-CONTROL-ROW
066745         GO TO 3900-NEXT
066746     END-IF
066747     ADD 1 TO WS-READ-COUNT
066748     MOVE V-ID TO M-ID
066749     READ P10BFILE
066750         INVALID KEY
066751             CONTINUE
066752     END-READ
066753     IF WS-P10B-STATUS = '00'
066754             AND V-JOIN-DATE = M-JOIN
066755         ADD 1 TO WS-OTHER-COUNT
066756         GO TO 3900-NEXT
066757     END-IF
066758     MOVE V-ID TO WS-SRCH-ID
066759     MOVE V-JOIN-DATE TO WS-SRCH-JOIN
066760     PERFORM 4000-LOOKUP THRU 4000-EXIT
066761     MOVE SPACES TO WS-DETAIL-LINE
066762     MOVE V-ID TO DL-ID
066763     MOVE V-START-DATE TO DL-DATE
066764     IF WS-KEEP-HIT
066765         ADD 1 TO WS-OTHER-COUNT
066766         MOVE 'KEPT' TO DL-VERB
066767         MOVE '- ARCHIVED, INSIDE RETENTION' TO DL-REASON
066768         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
066769         GO TO 3900-NEXT
066770     END-IF
066771     IF WS-UPDATE-MODE
066772         DELETE P10VFILE RECORD
066773         IF WS-P10V-STATUS NOT = '00'
066774             DISPLAY 'P10PURG1 - ERROR DELETING P10VFILE ' V-KEY
066775                 ' - STATUS ' WS-P10V-STATUS
066776             STOP RUN
066777         END-IF
066778     END-IF
066779     ADD 1 TO WS-PURGE-COUNT
066780     MOVE WS-DELETE-VERB TO DL-VERB
066781     EVALUATE TRUE
066782         WHEN WS-PURGE-HIT
066783             MOVE '- LEAVER PAST RETENTION' TO DL-REASON
066784         WHEN WS-P10B-STATUS = '00'
066785             MOVE '- EARLIER HOLDER OF A REISSUED ID' TO DL-REASON
066786         WHEN OTHER
066787             MOVE '- NO MASTER OR ARCHIVE RECORD' TO DL-REASON
066788     END-EVALUATE
066789     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
066790 3900-NEXT.
066791     PERFORM 3850-READ-LEDGER THRU 3850-EXIT.
066792 3900-EXIT.
066793     EXIT.
066794
066800*-----------------------------------------------------------*
066900* SCAN THE TABLE FOR WS-SRCH-ID (AND WS-SRCH-JOIN WHEN IT IS *
067000* GIVEN). WS-PURGE-HIT = A P ENTRY FOUND, WS-KEEP-HIT = A K  *
067100* OR R ENTRY FOUND. ONLY A PURGE HIT WITHOUT A KEEP HIT IS   *
067200* PURGED.                                                    *
067300*-----------------------------------------------------------*
067400 4000-LOOKUP.
067500     MOVE 'N' TO WS-PURGE-HIT-SW
067600     MOVE 'N' TO WS-KEEP-HIT-SW
067700     PERFORM 4100-PROBE-ENTRY THRU 4100-EXIT
067800         VARYING WS-PT-IX FROM 1 BY 1
067900         UNTIL WS-PT-IX > WS-PT-COUNT.
068000 4000-EXIT.
068100     EXIT.
068200
068300 4100-PROBE-ENTRY.
068400     IF WS-PT-ID (WS-PT-IX) NOT = WS-SRCH-ID
068500         GO TO 4100-EXIT
068600     END-IF
068700     IF WS-SRCH-JOIN NOT = SPACES
068800             AND WS-PT-JOIN (WS-PT-IX) NOT = WS-SRCH-JOIN
068900         GO TO 4100-EXIT
069000     END-IF
069100     IF WS-PT-PURGE (WS-PT-IX)
069200         MOVE 'Y' TO WS-PURGE-HIT-SW
069300     ELSE
069400         MOVE 'Y' TO WS-KEEP-HIT-SW
069500     END-IF.
069600 4100-EXIT.
069700     EXIT.
069800
069900 5000-CONVERT-TERM-DATE.
070000     MOVE ZERO TO WS-TERM-NUM
070100     IF WS-PI-TERM-DATE(1:2) IS NUMERIC
070200             AND WS-PI-TERM-DATE(4:2) IS NUMERIC
070300             AND WS-PI-TERM-DATE(7:4) IS NUMERIC
070400         MOVE WS-PI-TERM-DATE(7:4) TO WS-TERM-NUM(1:4)
070500         MOVE WS-PI-TERM-DATE(4:2) TO WS-TERM-NUM(5:2)
070600         MOVE WS-PI-TERM-DATE(1:2) TO WS-TERM-NUM(7:2)
070700     END-IF.
070800 5000-EXIT.
070900     EXIT.
071000
071100*-----------------------------------------------------------*
071200* ONLY THE ID, JOIN DATE, STATUS AND TERMINATION DATE        *
071300* SURVIVE - THE STATISTICS NEED NOTHING ELSE.                *
071400*-----------------------------------------------------------*
071500 5100-ANONYMISE-IMAGE.
071600     MOVE WS-PURGE-MARK TO WS-PI-NAME
071700     MOVE SPACES TO WS-PI-ADDR
071800     MOVE SPACES TO WS-PI-DEPT
071900     MOVE SPACES TO WS-PI-DOB.
072000 5100-EXIT.
072100     EXIT.
072200
072300*-----------------------------------------------------------*
072400* P10HARC - ONE P10HARCH GENERATION. A MASTER ROW BELONGS TO *
072500* A PURGED LEAVER WHEN ITS BEFORE OR AFTER IMAGE CARRIES     *
072600* THE LEAVER'S ID AND JOIN DATE; BOTH IMAGES ARE THEN        *
072700* ANONYMISED AND THE ROW REWRITTEN IN PLACE. THE DATE, TIME, *
072800* OPERATOR AND TYPE OF THE ROW ARE KEPT. DEPARTMENT AND      *
072900* DIVISION ROWS (REFADD/REFCHG/REFDEA) HOLD NO PERSONAL DATA *
073000* AND ARE PASSED OVER.                                       *
073100*-----------------------------------------------------------*
073200 6000-PURGE-HISTORY.
073300     MOVE 'P10HARCH' TO SL-FILE
073400     MOVE 'AUDIT-TRAIL ARCHIVE GENERATION ON THE P10HARC DD' TO
073500         SL-DESC
073600     MOVE 'ANONYMISED: ' TO TL-PURGE-LABEL
073700     PERFORM 8000-START-SECTION THRU 8000-EXIT
073800     MOVE 'N' TO WS-EOF-SW
073900     PERFORM 6100-READ-HISTORY THRU 6100-EXIT
074000     PERFORM 6200-HISTORY-ROW THRU 6200-EXIT
074100         UNTIL WS-EOF-SW-ON
074200     MOVE WS-READ-COUNT TO WS-HIST-READ
074300     MOVE WS-PURGE-COUNT TO WS-HIST-PURGED
074400     MOVE WS-ALREADY-COUNT TO WS-HIST-ALREADY
074500     IF WS-READ-COUNT > ZERO
074600         MOVE WS-OLDEST-DATE TO RL-OLDEST
074700         MOVE WS-NEWEST-DATE TO RL-NEWEST
074800         MOVE SPACES TO RPT-LINE
074900         WRITE RPT-LINE AFTER ADVANCING 1 LINE
075000         WRITE RPT-LINE FROM WS-RANGE-LINE AFTER ADVANCING 1 LINE
075100     END-IF
075200     PERFORM 8100-END-SECTION THRU 8100-EXIT.
075300 6000-EXIT.
075400     EXIT.
075500
075600 6100-READ-HISTORY.
075700     READ P10HARC
075800         AT END
075900             MOVE 'Y' TO WS-EOF-SW
076000     END-READ.
076100 6100-EXIT.
076200     EXIT.
076300
076400 6200-HISTORY-ROW.
076500     ADD 1 TO WS-READ-COUNT
076600     PERFORM 6400-CONVERT-H-DATE THRU 6400-EXIT
076700     IF WS-HDATE-NUM > ZERO
076800         IF WS-HDATE-NUM < WS-OLDEST-DATE
076900             MOVE WS-HDATE-NUM TO WS-OLDEST-DATE
077000         END-IF
077100         IF WS-HDATE-NUM > WS-NEWEST-DATE
077200             MOVE WS-HDATE-NUM TO WS-NEWEST-DATE
077300         END-IF
077400     END-IF
077500     IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
077600         ADD 1 TO WS-OTHER-COUNT
077700         GO TO 6200-NEXT
077800     END-IF
077900     MOVE 'N' TO WS-ROW-PURGE-SW
078000     MOVE H-BEFORE-MASTER TO WS-PURGE-IMAGE
078100     PERFORM 6300-CHECK-IMAGE THRU 6300-EXIT
078200     MOVE H-AFTER-MASTER TO WS-PURGE-IMAGE
078300     PERFORM 6300-CHECK-IMAGE THRU 6300-EXIT
078400     IF NOT WS-ROW-PURGE
078500         ADD 1 TO WS-OTHER-COUNT
078600         GO TO 6200-NEXT
078700     END-IF
078800     IF H-BEFORE-MASTER(5:15) NOT = WS-PURGE-MARK
078900             AND H-BEFORE-MASTER NOT = SPACES
079000         GO TO 6200-ANONYMISE
079100     END-IF
079200     IF H-AFTER-MASTER(5:15) NOT = WS-PURGE-MARK
079300             AND H-AFTER-MASTER NOT = SPACES
079400         GO TO 6200-ANONYMISE
079500     END-IF
079600     ADD 1 TO WS-ALREADY-COUNT
079700     GO TO 6200-NEXT.
079800 6200-ANONYMISE.
079900     MOVE SPACES TO WS-DETAIL-LINE
080000     IF H-BEFORE-MASTER NOT = SPACES
080100         MOVE H-BEFORE-MASTER TO WS-PURGE-IMAGE
080200         PERFORM 5100-ANONYMISE-IMAGE THRU 5100-EXIT
080300         MOVE WS-PURGE-IMAGE TO H-BEFORE-MASTER
080400         MOVE WS-PI-ID TO DL-ID
080500         MOVE WS-PI-JOIN TO DL-JOIN
080600     END-IF
080700     IF H-AFTER-MASTER NOT = SPACES
080800         MOVE H-AFTER-MASTER TO WS-PURGE-IMAGE
080900         PERFORM 5100-ANONYMISE-IMAGE THRU 5100-EXIT
081000         MOVE WS-PURGE-IMAGE TO H-AFTER-MASTER
081100         MOVE WS-PI-ID TO DL-ID
081200         MOVE WS-PI-JOIN TO DL-JOIN
081300     END-IF
081400     IF WS-UPDATE-MODE
081500         REWRITE HIST-RECORD
081600         IF WS-ARC-STATUS NOT = '00'
081700             DISPLAY 'P10PURG1 - ERROR REWRITING P10HARC - '
081800                 'STATUS ' WS-ARC-STATUS
081900             STOP RUN
082000         END-IF
082100     END-IF
082200     ADD 1 TO WS-PURGE-COUNT
082300     MOVE H-DATE TO DL-DATE
082400     MOVE H-OPER-TYPE TO DL-TYPE
082500     MOVE WS-ANON-VERB TO DL-VERB
082600     MOVE '- BEFORE/AFTER IMAGES' TO DL-REASON
082700     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
082800 6200-NEXT.
082900     PERFORM 6100-READ-HISTORY THRU 6100-EXIT.
083000 6200-EXIT.
083100     EXIT.
083200
083300 6300-CHECK-IMAGE.
083400     IF WS-PURGE-IMAGE = SPACES
083500         GO TO 6300-EXIT
083600     END-IF
083700     MOVE WS-PI-ID TO WS-SRCH-ID
083800     MOVE WS-PI-JOIN TO WS-SRCH-JOIN
083900     PERFORM 4000-LOOKUP THRU 4000-EXIT
084000     IF WS-PURGE-HIT AND NOT WS-KEEP-HIT
084100         MOVE 'Y' TO WS-ROW-PURGE-SW
084200     END-IF.
084300 6300-EXIT.
084400     EXIT.
084500
084600 6400-CONVERT-H-DATE.
084700     IF H-DATE(1:2) IS NUMERIC AND H-DATE(4:2) IS NUMERIC
084800             AND H-DATE(7:4) IS NUMERIC
084900         MOVE H-DATE(7:4) TO WS-HDATE-NUM(1:4)
085000         MOVE H-DATE(4:2) TO WS-HDATE-NUM(5:2)
085100         MOVE H-DATE(1:2) TO WS-HDATE-NUM(7:2)
085200     ELSE
085300         MOVE ZERO TO WS-HDATE-NUM
085400     END-IF.
085500 6400-EXIT.
085600     EXIT.
085700
085800 8000-START-SECTION.
085900     MOVE ZERO TO WS-READ-COUNT
086000     MOVE ZERO TO WS-PURGE-COUNT
086100     MOVE ZERO TO WS-ALREADY-COUNT
086200     MOVE ZERO TO WS-OTHER-COUNT
086300     MOVE SPACES TO RPT-LINE
086400     WRITE RPT-LINE AFTER ADVANCING 2 LINES
086500     WRITE RPT-LINE FROM WS-SECT-LINE AFTER ADVANCING 1 LINE
086600     MOVE SPACES TO RPT-LINE
086700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
086800     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE.
086900 8000-EXIT.
087000     EXIT.
087100
087200 8100-END-SECTION.
087300     MOVE WS-READ-COUNT TO TL-READ-COUNT
087400     MOVE WS-PURGE-COUNT TO TL-PURGE-COUNT
087500     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT
087600     MOVE WS-OTHER-COUNT TO TL-OTHER-COUNT
087700     MOVE SPACES TO RPT-LINE
087800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
087900     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
088000 8100-EXIT.
088100     EXIT.
088200
088300*-----------------------------------------------------------*
088400* THE CLOSING STATEMENT FOR THE DATA PROTECTION OFFICER.     *
088500*-----------------------------------------------------------*
088600 8200-CERTIFY.
088700     MOVE SPACES TO RPT-LINE
088800     WRITE RPT-LINE AFTER ADVANCING 2 LINES
088900     IF WS-UPDATE-MODE
089000         MOVE ' NAME, DATE OF BIRTH, SITE, DEPARTMENT AND' TO
089100             WS-CERT-LINE
089200         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
089300         MOVE ' ADDRESS OF THE LEAVERS LISTED ABOVE HAVE BEEN' TO
089400             WS-CERT-LINE
089500         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
089600         MOVE ' REMOVED FROM THE FILE NAMED. ONLY THE EMPLOYEE' TO
089700             WS-CERT-LINE
089800         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
089900         MOVE ' ID AND EMPLOYMENT DATES ARE RETAINED.' TO
090000             WS-CERT-LINE
090100         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
090200     ELSE
090300         MOVE ' TRIAL RUN - NO FILE HAS BEEN CHANGED. THE' TO
090400             WS-CERT-LINE
090500         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
090600         MOVE ' LINES ABOVE SHOW WHAT AN UPDATE WOULD PURGE.' TO
090700             WS-CERT-LINE
090800         WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE
090900     END-IF
091000     MOVE SPACES TO RPT-LINE
091100     WRITE RPT-LINE AFTER ADVANCING 2 LINES
091200     MOVE ' CERTIFIED BY: ____________________  DATE: ________' TO
091300         WS-CERT-LINE
091400     WRITE RPT-LINE FROM WS-CERT-LINE AFTER ADVANCING 1 LINE.
091500 8200-EXIT.
091600     EXIT.
091700
091800 9000-TERMINATE.
091900     PERFORM 8200-CERTIFY THRU 8200-EXIT
092000     IF WS-HIST-PASS
092100         CLOSE P10HARC
092200     END-IF
092300     CLOSE P10BFILE
092400     CLOSE P10URPT.
092500 9000-EXIT.
092600     EXIT.
092700
092800 9100-LOG-END.
092900     MOVE SPACES TO RUN-CONTROL-PARMS
093000     MOVE 'P10PURG1' TO RN-PROGRAM
093100     IF WS-HIST-PASS
093200         MOVE 'HISTREAD' TO RN-COUNT-NAME(1)
093300         MOVE WS-HIST-READ TO RN-COUNT(1)
093400         MOVE 'PURGED  ' TO RN-COUNT-NAME(2)
093500         MOVE WS-HIST-PURGED TO RN-COUNT(2)
093600         MOVE 'ALREADY ' TO RN-COUNT-NAME(3)
093700         MOVE WS-HIST-ALREADY TO RN-COUNT(3)
093800     ELSE
093900         MOVE 'ARCHREAD' TO RN-COUNT-NAME(1)
094000         MOVE WS-ARCH-READ TO RN-COUNT(1)
094100         MOVE 'PURGED  ' TO RN-COUNT-NAME(2)
094200         MOVE WS-ARCH-PURGED TO RN-COUNT(2)
094300         MOVE 'ORPHANS ' TO RN-COUNT-NAME(3)
094400         MOVE WS-ORPHAN-COUNT TO RN-COUNT(3)
094500     END-IF
094600     MOVE RETURN-CODE TO RN-RETURN-CODE
094700     MOVE 'E' TO RN-FUNCTION
094800     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
094900 9100-EXIT.
095000     EXIT.
