000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10JML1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - JOINER / MOVER / LEAVER FEED*
001200*                  TO IT SECURITY FOR ACCESS PROVISIONING AND*
001300*                  REVOCATION. READS P10HFILE ROWS NEWER THAN*
001400*                  THE STAMP ON ITS OWN CONTROL FILE (P10JCTL -*
001500*                  SEPARATE FROM THE PAYROLL FEED'S P10DCTL) AND*
001600*                  WRITES ONE P10ITFL RECORD (LAYOUT P10JREC)*
001700*                  PER JOINER, DEPARTMENT MOVE AND LEAVER, IN*
001800*                  ARRIVAL ORDER, THEN EVERY FUTURE-DATED    *
001900*                  TERMINATION STILL WAITING ON P10FFILE AS A*
002000*                  SCHEDULED LEAVER NOTICE. HEADER AND TRAILER*
002100*                  CONTROL RECORDS. SAFE TO RUN SEVERAL TIMES*
002200*                  A DAY.                                    *
002300*-----------------------------------------------------------*
002400* NO P10PARM CARD.                                           *
002500* AN EMPTY/MISSING PRIOR CONTROL GENERATION MEANS FIRST RUN -*
002600* THE WHOLE AUDIT TRAIL IS PROCESSED.                        *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT P10HFILE ASSIGN TO P10HFIL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-P10H-STATUS.
003700
003800     SELECT P10FFILE ASSIGN TO P10FFIL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS F-ID
004200         FILE STATUS IS WS-P10F-STATUS.
004300
004400     SELECT P10BFILE ASSIGN TO P10BFIL
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS M-ID
004800         FILE STATUS IS WS-P10B-STATUS.
004900
005000     SELECT P10ITFL ASSIGN TO P10ITFL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ITFL-STATUS.
005300
005400     SELECT P10JCTP ASSIGN TO P10JCTP
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CTLP-STATUS.
005700
005800     SELECT P10JCTC ASSIGN TO P10JCTC
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTLC-STATUS.
006100
006200     SELECT P10JRPT ASSIGN TO P10JRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  P10HFILE
006800     RECORDING MODE IS F.
006900 COPY P10HREC.
007000
007100 FD  P10FFILE.
007200 COPY P10FREC.
007300
007400 FD  P10BFILE.
007500 COPY P10MREC.
007600
007700 FD  P10ITFL
007800     RECORDING MODE IS F.
007900 COPY P10JREC.
008000
008100 FD  P10JCTP
008200     RECORDING MODE IS F.
008300 01  JCTLP-RECORD.
008400     05  JP-LAST-DATE           PIC 9(08).
008500     05  JP-LAST-TIME           PIC X(08).
008600
008700 FD  P10JCTC
008800     RECORDING MODE IS F.
008900 01  JCTLC-RECORD.
009000     05  JC-LAST-DATE           PIC 9(08).
009100     05  JC-LAST-TIME           PIC X(08).
009200
009300 FD  P10JRPT
009400     RECORDING MODE IS F.
009500 01  RPT-LINE                   PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 77  WS-P10H-STATUS             PIC X(02) VALUE SPACES.
009800 77  WS-P10F-STATUS             PIC X(02) VALUE SPACES.
009900 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
010000 77  WS-ITFL-STATUS             PIC X(02) VALUE SPACES.
010100 77  WS-CTLP-STATUS             PIC X(02) VALUE SPACES.
010200 77  WS-CTLC-STATUS             PIC X(02) VALUE SPACES.
010300 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
010400 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010500     88  WS-EOF-SW-ON                     VALUE 'Y'.
010600 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
010700 77  WS-TIME-RAW                PIC 9(08) VALUE ZERO.
010800 77  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
010900 77  WS-FROM-TIME               PIC X(08) VALUE SPACES.
011000 77  WS-MAX-DATE                PIC 9(08) VALUE ZERO.
011100 77  WS-MAX-TIME                PIC X(08) VALUE SPACES.
011200 77  WS-HDATE-NUM               PIC 9(08) VALUE ZERO.
011300 77  WS-HIST-READ               PIC 9(07) VALUE ZERO.
011400 77  WS-HIST-SELECTED           PIC 9(07) VALUE ZERO.
011500 77  WS-PEND-READ               PIC 9(07) VALUE ZERO.
011600 77  WS-JOIN-COUNT              PIC 9(07) VALUE ZERO.
011700 77  WS-MOVE-COUNT              PIC 9(07) VALUE ZERO.
011800 77  WS-LEAVE-COUNT             PIC 9(07) VALUE ZERO.
011900 77  WS-SCHED-COUNT             PIC 9(07) VALUE ZERO.
012000 77  WS-TOT-COUNT               PIC 9(07) VALUE ZERO.
012100 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
012200 01  WS-RUN-TIME                PIC X(08) VALUE SPACES.
012300 01  WS-BEF-REC.
012400     05  WS-BEF-ID              PIC X(04).
012500     05  WS-BEF-NAME            PIC X(15).
012600     05  WS-BEF-ADDR            PIC X(03).
012700     05  WS-BEF-DEPT            PIC X(04).
012800     05  WS-BEF-DOB             PIC X(10).
012900     05  WS-BEF-JOIN            PIC X(10).
013000     05  WS-BEF-STATUS          PIC X(01).
013100     05  WS-BEF-TERM            PIC X(10).
013200 01  WS-AFT-REC.
013300     05  WS-AFT-ID              PIC X(04).
013400     05  WS-AFT-NAME            PIC X(15).
013500     05  WS-AFT-ADDR            PIC X(03).
013600     05  WS-AFT-DEPT            PIC X(04).
013700     05  WS-AFT-DOB             PIC X(10).
013800     05  WS-AFT-JOIN            PIC X(10).
013900     05  WS-AFT-STATUS          PIC X(01).
014000     05  WS-AFT-TERM            PIC X(10).
014100 01  WS-HDG1.
014200     05  FILLER                 PIC X(01)  VALUE SPACES.
014300     05  FILLER                 PIC X(30)  VALUE
014400         'P10 PERSONNEL SYSTEM'.
014500     05  FILLER                 PIC X(40)  VALUE
014600         'JOINER / MOVER / LEAVER FEED TO IT'.
014700 01  WS-HDG2.
014800     05  FILLER                 PIC X(01)  VALUE SPACES.
014900     05  FILLER                 PIC X(19)  VALUE
015000         'WINDOW FROM (DATE) '.
015100     05  HDG2-FROM-DATE         PIC 9(08).
015200     05  FILLER                 PIC X(07)  VALUE ' (TIME)'.
015300     05  HDG2-FROM-TIME         PIC X(08).
015400     05  FILLER                 PIC X(05)  VALUE SPACES.
015500     05  FILLER                 PIC X(11)  VALUE 'TO (DATE)  '.
015600     05  HDG2-TO-DATE           PIC 9(08).
015700     05  FILLER                 PIC X(07)  VALUE ' (TIME)'.
015800     05  HDG2-TO-TIME           PIC X(08).
015900     05  FILLER                 PIC X(05)  VALUE SPACES.
016000     05  FILLER                 PIC X(05)  VALUE 'RUN: '.
016100     05  HDG2-RUN-DATE          PIC X(10).
016200     05  FILLER                 PIC X(01)  VALUE SPACES.
016300     05  HDG2-RUN-TIME          PIC X(08).
016400 01  WS-HDG3.
016500     05  FILLER                 PIC X(01)  VALUE SPACES.
016600     05  FILLER                 PIC X(17)  VALUE 'EVENT'.
016700     05  FILLER                 PIC X(06)  VALUE 'EMP ID'.
016800     05  FILLER                 PIC X(02)  VALUE SPACES.
016900     05  FILLER                 PIC X(17)  VALUE 'NAME'.
017000     05  FILLER                 PIC X(06)  VALUE 'FROM'.
017100     05  FILLER                 PIC X(06)  VALUE 'TO'.
017200     05  FILLER                 PIC X(12)  VALUE 'EFFECTIVE'.
017300     05  FILLER                 PIC X(08)  VALUE 'SOURCE'.
017400     05  FILLER                 PIC X(05)  VALUE 'OPER'.
017500     05  FILLER                 PIC X(20)  VALUE 'CHANGED ON'.
017600 01  WS-DETAIL-LINE.
017700     05  FILLER                 PIC X(01)  VALUE SPACES.
017800     05  DL-EVENT               PIC X(16).
017900     05  FILLER                 PIC X(01)  VALUE SPACES.
018000     05  DL-ID                  PIC X(04).
018100     05  FILLER                 PIC X(04)  VALUE SPACES.
018200     05  DL-NAME                PIC X(15).
018300     05  FILLER                 PIC X(02)  VALUE SPACES.
018400     05  DL-OLD-DEPT            PIC X(04).
018500     05  FILLER                 PIC X(02)  VALUE SPACES.
018600     05  DL-NEW-DEPT            PIC X(04).
018700     05  FILLER                 PIC X(02)  VALUE SPACES.
018800     05  DL-EFF-DATE            PIC X(10).
018900     05  FILLER                 PIC X(02)  VALUE SPACES.
019000     05  DL-SOURCE              PIC X(06).
019100     05  FILLER                 PIC X(02)  VALUE SPACES.
019200     05  DL-OPER-ID             PIC X(03).
019300     05  FILLER                 PIC X(02)  VALUE SPACES.
019400     05  DL-CHG-DATE            PIC X(10).
019500     05  FILLER                 PIC X(01)  VALUE SPACES.
019600     05  DL-CHG-TIME            PIC X(08).
019700 01  WS-TOTAL-LINE.
019800     05  FILLER                 PIC X(01)  VALUE SPACES.
019900     05  FILLER                 PIC X(14)  VALUE
020000         'HISTORY READ: '.
020100     05  TL-HIST-READ           PIC ZZZ,ZZ9.
020200     05  FILLER                 PIC X(03)  VALUE SPACES.
020300     05  FILLER                 PIC X(10)  VALUE 'SELECTED: '.
020400     05  TL-HIST-SELECTED       PIC ZZZ,ZZ9.
020500     05  FILLER                 PIC X(03)  VALUE SPACES.
020600     05  FILLER                 PIC X(09)  VALUE 'JOINERS: '.
020700     05  TL-JOIN-COUNT          PIC ZZZ,ZZ9.
020800     05  FILLER                 PIC X(03)  VALUE SPACES.
020900     05  FILLER                 PIC X(08)  VALUE 'MOVERS: '.
021000     05  TL-MOVE-COUNT          PIC ZZZ,ZZ9.
021100     05  FILLER                 PIC X(03)  VALUE SPACES.
021200     05  FILLER                 PIC X(09)  VALUE 'LEAVERS: '.
021300     05  TL-LEAVE-COUNT         PIC ZZZ,ZZ9.
021400     05  FILLER                 PIC X(03)  VALUE SPACES.
021500     05  FILLER                 PIC X(11)  VALUE 'SCHEDULED: '.
021600     05  TL-SCHED-COUNT         PIC ZZZ,ZZ9.
021700 COPY P10RNPRM.
021800 PROCEDURE DIVISION.
021900 0000-MAINLINE.
022000     PERFORM 0100-LOG-START THRU 0100-EXIT
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022200     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
022300     PERFORM 3000-SCHEDULED-LEAVERS THRU 3000-EXIT
022400     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT
022600     PERFORM 9100-LOG-END THRU 9100-EXIT
022700     STOP RUN.
022800
022900 0100-LOG-START.
023000     MOVE SPACES TO RUN-CONTROL-PARMS
023100     MOVE 'P10JML1' TO RN-PROGRAM
023200     MOVE ZERO TO RN-RETURN-CODE
023300     MOVE 'S' TO RN-FUNCTION
023400     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
023500 0100-EXIT.
023600     EXIT.
023700
023800 1000-INITIALIZE.
023900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
024000     ACCEPT WS-TIME-RAW FROM TIME
024100     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
024200     MOVE '/' TO WS-RUN-DATE(3:1)
024300     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
024400     MOVE '/' TO WS-RUN-DATE(6:1)
024500     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
024600     MOVE WS-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
024700     MOVE ':' TO WS-RUN-TIME(3:1)
024800     MOVE WS-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
024900     MOVE ':' TO WS-RUN-TIME(6:1)
025000     MOVE WS-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
025100     OPEN OUTPUT P10ITFL
025200     IF WS-ITFL-STATUS NOT = '00'
025300         DISPLAY 'P10JML1 - ERROR OPENING P10ITFL - STATUS '
025400             WS-ITFL-STATUS
025500         STOP RUN
025600     END-IF
025700     OPEN OUTPUT P10JRPT
025800     IF WS-RPT-STATUS NOT = '00'
025900         DISPLAY 'P10JML1 - ERROR OPENING P10JRPT - STATUS '
026000             WS-RPT-STATUS
026100         STOP RUN
026200     END-IF
026300     OPEN INPUT P10BFILE
026400     IF WS-P10B-STATUS NOT = '00'
026500         DISPLAY 'P10JML1 - ERROR OPENING P10BFILE - STATUS '
026600             WS-P10B-STATUS
026700         STOP RUN
026800     END-IF
026900     OPEN INPUT P10JCTP
027000     IF WS-CTLP-STATUS = '00'
027100         READ P10JCTP
027200             AT END
027300                 CONTINUE
027400             NOT AT END
027500                 IF JP-LAST-DATE IS NUMERIC
027600                     MOVE JP-LAST-DATE TO WS-FROM-DATE
027700                     MOVE JP-LAST-TIME TO WS-FROM-TIME
027800                 END-IF
027900         END-READ
028000         CLOSE P10JCTP
028100     END-IF
028200     MOVE WS-FROM-DATE TO WS-MAX-DATE
028300     MOVE WS-FROM-TIME TO WS-MAX-TIME
028400     PERFORM 7000-WRITE-HEADER THRU 7000-EXIT
028500     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
028600     MOVE SPACES TO RPT-LINE
028700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
028800     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
028900     MOVE SPACES TO RPT-LINE
029000     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
029100 1000-EXIT.
029200     EXIT.
029300
029400*-----------------------------------------------------------*
029500* P10HFILE IS READ IN ARRIVAL ORDER AND EACH EVENT IS SENT   *
029600* AS IT HAPPENED - NO NETTING, SO A JOINER WHO LEAVES INSIDE *
029700* THE WINDOW STILL GOES OVER AS A JOINER THEN A LEAVER.      *
029800*-----------------------------------------------------------*
029900 2000-PROCESS-HISTORY.
030000     OPEN INPUT P10HFILE
030100     IF WS-P10H-STATUS NOT = '00'
030200         DISPLAY 'P10JML1 - ERROR OPENING P10HFILE - STATUS '
030300             WS-P10H-STATUS
030400         STOP RUN
030500     END-IF
030600     MOVE 'N' TO WS-EOF-SW
030700     PERFORM 2100-READ-LOOP THRU 2100-EXIT
030800         UNTIL WS-EOF-SW-ON
030900     CLOSE P10HFILE.
031000 2000-EXIT.
031100     EXIT.
031200
031300 2100-READ-LOOP.
031400     READ P10HFILE
031500         AT END
031600             MOVE 'Y' TO WS-EOF-SW
031700         NOT AT END
031800             ADD 1 TO WS-HIST-READ
031900             PERFORM 2200-SELECT-ROW THRU 2200-EXIT
032000     END-READ.
032100 2100-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------*
032500* REFERENCE-DATA AUDIT ROWS (REFADD/REFCHG/REFDEA) ARE       *
032600* SKIPPED. A ROW IS IN THE WINDOW WHEN ITS DATE/TIME IS AFTER*
032700* THE PRIOR RUN'S STAMP - SAME RULE AS THE PAYROLL FEED.     *
032800*-----------------------------------------------------------*
032900 2200-SELECT-ROW.
033000     IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
033100         GO TO 2200-EXIT
033200     END-IF
033300     PERFORM 2300-CONVERT-H-DATE THRU 2300-EXIT
033400     IF WS-HDATE-NUM < WS-FROM-DATE
033500         GO TO 2200-EXIT
033600     END-IF
033700     IF WS-HDATE-NUM = WS-FROM-DATE
033800             AND H-TIME NOT > WS-FROM-TIME
033900         GO TO 2200-EXIT
034000     END-IF
034100     ADD 1 TO WS-HIST-SELECTED
034200     IF WS-HDATE-NUM > WS-MAX-DATE
034300         MOVE WS-HDATE-NUM TO WS-MAX-DATE
034400         MOVE H-TIME TO WS-MAX-TIME
034500     ELSE
034600         IF WS-HDATE-NUM = WS-MAX-DATE
034700                 AND H-TIME > WS-MAX-TIME
034800             MOVE H-TIME TO WS-MAX-TIME
034900         END-IF
035000     END-IF
035100     MOVE H-BEFORE-MASTER TO WS-BEF-REC
035200     MOVE H-AFTER-MASTER TO WS-AFT-REC
035300     EVALUATE TRUE
035400         WHEN H-OPER-ADD
035500             PERFORM 4100-JOINER THRU 4100-EXIT
035600         WHEN H-OPER-MODIFY
035700             PERFORM 4200-MOVER THRU 4200-EXIT
035800         WHEN H-OPER-TERM OR H-OPER-DELETE OR H-OPER-ARCHIVE
035900             PERFORM 4300-LEAVER THRU 4300-EXIT
036000         WHEN OTHER
036100             CONTINUE
036200     END-EVALUATE.
036300 2200-EXIT.
036400     EXIT.
036500
036600 2300-CONVERT-H-DATE.
036700     IF H-DATE(1:2) IS NUMERIC AND H-DATE(4:2) IS NUMERIC
036800             AND H-DATE(7:4) IS NUMERIC
036900         MOVE H-DATE(7:4) TO WS-HDATE-NUM(1:4)
037000         MOVE H-DATE(4:2) TO WS-HDATE-NUM(5:2)
037100         MOVE H-DATE(1:2) TO WS-HDATE-NUM(7:2)
037200     ELSE
037300         MOVE ZERO TO WS-HDATE-NUM
037400     END-IF.
037500 2300-EXIT.
037600     EXIT.
037700
037800*-----------------------------------------------------------*
037900* EVERY TERMINATION STILL WAITING ON P10FFILE IS SENT ON     *
038000* EVERY RUN, SO IT SEES THE LEAVER AHEAD OF THE DATE AND A   *
038100* CANCELLED ONE SIMPLY DROPS OFF THE LIST. PENDING TRANSFERS *
038200* ARE NOT SENT - THE MOVE GOES OVER WHEN P10EFF1 APPLIES IT. *
038300*-----------------------------------------------------------*
038400 3000-SCHEDULED-LEAVERS.
038500     OPEN INPUT P10FFILE
038600     IF WS-P10F-STATUS NOT = '00'
038700         DISPLAY 'P10JML1 - ERROR OPENING P10FFILE - STATUS '
038800             WS-P10F-STATUS
038900         STOP RUN
039000     END-IF
039100     MOVE 'N' TO WS-EOF-SW
039200     PERFORM 3100-PENDING-LOOP THRU 3100-EXIT
039300         UNTIL WS-EOF-SW-ON
039400     CLOSE P10FFILE.
039500 3000-EXIT.
039600     EXIT.
039700
039800 3100-PENDING-LOOP.
039900     READ P10FFILE NEXT RECORD
040000         AT END
040100             MOVE 'Y' TO WS-EOF-SW
040200             GO TO 3100-EXIT
040300     END-READ
040400     ADD 1 TO WS-PEND-READ
040500     IF NOT F-TYPE-TERMINATE
040600         GO TO 3100-EXIT
040700     END-IF
040800     MOVE SPACES TO IT-FEED-RECORD
040900     MOVE 'D' TO JI-REC-TYPE
041000     MOVE 'S' TO JI-EVENT
041100     MOVE F-ID TO JI-EMP-ID
041200     MOVE F-ID TO M-ID
041300     READ P10BFILE
041400     IF WS-P10B-STATUS = '00'
041500         MOVE M-NAME TO JI-NAME
041600         MOVE M-DEPT TO JI-OLD-DEPT
041700     END-IF
041800     MOVE F-EFF-DATE TO JI-EFF-DATE
041900     MOVE F-REQ-DATE TO JI-CHG-DATE
042000     MOVE F-REQ-TIME TO JI-CHG-TIME
042100     MOVE 'PENDNG' TO JI-SOURCE
042200     MOVE F-REQ-OPER TO JI-OPER-ID
042300     ADD 1 TO WS-SCHED-COUNT
042400     MOVE 'SCHEDULED LEAVER' TO DL-EVENT
042500     PERFORM 5000-WRITE-EVENT THRU 5000-EXIT.
042600 3100-EXIT.
042700     EXIT.
042800
042900 4100-JOINER.
043000     MOVE SPACES TO IT-FEED-RECORD
043100     MOVE 'D' TO JI-REC-TYPE
043200     MOVE 'J' TO JI-EVENT
043300     MOVE WS-AFT-ID TO JI-EMP-ID
043400     MOVE WS-AFT-NAME TO JI-NAME
043500     MOVE WS-AFT-DEPT TO JI-NEW-DEPT
043600     MOVE WS-AFT-JOIN TO JI-EFF-DATE
043700     PERFORM 4900-ROW-STAMP THRU 4900-EXIT
043800     ADD 1 TO WS-JOIN-COUNT
043900     MOVE 'JOINER' TO DL-EVENT
044000     PERFORM 5000-WRITE-EVENT THRU 5000-EXIT.
044100 4100-EXIT.
044200     EXIT.
044300
044400*-----------------------------------------------------------*
044500* ONLY A CHANGE OF M-DEPT IS A MOVE - NAME, SITE AND DATE    *
044600* CORRECTIONS DO NOT CONCERN ACCESS AND ARE NOT SENT.        *
044700*-----------------------------------------------------------*
044800 4200-MOVER.
044900     IF WS-BEF-DEPT = WS-AFT-DEPT
045000         GO TO 4200-EXIT
045100     END-IF
045200     MOVE SPACES TO IT-FEED-RECORD
045300     MOVE 'D' TO JI-REC-TYPE
045400     MOVE 'M' TO JI-EVENT
045500     MOVE WS-AFT-ID TO JI-EMP-ID
045600     MOVE WS-AFT-NAME TO JI-NAME
045700     MOVE WS-BEF-DEPT TO JI-OLD-DEPT
045800     MOVE WS-AFT-DEPT TO JI-NEW-DEPT
045900     MOVE H-DATE TO JI-EFF-DATE
046000     PERFORM 4900-ROW-STAMP THRU 4900-EXIT
046100     ADD 1 TO WS-MOVE-COUNT
046200     MOVE 'MOVER' TO DL-EVENT
046300     PERFORM 5000-WRITE-EVENT THRU 5000-EXIT.
046400 4200-EXIT.
046500     EXIT.
046600
046700*-----------------------------------------------------------*
046800* A TERM ROW CARRIES THE TERMINATION DATE IN ITS AFTER IMAGE;*
046900* DELETE AND ARCHIV ROWS ONLY HAVE A BEFORE IMAGE.           *
047000*-----------------------------------------------------------*
047100 4300-LEAVER.
047200     MOVE SPACES TO IT-FEED-RECORD
047300     MOVE 'D' TO JI-REC-TYPE
047400     MOVE 'L' TO JI-EVENT
047500     MOVE WS-BEF-ID TO JI-EMP-ID
047600     MOVE WS-BEF-NAME TO JI-NAME
047700     MOVE WS-BEF-DEPT TO JI-OLD-DEPT
047800     IF H-OPER-TERM
047900         MOVE WS-AFT-TERM TO JI-EFF-DATE
048000     ELSE
048100         MOVE WS-BEF-TERM TO JI-EFF-DATE
048200     END-IF
048300     IF JI-EFF-DATE = SPACES
048400         MOVE H-DATE TO JI-EFF-DATE
048500     END-IF
048600     PERFORM 4900-ROW-STAMP THRU 4900-EXIT
048700     ADD 1 TO WS-LEAVE-COUNT
048800     MOVE 'LEAVER' TO DL-EVENT
048900     PERFORM 5000-WRITE-EVENT THRU 5000-EXIT.
049000 4300-EXIT.
049100     EXIT.
049200
049300 4900-ROW-STAMP.
049400     MOVE H-DATE TO JI-CHG-DATE
049500     MOVE H-TIME TO JI-CHG-TIME
049600     MOVE H-OPER-TYPE TO JI-SOURCE
049700     MOVE H-OPER-ID TO JI-OPER-ID.
049800 4900-EXIT.
049900     EXIT.
050000
050100 5000-WRITE-EVENT.
050200     WRITE IT-FEED-RECORD
050300     IF WS-ITFL-STATUS NOT = '00'
050400         DISPLAY 'P10JML1 - ERROR WRITING P10ITFL - STATUS '
050500             WS-ITFL-STATUS
050600         STOP RUN
050700     END-IF
050800     ADD 1 TO WS-TOT-COUNT
050900     MOVE JI-EMP-ID TO DL-ID
051000     MOVE JI-NAME TO DL-NAME
051100     MOVE JI-OLD-DEPT TO DL-OLD-DEPT
051200     MOVE JI-NEW-DEPT TO DL-NEW-DEPT
051300     MOVE JI-EFF-DATE TO DL-EFF-DATE
051400     MOVE JI-SOURCE TO DL-SOURCE
051500     MOVE JI-OPER-ID TO DL-OPER-ID
051600     MOVE JI-CHG-DATE TO DL-CHG-DATE
051700     MOVE JI-CHG-TIME TO DL-CHG-TIME
051800     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
051900 5000-EXIT.
052000     EXIT.
052100
052200 7000-WRITE-HEADER.
052300     MOVE SPACES TO IT-FEED-RECORD
052400     MOVE 'H' TO JI-REC-TYPE
052500     MOVE WS-TODAY TO JH-RUN-DATE
052600     MOVE WS-RUN-TIME TO JH-RUN-TIME
052700     MOVE WS-FROM-DATE TO JH-FROM-DATE
052800     MOVE WS-FROM-TIME TO JH-FROM-TIME
052900     WRITE IT-FEED-RECORD.
053000 7000-EXIT.
053100     EXIT.
053200
053300 8000-WRITE-TRAILER.
053400     MOVE SPACES TO IT-FEED-RECORD
053500     MOVE 'T' TO JI-REC-TYPE
053600     MOVE WS-JOIN-COUNT TO JT-JOIN-COUNT
053700     MOVE WS-MOVE-COUNT TO JT-MOVE-COUNT
053800     MOVE WS-LEAVE-COUNT TO JT-LEAVE-COUNT
053900     MOVE WS-SCHED-COUNT TO JT-SCHED-COUNT
054000     MOVE WS-TOT-COUNT TO JT-TOT-COUNT
054100     WRITE IT-FEED-RECORD.
054200 8000-EXIT.
054300     EXIT.
054400
054500*-----------------------------------------------------------*
054600* THE NEW STAMP IS THE LATEST ROW TAKEN THIS RUN - NOT THE   *
054700* CLOCK - SO A ROW WRITTEN WHILE THIS JOB WAS READING IS     *
054800* PICKED UP BY THE NEXT RUN.                                 *
054900*-----------------------------------------------------------*
055000 9000-TERMINATE.
055100     OPEN OUTPUT P10JCTC
055200     IF WS-CTLC-STATUS = '00'
055300         MOVE WS-MAX-DATE TO JC-LAST-DATE
055400         MOVE WS-MAX-TIME TO JC-LAST-TIME
055500         WRITE JCTLC-RECORD
055600         CLOSE P10JCTC
055700     ELSE
055800         DISPLAY 'P10JML1 - WARNING - CONTROL FILE NOT WRITTEN '
055900             '- STATUS ' WS-CTLC-STATUS
056000     END-IF
056100     MOVE WS-FROM-DATE TO HDG2-FROM-DATE
056200     MOVE WS-FROM-TIME TO HDG2-FROM-TIME
056300     MOVE WS-MAX-DATE TO HDG2-TO-DATE
056400     MOVE WS-MAX-TIME TO HDG2-TO-TIME
056500     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
056600     MOVE WS-RUN-TIME TO HDG2-RUN-TIME
056700     MOVE SPACES TO RPT-LINE
056800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
056900     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
057000     MOVE WS-HIST-READ TO TL-HIST-READ
057100     MOVE WS-HIST-SELECTED TO TL-HIST-SELECTED
057200     MOVE WS-JOIN-COUNT TO TL-JOIN-COUNT
057300     MOVE WS-MOVE-COUNT TO TL-MOVE-COUNT
057400     MOVE WS-LEAVE-COUNT TO TL-LEAVE-COUNT
057500     MOVE WS-SCHED-COUNT TO TL-SCHED-COUNT
057600     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
057700     CLOSE P10BFILE
057800     CLOSE P10ITFL
057900     CLOSE P10JRPT.
058000 9000-EXIT.
058100     EXIT.
058200
058300 9100-LOG-END.
058400     MOVE SPACES TO RUN-CONTROL-PARMS
058500     MOVE 'P10JML1' TO RN-PROGRAM
058600     MOVE 'JOINERS ' TO RN-COUNT-NAME(1)
058700     MOVE WS-JOIN-COUNT TO RN-COUNT(1)
058800     MOVE 'MOVERS  ' TO RN-COUNT-NAME(2)
058900     MOVE WS-MOVE-COUNT TO RN-COUNT(2)
059000     MOVE 'LEAVERS ' TO RN-COUNT-NAME(3)
059100     MOVE WS-LEAVE-COUNT TO RN-COUNT(3)
059200     MOVE WS-TODAY TO RN-REFERENCE(1:8)
059300     MOVE WS-FROM-DATE TO RN-REFERENCE(9:8)
059400     MOVE WS-FROM-TIME TO RN-REFERENCE(17:8)
059500     MOVE RETURN-CODE TO RN-RETURN-CODE
059600     MOVE 'E' TO RN-FUNCTION
059700     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
059800 9100-EXIT.
059900     EXIT.
