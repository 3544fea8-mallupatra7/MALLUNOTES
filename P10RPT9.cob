000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10RPT9.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - MORNING RUN STATUS REPORT.  *
001200*                  ONE PAGE, ONE LINE PER P10 BATCH PROGRAM, *
001300*                  FROM THE P10RFILE RUN-CONTROL LOG FOR ONE *
001400*                  BUSINESS DATE: RAN / DID NOT RUN / REFUSED*
001500*                  / NO END, START AND END TIMES, RETURN CODE*
001600*                  AND THE KEY COUNTS EACH PROGRAM LOGGED.   *
001700*                  RETURN CODE 0 = NIGHTLY CHAIN CLEAN, 4 =  *
001800*                  CLEAN BUT A PROGRAM ENDED RC 4, 8 = A     *
001900*                  PROBLEM LINE (***) TO FOLLOW UP.          *
001910* 15/10/2026 RK    P10CORR1 ADDED TO THE CHAIN TABLE.        *
001920* 15/10/2026 RK    P10PURG1 ADDED TO THE CHAIN TABLE.        *
001930* 15/10/2026 RK    P10RECN1 ADDED TO THE CHAIN TABLE.        *
001940* 15/10/2026 RK    P10JML1 ADDED TO THE CHAIN TABLE.         *
001950* 15/10/2026 RK    P10LSET1 ADDED TO THE CHAIN TABLE.        *
001960* 15/10/2026 RK    P10LYE1 ADDED TO THE CHAIN TABLE.         *
001970* 15/10/2026 RK    P10SAR1 ADDED TO THE CHAIN TABLE.         *
002000*-----------------------------------------------------------*
002100* P10PARM CARD (OPTIONAL):                                   *
002200*   COLS 01-08  BUSINESS DATE YYYYMMDD (DEFAULT = THE        *
002300*               BUSINESS DATE BEFORE THE ONE THIS RUN IS IN, *
002400*               I.E. LAST NIGHT WHEN RUN IN THE MORNING)     *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT P10RFILE ASSIGN TO P10RFIL
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-P10R-STATUS.
003500
003600     SELECT P10PARM ASSIGN TO P10PARM
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900
004000     SELECT P10RPT09 ASSIGN TO P10RPT9
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  P10RFILE
004600     RECORDING MODE IS F.
004700 COPY P10RREC.
004800
004900 FD  P10PARM
005000     RECORDING MODE IS F.
005100 01  PARM-CARD                  PIC X(80).
005200
005300 FD  P10RPT09
005400     RECORDING MODE IS F.
005500 01  RPT-LINE                   PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 77  WS-P10R-STATUS             PIC X(02) VALUE SPACES.
005800 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
005900 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
006000 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006100     88  WS-EOF-SW-ON                     VALUE 'Y'.
006200 77  WS-PROBLEM-SW              PIC X(01) VALUE 'N'.
006300     88  WS-PROBLEM                       VALUE 'Y'.
006400 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
006500 77  WS-RPT-DATE                PIC 9(08) VALUE ZERO.
006600 77  WS-RPT-INT                 PIC 9(08) COMP VALUE ZERO.
006700 77  WS-LOG-READ                PIC 9(07) VALUE ZERO.
006800 77  WS-LOG-SELECTED            PIC 9(07) VALUE ZERO.
006900 77  WS-CLEAN-COUNT             PIC 9(03) VALUE ZERO.
007000 77  WS-WARN-COUNT              PIC 9(03) VALUE ZERO.
007100 77  WS-PROB-COUNT              PIC 9(03) VALUE ZERO.
007200 77  WS-NOTRUN-COUNT            PIC 9(03) VALUE ZERO.
007300 77  WS-CH-IX                   PIC 9(03) COMP VALUE ZERO.
007400 77  WS-CH-HIT                  PIC 9(03) COMP VALUE ZERO.
007500 77  WS-CX                      PIC 9(01) COMP VALUE ZERO.
007600*-----------------------------------------------------------*
007700* THE JOB CHAIN IN SCHEDULE ORDER. A NIGHTLY PROGRAM WITH NO *
007800* ROW FOR THE DATE IS A PROBLEM; ANY OTHER IS SHOWN AS NOT   *
007900* RUN FOR INFORMATION ONLY.                                  *
008000*-----------------------------------------------------------*
008100 01  WS-CHAIN-NAMES.
008200     05  FILLER                 PIC X(16)  VALUE
008300         'P10EFF1 NIGHTLY '.
008400     05  FILLER                 PIC X(16)  VALUE
008500         'P10DLT1 NIGHTLY '.
008510     05  FILLER                 PIC X(16)  VALUE
008520         'P10JML1 NIGHTLY '.
008530     05  FILLER                 PIC X(16)  VALUE
008540         'P10LSET1NIGHTLY '.
008600     05  FILLER                 PIC X(16)  VALUE
008700         'P10RPT4 NIGHTLY '.
008800     05  FILLER                 PIC X(16)  VALUE
008900         'P10SWP1 NIGHTLY '.
009000     05  FILLER                 PIC X(16)  VALUE
009100         'P10LSWP1NIGHTLY '.
009200     05  FILLER                 PIC X(16)  VALUE
009300         'P10ACK1 MORNING '.
009400     05  FILLER                 PIC X(16)  VALUE
009500         'P10VFY1 WEEKEND '.
009600     05  FILLER                 PIC X(16)  VALUE
009700         'P10RPT6 WEEKLY  '.
009800     05  FILLER                 PIC X(16)  VALUE
009900         'P10RPT7 WEEKLY  '.
010000     05  FILLER                 PIC X(16)  VALUE
010100         'P10ARCH1MONTHLY '.
010200     05  FILLER                 PIC X(16)  VALUE
010300         'P10RPT3 MONTHLY '.
010400     05  FILLER                 PIC X(16)  VALUE
010500         'P10RPT8 MONTHLY '.
010600     05  FILLER                 PIC X(16)  VALUE
010700         'P10HARC1QUARTER '.
010800     05  FILLER                 PIC X(16)  VALUE
010900         'P10ARST1REQUEST '.
011000     05  FILLER                 PIC X(16)  VALUE
011100         'P10DMG1 REQUEST '.
011200     05  FILLER                 PIC X(16)  VALUE
011300         'P10LOAD1REQUEST '.
011400     05  FILLER                 PIC X(16)  VALUE
011500         'P10NBLD1REQUEST '.
011600     05  FILLER                 PIC X(16)  VALUE
011700         'P10RCV1 REQUEST '.
011800     05  FILLER                 PIC X(16)  VALUE
011900         'P10RPT1 REQUEST '.
012000     05  FILLER                 PIC X(16)  VALUE
012100         'P10RPT5 REQUEST '.
012110     05  FILLER                 PIC X(16)  VALUE
012120         'P10CORR1REQUEST '.
012130     05  FILLER                 PIC X(16)  VALUE
012140         'P10PURG1REQUEST '.
012150     05  FILLER                 PIC X(16)  VALUE
012160         'P10RECN1MONTHLY '.
012170     05  FILLER                 PIC X(16)  VALUE
012180         'P10LYE1 ANNUAL  '.
012186     05  FILLER                 PIC X(16)  VALUE
012192         'P10SAR1 REQUEST '.
012200     05  FILLER                 PIC X(16)  VALUE
012300         'P10RCHK1IN JOB  '.
012400 01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-NAMES.
012500     05  WS-CH-NAME-ENTRY OCCURS 28 TIMES.
012600         10  WS-CH-PROGRAM      PIC X(08).
012700         10  WS-CH-SCHEDULE     PIC X(08).
012800             88  WS-CH-NIGHTLY            VALUE 'NIGHTLY '.
012900 77  WS-CH-COUNT                PIC 9(03) COMP VALUE 28.
013000 01  WS-CHAIN-STATUS.
013100     05  WS-CS-ENTRY OCCURS 28 TIMES.
013200         10  WS-CS-RUNS         PIC 9(03).
013300         10  WS-CS-LAST-EVENT   PIC X(01).
013400         10  WS-CS-START-TIME   PIC X(08).
013500         10  WS-CS-END-TIME     PIC X(08).
013600         10  WS-CS-RC           PIC 9(04).
013700         10  WS-CS-COUNTS       PIC X(51).
013800         10  WS-CS-TEXT         PIC X(40).
013900 01  WS-CS-COUNT-VIEW.
014000     05  WS-CV-ENTRY OCCURS 3 TIMES.
014100         10  WS-CV-NAME         PIC X(08).
014200         10  WS-CV-COUNT        PIC 9(09).
014300 01  WS-HDG1.
014400     05  FILLER                 PIC X(01)  VALUE SPACES.
014500     05  FILLER                 PIC X(30)  VALUE
014600         'P10 PERSONNEL SYSTEM'.
014700     05  FILLER                 PIC X(40)  VALUE
014800         'NIGHTLY BATCH RUN STATUS'.
014900     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
015000     05  HDG1-TODAY             PIC 9(08).
015100 01  WS-HDG2.
015200     05  FILLER                 PIC X(01)  VALUE SPACES.
015300     05  FILLER                 PIC X(15)  VALUE
015400         'BUSINESS DATE: '.
015500     05  HDG2-RPT-DATE          PIC 9(08).
015600 01  WS-HDG3.
015700     05  FILLER                 PIC X(05)  VALUE SPACES.
015800     05  FILLER                 PIC X(10)  VALUE 'PROGRAM'.
015900     05  FILLER                 PIC X(10)  VALUE 'SCHEDULE'.
016000     05  FILLER                 PIC X(17)  VALUE 'STATUS'.
016100     05  FILLER                 PIC X(05)  VALUE 'RUNS'.
016200     05  FILLER                 PIC X(07)  VALUE 'START'.
016300     05  FILLER                 PIC X(07)  VALUE 'END'.
016400     05  FILLER                 PIC X(06)  VALUE '  RC'.
016500     05  FILLER                 PIC X(10)  VALUE 'KEY COUNTS'.
016600 01  WS-DETAIL-LINE.
016700     05  FILLER                 PIC X(01)  VALUE SPACES.
016800     05  DL-FLAG                PIC X(03).
016900     05  FILLER                 PIC X(01)  VALUE SPACES.
017000     05  DL-PROGRAM             PIC X(08).
017100     05  FILLER                 PIC X(02)  VALUE SPACES.
017200     05  DL-SCHEDULE            PIC X(08).
017300     05  FILLER                 PIC X(02)  VALUE SPACES.
017400     05  DL-STATUS              PIC X(16).
017500     05  FILLER                 PIC X(01)  VALUE SPACES.
017600     05  DL-RUNS                PIC ZZ9.
017700     05  FILLER                 PIC X(02)  VALUE SPACES.
017800     05  DL-START               PIC X(05).
017900     05  FILLER                 PIC X(02)  VALUE SPACES.
018000     05  DL-END                 PIC X(05).
018100     05  FILLER                 PIC X(02)  VALUE SPACES.
018200     05  DL-RC                  PIC ZZZ9.
018300     05  FILLER                 PIC X(02)  VALUE SPACES.
018400     05  DL-COUNTS-AREA         PIC X(62).
018500     05  DL-COUNTS REDEFINES DL-COUNTS-AREA.
018600         10  DL-COUNT-ENTRY OCCURS 3 TIMES.
018700             15  DL-COUNT-NAME  PIC X(08).
018800             15  DL-COUNT-EQ    PIC X(01).
018900             15  DL-COUNT       PIC ZZZZZZZZ9.
019000             15  FILLER         PIC X(02).
019100 01  WS-TOTAL-LINE.
019200     05  FILLER                 PIC X(01)  VALUE SPACES.
019300     05  FILLER                 PIC X(11)  VALUE 'RAN CLEAN: '.
019400     05  TL-CLEAN-COUNT         PIC ZZ9.
019500     05  FILLER                 PIC X(03)  VALUE SPACES.
019600     05  FILLER                 PIC X(11)  VALUE 'RC 4 WARN: '.
019700     05  TL-WARN-COUNT          PIC ZZ9.
019800     05  FILLER                 PIC X(03)  VALUE SPACES.
019900     05  FILLER                 PIC X(10)  VALUE 'PROBLEMS: '.
020000     05  TL-PROB-COUNT          PIC ZZ9.
020100     05  FILLER                 PIC X(03)  VALUE SPACES.
020200     05  FILLER                 PIC X(09)  VALUE 'NOT RUN: '.
020300     05  TL-NOTRUN-COUNT        PIC ZZ9.
020400     05  FILLER                 PIC X(03)  VALUE SPACES.
020500     05  FILLER                 PIC X(15)  VALUE
020600         'LOG ROWS READ: '.
020700     05  TL-LOG-READ            PIC ZZZ,ZZ9.
020800 01  WS-MSG-LINE.
020900     05  FILLER                 PIC X(01)  VALUE SPACES.
021000     05  ML-TEXT                PIC X(60).
021100 COPY P10RNPRM.
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 0100-LOG-START THRU 0100-EXIT
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     PERFORM 2000-SCAN-LOG THRU 2000-EXIT
021700         UNTIL WS-EOF-SW-ON
021800     PERFORM 3000-REPORT-PROGRAM THRU 3000-EXIT
021900         VARYING WS-CH-IX FROM 1 BY 1
022000         UNTIL WS-CH-IX > WS-CH-COUNT
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT
022200     PERFORM 9100-LOG-END THRU 9100-EXIT
022300     STOP RUN.
022400
022500 0100-LOG-START.
022600     MOVE SPACES TO RUN-CONTROL-PARMS
022700     MOVE 'P10RPT9' TO RN-PROGRAM
022800     MOVE ZERO TO RN-RETURN-CODE
022900     MOVE 'S' TO RN-FUNCTION
023000     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
023100 0100-EXIT.
023200     EXIT.
023300
023400 1000-INITIALIZE.
023500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
023600     MOVE SPACES TO WS-CHAIN-STATUS
023700     PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
023800         VARYING WS-CH-IX FROM 1 BY 1
023900         UNTIL WS-CH-IX > WS-CH-COUNT
024000     OPEN OUTPUT P10RPT09
024100     IF WS-RPT-STATUS NOT = '00'
024200         DISPLAY 'P10RPT9 - ERROR OPENING P10RPT9 - STATUS '
024300             WS-RPT-STATUS
024400         STOP RUN
024500     END-IF
024600     PERFORM 1100-READ-PARM THRU 1100-EXIT
024700     OPEN INPUT P10RFILE
024800     IF WS-P10R-STATUS NOT = '00'
024900         DISPLAY 'P10RPT9 - ERROR OPENING P10RFILE - STATUS '
025000             WS-P10R-STATUS
025100         STOP RUN
025200     END-IF
025300     PERFORM 2100-READ-LOG THRU 2100-EXIT
025400     MOVE WS-TODAY TO HDG1-TODAY
025500     MOVE WS-RPT-DATE TO HDG2-RPT-DATE
025600     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
025700     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
025800     MOVE SPACES TO RPT-LINE
025900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
026000     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
026100     MOVE SPACES TO RPT-LINE
026200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
026300 1000-EXIT.
026400     EXIT.
026500
026600*-----------------------------------------------------------*
026700* NO CARD MEANS THE BUSINESS DATE BEFORE THE CURRENT ONE -   *
026800* RUN IN THE MORNING, THAT IS LAST NIGHT'S CHAIN.            *
026900*-----------------------------------------------------------*
027000 1100-READ-PARM.
027100     COMPUTE WS-RPT-INT =
027200         FUNCTION INTEGER-OF-DATE(RN-BUS-DATE) - 1
027300     COMPUTE WS-RPT-DATE =
027400         FUNCTION DATE-OF-INTEGER(WS-RPT-INT)
027500     OPEN INPUT P10PARM
027600     IF WS-PARM-STATUS NOT = '00'
027700         GO TO 1100-EXIT
027800     END-IF
027900     READ P10PARM
028000         AT END
028100             CLOSE P10PARM
028200             GO TO 1100-EXIT
028300     END-READ
028400     CLOSE P10PARM
028500     IF PARM-CARD(1:8) IS NUMERIC
028600         MOVE PARM-CARD(1:8) TO WS-RPT-DATE
028700     END-IF.
028800 1100-EXIT.
028900     EXIT.
029000
029100 1200-CLEAR-ENTRY.
029200     MOVE ZERO TO WS-CS-RUNS(WS-CH-IX)
029300     MOVE ZERO TO WS-CS-RC(WS-CH-IX).
029400 1200-EXIT.
029500     EXIT.
029600
029700*-----------------------------------------------------------*
029800* ROWS FOR THE BUSINESS DATE ARE APPLIED IN LOG ORDER, SO    *
029900* EACH PROGRAM ENDS UP SHOWING ITS LATEST RUN (A RERUN       *
030000* REPLACES THE FAILED RUN BEFORE IT; RUNS COUNTS BOTH).      *
030100*-----------------------------------------------------------*
030200 2000-SCAN-LOG.
030300     ADD 1 TO WS-LOG-READ
030400     IF R-BUS-DATE NOT = WS-RPT-DATE
030500         GO TO 2090-NEXT
030600     END-IF
030700     MOVE ZERO TO WS-CH-HIT
030800     PERFORM 2200-FIND-PROGRAM THRU 2200-EXIT
030900         VARYING WS-CH-IX FROM 1 BY 1
031000         UNTIL WS-CH-IX > WS-CH-COUNT OR WS-CH-HIT > ZERO
031100     IF WS-CH-HIT = ZERO
031200         GO TO 2090-NEXT
031300     END-IF
031400     ADD 1 TO WS-LOG-SELECTED
031500     MOVE R-EVENT TO WS-CS-LAST-EVENT(WS-CH-HIT)
031600     EVALUATE TRUE
031700         WHEN R-EV-START
031800             ADD 1 TO WS-CS-RUNS(WS-CH-HIT)
031900             MOVE R-TIME TO WS-CS-START-TIME(WS-CH-HIT)
032000             MOVE SPACES TO WS-CS-END-TIME(WS-CH-HIT)
032100             MOVE SPACES TO WS-CS-COUNTS(WS-CH-HIT)
032200             MOVE SPACES TO WS-CS-TEXT(WS-CH-HIT)
032300             MOVE ZERO TO WS-CS-RC(WS-CH-HIT)
032400         WHEN OTHER
032500             MOVE R-TIME TO WS-CS-END-TIME(WS-CH-HIT)
032600             MOVE R-RC TO WS-CS-RC(WS-CH-HIT)
032700             MOVE R-COUNT-ENTRY(1) TO
032800                 WS-CS-COUNTS(WS-CH-HIT)(1:17)
032900             MOVE R-COUNT-ENTRY(2) TO
033000                 WS-CS-COUNTS(WS-CH-HIT)(18:17)
033100             MOVE R-COUNT-ENTRY(3) TO
033200                 WS-CS-COUNTS(WS-CH-HIT)(35:17)
033300             MOVE R-TEXT TO WS-CS-TEXT(WS-CH-HIT)
033400     END-EVALUATE.
033500 2090-NEXT.
033600     PERFORM 2100-READ-LOG THRU 2100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000 2100-READ-LOG.
034100     READ P10RFILE
034200         AT END
034300             MOVE 'Y' TO WS-EOF-SW
034400     END-READ.
034500 2100-EXIT.
034600     EXIT.
034700
034800 2200-FIND-PROGRAM.
034900     IF WS-CH-PROGRAM(WS-CH-IX) = R-PROGRAM
035000         MOVE WS-CH-IX TO WS-CH-HIT
035100     END-IF.
035200 2200-EXIT.
035300     EXIT.
035400
035500*-----------------------------------------------------------*
035600* STATUS OF EACH PROGRAM FROM ITS LATEST ROW FOR THE DATE:   *
035700*   NO ROWS       - DID NOT RUN (PROBLEM IF NIGHTLY)         *
035800*   START ONLY    - NO END ROW, THE STEP FAILED (PROBLEM)    *
035900*   REFUSED       - STOPPED BY P10RCHK1 (PROBLEM)            *
036000*   END RC 8 UP   - FAILED (PROBLEM)                         *
036100*   END RC 4      - RAN WITH WARNINGS                        *
036200*   END RC 0      - RAN CLEAN                                *
036300*-----------------------------------------------------------*
036400 3000-REPORT-PROGRAM.
036500     MOVE SPACES TO WS-DETAIL-LINE
036600     MOVE WS-CH-PROGRAM(WS-CH-IX) TO DL-PROGRAM
036700     MOVE WS-CH-SCHEDULE(WS-CH-IX) TO DL-SCHEDULE
036800     MOVE WS-CS-RUNS(WS-CH-IX) TO DL-RUNS
036900     IF WS-CS-RUNS(WS-CH-IX) = ZERO
037000             AND WS-CS-LAST-EVENT(WS-CH-IX) = SPACE
037100         ADD 1 TO WS-NOTRUN-COUNT
037200         MOVE 'DID NOT RUN' TO DL-STATUS
037300         IF WS-CH-NIGHTLY(WS-CH-IX)
037400             MOVE '***' TO DL-FLAG
037500             ADD 1 TO WS-PROB-COUNT
037600         END-IF
037700         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
037800         GO TO 3000-EXIT
037900     END-IF
038000     IF WS-CS-START-TIME(WS-CH-IX) NOT = SPACES
038100         MOVE WS-CS-START-TIME(WS-CH-IX)(1:2) TO DL-START(1:2)
038200         MOVE ':' TO DL-START(3:1)
038300         MOVE WS-CS-START-TIME(WS-CH-IX)(3:2) TO DL-START(4:2)
038400     END-IF
038500     IF WS-CS-END-TIME(WS-CH-IX) NOT = SPACES
038600         MOVE WS-CS-END-TIME(WS-CH-IX)(1:2) TO DL-END(1:2)
038700         MOVE ':' TO DL-END(3:1)
038800         MOVE WS-CS-END-TIME(WS-CH-IX)(3:2) TO DL-END(4:2)
038900     END-IF
039000     EVALUATE WS-CS-LAST-EVENT(WS-CH-IX)
039100         WHEN 'S'
039200             MOVE 'NO END - FAILED' TO DL-STATUS
039300             MOVE '***' TO DL-FLAG
039400             ADD 1 TO WS-PROB-COUNT
039500         WHEN 'R'
039600             MOVE 'REFUSED' TO DL-STATUS
039700             MOVE '***' TO DL-FLAG
039800             MOVE WS-CS-RC(WS-CH-IX) TO DL-RC
039900             MOVE WS-CS-TEXT(WS-CH-IX) TO DL-COUNTS-AREA
040000             ADD 1 TO WS-PROB-COUNT
040100         WHEN OTHER
040200             MOVE WS-CS-RC(WS-CH-IX) TO DL-RC
040300             PERFORM 3100-FORMAT-COUNTS THRU 3100-EXIT
040400             EVALUATE TRUE
040500                 WHEN WS-CS-RC(WS-CH-IX) NOT < 8
040600                     MOVE 'FAILED' TO DL-STATUS
040700                     MOVE '***' TO DL-FLAG
040800                     ADD 1 TO WS-PROB-COUNT
040900                 WHEN WS-CS-RC(WS-CH-IX) > ZERO
041000                     MOVE 'RAN - WARNING' TO DL-STATUS
041100                     ADD 1 TO WS-WARN-COUNT
041200                 WHEN OTHER
041300                     MOVE 'RAN' TO DL-STATUS
041400                     ADD 1 TO WS-CLEAN-COUNT
041500             END-EVALUATE
041600     END-EVALUATE
041700     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
041800 3000-EXIT.
041900     EXIT.
042000
042100 3100-FORMAT-COUNTS.
042200     MOVE WS-CS-COUNTS(WS-CH-IX) TO WS-CS-COUNT-VIEW
042300     PERFORM 3110-FORMAT-ONE THRU 3110-EXIT
042400         VARYING WS-CX FROM 1 BY 1
042500         UNTIL WS-CX > 3.
042600 3100-EXIT.
042700     EXIT.
042800
042900 3110-FORMAT-ONE.
043000     IF WS-CV-NAME(WS-CX) NOT = SPACES
043100             AND WS-CV-COUNT(WS-CX) IS NUMERIC
043200         MOVE WS-CV-NAME(WS-CX) TO DL-COUNT-NAME(WS-CX)
043300         MOVE '=' TO DL-COUNT-EQ(WS-CX)
043400         MOVE WS-CV-COUNT(WS-CX) TO DL-COUNT(WS-CX)
043500     END-IF.
043600 3110-EXIT.
043700     EXIT.
043800
043900 9000-TERMINATE.
044000     EVALUATE TRUE
044100         WHEN WS-PROB-COUNT > ZERO
044200             MOVE 8 TO RETURN-CODE
044300             MOVE 'CHAIN NOT CLEAN - FOLLOW UP THE *** LINES' TO
044400                 ML-TEXT
044500         WHEN WS-WARN-COUNT > ZERO
044600             MOVE 4 TO RETURN-CODE
044700             MOVE 'CHAIN RAN - CHECK THE RC 4 REPORTS' TO ML-TEXT
044800         WHEN OTHER
044900             MOVE 'CHAIN CLEAN - NO ACTION NEEDED' TO ML-TEXT
045000     END-EVALUATE
045100     MOVE WS-CLEAN-COUNT TO TL-CLEAN-COUNT
045200     MOVE WS-WARN-COUNT TO TL-WARN-COUNT
045300     MOVE WS-PROB-COUNT TO TL-PROB-COUNT
045400     MOVE WS-NOTRUN-COUNT TO TL-NOTRUN-COUNT
045500     MOVE WS-LOG-READ TO TL-LOG-READ
045600     MOVE SPACES TO RPT-LINE
045700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
045800     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
045900     WRITE RPT-LINE FROM WS-MSG-LINE AFTER ADVANCING 2 LINES
046000     CLOSE P10RFILE
046100     CLOSE P10RPT09.
046200 9000-EXIT.
046300     EXIT.
046400
046500 9100-LOG-END.
046600     MOVE SPACES TO RUN-CONTROL-PARMS
046700     MOVE 'P10RPT9' TO RN-PROGRAM
046800     MOVE 'LOGREAD ' TO RN-COUNT-NAME(1)
046900     MOVE WS-LOG-READ TO RN-COUNT(1)
047000     MOVE 'PROBLEMS' TO RN-COUNT-NAME(2)
047100     MOVE WS-PROB-COUNT TO RN-COUNT(2)
047200     MOVE 'NOTRUN  ' TO RN-COUNT-NAME(3)
047300     MOVE WS-NOTRUN-COUNT TO RN-COUNT(3)
047400     MOVE RETURN-CODE TO RN-RETURN-CODE
047500     MOVE 'E' TO RN-FUNCTION
047600     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
047700 9100-EXIT.
047800     EXIT.
