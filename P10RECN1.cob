000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10RECN1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - MONTHLY FULL-POPULATION     *
001200*                  RECONCILIATION OF P10BFILE AGAINST PAYROLL'S*
001300*                  EMPLOYEE EXTRACT (P10PAYE, LAYOUT P10EREC).*
001400*                  THE EXTRACT IS SORTED BY ID AND MATCHED TO*
001500*                  THE MASTER ON M-ID. REPORTS EMPLOYEES ON ONE*
001600*                  SIDE ONLY, DUPLICATE IDS ON THE EXTRACT, AND*
001700*                  EACH NAME, DEPARTMENT, STATUS, TERMINATION*
001800*                  DATE AND JOIN DATE DIFFERENCE, WITH COUNTS BY*
001900*                  FIELD FOR PAYROLL TO BALANCE AGAINST. CATCHES*
002000*                  THE DRIFT THE NIGHTLY DELTA FEED CANNOT - *
002100*                  REJECTS NEVER RE-SENT, MANUAL FIXES IN    *
002200*                  PAYROLL AND RECORDS OLDER THAN THE FEED.  *
002300*-----------------------------------------------------------*
002400* NO P10PARM CARD.                                           *
002500* DATES ARE COMPARED ON THEIR DIGITS, SO DD/MM/YYYY ON ONE   *
002600* SIDE AGREES WITH DD:MM:YYYY ON THE OTHER.                  *
002700* RETURN CODE 0 = IN STEP, 8 = DIFFERENCES TO WORK (OR AN    *
002800* INCOMPLETE EXTRACT - NO HEADER/TRAILER, COUNT DISAGREES).  *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT P10BFILE ASSIGN TO P10BFIL
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS M-ID
004000         FILE STATUS IS WS-P10B-STATUS.
004100
004200     SELECT P10PAYE ASSIGN TO P10PAYE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PAYE-STATUS.
004500
004600     SELECT SORT-WORK ASSIGN TO SRTWK01.
004700
004800     SELECT P10YRPT ASSIGN TO P10YRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  P10BFILE.
005400 COPY P10MREC.
005500
005600 FD  P10PAYE
005700     RECORDING MODE IS F.
005800 COPY P10EREC.
005900
006000 SD  SORT-WORK.
006100 01  SW-RECORD.
006200     05  SW-ID            PIC X(04).
006300     05  SW-NAME          PIC X(15).
006400     05  SW-DEPT          PIC X(04).
006500     05  SW-STATUS        PIC X(01).
006600     05  SW-TERM-DATE     PIC X(10).
006700     05  SW-JOIN-DATE     PIC X(10).
006800
006900 FD  P10YRPT
007000     RECORDING MODE IS F.
007100 01  RPT-LINE                   PIC X(132).
007200 WORKING-STORAGE SECTION.
007300 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
007400 77  WS-PAYE-STATUS             PIC X(02) VALUE SPACES.
007500 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
007600 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
007700     88  WS-EOF-SW-ON                     VALUE 'Y'.
007800 77  WS-HEADER-SW               PIC X(01) VALUE 'N'.
007900     88  WS-HEADER-SEEN                   VALUE 'Y'.
008000 77  WS-TRAILER-SW              PIC X(01) VALUE 'N'.
008100     88  WS-TRAILER-SEEN                  VALUE 'Y'.
008200 77  WS-DIFF-SW                 PIC X(01) VALUE 'N'.
008300     88  WS-EMP-DIFFERS                   VALUE 'Y'.
008400 77  WS-EXTRACT-BAD-SW          PIC X(01) VALUE 'N'.
008500     88  WS-EXTRACT-BAD                   VALUE 'Y'.
008600 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
008700 77  WS-EXTRACT-DATE            PIC 9(08) VALUE ZERO.
008800 77  WS-TRAILER-COUNT           PIC 9(07) VALUE ZERO.
008900 77  WS-MAST-COUNT              PIC 9(07) VALUE ZERO.
009000 77  WS-PAYE-COUNT              PIC 9(07) VALUE ZERO.
009100 77  WS-BAD-TYPE-COUNT          PIC 9(07) VALUE ZERO.
009200 77  WS-MATCH-COUNT             PIC 9(07) VALUE ZERO.
009300 77  WS-IN-STEP-COUNT           PIC 9(07) VALUE ZERO.
009400 77  WS-EMP-DIFF-COUNT          PIC 9(07) VALUE ZERO.
009500 77  WS-NO-PAY-COUNT            PIC 9(07) VALUE ZERO.
009600 77  WS-NO-MAST-COUNT           PIC 9(07) VALUE ZERO.
009700 77  WS-DUP-COUNT               PIC 9(07) VALUE ZERO.
009800 77  WS-NAME-DIFFS              PIC 9(07) VALUE ZERO.
009900 77  WS-DEPT-DIFFS              PIC 9(07) VALUE ZERO.
010000 77  WS-STATUS-DIFFS            PIC 9(07) VALUE ZERO.
010100 77  WS-TERM-DIFFS              PIC 9(07) VALUE ZERO.
010200 77  WS-JOIN-DIFFS              PIC 9(07) VALUE ZERO.
010300 77  WS-DIFF-TOTAL              PIC 9(07) VALUE ZERO.
010400 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
010500 01  WS-MAST-KEY                PIC X(04) VALUE SPACES.
010600 01  WS-PAY-KEY                 PIC X(04) VALUE SPACES.
010700 01  WS-PREV-PAY-KEY            PIC X(04) VALUE SPACES.
010800 01  WS-DATE-IN                 PIC X(10) VALUE SPACES.
010900 01  WS-DATE-OUT                PIC X(08) VALUE SPACES.
011000 01  WS-P10-DATE                PIC X(08) VALUE SPACES.
011100 01  WS-PAY-DATE                PIC X(08) VALUE SPACES.
011200 01  WS-SUM-LABEL               PIC X(34) VALUE SPACES.
011300 01  WS-SUM-COUNT               PIC 9(07) VALUE ZERO.
011400 01  WS-HDG1.
011500     05  FILLER                 PIC X(01)  VALUE SPACES.
011600     05  FILLER                 PIC X(30)  VALUE
011700         'P10 PERSONNEL SYSTEM'.
011800     05  FILLER                 PIC X(40)  VALUE
011900         'PAYROLL FULL-EXTRACT RECONCILIATION'.
012000 01  WS-HDG2.
012100     05  FILLER                 PIC X(01)  VALUE SPACES.
012200     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
012300     05  HDG2-RUN-DATE          PIC X(10).
012400     05  FILLER                 PIC X(05)  VALUE SPACES.
012500     05  FILLER                 PIC X(25)  VALUE
012600         'PAYROLL EXTRACT TAKEN:   '.
012700     05  HDG2-EXTRACT-DATE      PIC 9(08).
012800 01  WS-HDG3.
012900     05  FILLER                 PIC X(01)  VALUE SPACES.
013000     05  FILLER                 PIC X(06)  VALUE 'EMP ID'.
013100     05  FILLER                 PIC X(03)  VALUE SPACES.
013200     05  FILLER                 PIC X(28)  VALUE 'DIFFERENCE'.
013300     05  FILLER                 PIC X(17)  VALUE 'P10BFILE VALUE'.
013400     05  FILLER                 PIC X(15)  VALUE 'PAYROLL VALUE'.
013500 01  WS-DETAIL-LINE.
013600     05  FILLER                 PIC X(01)  VALUE SPACES.
013700     05  DL-ID                  PIC X(04).
013800     05  FILLER                 PIC X(05)  VALUE SPACES.
013900     05  DL-DIFFERENCE          PIC X(28).
014000     05  DL-P10-VALUE           PIC X(15).
014100     05  FILLER                 PIC X(02)  VALUE SPACES.
014200     05  DL-PAY-VALUE           PIC X(15).
014300 01  WS-SUM-LINE.
014400     05  FILLER                 PIC X(01)  VALUE SPACES.
014500     05  SL-LABEL               PIC X(34).
014600     05  SL-COUNT               PIC Z,ZZZ,ZZ9.
014700 01  WS-MSG-LINE.
014800     05  FILLER                 PIC X(01)  VALUE SPACES.
014900     05  FILLER                 PIC X(04)  VALUE '*** '.
015000     05  ML-TEXT                PIC X(60).
015100 COPY P10RNPRM.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 0100-LOG-START THRU 0100-EXIT
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015600     PERFORM 2000-RECONCILE THRU 2000-EXIT
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT
015800     PERFORM 9100-LOG-END THRU 9100-EXIT
015900     STOP RUN.
016000
016100 0100-LOG-START.
016200     MOVE SPACES TO RUN-CONTROL-PARMS
016300     MOVE 'P10RECN1' TO RN-PROGRAM
016400     MOVE ZERO TO RN-RETURN-CODE
016500     MOVE 'S' TO RN-FUNCTION
016600     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
016700 0100-EXIT.
016800     EXIT.
016900
017000 1000-INITIALIZE.
017100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
017200     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
017300     MOVE '/' TO WS-RUN-DATE(3:1)
017400     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
017500     MOVE '/' TO WS-RUN-DATE(6:1)
017600     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
017700     OPEN INPUT P10BFILE
017800     IF WS-P10B-STATUS NOT = '00'
017900         DISPLAY 'P10RECN1 - ERROR OPENING P10BFILE - STATUS '
018000             WS-P10B-STATUS
018100         STOP RUN
018200     END-IF
018300     OPEN OUTPUT P10YRPT
018400     IF WS-RPT-STATUS NOT = '00'
018500         DISPLAY 'P10RECN1 - ERROR OPENING P10YRPT - STATUS '
018600             WS-RPT-STATUS
018700         STOP RUN
018800     END-IF.
018900 1000-EXIT.
019000     EXIT.
019100
019200 2000-RECONCILE.
019300     SORT SORT-WORK
019400         ON ASCENDING KEY SW-ID
019500         INPUT PROCEDURE  3000-RELEASE-EXTRACT THRU 3000-EXIT
019600         OUTPUT PROCEDURE 4000-MATCH-MASTER THRU 4000-EXIT.
019700 2000-EXIT.
019800     EXIT.
019900
020000 3000-RELEASE-EXTRACT.
020100     OPEN INPUT P10PAYE
020200     IF WS-PAYE-STATUS NOT = '00'
020300         DISPLAY 'P10RECN1 - ERROR OPENING P10PAYE - STATUS '
020400             WS-PAYE-STATUS
020500         STOP RUN
020600     END-IF
020700     MOVE 'N' TO WS-EOF-SW
020800     PERFORM 3100-RELEASE-LOOP THRU 3100-EXIT
020900         UNTIL WS-EOF-SW-ON
021000     CLOSE P10PAYE.
021100 3000-EXIT.
021200     EXIT.
021300
021400 3100-RELEASE-LOOP.
021500     READ P10PAYE
021600         AT END
021700             MOVE 'Y' TO WS-EOF-SW
021800             GO TO 3100-EXIT
021900     END-READ
022000     EVALUATE TRUE
022100         WHEN PE-HEADER
022200             MOVE 'Y' TO WS-HEADER-SW
022300             IF PE-EXTRACT-DATE IS NUMERIC
022400                 MOVE PE-EXTRACT-DATE TO WS-EXTRACT-DATE
022500             END-IF
022600         WHEN PE-DETAIL-REC
022700             ADD 1 TO WS-PAYE-COUNT
022800             MOVE PE-EMP-ID TO SW-ID
022900             MOVE PE-NAME TO SW-NAME
023000             MOVE PE-DEPT TO SW-DEPT
023100             MOVE PE-STATUS TO SW-STATUS
023200             MOVE PE-TERM-DATE TO SW-TERM-DATE
023300             MOVE PE-JOIN-DATE TO SW-JOIN-DATE
023400             RELEASE SW-RECORD
023500         WHEN PE-TRAILER
023600             MOVE 'Y' TO WS-TRAILER-SW
023700             IF PE-REC-COUNT IS NUMERIC
023800                 MOVE PE-REC-COUNT TO WS-TRAILER-COUNT
023900             END-IF
024000         WHEN OTHER
024100             ADD 1 TO WS-BAD-TYPE-COUNT
024200     END-EVALUATE.
024300 3100-EXIT.
024400     EXIT.
024500
024600*-----------------------------------------------------------*
024700* CLASSIC TWO-FILE MATCH: P10BFILE IN M-ID ORDER AGAINST THE *
024800* SORTED EXTRACT. AN EXHAUSTED SIDE CARRIES A HIGH-VALUES    *
024900* KEY SO THE OTHER SIDE RUNS OUT AS UNMATCHED.               *
025000*-----------------------------------------------------------*
025100 4000-MATCH-MASTER.
025200     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
025300     MOVE WS-EXTRACT-DATE TO HDG2-EXTRACT-DATE
025400     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
025500     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
025600     MOVE SPACES TO RPT-LINE
025700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
025800     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
025900     MOVE SPACES TO RPT-LINE
026000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
026100     PERFORM 4200-READ-MASTER THRU 4200-EXIT
026200     PERFORM 4300-RETURN-EXTRACT THRU 4300-EXIT
026300     PERFORM 4100-MATCH-LOOP THRU 4100-EXIT
026400         UNTIL WS-MAST-KEY = HIGH-VALUES
026500             AND WS-PAY-KEY = HIGH-VALUES.
026600 4000-EXIT.
026700     EXIT.
026800
026900 4100-MATCH-LOOP.
027000     IF WS-PAY-KEY NOT = HIGH-VALUES
027100             AND WS-PAY-KEY = WS-PREV-PAY-KEY
027200         ADD 1 TO WS-DUP-COUNT
027300         MOVE SPACES TO WS-DETAIL-LINE
027400         MOVE WS-PAY-KEY TO DL-ID
027500         MOVE 'DUPLICATE ID ON EXTRACT' TO DL-DIFFERENCE
027600         MOVE SW-NAME TO DL-PAY-VALUE
027700         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
027800         PERFORM 4300-RETURN-EXTRACT THRU 4300-EXIT
027900         GO TO 4100-EXIT
028000     END-IF
028100     IF WS-MAST-KEY < WS-PAY-KEY
028200         ADD 1 TO WS-NO-PAY-COUNT
028300         MOVE SPACES TO WS-DETAIL-LINE
028400         MOVE M-ID TO DL-ID
028500         MOVE 'MISSING FROM PAYROLL' TO DL-DIFFERENCE
028600         MOVE M-NAME TO DL-P10-VALUE
028700         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
028800         PERFORM 4200-READ-MASTER THRU 4200-EXIT
028900         GO TO 4100-EXIT
029000     END-IF
029100     IF WS-PAY-KEY < WS-MAST-KEY
029200         ADD 1 TO WS-NO-MAST-COUNT
029300         MOVE SPACES TO WS-DETAIL-LINE
029400         MOVE SW-ID TO DL-ID
029500         MOVE 'ON PAYROLL, NOT ON P10BFILE' TO DL-DIFFERENCE
029600         MOVE SW-NAME TO DL-PAY-VALUE
029700         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
029800         MOVE WS-PAY-KEY TO WS-PREV-PAY-KEY
029900         PERFORM 4300-RETURN-EXTRACT THRU 4300-EXIT
030000         GO TO 4100-EXIT
030100     END-IF
030200     ADD 1 TO WS-MATCH-COUNT
030300     PERFORM 5000-COMPARE-FIELDS THRU 5000-EXIT
030400     MOVE WS-PAY-KEY TO WS-PREV-PAY-KEY
030500     PERFORM 4200-READ-MASTER THRU 4200-EXIT
030600     PERFORM 4300-RETURN-EXTRACT THRU 4300-EXIT.
030700 4100-EXIT.
030800     EXIT.
030900
031000 4200-READ-MASTER.
031100     READ P10BFILE NEXT RECORD
031200         AT END
031300             MOVE HIGH-VALUES TO WS-MAST-KEY
031400             GO TO 4200-EXIT
031500     END-READ
031600     ADD 1 TO WS-MAST-COUNT
031700     MOVE M-ID TO WS-MAST-KEY.
031800 4200-EXIT.
031900     EXIT.
032000
032100 4300-RETURN-EXTRACT.
032200     RETURN SORT-WORK RECORD
032300         AT END
032400             MOVE HIGH-VALUES TO WS-PAY-KEY
032500             GO TO 4300-EXIT
032600     END-RETURN
032700     MOVE SW-ID TO WS-PAY-KEY.
032800 4300-EXIT.
032900     EXIT.
033000
033100*-----------------------------------------------------------*
033200* ONE LINE PER FIELD THAT DISAGREES. AN EMPLOYEE IS COUNTED  *
033300* ONCE UNDER MATCHED WITH DIFFERENCES HOWEVER MANY FIELDS    *
033400* DIFFER; THE FIELD COUNTS ADD UP THE LINES.                 *
033500*-----------------------------------------------------------*
033600 5000-COMPARE-FIELDS.
033700     MOVE 'N' TO WS-DIFF-SW
033800     IF M-NAME NOT = SW-NAME
033900         ADD 1 TO WS-NAME-DIFFS
034000         MOVE SPACES TO WS-DETAIL-LINE
034100         MOVE 'NAME' TO DL-DIFFERENCE
034200         MOVE M-NAME TO DL-P10-VALUE
034300         MOVE SW-NAME TO DL-PAY-VALUE
034400         PERFORM 5900-WRITE-DIFF THRU 5900-EXIT
034500     END-IF
034600     IF M-DEPT NOT = SW-DEPT
034700         ADD 1 TO WS-DEPT-DIFFS
034800         MOVE SPACES TO WS-DETAIL-LINE
034900         MOVE 'DEPARTMENT' TO DL-DIFFERENCE
035000         MOVE M-DEPT TO DL-P10-VALUE
035100         MOVE SW-DEPT TO DL-PAY-VALUE
035200         PERFORM 5900-WRITE-DIFF THRU 5900-EXIT
035300     END-IF
035400     IF M-STATUS NOT = SW-STATUS
035500         ADD 1 TO WS-STATUS-DIFFS
035600         MOVE SPACES TO WS-DETAIL-LINE
035700         MOVE 'STATUS' TO DL-DIFFERENCE
035800         MOVE M-STATUS TO DL-P10-VALUE
035900         MOVE SW-STATUS TO DL-PAY-VALUE
036000         PERFORM 5900-WRITE-DIFF THRU 5900-EXIT
036100     END-IF
036200     MOVE M-TERM-DATE TO WS-DATE-IN
036300     PERFORM 5100-DATE-DIGITS THRU 5100-EXIT
036400     MOVE WS-DATE-OUT TO WS-P10-DATE
036500     MOVE SW-TERM-DATE TO WS-DATE-IN
036600     PERFORM 5100-DATE-DIGITS THRU 5100-EXIT
036700     MOVE WS-DATE-OUT TO WS-PAY-DATE
036800     IF WS-P10-DATE NOT = WS-PAY-DATE
036900         ADD 1 TO WS-TERM-DIFFS
037000         MOVE SPACES TO WS-DETAIL-LINE
037100         MOVE 'TERMINATION DATE' TO DL-DIFFERENCE
037200         MOVE M-TERM-DATE TO DL-P10-VALUE
037300         MOVE SW-TERM-DATE TO DL-PAY-VALUE
037400         PERFORM 5900-WRITE-DIFF THRU 5900-EXIT
037500     END-IF
037600     MOVE M-JOIN TO WS-DATE-IN
037700     PERFORM 5100-DATE-DIGITS THRU 5100-EXIT
037800     MOVE WS-DATE-OUT TO WS-P10-DATE
037900     MOVE SW-JOIN-DATE TO WS-DATE-IN
038000     PERFORM 5100-DATE-DIGITS THRU 5100-EXIT
038100     MOVE WS-DATE-OUT TO WS-PAY-DATE
038200     IF WS-P10-DATE NOT = WS-PAY-DATE
038300         ADD 1 TO WS-JOIN-DIFFS
038400         MOVE SPACES TO WS-DETAIL-LINE
038500         MOVE 'JOIN DATE' TO DL-DIFFERENCE
038600         MOVE M-JOIN TO DL-P10-VALUE
038700         MOVE SW-JOIN-DATE TO DL-PAY-VALUE
038800         PERFORM 5900-WRITE-DIFF THRU 5900-EXIT
038900     END-IF
039000     IF WS-EMP-DIFFERS
039100         ADD 1 TO WS-EMP-DIFF-COUNT
039200     ELSE
039300         ADD 1 TO WS-IN-STEP-COUNT
039400     END-IF.
039500 5000-EXIT.
039600     EXIT.
039700
039800*-----------------------------------------------------------*
039900* DD?MM?YYYY TO YYYYMMDD, WHATEVER THE SEPARATORS. A BLANK   *
040000* DATE STAYS BLANK; ANYTHING ELSE IS COMPARED AS GIVEN.      *
040100*-----------------------------------------------------------*
040200 5100-DATE-DIGITS.
040300     MOVE SPACES TO WS-DATE-OUT
040400     IF WS-DATE-IN = SPACES
040500         GO TO 5100-EXIT
040600     END-IF
040700     MOVE WS-DATE-IN(7:4) TO WS-DATE-OUT(1:4)
040800     MOVE WS-DATE-IN(4:2) TO WS-DATE-OUT(5:2)
040900     MOVE WS-DATE-IN(1:2) TO WS-DATE-OUT(7:2).
041000 5100-EXIT.
041100     EXIT.
041200
041300 5900-WRITE-DIFF.
041400     MOVE 'Y' TO WS-DIFF-SW
041500     MOVE M-ID TO DL-ID
041600     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
041700 5900-EXIT.
041800     EXIT.
041900
042000*-----------------------------------------------------------*
042100* THE BALANCING SUMMARY PAYROLL WORKS FROM, AND THE RESULT.  *
042200*-----------------------------------------------------------*
042300 8000-SUMMARY.
042400     MOVE SPACES TO RPT-LINE
042500     WRITE RPT-LINE AFTER ADVANCING 2 LINES
042600     MOVE 'P10BFILE MASTERS READ' TO WS-SUM-LABEL
042700     MOVE WS-MAST-COUNT TO WS-SUM-COUNT
042800     PERFORM 8100-SUM-LINE THRU 8100-EXIT
042900     MOVE 'PAYROLL EXTRACT DETAILS READ' TO WS-SUM-LABEL
043000     MOVE WS-PAYE-COUNT TO WS-SUM-COUNT
043100     PERFORM 8100-SUM-LINE THRU 8100-EXIT
043200     MOVE 'PAYROLL EXTRACT TRAILER COUNT' TO WS-SUM-LABEL
043300     MOVE WS-TRAILER-COUNT TO WS-SUM-COUNT
043400     PERFORM 8100-SUM-LINE THRU 8100-EXIT
043500     MOVE 'MATCHED ON M-ID' TO WS-SUM-LABEL
043600     MOVE WS-MATCH-COUNT TO WS-SUM-COUNT
043700     PERFORM 8100-SUM-LINE THRU 8100-EXIT
043800     MOVE '  IN STEP' TO WS-SUM-LABEL
043900     MOVE WS-IN-STEP-COUNT TO WS-SUM-COUNT
044000     PERFORM 8100-SUM-LINE THRU 8100-EXIT
044100     MOVE '  WITH FIELD DIFFERENCES' TO WS-SUM-LABEL
044200     MOVE WS-EMP-DIFF-COUNT TO WS-SUM-COUNT
044300     PERFORM 8100-SUM-LINE THRU 8100-EXIT
044400     MOVE 'MISSING FROM PAYROLL' TO WS-SUM-LABEL
044500     MOVE WS-NO-PAY-COUNT TO WS-SUM-COUNT
044600     PERFORM 8100-SUM-LINE THRU 8100-EXIT
044700     MOVE 'ON PAYROLL, NOT ON P10BFILE' TO WS-SUM-LABEL
044800     MOVE WS-NO-MAST-COUNT TO WS-SUM-COUNT
044900     PERFORM 8100-SUM-LINE THRU 8100-EXIT
045000     MOVE 'DUPLICATE IDS ON EXTRACT' TO WS-SUM-LABEL
045100     MOVE WS-DUP-COUNT TO WS-SUM-COUNT
045200     PERFORM 8100-SUM-LINE THRU 8100-EXIT
045300     MOVE SPACES TO RPT-LINE
045400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
045500     MOVE 'DIFFERENCES BY FIELD - NAME' TO WS-SUM-LABEL
045600     MOVE WS-NAME-DIFFS TO WS-SUM-COUNT
045700     PERFORM 8100-SUM-LINE THRU 8100-EXIT
045800     MOVE '                      DEPARTMENT' TO WS-SUM-LABEL
045900     MOVE WS-DEPT-DIFFS TO WS-SUM-COUNT
046000     PERFORM 8100-SUM-LINE THRU 8100-EXIT
046100     MOVE '                      STATUS' TO WS-SUM-LABEL
046200     MOVE WS-STATUS-DIFFS TO WS-SUM-COUNT
046300     PERFORM 8100-SUM-LINE THRU 8100-EXIT
046400     MOVE '                      TERM DATE' TO WS-SUM-LABEL
046500     MOVE WS-TERM-DIFFS TO WS-SUM-COUNT
046600     PERFORM 8100-SUM-LINE THRU 8100-EXIT
046700     MOVE '                      JOIN DATE' TO WS-SUM-LABEL
046800     MOVE WS-JOIN-DIFFS TO WS-SUM-COUNT
046900     PERFORM 8100-SUM-LINE THRU 8100-EXIT
047000     MOVE SPACES TO RPT-LINE
047100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
047200     IF NOT WS-HEADER-SEEN
047300         MOVE 'Y' TO WS-EXTRACT-BAD-SW
047400         MOVE 'PAYROLL EXTRACT HAS NO HEADER RECORD' TO ML-TEXT
047500         PERFORM 8200-MSG-LINE THRU 8200-EXIT
047600     END-IF
047700     IF NOT WS-TRAILER-SEEN
047800         MOVE 'Y' TO WS-EXTRACT-BAD-SW
047900         MOVE 'PAYROLL EXTRACT HAS NO TRAILER RECORD' TO ML-TEXT
048000         PERFORM 8200-MSG-LINE THRU 8200-EXIT
048100     END-IF
048200     IF WS-TRAILER-SEEN AND WS-TRAILER-COUNT NOT = WS-PAYE-COUNT
048300         MOVE 'Y' TO WS-EXTRACT-BAD-SW
048400         MOVE 'TRAILER COUNT DOES NOT AGREE WITH DETAILS READ' TO
048500             ML-TEXT
048600         PERFORM 8200-MSG-LINE THRU 8200-EXIT
048700     END-IF
048800     IF WS-BAD-TYPE-COUNT > ZERO
048900         MOVE 'Y' TO WS-EXTRACT-BAD-SW
049000         MOVE 'UNRECOGNISED RECORD TYPES ON THE EXTRACT' TO
049100             ML-TEXT
049200         PERFORM 8200-MSG-LINE THRU 8200-EXIT
049300     END-IF
049400     COMPUTE WS-DIFF-TOTAL = WS-EMP-DIFF-COUNT + WS-NO-PAY-COUNT
049500         + WS-NO-MAST-COUNT + WS-DUP-COUNT
049600     IF WS-EXTRACT-BAD
049700         MOVE 8 TO RETURN-CODE
049800         MOVE 'RESULT: EXTRACT INCOMPLETE - ASK PAYROLL TO RESEND'
049900             TO ML-TEXT
050000         PERFORM 8200-MSG-LINE THRU 8200-EXIT
050100         GO TO 8000-EXIT
050200     END-IF
050300     IF WS-DIFF-TOTAL > ZERO
050400         MOVE 8 TO RETURN-CODE
050500         MOVE 'RESULT: DIFFERENCES TO WORK' TO ML-TEXT
050600     ELSE
050700         MOVE 'RESULT: P10BFILE AND PAYROLL ARE IN STEP' TO
050800             ML-TEXT
050900     END-IF
051000     PERFORM 8200-MSG-LINE THRU 8200-EXIT.
051100 8000-EXIT.
051200     EXIT.
051300
051400 8100-SUM-LINE.
051500     MOVE SPACES TO WS-SUM-LINE
051600     MOVE WS-SUM-LABEL TO SL-LABEL
051700     MOVE WS-SUM-COUNT TO SL-COUNT
051800     WRITE RPT-LINE FROM WS-SUM-LINE AFTER ADVANCING 1 LINE.
051900 8100-EXIT.
052000     EXIT.
052100
052200 8200-MSG-LINE.
052300     WRITE RPT-LINE FROM WS-MSG-LINE AFTER ADVANCING 1 LINE.
052400 8200-EXIT.
052500     EXIT.
052600
052700 9000-TERMINATE.
052800     PERFORM 8000-SUMMARY THRU 8000-EXIT
052900     CLOSE P10BFILE
053000     CLOSE P10YRPT.
053100 9000-EXIT.
053200     EXIT.
053300
053400 9100-LOG-END.
053500     MOVE SPACES TO RUN-CONTROL-PARMS
053600     MOVE 'P10RECN1' TO RN-PROGRAM
053700     MOVE 'MASTERS ' TO RN-COUNT-NAME(1)
053800     MOVE WS-MAST-COUNT TO RN-COUNT(1)
053900     MOVE 'EXTRACT ' TO RN-COUNT-NAME(2)
054000     MOVE WS-PAYE-COUNT TO RN-COUNT(2)
054100     MOVE 'DIFFS   ' TO RN-COUNT-NAME(3)
054200     MOVE WS-DIFF-TOTAL TO RN-COUNT(3)
054300     MOVE RETURN-CODE TO RN-RETURN-CODE
054400     MOVE 'E' TO RN-FUNCTION
054500     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
054600 9100-EXIT.
054700     EXIT.
