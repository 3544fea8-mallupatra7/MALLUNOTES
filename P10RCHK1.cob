000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10RCHK1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - JOB-CHAIN PREREQUISITE CHECK.*
001200*                  RUN AS THE FIRST STEP OF A JOB THAT DEPENDS*
001300*                  ON ANOTHER; READS THE P10RFILE RUN-CONTROL*
001400*                  LOG AND ENDS RC 0 WHEN THE NAMED PROGRAM  *
001500*                  MAY RUN OR RC 8 (WITH A REFUSED ROW ON THE*
001600*                  LOG) WHEN IT MAY NOT. THE JOB'S REAL STEP *
001700*                  RUNS ONLY ON RC 0, SO A REFUSED RUN NEVER *
001800*                  OPENS ITS FILES OR CATALOGS A GENERATION. *
001900*-----------------------------------------------------------*
002000* P10PARM CARD (REQUIRED):                                   *
002100*   COLS 01-08  PROGRAM TO CHECK:                            *
002200*     P10DLT1   P10EFF1 MUST HAVE ENDED CLEAN (RC UNDER 8)   *
002300*               FOR THE SAME BUSINESS DATE.                  *
002400*     P10ACK1   THE P10PAYF FEED BEING ACKNOWLEDGED MUST BE  *
002500*               THE ONE WRITTEN BY A P10DLT1 RUN THAT ENDED  *
002600*               CLEAN - MATCHED ON THE FEED HEADER.          *
002700*     P10HARC1  THE LAST CLEAN P10DLT1 FEED MUST HAVE BEEN   *
002800*               ACKNOWLEDGED BY A P10ACK1 RUN (RC UNDER 8).  *
002900*   RC 12 = MISSING OR UNKNOWN PARAMETER CARD.               *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT P10RFILE ASSIGN TO P10RFIL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-P10R-STATUS.
004000
004100     SELECT P10PAYF ASSIGN TO P10PAYF
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PAYF-STATUS.
004400
004500     SELECT P10PARM ASSIGN TO P10PARM
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PARM-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  P10RFILE
005100     RECORDING MODE IS F.
005200 COPY P10RREC.
005300
005400 FD  P10PAYF
005500     RECORDING MODE IS F.
005600 COPY P10IREC.
005700
005800 FD  P10PARM
005900     RECORDING MODE IS F.
006000 01  PARM-CARD                  PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 77  WS-P10R-STATUS             PIC X(02) VALUE SPACES.
006300 77  WS-PAYF-STATUS             PIC X(02) VALUE SPACES.
006400 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
006500 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006600     88  WS-EOF-SW-ON                     VALUE 'Y'.
006700 77  WS-REFUSE-SW               PIC X(01) VALUE 'N'.
006800     88  WS-REFUSED                       VALUE 'Y'.
006900 77  WS-PRE-FOUND-SW            PIC X(01) VALUE 'N'.
007000     88  WS-PRE-FOUND                     VALUE 'Y'.
007100 77  WS-DLT-SEEN-SW             PIC X(01) VALUE 'N'.
007200     88  WS-DLT-SEEN                      VALUE 'Y'.
007300 77  WS-ACK-SEEN-SW             PIC X(01) VALUE 'N'.
007400     88  WS-ACK-SEEN                      VALUE 'Y'.
007500 77  WS-TARGET                  PIC X(08) VALUE SPACES.
007600     88  WS-TGT-DLT1                      VALUE 'P10DLT1'.
007700     88  WS-TGT-ACK1                      VALUE 'P10ACK1'.
007800     88  WS-TGT-HARC1                     VALUE 'P10HARC1'.
007900 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
008000 77  WS-PRE-RC                  PIC 9(04) VALUE ZERO.
008100 77  WS-LOG-READ                PIC 9(07) VALUE ZERO.
008200 77  WS-REASON                  PIC X(40) VALUE SPACES.
008300 01  WS-FEED-REF.
008400     05  WS-FR-RUN-DATE         PIC 9(08) VALUE ZERO.
008500     05  WS-FR-FROM-DATE        PIC 9(08) VALUE ZERO.
008600     05  WS-FR-FROM-TIME        PIC X(08) VALUE SPACES.
008700 01  WS-DLT-REF                 PIC X(24) VALUE SPACES.
008800 COPY P10RNPRM.
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 0100-LOG-START THRU 0100-EXIT
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009300     PERFORM 2000-SCAN-LOG THRU 2000-EXIT
009400         UNTIL WS-EOF-SW-ON
009500     PERFORM 3000-APPLY-RULE THRU 3000-EXIT
009600     PERFORM 9000-TERMINATE THRU 9000-EXIT
009700     PERFORM 9100-LOG-END THRU 9100-EXIT
009800     STOP RUN.
009900
010000 0100-LOG-START.
010100     MOVE SPACES TO RUN-CONTROL-PARMS
010200     MOVE 'P10RCHK1' TO RN-PROGRAM
010300     MOVE ZERO TO RN-RETURN-CODE
010400     MOVE 'S' TO RN-FUNCTION
010500     CALL 'P10RUN1' USING RUN-CONTROL-PARMS
010600     MOVE RN-BUS-DATE TO WS-BUS-DATE.
010700 0100-EXIT.
010800     EXIT.
010900
011000 1000-INITIALIZE.
011100     PERFORM 1100-READ-PARM THRU 1100-EXIT
011200     IF WS-TGT-ACK1
011300         PERFORM 1200-READ-FEED-HEADER THRU 1200-EXIT
011400     END-IF
011500     OPEN INPUT P10RFILE
011600     EVALUATE WS-P10R-STATUS
011700         WHEN '00'
011800             PERFORM 2100-READ-LOG THRU 2100-EXIT
011900         WHEN '35'
012000             MOVE 'Y' TO WS-EOF-SW
012100         WHEN OTHER
012200             DISPLAY 'P10RCHK1 - ERROR OPENING P10RFILE - STATUS '
012300                 WS-P10R-STATUS
012400             MOVE 'Y' TO WS-EOF-SW
012500             MOVE 'Y' TO WS-REFUSE-SW
012600             MOVE 'RUN-CONTROL LOG CANNOT BE READ' TO WS-REASON
012700     END-EVALUATE.
012800 1000-EXIT.
012900     EXIT.
013000
013100 1100-READ-PARM.
013200     OPEN INPUT P10PARM
013300     IF WS-PARM-STATUS NOT = '00'
013400         DISPLAY 'P10RCHK1 - PARAMETER CARD IS REQUIRED - STATUS '
013500             WS-PARM-STATUS
013600         MOVE 12 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013900     READ P10PARM
014000         AT END
014100             DISPLAY 'P10RCHK1 - PARAMETER CARD IS REQUIRED'
014200             MOVE 12 TO RETURN-CODE
014300             STOP RUN
014400     END-READ
014500     CLOSE P10PARM
014600     MOVE PARM-CARD(1:8) TO WS-TARGET
014700     IF NOT WS-TGT-DLT1 AND NOT WS-TGT-ACK1 AND NOT WS-TGT-HARC1
014800         DISPLAY 'P10RCHK1 - NO PREREQUISITE RULE FOR ' WS-TARGET
014900         MOVE 12 TO RETURN-CODE
015000         STOP RUN
015100     END-IF.
015200 1100-EXIT.
015300     EXIT.
015400
015500*-----------------------------------------------------------*
015600* THE FEED IS READ ONLY FOR ITS HEADER - RUN DATE AND THE    *
015700* FROM-DATE/TIME OF ITS WINDOW IDENTIFY THE P10DLT1 RUN.     *
015800*-----------------------------------------------------------*
015900 1200-READ-FEED-HEADER.
016000     OPEN INPUT P10PAYF
016100     IF WS-PAYF-STATUS NOT = '00'
016200         DISPLAY 'P10RCHK1 - ERROR OPENING P10PAYF - STATUS '
016300             WS-PAYF-STATUS
016400         MOVE 'Y' TO WS-REFUSE-SW
016500         MOVE 'P10PAYF FEED CANNOT BE READ' TO WS-REASON
016600         GO TO 1200-EXIT
016700     END-IF
016800     READ P10PAYF
016900         AT END
017000             MOVE SPACES TO PAY-IF-RECORD
017100     END-READ
017200     CLOSE P10PAYF
017300     IF PI-HEADER
017400         MOVE PH-RUN-DATE TO WS-FR-RUN-DATE
017500         MOVE PH-FROM-DATE TO WS-FR-FROM-DATE
017600         MOVE PH-FROM-TIME TO WS-FR-FROM-TIME
017700     ELSE
017800         MOVE 'Y' TO WS-REFUSE-SW
017900         MOVE 'NO HEADER ON THE P10PAYF FEED' TO WS-REASON
018000     END-IF.
018100 1200-EXIT.
018200     EXIT.
018300
018400*-----------------------------------------------------------*
018500* ONLY END ROWS COUNT. THE LOG IS IN ARRIVAL ORDER, SO A     *
018600* LATER ROW FOR THE SAME PROGRAM OVERRIDES AN EARLIER ONE -  *
018700* A CLEAN RERUN CLEARS A FAILED RUN.                         *
018800*-----------------------------------------------------------*
018900 2000-SCAN-LOG.
019000     ADD 1 TO WS-LOG-READ
019100     IF NOT R-EV-END
019200         GO TO 2090-NEXT
019300     END-IF
019400     EVALUATE TRUE
019500         WHEN WS-TGT-DLT1
019600             IF R-PROGRAM = 'P10EFF1'
019700                     AND R-BUS-DATE = WS-BUS-DATE
019800                 MOVE 'Y' TO WS-PRE-FOUND-SW
019900                 MOVE R-RC TO WS-PRE-RC
020000             END-IF
020100         WHEN WS-TGT-ACK1
020200             IF R-PROGRAM = 'P10DLT1'
020300                     AND R-REFERENCE = WS-FEED-REF
020400                 MOVE 'Y' TO WS-PRE-FOUND-SW
020500                 MOVE R-RC TO WS-PRE-RC
020600             END-IF
020700         WHEN WS-TGT-HARC1
020800             IF R-PROGRAM = 'P10DLT1' AND R-RC < 8
020900                 MOVE 'Y' TO WS-DLT-SEEN-SW
021000                 MOVE 'N' TO WS-ACK-SEEN-SW
021100                 MOVE R-REFERENCE TO WS-DLT-REF
021200             END-IF
021300             IF R-PROGRAM = 'P10ACK1' AND R-RC < 8
021400                     AND R-REFERENCE = WS-DLT-REF
021500                 MOVE 'Y' TO WS-ACK-SEEN-SW
021600             END-IF
021700     END-EVALUATE.
021800 2090-NEXT.
021900     PERFORM 2100-READ-LOG THRU 2100-EXIT.
022000 2000-EXIT.
022100     EXIT.
022200
022300 2100-READ-LOG.
022400     READ P10RFILE
022500         AT END
022600             MOVE 'Y' TO WS-EOF-SW
022700     END-READ.
022800 2100-EXIT.
022900     EXIT.
023000
023100 3000-APPLY-RULE.
023200     IF WS-REFUSED
023300         GO TO 3000-EXIT
023400     END-IF
023500     EVALUATE TRUE
023600         WHEN WS-TGT-DLT1 AND NOT WS-PRE-FOUND
023700             MOVE 'P10EFF1 HAS NOT RUN FOR THIS DATE' TO WS-REASON
023800         WHEN WS-TGT-DLT1 AND WS-PRE-RC NOT < 8
023900             MOVE 'P10EFF1 DID NOT END CLEAN FOR THIS DATE' TO
024000                 WS-REASON
024100         WHEN WS-TGT-ACK1 AND NOT WS-PRE-FOUND
024200             MOVE 'FEED NOT FROM A COMPLETED P10DLT1 RUN' TO
024300                 WS-REASON
024400         WHEN WS-TGT-ACK1 AND WS-PRE-RC NOT < 8
024500             MOVE 'P10DLT1 RUN FOR THIS FEED NOT CLEAN' TO
024600                 WS-REASON
024700         WHEN WS-TGT-HARC1 AND WS-DLT-SEEN AND NOT WS-ACK-SEEN
024800             MOVE 'LAST P10DLT1 FEED NOT YET ACKNOWLEDGED' TO
024900                 WS-REASON
025000         WHEN OTHER
025100             CONTINUE
025200     END-EVALUATE
025300     IF WS-REASON NOT = SPACES
025400         MOVE 'Y' TO WS-REFUSE-SW
025500     END-IF.
025600 3000-EXIT.
025700     EXIT.
025800
025900*-----------------------------------------------------------*
026000* A REFUSAL IS LOGGED AGAINST THE PROGRAM THAT WAS STOPPED,  *
026100* SO THE MORNING STATUS REPORT SHOWS IT AS REFUSED RATHER    *
026200* THAN SIMPLY NOT RUN.                                       *
026300*-----------------------------------------------------------*
026400 9000-TERMINATE.
026500     IF WS-P10R-STATUS = '00'
026600         CLOSE P10RFILE
026700     END-IF
026800     IF NOT WS-REFUSED
026900         DISPLAY 'P10RCHK1 - ' WS-TARGET ' MAY RUN - BUSINESS '
027000             'DATE ' WS-BUS-DATE
027100         GO TO 9000-EXIT
027200     END-IF
027300     DISPLAY 'P10RCHK1 - ' WS-TARGET ' REFUSED - ' WS-REASON
027400     MOVE 8 TO RETURN-CODE
027500     MOVE WS-TARGET TO RN-PROGRAM
027600     MOVE 8 TO RN-RETURN-CODE
027700     MOVE WS-REASON TO RN-TEXT
027800     MOVE 'R' TO RN-FUNCTION
027900     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
028000 9000-EXIT.
028100     EXIT.
028200
028300 9100-LOG-END.
028400     MOVE SPACES TO RUN-CONTROL-PARMS
028500     MOVE 'P10RCHK1' TO RN-PROGRAM
028600     MOVE 'LOGREAD ' TO RN-COUNT-NAME(1)
028700     MOVE WS-LOG-READ TO RN-COUNT(1)
028800     MOVE WS-TARGET TO RN-TEXT(1:8)
028900     IF WS-REFUSED
029000         MOVE 'REFUSED' TO RN-TEXT(10:7)
029100     ELSE
029200         MOVE 'PASSED' TO RN-TEXT(10:6)
029300     END-IF
029400     MOVE RETURN-CODE TO RN-RETURN-CODE
029500     MOVE 'E' TO RN-FUNCTION
029600     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
029700 9100-EXIT.
029800     EXIT.
