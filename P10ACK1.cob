002130*                  ACKNOWLEDGEMENT FOR THE WRONG NIGHT IS    *
002140*                  NOW OUT OF BALANCE (RC 8) EVEN WHEN THE   *
002150*                  COUNTS HAPPEN TO AGREE.                   *
002157* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
002164*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
002171*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002178*                  THE FEED REFERENCE FROM THE HEADER IS     *
002185*                  LOGGED SO THE ACKNOWLEDGEMENT CAN BE      *
002192*                  MATCHED TO ITS P10DLT1 RUN.               *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
012100     05  FILLER                 PIC X(03)  VALUE SPACES.
012200     05  FILLER                 PIC X(09)  VALUE 'REJECTS: '.
012300     05  TL-REJECT-COUNT        PIC ZZZ,ZZ9.
012310 01  WS-FEED-REF.
012320     05  WS-FR-RUN-DATE         PIC 9(08) VALUE ZERO.
012330     05  WS-FR-FROM-DATE        PIC 9(08) VALUE ZERO.
012340     05  WS-FR-FROM-TIME        PIC X(08) VALUE SPACES.
012350 COPY P10RNPRM.
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012510     PERFORM 0100-LOG-START THRU 0100-EXIT
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012700     PERFORM 2000-READ-FEED-TRAILER THRU 2000-EXIT
012800         UNTIL WS-EOF-SW-ON
013000         UNTIL WS-EOF-SW-ON
013100     PERFORM 6000-BALANCE THRU 6000-EXIT
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT
013210     PERFORM 9100-LOG-END THRU 9100-EXIT
013300     STOP RUN.
013400
013410 0100-LOG-START.
013420     MOVE SPACES TO RUN-CONTROL-PARMS
013430     MOVE 'P10ACK1' TO RN-PROGRAM
013440     MOVE ZERO TO RN-RETURN-CODE
013450     MOVE 'S' TO RN-FUNCTION
013460     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
013470 0100-EXIT.
013480     EXIT.
013490
013500 1000-INITIALIZE.
013600     OPEN INPUT P10PAYF
013700     IF WS-PAYF-STATUS NOT = '00'
016300     EVALUATE TRUE
016400         WHEN PI-HEADER
016500             MOVE PH-RUN-DATE TO WS-FEED-RUN-DATE
016510             MOVE PH-RUN-DATE TO WS-FR-RUN-DATE
016520             MOVE PH-FROM-DATE TO WS-FR-FROM-DATE
016530             MOVE PH-FROM-TIME TO WS-FR-FROM-TIME
016600         WHEN PI-TRAILER
016700             MOVE 'Y' TO WS-TRAILER-SW
016800             MOVE PT-ADD-COUNT TO WS-SENT-ADD
030200     CLOSE P10KRPT.
030300 9000-EXIT.
030400     EXIT.
030410
030420 9100-LOG-END.
030430     MOVE SPACES TO RUN-CONTROL-PARMS
030440     MOVE 'P10ACK1' TO RN-PROGRAM
030450     MOVE 'ACKREAD ' TO RN-COUNT-NAME(1)
030460     MOVE WS-ACK-READ TO RN-COUNT(1)
030470     MOVE 'REJECTS ' TO RN-COUNT-NAME(2)
030480     MOVE WS-REJECT-COUNT TO RN-COUNT(2)
030490     MOVE WS-FEED-REF TO RN-REFERENCE
030500     MOVE RETURN-CODE TO RN-RETURN-CODE
030510     MOVE 'E' TO RN-FUNCTION
030520     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
030530 9100-EXIT.
030540     EXIT.
