001950*                  OPERATORS LOD/DMG/ARC/RST/EFF) ARE        *
001960*                  SUMMARISED BUT EXCLUDED FROM THE          *
001970*                  SECURITY EXCEPTION CHECKS.                *
001977* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001984*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001991*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002000*-----------------------------------------------------------*
002100* P10PARM CARD (OPTIONAL):                                   *
002200*   COLS 01-04  WINDOW START HHMM (DEFAULT 0800)             *
015700     05  FILLER                 PIC X(12)  VALUE
015800         'EXCEPTIONS: '.
015900     05  TL-EXCEPT-COUNT        PIC ZZZ,ZZ9.
015910 COPY P10RNPRM.
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016110     PERFORM 0100-LOG-START THRU 0100-EXIT
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016300     PERFORM 2000-PROCESS-HIST THRU 2000-EXIT
016400         UNTIL WS-EOF-SW-ON
016700         UNTIL WS-OP-IX > WS-OP-COUNT
016800     PERFORM 6000-REPORT-EXCEPTIONS THRU 6000-EXIT
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT
016910     PERFORM 9100-LOG-END THRU 9100-EXIT
017000     STOP RUN.
017100
017110 0100-LOG-START.
017120     MOVE SPACES TO RUN-CONTROL-PARMS
017130     MOVE 'P10RPT7' TO RN-PROGRAM
017140     MOVE ZERO TO RN-RETURN-CODE
017150     MOVE 'S' TO RN-FUNCTION
017160     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
017170 0100-EXIT.
017180     EXIT.
017190
017200 1000-INITIALIZE.
017300     MOVE SPACES TO WS-OPER-TABLE
017400     OPEN INPUT P10HFILE
038500     CLOSE P10RPT07.
038600 9000-EXIT.
038700     EXIT.
038710
038720 9100-LOG-END.
038730     MOVE SPACES TO RUN-CONTROL-PARMS
038740     MOVE 'P10RPT7' TO RN-PROGRAM
038750     MOVE 'READ    ' TO RN-COUNT-NAME(1)
038760     MOVE WS-READ-COUNT TO RN-COUNT(1)
038770     MOVE 'SELECTED' TO RN-COUNT-NAME(2)
038780     MOVE WS-SELECT-COUNT TO RN-COUNT(2)
038790     MOVE 'EXCEPTNS' TO RN-COUNT-NAME(3)
038800     MOVE WS-EXCEPT-COUNT TO RN-COUNT(3)
038810     MOVE RETURN-CODE TO RN-RETURN-CODE
038820     MOVE 'E' TO RN-FUNCTION
038830     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
038840 9100-EXIT.
038850     EXIT.
