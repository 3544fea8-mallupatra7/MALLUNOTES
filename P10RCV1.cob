002230*                  RUN WITH THE SAME DATE/TIME, SO EQUAL-    *
002240*                  STAMP ROWS NOW REPLAY IN TRAIL ORDER      *
002250*                  INSTEAD OF SORT-UTILITY ORDER.            *
002260* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
002270*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
002280*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002300*-----------------------------------------------------------*
002400* P10PARM CARD (OPTIONAL - NO CARD REPLAYS THE WHOLE TRAIL): *
002500*   COLS 01-08  FROM DATE YYYYMMDD (EXCLUSIVE - USE THE      *
015800     05  FILLER                 PIC X(12)  VALUE
015900         'REF SKIPPED:'.
016000     05  TL-REF                 PIC ZZZ,ZZ9.
016010 COPY P10RNPRM.
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016210     PERFORM 0100-LOG-START THRU 0100-EXIT
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT
016510     PERFORM 9100-LOG-END THRU 9100-EXIT
016600     STOP RUN.
016700
016710 0100-LOG-START.
016720     MOVE SPACES TO RUN-CONTROL-PARMS
016730     MOVE 'P10RCV1' TO RN-PROGRAM
016740     MOVE ZERO TO RN-RETURN-CODE
016750     MOVE 'S' TO RN-FUNCTION
016760     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
016770 0100-EXIT.
016780     EXIT.
016790
016800 1000-INITIALIZE.
016900     PERFORM 1100-READ-PARM THRU 1100-EXIT
017000     OPEN I-O P10BFILE
045100     CLOSE P10CRPT.
045200 9000-EXIT.
045300     EXIT.
045310
045320 9100-LOG-END.
045330     MOVE SPACES TO RUN-CONTROL-PARMS
045340     MOVE 'P10RCV1' TO RN-PROGRAM
045350     MOVE 'APPLIED ' TO RN-COUNT-NAME(1)
045360     MOVE WS-APPLIED-COUNT TO RN-COUNT(1)
045370     MOVE 'ALREADY ' TO RN-COUNT-NAME(2)
045380     MOVE WS-ALREADY-COUNT TO RN-COUNT(2)
045390     MOVE 'MISMATCH' TO RN-COUNT-NAME(3)
045400     MOVE WS-MISMATCH-COUNT TO RN-COUNT(3)
045410     MOVE RETURN-CODE TO RN-RETURN-CODE
045420     MOVE 'E' TO RN-FUNCTION
045430     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
045440 9100-EXIT.
045450     EXIT.
