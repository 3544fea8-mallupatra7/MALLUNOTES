001930*                  ITS D-BUDGET-HEADS BUDGET ARE SKIPPED     *
001940*                  (OR FLAGGED IN TRIAL MODE) UNLESS THE     *
001950*                  BUDGET OVERRIDE COLUMN IS SET.            *
001960* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001970*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001980*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002000*-----------------------------------------------------------*
002100* P10PARM CARD (REQUIRED):                                   *
002200*   COLS 01-04  FROM DEPARTMENT CODE                         *
013200     05  FILLER                 PIC X(03)  VALUE SPACES.
013300     05  FILLER                 PIC X(09)  VALUE 'SKIPPED: '.
013400     05  TL-SKIP-COUNT          PIC ZZZ,ZZ9.
013410 COPY P10RNPRM.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013610     PERFORM 0100-LOG-START THRU 0100-EXIT
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
013900         UNTIL WS-EOF-SW-ON
014000     PERFORM 6000-RETIRE-OLD-DEPT THRU 6000-EXIT
014100     PERFORM 9000-TERMINATE THRU 9000-EXIT
014110     PERFORM 9100-LOG-END THRU 9100-EXIT
014200     STOP RUN.
014300
014310 0100-LOG-START.
014320     MOVE SPACES TO RUN-CONTROL-PARMS
014330     MOVE 'P10DMG1' TO RN-PROGRAM
014340     MOVE ZERO TO RN-RETURN-CODE
014350     MOVE 'S' TO RN-FUNCTION
014360     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
014370 0100-EXIT.
014380     EXIT.
014390
014400 1000-INITIALIZE.
014500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014600     ACCEPT WS-TIME-RAW FROM TIME
036200     CLOSE P10MRPT.
036300 9000-EXIT.
036400     EXIT.
036410
036420 9100-LOG-END.
036430     MOVE SPACES TO RUN-CONTROL-PARMS
036440     MOVE 'P10DMG1' TO RN-PROGRAM
036450     MOVE 'READ    ' TO RN-COUNT-NAME(1)
036460     MOVE WS-READ-COUNT TO RN-COUNT(1)
036470     MOVE 'MATCHED ' TO RN-COUNT-NAME(2)
036480     MOVE WS-MATCH-COUNT TO RN-COUNT(2)
036490     MOVE 'CHANGED ' TO RN-COUNT-NAME(3)
036500     MOVE WS-CHANGE-COUNT TO RN-COUNT(3)
036510     MOVE RETURN-CODE TO RN-RETURN-CODE
036520     MOVE 'E' TO RN-FUNCTION
036530     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
036540 9100-EXIT.
036550     EXIT.
