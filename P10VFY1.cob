001700*                  (OR MISSING FOR) THE HIGHEST SERIAL       *
001800*                  ACTUALLY IN USE. RETURN CODE 0 = CLEAN,   *
001900*                  8 = EXCEPTIONS FOUND, FOR THE SCHEDULER.  *
001910* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001920*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001930*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
013300     05  FILLER                 PIC X(12)  VALUE
013400         'EXCEPTIONS: '.
013500     05  TL-EXCEPT-COUNT        PIC ZZZ,ZZ9.
013510 COPY P10RNPRM.
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013710     PERFORM 0100-LOG-START THRU 0100-EXIT
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
014000         UNTIL WS-EOF-SW-ON
014100     PERFORM 3000-CHECK-PENDING THRU 3000-EXIT
014200     PERFORM 4000-CHECK-CONTROL THRU 4000-EXIT
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT
014310     PERFORM 9100-LOG-END THRU 9100-EXIT
014400     STOP RUN.
014500
014510 0100-LOG-START.
014520     MOVE SPACES TO RUN-CONTROL-PARMS
014530     MOVE 'P10VFY1' TO RN-PROGRAM
014540     MOVE ZERO TO RN-RETURN-CODE
014550     MOVE 'S' TO RN-FUNCTION
014560     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
014570 0100-EXIT.
014580     EXIT.
014590
014600 1000-INITIALIZE.
014700     MOVE SPACES TO WS-SERIES-TABLE
014800     OPEN INPUT P10BFILE
037800     CLOSE P10VRPT.
037900 9000-EXIT.
038000     EXIT.
038010
038020 9100-LOG-END.
038030     MOVE SPACES TO RUN-CONTROL-PARMS
038040     MOVE 'P10VFY1' TO RN-PROGRAM
038050     MOVE 'MASTERS ' TO RN-COUNT-NAME(1)
038060     MOVE WS-MASTER-COUNT TO RN-COUNT(1)
038070     MOVE 'PENDING ' TO RN-COUNT-NAME(2)
038080     MOVE WS-PEND-COUNT TO RN-COUNT(2)
038090     MOVE 'EXCEPTNS' TO RN-COUNT-NAME(3)
038100     MOVE WS-EXCEPT-COUNT TO RN-COUNT(3)
038110     MOVE RETURN-CODE TO RN-RETURN-CODE
038120     MOVE 'E' TO RN-FUNCTION
038130     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
038140 9100-EXIT.
038150     EXIT.
