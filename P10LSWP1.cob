001400*                  WHILE THE MASTER STATUS IS STILL 'L',     *
001500*                  AND FLAGS LEAVE ROWS WHOSE MASTER IS      *
001600*                  GONE OR NO LONGER CODED ON-LEAVE.         *
001610* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001620*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001630*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001700*-----------------------------------------------------------*
001800* P10PARM CARD (OPTIONAL):                                   *
001900*   COLS 01-04  GRACE DAYS - REPORT WHEN THE EXPECTED        *
013600     05  FILLER                 PIC X(13)  VALUE
013700         'MASTER GONE: '.
013800     05  TL-GONE-COUNT          PIC ZZZ,ZZ9.
013810 COPY P10RNPRM.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014010     PERFORM 0100-LOG-START THRU 0100-EXIT
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 2000-PROCESS-LEAVE THRU 2000-EXIT
014300         UNTIL WS-EOF-SW-ON
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT
014410     PERFORM 9100-LOG-END THRU 9100-EXIT
014500     STOP RUN.
014600
014610 0100-LOG-START.
014620     MOVE SPACES TO RUN-CONTROL-PARMS
014630     MOVE 'P10LSWP1' TO RN-PROGRAM
014640     MOVE ZERO TO RN-RETURN-CODE
014650     MOVE 'S' TO RN-FUNCTION
014660     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
014670 0100-EXIT.
014680     EXIT.
014690
014700 1000-INITIALIZE.
014800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014900     OPEN INPUT P10LFILE
031000     CLOSE P10LRPT.
031100 9000-EXIT.
031200     EXIT.
031210
031220 9100-LOG-END.
031230     MOVE SPACES TO RUN-CONTROL-PARMS
031240     MOVE 'P10LSWP1' TO RN-PROGRAM
031250     MOVE 'READ    ' TO RN-COUNT-NAME(1)
031260     MOVE WS-READ-COUNT TO RN-COUNT(1)
031270     MOVE 'OVERDUE ' TO RN-COUNT-NAME(2)
031280     MOVE WS-OVERDUE-COUNT TO RN-COUNT(2)
031290     MOVE 'STALE   ' TO RN-COUNT-NAME(3)
031300     MOVE WS-STALE-COUNT TO RN-COUNT(3)
031310     MOVE RETURN-CODE TO RN-RETURN-CODE
031320     MOVE 'E' TO RN-FUNCTION
031330     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
031340 9100-EXIT.
031350     EXIT.
