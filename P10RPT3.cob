001320*                  CARD: 'ACTIVE' = ACTIVE ONLY, 'ALL' =      *
001330*                  EVERYONE INCLUDING TERMINATED, DEFAULT     *
001340*                  (NO CARD) = ACTIVE AND ON-LEAVE.           *
001350* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001360*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001370*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001400*-----------------------------------------------------------*
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
010200     05  FILLER            PIC X(27)  VALUE
010300         'SERVICE MILESTONES FOUND: '.
010400     05  TL-ANNIV-COUNT    PIC ZZ,ZZ9.
010410 COPY P10RNPRM.
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010610     PERFORM 0100-LOG-START THRU 0100-EXIT
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010800     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
010900         UNTIL WS-EOF-SW-ON
011000     PERFORM 9000-TERMINATE THRU 9000-EXIT
011010     PERFORM 9100-LOG-END THRU 9100-EXIT
011100     STOP RUN.
011200
011210 0100-LOG-START.
011220     MOVE SPACES TO RUN-CONTROL-PARMS
011230     MOVE 'P10RPT3' TO RN-PROGRAM
011240     MOVE ZERO TO RN-RETURN-CODE
011250     MOVE 'S' TO RN-FUNCTION
011260     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
011270 0100-EXIT.
011280     EXIT.
011290
011300 1000-INITIALIZE.
011400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011500     MOVE WS-TODAY(1:4) TO WS-CURR-YY
020700     CLOSE P10RPT03.
020800 9000-EXIT.
020900     EXIT.
020910
020920 9100-LOG-END.
020930     MOVE SPACES TO RUN-CONTROL-PARMS
020940     MOVE 'P10RPT3' TO RN-PROGRAM
020950     MOVE 'RETIRING' TO RN-COUNT-NAME(1)
020960     MOVE WS-RETIRE-COUNT TO RN-COUNT(1)
020970     MOVE 'ANNIVERS' TO RN-COUNT-NAME(2)
020980     MOVE WS-ANNIV-COUNT TO RN-COUNT(2)
020990     MOVE RETURN-CODE TO RN-RETURN-CODE
021000     MOVE 'E' TO RN-FUNCTION
021010     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
021020 9100-EXIT.
021030     EXIT.
