001626*                  LENGTHS, LEAP YEARS) - THE SAME ROUTINE   *
001627*                  THE EXAM SCREEN USES, SO DECEMBER AND     *
001628*                  29-FEBRUARY DATES LOAD CORRECTLY.         *
001638* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001648*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001658*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001668*-----------------------------------------------------------*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. IBM-370.
010400     05  FILLER                 PIC X(17)  VALUE
010500         'RECORDS REJECTED:'.
010600     05  TL-REJECT-COUNT        PIC ZZZ,ZZ9.
010610 COPY P10RNPRM.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010810     PERFORM 0100-LOG-START THRU 0100-EXIT
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
011100         UNTIL WS-EOF-SW-ON
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT
011210     PERFORM 9100-LOG-END THRU 9100-EXIT
011300     STOP RUN.
011400
011410 0100-LOG-START.
011420     MOVE SPACES TO RUN-CONTROL-PARMS
011430     MOVE 'P10LOAD1' TO RN-PROGRAM
011440     MOVE ZERO TO RN-RETURN-CODE
011450     MOVE 'S' TO RN-FUNCTION
011460     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
011470 0100-EXIT.
011480     EXIT.
011490
011500 1000-INITIALIZE.
011600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011700     MOVE WS-TODAY(1:4) TO WS-CURR-YY
029200     CLOSE P10RJCT.
029300 9000-EXIT.
029400     EXIT.
029410
029420 9100-LOG-END.
029430     MOVE SPACES TO RUN-CONTROL-PARMS
029440     MOVE 'P10LOAD1' TO RN-PROGRAM
029450     MOVE 'READ    ' TO RN-COUNT-NAME(1)
029460     MOVE WS-READ-COUNT TO RN-COUNT(1)
029470     MOVE 'LOADED  ' TO RN-COUNT-NAME(2)
029480     MOVE WS-LOAD-COUNT TO RN-COUNT(2)
029490     MOVE 'REJECTED' TO RN-COUNT-NAME(3)
029500     MOVE WS-REJECT-COUNT TO RN-COUNT(3)
029510     MOVE RETURN-CODE TO RN-RETURN-CODE
029520     MOVE 'E' TO RN-FUNCTION
029530     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
029540 9100-EXIT.
029550     EXIT.
