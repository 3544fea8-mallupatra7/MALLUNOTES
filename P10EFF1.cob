001700*                  RIGHT WINDOW) AND REMOVES THE APPLIED     *
001800*                  ROW. TRANSACTIONS STILL IN THE FUTURE     *
001900*                  ARE LEFT ON THE FILE.                     *
001910* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001920*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001930*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
012400     05  FILLER                 PIC X(03)  VALUE SPACES.
012500     05  FILLER                 PIC X(08)  VALUE 'ERRORS: '.
012600     05  TL-ERROR-COUNT         PIC ZZZ,ZZ9.
012610 COPY P10RNPRM.
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012810     PERFORM 0100-LOG-START THRU 0100-EXIT
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013000     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
013100         UNTIL WS-EOF-SW-ON
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT
013210     PERFORM 9100-LOG-END THRU 9100-EXIT
013300     STOP RUN.
013400
013410 0100-LOG-START.
013420     MOVE SPACES TO RUN-CONTROL-PARMS
013430     MOVE 'P10EFF1' TO RN-PROGRAM
013440     MOVE ZERO TO RN-RETURN-CODE
013450     MOVE 'S' TO RN-FUNCTION
013460     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
013470 0100-EXIT.
013480     EXIT.
013490
013500 1000-INITIALIZE.
013600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013700     ACCEPT WS-TIME-RAW FROM TIME
035800     CLOSE P10ERPT.
035900 9000-EXIT.
036000     EXIT.
036010
036020 9100-LOG-END.
036030     MOVE SPACES TO RUN-CONTROL-PARMS
036040     MOVE 'P10EFF1' TO RN-PROGRAM
036050     MOVE 'XFERS   ' TO RN-COUNT-NAME(1)
036060     MOVE WS-XFER-COUNT TO RN-COUNT(1)
036070     MOVE 'TERMS   ' TO RN-COUNT-NAME(2)
036080     MOVE WS-TERM-COUNT TO RN-COUNT(2)
036090     MOVE 'ERRORS  ' TO RN-COUNT-NAME(3)
036100     MOVE WS-ERROR-COUNT TO RN-COUNT(3)
036110     MOVE RETURN-CODE TO RN-RETURN-CODE
036120     MOVE 'E' TO RN-FUNCTION
036130     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
036140 9100-EXIT.
036150     EXIT.
