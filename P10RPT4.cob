001350*                  A NON-'ALL' RUN CARRIES THE PRIOR CONTROL *
001360*                  TOTALS FORWARD UNRECONCILED SO THE        *
001361*                  NIGHTLY CHAIN STAYS UNBROKEN.             *
001370* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001379*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001388*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001400*-----------------------------------------------------------*
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
011000     05  FILLER                PIC X(01)  VALUE ':'.
011100     05  PL-ID-TOTAL           PIC ZZZZZZZZ9.
011200 01  WS-RESULT-LINE            PIC X(80).
011210 COPY P10RNPRM.
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011410     PERFORM 0100-LOG-START THRU 0100-EXIT
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
011700         UNTIL WS-EOF-SW-ON
011800     PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT
011900     PERFORM 9000-TERMINATE THRU 9000-EXIT
011910     PERFORM 9100-LOG-END THRU 9100-EXIT
012000     STOP RUN.
012100
012110 0100-LOG-START.
012120     MOVE SPACES TO RUN-CONTROL-PARMS
012130     MOVE 'P10RPT4' TO RN-PROGRAM
012140     MOVE ZERO TO RN-RETURN-CODE
012150     MOVE 'S' TO RN-FUNCTION
012160     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
012170 0100-EXIT.
012180     EXIT.
012190
012200 1000-INITIALIZE.
012300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
012400     OPEN INPUT P10BFILE
020600     CLOSE P10RPT04.
020700 9000-EXIT.
020800     EXIT.
020810
020820 9100-LOG-END.
020830     MOVE SPACES TO RUN-CONTROL-PARMS
020840     MOVE 'P10RPT4' TO RN-PROGRAM
020850     MOVE 'RECORDS ' TO RN-COUNT-NAME(1)
020860     MOVE WS-REC-COUNT TO RN-COUNT(1)
020870     MOVE 'IDTOTAL ' TO RN-COUNT-NAME(2)
020880     MOVE WS-ID-TOTAL TO RN-COUNT(2)
020890     MOVE RETURN-CODE TO RN-RETURN-CODE
020900     MOVE 'E' TO RN-FUNCTION
020910     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
020920 9100-EXIT.
020930     EXIT.
