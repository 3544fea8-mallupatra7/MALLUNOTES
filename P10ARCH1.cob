001640* 02/09/2026 RK    DROP THE P10NFILE NAME CROSS-REFERENCE   *
001650*                  ROW FOR EACH ARCHIVED RECORD SO THE EXAM  *
001660*                  NAME SEARCH STOPS LISTING IT.             *
001670* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001680*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001690*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001700*-----------------------------------------------------------*
001800* P10PARM CARD (OPTIONAL):                                   *
001900*   COLS 01-04  RETENTION DAYS (9999 = NEVER ARCHIVE).       *
012400     05  FILLER                 PIC X(03)  VALUE SPACES.
012500     05  FILLER                 PIC X(10)  VALUE 'ARCHIVED: '.
012600     05  TL-ARCH-COUNT          PIC ZZZ,ZZ9.
012610 COPY P10RNPRM.
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012810     PERFORM 0100-LOG-START THRU 0100-EXIT
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
013100         UNTIL WS-EOF-SW-ON
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT
013210     PERFORM 9100-LOG-END THRU 9100-EXIT
013300     STOP RUN.
013400
013410 0100-LOG-START.
013420     MOVE SPACES TO RUN-CONTROL-PARMS
013430     MOVE 'P10ARCH1' TO RN-PROGRAM
013440     MOVE ZERO TO RN-RETURN-CODE
013450     MOVE 'S' TO RN-FUNCTION
013460     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
013470 0100-EXIT.
013480     EXIT.
013490
013500 1000-INITIALIZE.
013600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013700     ACCEPT WS-TIME-RAW FROM TIME
029400     CLOSE P10ARPT.
029500 9000-EXIT.
029600     EXIT.
029610
029620 9100-LOG-END.
029630     MOVE SPACES TO RUN-CONTROL-PARMS
029640     MOVE 'P10ARCH1' TO RN-PROGRAM
029650     MOVE 'READ    ' TO RN-COUNT-NAME(1)
029660     MOVE WS-READ-COUNT TO RN-COUNT(1)
029670     MOVE 'TERMS   ' TO RN-COUNT-NAME(2)
029680     MOVE WS-TERM-COUNT TO RN-COUNT(2)
029690     MOVE 'ARCHIVED' TO RN-COUNT-NAME(3)
029700     MOVE WS-ARCH-COUNT TO RN-COUNT(3)
029710     MOVE RETURN-CODE TO RN-RETURN-CODE
029720     MOVE 'E' TO RN-FUNCTION
029730     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
029740 9100-EXIT.
029750     EXIT.
