001500*                  CUTOFF, AND FLAGS ROWS WHOSE BEFORE-IMAGE *
001600*                  NO LONGER MATCHES THE CURRENT MASTER      *
001700*                  RECORD ON P10BFILE.                       *
001710* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001720*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001730*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001800*-----------------------------------------------------------*
001900* P10PARM CARD (OPTIONAL):                                   *
002000*   COLS 01-04  AGING DAYS   (REPORT WHEN OLDER - DFLT 0007) *
013600     05  FILLER                 PIC X(12)  VALUE
013700         'MISMATCHED: '.
013800     05  TL-MISMATCH-COUNT      PIC ZZZ,ZZ9.
013810 COPY P10RNPRM.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014010     PERFORM 0100-LOG-START THRU 0100-EXIT
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
014300         UNTIL WS-EOF-SW-ON
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT
014410     PERFORM 9100-LOG-END THRU 9100-EXIT
014500     STOP RUN.
014600
014610 0100-LOG-START.
014620     MOVE SPACES TO RUN-CONTROL-PARMS
014630     MOVE 'P10SWP1' TO RN-PROGRAM
014640     MOVE ZERO TO RN-RETURN-CODE
014650     MOVE 'S' TO RN-FUNCTION
014660     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
014670 0100-EXIT.
014680     EXIT.
014690
014700 1000-INITIALIZE.
014800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014900     OPEN I-O P10PFILE
032200     CLOSE P10SRPT.
032300 9000-EXIT.
032400     EXIT.
032410
032420 9100-LOG-END.
032430     MOVE SPACES TO RUN-CONTROL-PARMS
032440     MOVE 'P10SWP1' TO RN-PROGRAM
032450     MOVE 'READ    ' TO RN-COUNT-NAME(1)
032460     MOVE WS-READ-COUNT TO RN-COUNT(1)
032470     MOVE 'EXPIRED ' TO RN-COUNT-NAME(2)
032480     MOVE WS-EXPIRE-COUNT TO RN-COUNT(2)
032490     MOVE 'MISMATCH' TO RN-COUNT-NAME(3)
032500     MOVE WS-MISMATCH-COUNT TO RN-COUNT(3)
032510     MOVE RETURN-CODE TO RN-RETURN-CODE
032520     MOVE 'E' TO RN-FUNCTION
032530     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
032540 9100-EXIT.
032550     EXIT.
