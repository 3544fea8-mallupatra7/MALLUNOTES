001900*                  THE ARCHIVE KEEPS THE P10HREC LAYOUT SO   *
002000*                  P10RPT5 CAN RUN AGAINST ANY GENERATION    *
002100*                  FOR AN INVESTIGATION.                     *
002110* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
002120*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
002130*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002200*-----------------------------------------------------------*
002300* P10PARM CARD (OPTIONAL):                                   *
002400*   COLS 01-04  RETENTION DAYS - ROWS OLDER THAN THIS ARE    *
013000     05  FILLER                 PIC X(13)  VALUE
013100         'KEPT ACTIVE: '.
013200     05  TL-KEEP-COUNT          PIC ZZZ,ZZ9.
013210 COPY P10RNPRM.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013410     PERFORM 0100-LOG-START THRU 0100-EXIT
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600     PERFORM 2000-PROCESS-HIST THRU 2000-EXIT
013700         UNTIL WS-EOF-SW-ON
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT
013810     PERFORM 9100-LOG-END THRU 9100-EXIT
013900     STOP RUN.
014000
014010 0100-LOG-START.
014020     MOVE SPACES TO RUN-CONTROL-PARMS
014030     MOVE 'P10HARC1' TO RN-PROGRAM
014040     MOVE ZERO TO RN-RETURN-CODE
014050     MOVE 'S' TO RN-FUNCTION
014060     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
014070 0100-EXIT.
014080     EXIT.
014090
014100 1000-INITIALIZE.
014200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014300     OPEN INPUT P10HFILE
029600     CLOSE P10HRPT.
029700 9000-EXIT.
029800     EXIT.
029810
029820 9100-LOG-END.
029830     MOVE SPACES TO RUN-CONTROL-PARMS
029840     MOVE 'P10HARC1' TO RN-PROGRAM
029850     MOVE 'READ    ' TO RN-COUNT-NAME(1)
029860     MOVE WS-READ-COUNT TO RN-COUNT(1)
029870     MOVE 'ARCHIVED' TO RN-COUNT-NAME(2)
029880     MOVE WS-ARCH-COUNT TO RN-COUNT(2)
029890     MOVE 'KEPT    ' TO RN-COUNT-NAME(3)
029900     MOVE WS-KEEP-COUNT TO RN-COUNT(3)
029910     MOVE RETURN-CODE TO RN-RETURN-CODE
029920     MOVE 'E' TO RN-FUNCTION
029930     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
029940 9100-EXIT.
029950     EXIT.
