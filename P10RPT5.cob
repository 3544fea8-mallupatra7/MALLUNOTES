001650*                  REFDEA) ARE SKIPPED - THEIR IMAGES ARE    *
001660*                  NOT MASTER-SHAPED - AND COUNTED ON THE    *
001670*                  TOTALS LINE.                              *
001677* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001684*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001691*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001700*-----------------------------------------------------------*
001800* P10PARM SELECTION CARD (OPTIONAL - ANY BLANK FIELD MEANS   *
001900* NO FILTER ON THAT FIELD; NO CARD AT ALL MEANS REPORT       *
017720     05  FILLER                 PIC X(12)  VALUE
017730         'REF SKIPPED:'.
017740     05  TL-REF-COUNT           PIC ZZZ,ZZ9.
017750 COPY P10RNPRM.
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
017910     PERFORM 0100-LOG-START THRU 0100-EXIT
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100     PERFORM 2000-PROCESS-HIST THRU 2000-EXIT
018200         UNTIL WS-EOF-SW-ON
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT
018310     PERFORM 9100-LOG-END THRU 9100-EXIT
018400     STOP RUN.
018500
018510 0100-LOG-START.
018520     MOVE SPACES TO RUN-CONTROL-PARMS
018530     MOVE 'P10RPT5' TO RN-PROGRAM
018540     MOVE ZERO TO RN-RETURN-CODE
018550     MOVE 'S' TO RN-FUNCTION
018560     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
018570 0100-EXIT.
018580     EXIT.
018590
018600 1000-INITIALIZE.
018700     OPEN INPUT P10HFILE
018800     IF WS-P10H-STATUS NOT = '00'
042300     CLOSE P10RPT05.
042400 9000-EXIT.
042500     EXIT.
042510
042520 9100-LOG-END.
042530     MOVE SPACES TO RUN-CONTROL-PARMS
042540     MOVE 'P10RPT5' TO RN-PROGRAM
042550     MOVE 'READ    ' TO RN-COUNT-NAME(1)
042560     MOVE WS-READ-COUNT TO RN-COUNT(1)
042570     MOVE 'SELECTED' TO RN-COUNT-NAME(2)
042580     MOVE WS-SELECT-COUNT TO RN-COUNT(2)
042590     MOVE RETURN-CODE TO RN-RETURN-CODE
042600     MOVE 'E' TO RN-FUNCTION
042610     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
042620 9100-EXIT.
042630     EXIT.
