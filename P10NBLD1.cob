001400*                  THE NAME SEARCH LIVE, AND AGAIN WHENEVER  *
001500*                  THE XREF IS SUSPECT (E.G. AFTER A MASTER  *
001600*                  FILE RESTORE).                            *
001610* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001620*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001630*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001700*-----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004700 77  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
004800 77  WS-WRITE-COUNT             PIC 9(07) VALUE ZERO.
004900 77  WS-DUP-COUNT               PIC 9(07) VALUE ZERO.
004910 COPY P10RNPRM.
005000 PROCEDURE DIVISION.
005100 0000-MAINLINE.
005110     PERFORM 0100-LOG-START THRU 0100-EXIT
005200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005300     PERFORM 2000-BUILD-XREF THRU 2000-EXIT
005400         UNTIL WS-EOF-SW-ON
005500     PERFORM 9000-TERMINATE THRU 9000-EXIT
005510     PERFORM 9100-LOG-END THRU 9100-EXIT
005600     STOP RUN.
005700
005710 0100-LOG-START.
005720     MOVE SPACES TO RUN-CONTROL-PARMS
005730     MOVE 'P10NBLD1' TO RN-PROGRAM
005740     MOVE ZERO TO RN-RETURN-CODE
005750     MOVE 'S' TO RN-FUNCTION
005760     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
005770 0100-EXIT.
005780     EXIT.
005790
005800 1000-INITIALIZE.
005900     OPEN INPUT P10BFILE
006000     IF WS-P10B-STATUS NOT = '00'
010200     CLOSE P10NFILE.
010300 9000-EXIT.
010400     EXIT.
010410
010420 9100-LOG-END.
010430     MOVE SPACES TO RUN-CONTROL-PARMS
010440     MOVE 'P10NBLD1' TO RN-PROGRAM
010450     MOVE 'READ    ' TO RN-COUNT-NAME(1)
010460     MOVE WS-READ-COUNT TO RN-COUNT(1)
010470     MOVE 'WRITTEN ' TO RN-COUNT-NAME(2)
010480     MOVE WS-WRITE-COUNT TO RN-COUNT(2)
010490     MOVE 'DUPS    ' TO RN-COUNT-NAME(3)
010500     MOVE WS-DUP-COUNT TO RN-COUNT(3)
010510     MOVE RETURN-CODE TO RN-RETURN-CODE
010520     MOVE 'E' TO RN-FUNCTION
010530     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
010540 9100-EXIT.
010550     EXIT.
