001600*                  CHANGE / DELETE RECORD, AND WRITES THE    *
001700*                  P10PAYF INTERFACE FILE (LAYOUT P10IREC)   *
001800*                  WITH HEADER AND TRAILER CONTROL RECORDS.  *
001810* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001820*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001830*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001840*                  THE FEED REFERENCE (RUN DATE AND FROM     *
001850*                  STAMP) IS LOGGED FOR THE P10ACK1 AND      *
001860*                  P10HARC1 PREREQUISITE CHECKS.             *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
014900     05  FILLER            PIC X(03)  VALUE SPACES.
015000     05  FILLER            PIC X(09)  VALUE 'DELETES: '.
015100     05  TL-DEL-COUNT      PIC ZZZ,ZZ9.
015110 COPY P10RNPRM.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015310     PERFORM 0100-LOG-START THRU 0100-EXIT
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015500     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT
015600     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT
015710     PERFORM 9100-LOG-END THRU 9100-EXIT
015800     STOP RUN.
015900
015910 0100-LOG-START.
015920     MOVE SPACES TO RUN-CONTROL-PARMS
015930     MOVE 'P10DLT1' TO RN-PROGRAM
015940     MOVE ZERO TO RN-RETURN-CODE
015950     MOVE 'S' TO RN-FUNCTION
015960     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
015970 0100-EXIT.
015980     EXIT.
015990
016000 1000-INITIALIZE.
016100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
016200     OPEN OUTPUT P10PAYF
040900     CLOSE P10DRPT.
041000 9000-EXIT.
041100     EXIT.
041110
041120 9100-LOG-END.
041130     MOVE SPACES TO RUN-CONTROL-PARMS
041140     MOVE 'P10DLT1' TO RN-PROGRAM
041150     MOVE 'ADDS    ' TO RN-COUNT-NAME(1)
041160     MOVE WS-ADD-COUNT TO RN-COUNT(1)
041170     MOVE 'CHANGES ' TO RN-COUNT-NAME(2)
041180     MOVE WS-CHG-COUNT TO RN-COUNT(2)
041190     MOVE 'DELETES ' TO RN-COUNT-NAME(3)
041200     MOVE WS-DEL-COUNT TO RN-COUNT(3)
041210     MOVE WS-TODAY TO RN-REFERENCE(1:8)
041220     MOVE WS-FROM-DATE TO RN-REFERENCE(9:8)
041230     MOVE WS-FROM-TIME TO RN-REFERENCE(17:8)
041240     MOVE RETURN-CODE TO RN-RETURN-CODE
041250     MOVE 'E' TO RN-FUNCTION
041260     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
041270 9100-EXIT.
041280     EXIT.
