002010* 02/09/2026 RK    WRITE A P10NFILE NAME CROSS-REFERENCE    *
002020*                  ROW FOR EACH RESTORED RECORD SO THE EXAM  *
002030*                  NAME SEARCH FINDS IT AGAIN.               *
002040* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
002050*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
002060*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002070* 15/10/2026 RK    AN ARCHIVE COPY ANONYMISED BY THE         *
002080*                  P10PURG1 STATUTORY PURGE IS REPORTED AS   *
002090*                  PURGED - NOT RESTORABLE AND IS NEVER      *
002095*                  COPIED BACK.                              *
002100*-----------------------------------------------------------*
002200* P10PARM CARD (REQUIRED):                                   *
002300*   COL  01     FUNCTION - 'S' SEARCH, 'R' RESTORE           *
002600* WHEN THE SAME ID WAS ARCHIVED MORE THAN ONCE, RESTORE      *
002700* TAKES THE LAST (MOST RECENT) ARCHIVE COPY.                 *
002800* RETURN CODE 0 = DONE, 8 = RESTORE NOT POSSIBLE.            *
002810* A PURGED LEAVER (NAME *** PURGED ***) IS NOT RESTORABLE.   *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
012500     05  WS-AR-STATUS           PIC X(01).
012600     05  WS-AR-TERM-DATE        PIC X(10).
012700 01  WS-NEW-ID                  PIC X(04) VALUE SPACES.
012710 01  WS-PURGE-MARK              PIC X(15) VALUE
012720     '*** PURGED ***'.
012800 01  WS-HDG1.
012900     05  FILLER                 PIC X(01)  VALUE SPACES.
013000     05  FILLER                 PIC X(30)  VALUE
017600     05  FILLER                 PIC X(03)  VALUE SPACES.
017700     05  FILLER                 PIC X(10)  VALUE 'RESTORED: '.
017800     05  TL-RESTORE-COUNT       PIC ZZZ,ZZ9.
017810 COPY P10RNPRM.
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018010     PERFORM 0100-LOG-START THRU 0100-EXIT
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
018300         UNTIL WS-EOF-SW-ON
018500         PERFORM 5000-RESTORE-RECORD THRU 5000-EXIT
018600     END-IF
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT
018710     PERFORM 9100-LOG-END THRU 9100-EXIT
018800     STOP RUN.
018900
018910 0100-LOG-START.
018920     MOVE SPACES TO RUN-CONTROL-PARMS
018930     MOVE 'P10ARST1' TO RN-PROGRAM
018940     MOVE ZERO TO RN-RETURN-CODE
018950     MOVE 'S' TO RN-FUNCTION
018960     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
018970 0100-EXIT.
018980     EXIT.
018990
019000 1000-INITIALIZE.
019100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
019200     ACCEPT WS-TIME-RAW FROM TIME
033600         MOVE WS-AR-DEPT TO DL-DEPT
033700         MOVE WS-AR-TERM-DATE TO DL-TERM-DATE
033800         MOVE WS-AR-STATUS TO DL-STATUS
033900         IF WS-AR-NAME = WS-PURGE-MARK
033910             MOVE 'PURGED - NOT RESTORABLE' TO DL-ACTION
033920         ELSE
033930             MOVE 'ON ARCHIVE' TO DL-ACTION
033940         END-IF
034000         WRITE RPT-LINE FROM WS-DETAIL-LINE
034100             AFTER ADVANCING 1 LINE
034200     END-IF.
037000         MOVE 8 TO RETURN-CODE
037100         GO TO 5000-EXIT
037200     END-IF
037206*-----------------------------------------------------------*
037212* P10PURG1 LEAVES ONLY THE ID AND EMPLOYMENT DATES ON A      *
037218* PURGED LEAVER'S ARCHIVE COPY - NOTHING IS LEFT TO RESTORE. *
037224*-----------------------------------------------------------*
037230     IF WS-AR-NAME = WS-PURGE-MARK
037236         MOVE SPACES TO WS-DETAIL-LINE
037242         MOVE WS-AR-ID TO DL-ID
037248         MOVE WS-AR-TERM-DATE TO DL-TERM-DATE
037254         MOVE 'PURGED - NOT RESTORABLE' TO DL-ACTION
037260         WRITE RPT-LINE FROM WS-DETAIL-LINE
037266             AFTER ADVANCING 1 LINE
037272         MOVE 8 TO RETURN-CODE
037278         GO TO 5000-EXIT
037284     END-IF
037300     MOVE WS-AR-ID TO WS-NEW-ID
037400     MOVE WS-AR-ID TO M-ID
037500     READ P10BFILE
048400     CLOSE P10RRPT.
048500 9000-EXIT.
048600     EXIT.
048610
048620 9100-LOG-END.
048630     MOVE SPACES TO RUN-CONTROL-PARMS
048640     MOVE 'P10ARST1' TO RN-PROGRAM
048650     MOVE 'READ    ' TO RN-COUNT-NAME(1)
048660     MOVE WS-READ-COUNT TO RN-COUNT(1)
048670     MOVE 'MATCHED ' TO RN-COUNT-NAME(2)
048680     MOVE WS-MATCH-COUNT TO RN-COUNT(2)
048690     MOVE 'RESTORED' TO RN-COUNT-NAME(3)
048700     MOVE WS-RESTORE-COUNT TO RN-COUNT(3)
048710     MOVE RETURN-CODE TO RN-RETURN-CODE
048720     MOVE 'E' TO RN-FUNCTION
048730     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
048740 9100-EXIT.
048750     EXIT.
