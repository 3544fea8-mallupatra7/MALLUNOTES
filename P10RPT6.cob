001600*                  VACANCY OR OVERAGE. EMPLOYEES CODED TO A  *
001700*                  DEPARTMENT MISSING FROM P10DFILE ARE      *
001800*                  LISTED AT THE FOOT.                       *
001810* 15/10/2026 RK    DIVISION ROLL-UP - DEPARTMENTS ARE SORTED *
001820*                  UNDER THEIR PARENT DIVISION (D-DIV-CODE,  *
001830*                  DESCRIPTION FROM THE NEW P10GFILE) AND A  *
001840*                  DIVISION BUDGET VS ACTUAL LINE IS PRINTED *
001850*                  AFTER EACH GROUP.                         *
001860* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001870*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001880*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003800     SELECT P10RPT06 ASSIGN TO P10RPT6
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RPT-STATUS.
004010
004020     SELECT P10GFILE ASSIGN TO P10GFIL
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS RANDOM
004050         RECORD KEY IS G-DIV-CODE
004060         FILE STATUS IS WS-P10G-STATUS.
004070
004080     SELECT SORT-WORK ASSIGN TO SRTWK01.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  P10BFILE.
004600 FD  P10DFILE.
004700 COPY P10DREC.
004800
004809 FD  P10GFILE.
004818 COPY P10GREC.
004827
004836 SD  SORT-WORK.
004845 01  SW-RECORD.
004854     05  SW-DIV                 PIC X(04).
004863     05  SW-DEPT-REC.
004872         10  SW-DEPT-CODE       PIC X(04).
004881         10  FILLER             PIC X(31).
004890
004900 FD  P10RPT06
005000     RECORDING MODE IS F.
005100 01  RPT-LINE                   PIC X(132).
005300 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
005400 77  WS-P10D-STATUS             PIC X(02) VALUE SPACES.
005500 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
005510 77  WS-P10G-STATUS             PIC X(02) VALUE SPACES.
005600 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
005700     88  WS-EOF-SW-ON                     VALUE 'Y'.
005800 77  WS-MASTER-COUNT            PIC 9(07) VALUE ZERO.
006500 77  WS-DC-FOUND-SW             PIC X(01) VALUE 'N'.
006600     88  WS-DC-FOUND                      VALUE 'Y'.
006700 77  WS-VACANCY                 PIC S9(05) COMP VALUE ZERO.
006710 77  WS-FIRST-DIV-SW            PIC X(01) VALUE 'Y'.
006720     88  WS-FIRST-DIV                     VALUE 'Y'.
006730 77  WS-PRIOR-DIV               PIC X(04) VALUE SPACES.
006740 77  WS-DV-BUDGET               PIC 9(07) VALUE ZERO.
006750 77  WS-DV-ACTUAL               PIC 9(07) VALUE ZERO.
006760 77  WS-DV-VACANCY              PIC S9(07) VALUE ZERO.
006800 01  WS-DEPT-COUNTS.
006900     05  WS-DC-ENTRY OCCURS 200 TIMES.
007000         10  WS-DC-CODE         PIC X(04).
012300     05  FILLER                 PIC X(03)  VALUE SPACES.
012400     05  FILLER                 PIC X(13)  VALUE 'OVER BUDGET: '.
012500     05  TL-OVER-COUNT          PIC ZZZ,ZZ9.
012505 01  WS-DIV-HDG-LINE.
012510     05  FILLER                 PIC X(01)  VALUE SPACES.
012515     05  FILLER                 PIC X(10)  VALUE 'DIVISION: '.
012520     05  VH-DIV                 PIC X(04).
012525     05  FILLER                 PIC X(02)  VALUE SPACES.
012530     05  VH-DESC                PIC X(15).
012535 01  WS-DIV-TOTAL-LINE.
012540     05  FILLER                 PIC X(01)  VALUE SPACES.
012545     05  FILLER                 PIC X(09)  VALUE 'DIVISION '.
012550     05  VT-DIV                 PIC X(04).
012555     05  FILLER                 PIC X(15)  VALUE ' TOTAL'.
012560     05  VT-BUDGET              PIC ZZ,ZZ9.
012565     05  FILLER                 PIC X(03)  VALUE SPACES.
012570     05  VT-ACTUAL              PIC ZZ,ZZ9.
012575     05  FILLER                 PIC X(03)  VALUE SPACES.
012580     05  VT-VACANCY             PIC ZZ,ZZ9-.
012585     05  FILLER                 PIC X(02)  VALUE SPACES.
012590     05  VT-CONDITION           PIC X(20).
012595 COPY P10RNPRM.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012710     PERFORM 0100-LOG-START THRU 0100-EXIT
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012900     PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
013000         UNTIL WS-EOF-SW-ON
013300         VARYING WS-DC-IX FROM 1 BY 1
013400         UNTIL WS-DC-IX > WS-DC-COUNT
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT
013510     PERFORM 9100-LOG-END THRU 9100-EXIT
013600     STOP RUN.
013700
013710 0100-LOG-START.
013720     MOVE SPACES TO RUN-CONTROL-PARMS
013730     MOVE 'P10RPT6' TO RN-PROGRAM
013740     MOVE ZERO TO RN-RETURN-CODE
013750     MOVE 'S' TO RN-FUNCTION
013760     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
013770 0100-EXIT.
013780     EXIT.
013790
013800 1000-INITIALIZE.
013900     MOVE SPACES TO WS-DEPT-COUNTS
014000     OPEN INPUT P10BFILE
014900             WS-P10D-STATUS
015000         STOP RUN
015100     END-IF
015110     OPEN INPUT P10GFILE
015120     IF WS-P10G-STATUS NOT = '00'
015130         DISPLAY 'P10RPT6 - ERROR OPENING P10GFILE - STATUS '
015140             WS-P10G-STATUS
015150         STOP RUN
015160     END-IF
015200     OPEN OUTPUT P10RPT06
015300     IF WS-RPT-STATUS NOT = '00'
015400         DISPLAY 'P10RPT6 - ERROR OPENING P10RPT06 - STATUS '
022200     EXIT.
022300
022400 3000-REPORT-DEPTS.
022500     SORT SORT-WORK
022600         ON ASCENDING KEY SW-DIV
022700         ON ASCENDING KEY SW-DEPT-CODE
022800         INPUT PROCEDURE  3300-RELEASE-DEPTS THRU 3300-EXIT
022810         OUTPUT PROCEDURE 3400-RETURN-DEPTS THRU 3400-EXIT.
022900 3000-EXIT.
023000     EXIT.
023100
027000             MOVE 'VACANCIES' TO DL-CONDITION
027100     END-EVALUATE
027200     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
027300     ADD WS-DC-CUR TO WS-DV-ACTUAL
027310     IF D-BUDGET-HEADS IS NUMERIC
027320         ADD D-BUDGET-HEADS TO WS-DV-BUDGET
027330     END-IF.
027400 3200-EXIT.
027500     EXIT.
027600
027601*-----------------------------------------------------------*
027602* DEPARTMENTS ARE SORTED INTO DIVISION ORDER FOR SUBTOTALS - *
027603* ONE WITH NO DIVISION SORTS FIRST UNDER A BLANK DIVISION.   *
027604*-----------------------------------------------------------*
027605 3300-RELEASE-DEPTS.
027606     MOVE 'N' TO WS-EOF-SW
027607     PERFORM 3100-READ-DEPT THRU 3100-EXIT
027608     PERFORM 3310-RELEASE-LOOP THRU 3310-EXIT
027609         UNTIL WS-EOF-SW-ON.
027610 3300-EXIT.
027611     EXIT.
027612
027613 3310-RELEASE-LOOP.
027614     MOVE D-DIV-CODE TO SW-DIV
027615     MOVE DEPT-RECORD TO SW-DEPT-REC
027616     RELEASE SW-RECORD
027617     PERFORM 3100-READ-DEPT THRU 3100-EXIT.
027618 3310-EXIT.
027619     EXIT.
027620
027621 3400-RETURN-DEPTS.
027622     MOVE 'N' TO WS-EOF-SW
027623     PERFORM 3500-RETURN-NEXT THRU 3500-EXIT
027624     PERFORM 3600-RETURN-LOOP THRU 3600-EXIT
027625         UNTIL WS-EOF-SW-ON
027626     IF NOT WS-FIRST-DIV
027627         PERFORM 3800-DIV-TOTAL THRU 3800-EXIT
027628     END-IF.
027629 3400-EXIT.
027630     EXIT.
027631
027632 3500-RETURN-NEXT.
027633     RETURN SORT-WORK RECORD
027634         AT END
027635             MOVE 'Y' TO WS-EOF-SW
027636     END-RETURN.
027637 3500-EXIT.
027638     EXIT.
027639
027640 3600-RETURN-LOOP.
027641     IF WS-FIRST-DIV OR SW-DIV NOT = WS-PRIOR-DIV
027642         IF NOT WS-FIRST-DIV
027643             PERFORM 3800-DIV-TOTAL THRU 3800-EXIT
027644         END-IF
027645         MOVE 'N' TO WS-FIRST-DIV-SW
027646         MOVE SW-DIV TO WS-PRIOR-DIV
027647         MOVE ZERO TO WS-DV-BUDGET
027648         MOVE ZERO TO WS-DV-ACTUAL
027649         PERFORM 3700-DIV-HEADING THRU 3700-EXIT
027650     END-IF
027651     MOVE SW-DEPT-REC TO DEPT-RECORD
027652     PERFORM 3200-DEPT-LOOP THRU 3200-EXIT
027653     PERFORM 3500-RETURN-NEXT THRU 3500-EXIT.
027654 3600-EXIT.
027655     EXIT.
027656
027657 3700-DIV-HEADING.
027658     MOVE WS-PRIOR-DIV TO VH-DIV
027659     IF WS-PRIOR-DIV = SPACES
027660         MOVE 'NOT ASSIGNED' TO VH-DESC
027661     ELSE
027662         MOVE WS-PRIOR-DIV TO G-DIV-CODE
027663         READ P10GFILE
027664             INVALID KEY
027665                 MOVE 'NOT ON P10GFILE' TO VH-DESC
027666             NOT INVALID KEY
027667                 MOVE G-DIV-DESC TO VH-DESC
027668         END-READ
027669     END-IF
027670     MOVE SPACES TO RPT-LINE
027671     WRITE RPT-LINE AFTER ADVANCING 1 LINE
027672     WRITE RPT-LINE FROM WS-DIV-HDG-LINE AFTER ADVANCING 1 LINE.
027673 3700-EXIT.
027674     EXIT.
027675
027676*-----------------------------------------------------------*
027677* DIVISION BUDGET IS THE SUM OF ITS DEPARTMENTS' BUDGETS AND *
027678* ACTUAL THE SUM OF THEIR NON-TERMINATED HEADS.              *
027679*-----------------------------------------------------------*
027680 3800-DIV-TOTAL.
027681     COMPUTE WS-DV-VACANCY = WS-DV-BUDGET - WS-DV-ACTUAL
027682     MOVE WS-PRIOR-DIV TO VT-DIV
027683     MOVE WS-DV-BUDGET TO VT-BUDGET
027684     MOVE WS-DV-ACTUAL TO VT-ACTUAL
027685     MOVE WS-DV-VACANCY TO VT-VACANCY
027686     EVALUATE TRUE
027687         WHEN WS-DV-BUDGET = ZERO
027688             MOVE 'NO BUDGET SET' TO VT-CONDITION
027689         WHEN WS-DV-VACANCY < ZERO
027690             MOVE 'OVER BUDGET' TO VT-CONDITION
027691         WHEN WS-DV-VACANCY = ZERO
027692             MOVE 'AT BUDGET' TO VT-CONDITION
027693         WHEN OTHER
027694             MOVE 'VACANCIES' TO VT-CONDITION
027695     END-EVALUATE
027696     WRITE RPT-LINE FROM WS-DIV-TOTAL-LINE AFTER ADVANCING 1 LINE.
027697 3800-EXIT.
027698     EXIT.
027699
027700 5000-REPORT-ORPHANS.
027800     IF WS-DC-MATCHED (WS-DC-IX) NOT = 'Y'
027900         MOVE WS-DC-CODE (WS-DC-IX) TO OL-DEPT
029300     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
029400     CLOSE P10BFILE
029500     CLOSE P10DFILE
029510     CLOSE P10GFILE
029600     CLOSE P10RPT06.
029700 9000-EXIT.
029800     EXIT.
029810
029820 9100-LOG-END.
029830     MOVE SPACES TO RUN-CONTROL-PARMS
029840     MOVE 'P10RPT6' TO RN-PROGRAM
029850     MOVE 'MASTERS ' TO RN-COUNT-NAME(1)
029860     MOVE WS-MASTER-COUNT TO RN-COUNT(1)
029870     MOVE 'DEPTS   ' TO RN-COUNT-NAME(2)
029880     MOVE WS-DEPT-COUNT TO RN-COUNT(2)
029890     MOVE 'OVERBUDG' TO RN-COUNT-NAME(3)
029900     MOVE WS-OVER-COUNT TO RN-COUNT(3)
029910     MOVE RETURN-CODE TO RN-RETURN-CODE
029920     MOVE 'E' TO RN-FUNCTION
029930     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
029940 9100-EXIT.
029950     EXIT.
