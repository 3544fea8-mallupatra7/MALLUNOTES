000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10RPT8.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - MONTHLY WORKFORCE MOVEMENT  *
001200*                  REPORT PER P10DFILE DEPARTMENT. OPENING   *
001300*                  HEADCOUNT, HIRES, TERMINATIONS, TRANSFERS *
001400*                  IN AND OUT AND CLOSING HEADCOUNT FOR THE  *
001500*                  MONTH FROM THE P10HFILE BEFORE/AFTER      *
001600*                  IMAGES (ONLINE AND BATCH ROWS ALIKE), WITH*
001700*                  COMPANY TOTALS AND TURNOVER PERCENTAGE.   *
001800*                  THE CLOSING FIGURE IS RECONCILED TO THE   *
001900*                  NON-TERMINATED P10BFILE HEADS AT RUN TIME *
002000*                  AND ANY DEPARTMENT THAT DOES NOT BALANCE  *
002100*                  IS FLAGGED. RETURN CODE 0 = ALL BALANCED, *
002200*                  4 = ONE OR MORE DEPARTMENTS OUT OF BALANCE.*
002210* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
002220*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
002230*                  WITH THE RETURN CODE AND KEY COUNTS.      *
002240* 15/10/2026 RK    REFERENCE ROWS SKIPPED ON THE P10HREC     *
002250*                  OPERATION-TYPE CONDITION NAMES.           *
002300*-----------------------------------------------------------*
002400* P10PARM CARD (OPTIONAL):                                   *
002500*   COLS 01-06  REPORT MONTH YYYYMM (DEFAULT = THE CALENDAR  *
002600*               MONTH BEFORE THE RUN DATE)                   *
002700*-----------------------------------------------------------*
002800* P10WCTL IS A GENERATION DATA GROUP CARRYING ONE ROW PER    *
002900* DEPARTMENT WITH THE OPENING AND CLOSING HEADCOUNT OF THE   *
003000* MONTH REPORTED. (0) IS READ FOR THE OPENING FIGURES AND    *
003100* (+1) IS WRITTEN FOR NEXT MONTH. WHEN (0) DOES NOT HOLD THE *
003200* PRIOR MONTH (FIRST RUN, OR A MONTH WAS MISSED) THE OPENING *
003300* IS DERIVED BACK FROM THE CURRENT MASTER AND THE HEADING    *
003400* SAYS SO.                                                   *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT P10BFILE ASSIGN TO P10BFIL
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS M-ID
004600         FILE STATUS IS WS-P10B-STATUS.
004700
004800     SELECT P10DFILE ASSIGN TO P10DFIL
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS D-DEPT-CODE
005200         FILE STATUS IS WS-P10D-STATUS.
005300
005400     SELECT P10HFILE ASSIGN TO P10HFIL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-P10H-STATUS.
005700
005800     SELECT P10WCTP ASSIGN TO P10WCTP
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTLP-STATUS.
006100
006200     SELECT P10WCTC ASSIGN TO P10WCTC
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CTLC-STATUS.
006500
006600     SELECT P10PARM ASSIGN TO P10PARM
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PARM-STATUS.
006900
007000     SELECT P10RPT08 ASSIGN TO P10RPT8
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RPT-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  P10BFILE.
007600 COPY P10MREC.
007700
007800 FD  P10DFILE.
007900 COPY P10DREC.
008000
008100 FD  P10HFILE
008200     RECORDING MODE IS F.
008300 COPY P10HREC.
008400
008500 FD  P10WCTP
008600     RECORDING MODE IS F.
008700 01  WCTLP-RECORD.
008800     05  WP-PERIOD              PIC 9(06).
008900     05  WP-DEPT                PIC X(04).
009000     05  WP-OPEN                PIC 9(05).
009100     05  WP-CLOSE               PIC 9(05).
009200
009300 FD  P10WCTC
009400     RECORDING MODE IS F.
009500 01  WCTLC-RECORD.
009600     05  WC-PERIOD              PIC 9(06).
009700     05  WC-DEPT                PIC X(04).
009800     05  WC-OPEN                PIC 9(05).
009900     05  WC-CLOSE               PIC 9(05).
010000
010100 FD  P10PARM
010200     RECORDING MODE IS F.
010300 01  PARM-CARD                  PIC X(80).
010400
010500 FD  P10RPT08
010600     RECORDING MODE IS F.
010700 01  RPT-LINE                   PIC X(132).
010800 WORKING-STORAGE SECTION.
010900 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
011000 77  WS-P10D-STATUS             PIC X(02) VALUE SPACES.
011100 77  WS-P10H-STATUS             PIC X(02) VALUE SPACES.
011200 77  WS-CTLP-STATUS             PIC X(02) VALUE SPACES.
011300 77  WS-CTLC-STATUS             PIC X(02) VALUE SPACES.
011400 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
011500 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
011600 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
011700     88  WS-EOF-SW-ON                     VALUE 'Y'.
011800 77  WS-PRIOR-SW                PIC X(01) VALUE 'N'.
011900     88  WS-PRIOR-FOUND                   VALUE 'Y'.
012000 77  WS-BEF-HEAD-SW             PIC X(01) VALUE 'N'.
012100     88  WS-BEF-HEAD                      VALUE 'Y'.
012200 77  WS-AFT-HEAD-SW             PIC X(01) VALUE 'N'.
012300     88  WS-AFT-HEAD                      VALUE 'Y'.
012400 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
012500 77  WS-PERIOD                  PIC 9(06) VALUE ZERO.
012600 77  WS-PRIOR-PERIOD            PIC 9(06) VALUE ZERO.
012700 77  WS-PER-START               PIC 9(08) VALUE ZERO.
012800 77  WS-PER-END                 PIC 9(08) VALUE ZERO.
012900 77  WS-PER-YYYY                PIC 9(04) VALUE ZERO.
013000 77  WS-PER-MM                  PIC 9(02) VALUE ZERO.
013100 77  WS-HDATE-NUM               PIC 9(08) VALUE ZERO.
013200 77  WS-MASTER-COUNT            PIC 9(07) VALUE ZERO.
013300 77  WS-HIST-READ               PIC 9(07) VALUE ZERO.
013400 77  WS-HIST-SELECTED           PIC 9(07) VALUE ZERO.
013500 77  WS-HIST-AFTER              PIC 9(07) VALUE ZERO.
013600 77  WS-UNBAL-COUNT             PIC 9(07) VALUE ZERO.
013700 77  WS-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
013800 77  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
013900 77  WS-PAGE-NO                 PIC 9(04) COMP VALUE ZERO.
014000 77  WS-DM-COUNT                PIC 9(03) COMP VALUE ZERO.
014100 77  WS-DM-IX                   PIC 9(03) COMP VALUE ZERO.
014200 77  WS-DM-HIT                  PIC 9(03) COMP VALUE ZERO.
014300 77  WS-DM-FOUND-SW             PIC X(01) VALUE 'N'.
014400     88  WS-DM-FOUND                      VALUE 'Y'.
014500 77  WS-FIND-DEPT               PIC X(04) VALUE SPACES.
014600 77  WS-NET-MONTH               PIC S9(05) VALUE ZERO.
014700 77  WS-CLOSE                   PIC S9(05) VALUE ZERO.
014800 77  WS-EXPECTED                PIC S9(05) VALUE ZERO.
014900 77  WS-DIFF                    PIC S9(05) VALUE ZERO.
015000 77  WS-RECON-CLOSE             PIC S9(05) VALUE ZERO.
015100 77  WS-AVG-BASE                PIC S9(07) VALUE ZERO.
015200 77  WS-TURNOVER                PIC 9(03)V99 VALUE ZERO.
015300 01  WS-DEPT-MOVES.
015400     05  WS-DM-ENTRY OCCURS 200 TIMES.
015500         10  WS-DM-CODE         PIC X(04).
015600         10  WS-DM-DESC         PIC X(15).
015700         10  WS-DM-ON-FILE      PIC X(01).
015800         10  WS-DM-OPEN         PIC S9(05).
015900         10  WS-DM-HIRES        PIC 9(05).
016000         10  WS-DM-TERMS        PIC 9(05).
016100         10  WS-DM-XFER-IN      PIC 9(05).
016200         10  WS-DM-XFER-OUT     PIC 9(05).
016300         10  WS-DM-OTHER        PIC 9(05).
016400         10  WS-DM-POST         PIC S9(05).
016500         10  WS-DM-ACTUAL       PIC 9(05).
016600 01  WS-COMPANY-TOTALS.
016700     05  WS-TOT-OPEN            PIC S9(07) VALUE ZERO.
016800     05  WS-TOT-HIRES           PIC 9(07) VALUE ZERO.
016900     05  WS-TOT-TERMS           PIC 9(07) VALUE ZERO.
017000     05  WS-TOT-XFER-IN         PIC 9(07) VALUE ZERO.
017100     05  WS-TOT-XFER-OUT        PIC 9(07) VALUE ZERO.
017200     05  WS-TOT-OTHER           PIC 9(07) VALUE ZERO.
017300     05  WS-TOT-CLOSE           PIC S9(07) VALUE ZERO.
017400     05  WS-TOT-POST            PIC S9(07) VALUE ZERO.
017500     05  WS-TOT-ACTUAL          PIC 9(07) VALUE ZERO.
017600     05  WS-TOT-DIFF            PIC S9(07) VALUE ZERO.
017700 01  WS-BEF-REC.
017800     05  WS-BEF-ID              PIC X(04).
017900     05  WS-BEF-NAME            PIC X(15).
018000     05  WS-BEF-ADDR            PIC X(03).
018100     05  WS-BEF-DEPT            PIC X(04).
018200     05  WS-BEF-DOB             PIC X(10).
018300     05  WS-BEF-JOIN            PIC X(10).
018400     05  WS-BEF-STATUS          PIC X(01).
018500     05  WS-BEF-TERM            PIC X(10).
018600 01  WS-AFT-REC.
018700     05  WS-AFT-ID              PIC X(04).
018800     05  WS-AFT-NAME            PIC X(15).
018900     05  WS-AFT-ADDR            PIC X(03).
019000     05  WS-AFT-DEPT            PIC X(04).
019100     05  WS-AFT-DOB             PIC X(10).
019200     05  WS-AFT-JOIN            PIC X(10).
019300     05  WS-AFT-STATUS          PIC X(01).
019400     05  WS-AFT-TERM            PIC X(10).
019500 01  WS-HDG1.
019600     05  FILLER                 PIC X(01)  VALUE SPACES.
019700     05  FILLER                 PIC X(30)  VALUE
019800         'P10 PERSONNEL SYSTEM'.
019900     05  FILLER                 PIC X(40)  VALUE
020000         'MONTHLY WORKFORCE MOVEMENT BY DEPARTMENT'.
020100     05  FILLER                 PIC X(06)  VALUE 'PAGE  '.
020200     05  HDG1-PAGE-NO           PIC ZZZ9.
020300 01  WS-HDG2.
020400     05  FILLER                 PIC X(01)  VALUE SPACES.
020500     05  FILLER                 PIC X(07)  VALUE 'MONTH: '.
020600     05  HDG2-PERIOD            PIC 9(06).
020700     05  FILLER                 PIC X(05)  VALUE SPACES.
020800     05  FILLER                 PIC X(08)  VALUE 'PERIOD: '.
020900     05  HDG2-START             PIC 9(08).
021000     05  FILLER                 PIC X(03)  VALUE ' - '.
021100     05  HDG2-END               PIC 9(08).
021200     05  FILLER                 PIC X(05)  VALUE SPACES.
021300     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
021400     05  HDG2-TODAY             PIC 9(08).
021500 01  WS-HDG3.
021600     05  FILLER                 PIC X(01)  VALUE SPACES.
021700     05  FILLER                 PIC X(09)  VALUE 'OPENING: '.
021800     05  HDG3-BASIS             PIC X(60).
021900 01  WS-HDG4.
022000     05  FILLER                 PIC X(01)  VALUE SPACES.
022100     05  FILLER                 PIC X(04)  VALUE 'DEPT'.
022200     05  FILLER                 PIC X(02)  VALUE SPACES.
022300     05  FILLER                 PIC X(15)  VALUE 'DESCRIPTION'.
022400     05  FILLER                 PIC X(01)  VALUE SPACES.
022500     05  FILLER                 PIC X(08)  VALUE ' OPENING'.
022600     05  FILLER                 PIC X(08)  VALUE '   HIRES'.
022700     05  FILLER                 PIC X(08)  VALUE '   TERMS'.
022800     05  FILLER                 PIC X(08)  VALUE '  XFR IN'.
022900     05  FILLER                 PIC X(08)  VALUE ' XFR OUT'.
023000     05  FILLER                 PIC X(08)  VALUE '   OTHER'.
023100     05  FILLER                 PIC X(08)  VALUE ' CLOSING'.
023200     05  FILLER                 PIC X(08)  VALUE '   SINCE'.
023300     05  FILLER                 PIC X(08)  VALUE '  ACTUAL'.
023400     05  FILLER                 PIC X(08)  VALUE '    DIFF'.
023500     05  FILLER                 PIC X(08)  VALUE '  TURN% '.
023600     05  FILLER                 PIC X(02)  VALUE SPACES.
023700     05  FILLER                 PIC X(09)  VALUE 'CONDITION'.
023800 01  WS-DETAIL-LINE.
023900     05  FILLER                 PIC X(01)  VALUE SPACES.
024000     05  DL-DEPT                PIC X(04).
024100     05  FILLER                 PIC X(02)  VALUE SPACES.
024200     05  DL-DESC                PIC X(15).
024300     05  FILLER                 PIC X(01)  VALUE SPACES.
024400     05  DL-OPEN                PIC ZZ,ZZ9-.
024500     05  FILLER                 PIC X(01)  VALUE SPACES.
024600     05  DL-HIRES               PIC ZZ,ZZ9.
024700     05  FILLER                 PIC X(02)  VALUE SPACES.
024800     05  DL-TERMS               PIC ZZ,ZZ9.
024900     05  FILLER                 PIC X(02)  VALUE SPACES.
025000     05  DL-XFER-IN             PIC ZZ,ZZ9.
025100     05  FILLER                 PIC X(02)  VALUE SPACES.
025200     05  DL-XFER-OUT            PIC ZZ,ZZ9.
025300     05  FILLER                 PIC X(02)  VALUE SPACES.
025400     05  DL-OTHER               PIC ZZ,ZZ9.
025500     05  FILLER                 PIC X(01)  VALUE SPACES.
025600     05  DL-CLOSE               PIC ZZ,ZZ9-.
025700     05  FILLER                 PIC X(01)  VALUE SPACES.
025800     05  DL-POST                PIC ZZ,ZZ9-.
025900     05  FILLER                 PIC X(02)  VALUE SPACES.
026000     05  DL-ACTUAL              PIC ZZ,ZZ9.
026100     05  FILLER                 PIC X(01)  VALUE SPACES.
026200     05  DL-DIFF                PIC ZZ,ZZ9-.
026300     05  FILLER                 PIC X(02)  VALUE SPACES.
026400     05  DL-TURN                PIC ZZ9.99.
026500     05  FILLER                 PIC X(02)  VALUE SPACES.
026600     05  DL-CONDITION           PIC X(16).
026700 01  WS-NOTE-LINE.
026800     05  FILLER                 PIC X(01)  VALUE SPACES.
026900     05  NL-TEXT                PIC X(100).
027000 01  WS-TOTAL-LINE.
027100     05  FILLER                 PIC X(01)  VALUE SPACES.
027200     05  FILLER                 PIC X(14)  VALUE
027300         'HISTORY READ: '.
027400     05  TL-HIST-READ           PIC ZZZ,ZZ9.
027500     05  FILLER                 PIC X(03)  VALUE SPACES.
027600     05  FILLER                 PIC X(10)  VALUE 'IN MONTH: '.
027700     05  TL-HIST-SELECTED       PIC ZZZ,ZZ9.
027800     05  FILLER                 PIC X(03)  VALUE SPACES.
027900     05  FILLER                 PIC X(07)  VALUE 'SINCE: '.
028000     05  TL-HIST-AFTER          PIC ZZZ,ZZ9.
028100     05  FILLER                 PIC X(03)  VALUE SPACES.
028200     05  FILLER                 PIC X(13)  VALUE 'MASTER READ: '.
028300     05  TL-MASTER-COUNT        PIC ZZZ,ZZ9.
028400     05  FILLER                 PIC X(03)  VALUE SPACES.
028500     05  FILLER                 PIC X(16)  VALUE
028600         'OUT OF BALANCE: '.
028700     05  TL-UNBAL-COUNT         PIC ZZZ,ZZ9.
028710 COPY P10RNPRM.
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
028910     PERFORM 0100-LOG-START THRU 0100-EXIT
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029100     PERFORM 2000-LOAD-DEPT THRU 2000-EXIT
029200         UNTIL WS-EOF-SW-ON
029300     PERFORM 2500-LOAD-PRIOR THRU 2500-EXIT
029400     MOVE 'N' TO WS-EOF-SW
029500     PERFORM 3100-READ-MASTER THRU 3100-EXIT
029600     PERFORM 3000-COUNT-MASTER THRU 3000-EXIT
029700         UNTIL WS-EOF-SW-ON
029800     MOVE 'N' TO WS-EOF-SW
029900     PERFORM 4100-READ-HIST THRU 4100-EXIT
030000     PERFORM 4000-PROCESS-HIST THRU 4000-EXIT
030100         UNTIL WS-EOF-SW-ON
030200     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
030300     PERFORM 5000-REPORT-DEPT THRU 5000-EXIT
030400         VARYING WS-DM-IX FROM 1 BY 1
030500         UNTIL WS-DM-IX > WS-DM-COUNT
030600     PERFORM 6000-REPORT-TOTALS THRU 6000-EXIT
030700     PERFORM 9000-TERMINATE THRU 9000-EXIT
030710     PERFORM 9100-LOG-END THRU 9100-EXIT
030800     STOP RUN.
030900
030910 0100-LOG-START.
030920     MOVE SPACES TO RUN-CONTROL-PARMS
030930     MOVE 'P10RPT8' TO RN-PROGRAM
030940     MOVE ZERO TO RN-RETURN-CODE
030950     MOVE 'S' TO RN-FUNCTION
030960     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
030970 0100-EXIT.
030980     EXIT.
030990
031000 1000-INITIALIZE.
031100     MOVE SPACES TO WS-DEPT-MOVES
031200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
031300     OPEN INPUT P10BFILE
031400     IF WS-P10B-STATUS NOT = '00'
031500         DISPLAY 'P10RPT8 - ERROR OPENING P10BFILE - STATUS '
031600             WS-P10B-STATUS
031700         STOP RUN
031800     END-IF
031900     OPEN INPUT P10DFILE
032000     IF WS-P10D-STATUS NOT = '00'
032100         DISPLAY 'P10RPT8 - ERROR OPENING P10DFILE - STATUS '
032200             WS-P10D-STATUS
032300         STOP RUN
032400     END-IF
032500     OPEN INPUT P10HFILE
032600     IF WS-P10H-STATUS NOT = '00'
032700         DISPLAY 'P10RPT8 - ERROR OPENING P10HFILE - STATUS '
032800             WS-P10H-STATUS
032900         STOP RUN
033000     END-IF
033100     OPEN OUTPUT P10WCTC
033200     IF WS-CTLC-STATUS NOT = '00'
033300         DISPLAY 'P10RPT8 - ERROR OPENING P10WCTC - STATUS '
033400             WS-CTLC-STATUS
033500         STOP RUN
033600     END-IF
033700     OPEN OUTPUT P10RPT08
033800     IF WS-RPT-STATUS NOT = '00'
033900         DISPLAY 'P10RPT8 - ERROR OPENING P10RPT08 - STATUS '
034000             WS-RPT-STATUS
034100         STOP RUN
034200     END-IF
034300     PERFORM 1100-READ-PARM THRU 1100-EXIT
034400     PERFORM 1200-SET-PERIOD THRU 1200-EXIT
034500     PERFORM 2100-READ-DEPT THRU 2100-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800
034900 1100-READ-PARM.
035000     OPEN INPUT P10PARM
035100     IF WS-PARM-STATUS NOT = '00'
035200         GO TO 1100-EXIT
035300     END-IF
035400     READ P10PARM
035500         AT END
035600             CLOSE P10PARM
035700             GO TO 1100-EXIT
035800     END-READ
035900     CLOSE P10PARM
036000     IF PARM-CARD(1:6) IS NUMERIC
036100         MOVE PARM-CARD(1:6) TO WS-PERIOD
036200     END-IF.
036300 1100-EXIT.
036400     EXIT.
036500
036600*-----------------------------------------------------------*
036700* NO MONTH ON THE CARD MEANS THE MONTH BEFORE THE RUN DATE - *
036800* THE JOB IS SCHEDULED IN THE FIRST DAYS OF THE NEW MONTH.   *
036900* THE PERIOD RUNS FROM DAY 01 TO DAY 31 OF THE MONTH - AS A  *
037000* YYYYMMDD RANGE THAT COVERS EVERY DAY OF ANY MONTH.         *
037100*-----------------------------------------------------------*
037200 1200-SET-PERIOD.
037300     IF WS-PERIOD = ZERO
037400         MOVE WS-TODAY(1:4) TO WS-PER-YYYY
037500         MOVE WS-TODAY(5:2) TO WS-PER-MM
037600         IF WS-PER-MM = 01
037700             MOVE 12 TO WS-PER-MM
037800             SUBTRACT 1 FROM WS-PER-YYYY
037900         ELSE
038000             SUBTRACT 1 FROM WS-PER-MM
038100         END-IF
038200         COMPUTE WS-PERIOD = WS-PER-YYYY * 100 + WS-PER-MM
038300     END-IF
038400     MOVE WS-PERIOD(1:4) TO WS-PER-YYYY
038500     MOVE WS-PERIOD(5:2) TO WS-PER-MM
038600     COMPUTE WS-PER-START = WS-PERIOD * 100 + 1
038700     COMPUTE WS-PER-END = WS-PERIOD * 100 + 31
038800     IF WS-PER-MM = 01
038900         COMPUTE WS-PRIOR-PERIOD = (WS-PER-YYYY - 1) * 100 + 12
039000     ELSE
039100         COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
039200     END-IF.
039300 1200-EXIT.
039400     EXIT.
039500
039600 2000-LOAD-DEPT.
039700     MOVE D-DEPT-CODE TO WS-FIND-DEPT
039800     PERFORM 7000-FIND-DEPT THRU 7000-EXIT
039900     IF WS-DM-FOUND
040000         MOVE D-DEPT-DESC TO WS-DM-DESC (WS-DM-HIT)
040100         MOVE 'Y' TO WS-DM-ON-FILE (WS-DM-HIT)
040200     END-IF
040300     PERFORM 2100-READ-DEPT THRU 2100-EXIT.
040400 2000-EXIT.
040500     EXIT.
040600
040700 2100-READ-DEPT.
040800     READ P10DFILE NEXT RECORD
040900         AT END
041000             MOVE 'Y' TO WS-EOF-SW
041100     END-READ.
041200 2100-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------*
041600* OPENING HEADCOUNT COMES FROM THE CLOSE RECORDED BY LAST    *
041700* MONTH'S RUN. A RERUN OF THE SAME MONTH FINDS ITS OWN ROWS  *
041800* ON (0) AND TAKES THE OPENING RECORDED ON THEM INSTEAD.     *
041900*-----------------------------------------------------------*
042000 2500-LOAD-PRIOR.
042100     OPEN INPUT P10WCTP
042200     IF WS-CTLP-STATUS NOT = '00'
042300         GO TO 2500-EXIT
042400     END-IF
042500     MOVE 'N' TO WS-EOF-SW
042600     PERFORM 2600-READ-PRIOR THRU 2600-EXIT
042700     PERFORM 2700-APPLY-PRIOR THRU 2700-EXIT
042800         UNTIL WS-EOF-SW-ON
042900     CLOSE P10WCTP.
043000 2500-EXIT.
043100     EXIT.
043200
043300 2600-READ-PRIOR.
043400     READ P10WCTP
043500         AT END
043600             MOVE 'Y' TO WS-EOF-SW
043700     END-READ.
043800 2600-EXIT.
043900     EXIT.
044000
044100 2700-APPLY-PRIOR.
044200     IF WP-PERIOD NOT = WS-PRIOR-PERIOD
044300             AND WP-PERIOD NOT = WS-PERIOD
044400         GO TO 2790-NEXT
044500     END-IF
044600     MOVE WP-DEPT TO WS-FIND-DEPT
044700     PERFORM 7000-FIND-DEPT THRU 7000-EXIT
044800     IF NOT WS-DM-FOUND
044900         GO TO 2790-NEXT
045000     END-IF
045100     MOVE 'Y' TO WS-PRIOR-SW
045200     IF WP-PERIOD = WS-PERIOD
045300         MOVE WP-OPEN TO WS-DM-OPEN (WS-DM-HIT)
045400     ELSE
045500         MOVE WP-CLOSE TO WS-DM-OPEN (WS-DM-HIT)
045600     END-IF.
045700 2790-NEXT.
045800     PERFORM 2600-READ-PRIOR THRU 2600-EXIT.
045900 2700-EXIT.
046000     EXIT.
046100
046200*-----------------------------------------------------------*
046300* TERMINATED EMPLOYEES ARE NOT HEADCOUNT - ONLY ACTIVE AND   *
046400* ON-LEAVE RECORDS ARE COUNTED (SAME RULE AS P10RPT6).       *
046500*-----------------------------------------------------------*
046600 3000-COUNT-MASTER.
046700     ADD 1 TO WS-MASTER-COUNT
046800     IF M-STATUS NOT = 'T'
046900         MOVE M-DEPT TO WS-FIND-DEPT
047000         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
047100         IF WS-DM-FOUND
047200             ADD 1 TO WS-DM-ACTUAL (WS-DM-HIT)
047300         END-IF
047400     END-IF
047500     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
047600 3000-EXIT.
047700     EXIT.
047800
047900 3100-READ-MASTER.
048000     READ P10BFILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO WS-EOF-SW
048300     END-READ.
048400 3100-EXIT.
048500     EXIT.
048600
048700*-----------------------------------------------------------*
048800* EACH AUDIT ROW IS JUDGED ON ITS IMAGES, NOT ITS OPERATOR:  *
048900* A SIDE COUNTS AS A HEAD WHEN IT HOLDS A RECORD THAT IS NOT *
049000* TERMINATED. HEAD ON BOTH SIDES IN DIFFERENT DEPARTMENTS IS *
049100* A TRANSFER; HEAD ONLY AFTER IS A HIRE (ADD, LOD/RST ROWS,  *
049200* OR A TERMINATED RECORD TAKEN BACK TO A/L); HEAD ONLY       *
049300* BEFORE IS A TERMINATION, OR 'OTHER' WHEN A LIVE RECORD WAS *
049400* DELETED OR ARCHIVED. REFERENCE ROWS (REFADD/REFCHG/REFDEA) *
049500* CARRY DEPARTMENT IMAGES AND ARE SKIPPED. ROWS AFTER MONTH- *
049600* END ARE NETTED SEPARATELY SO THE CLOSE CAN BE RECONCILED   *
049700* TO THE MASTER AS IT STANDS TODAY.                          *
049800*-----------------------------------------------------------*
049900 4000-PROCESS-HIST.
050000     ADD 1 TO WS-HIST-READ
050100     IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
050200         GO TO 4090-NEXT
050300     END-IF
050400     PERFORM 4200-CONVERT-H-DATE THRU 4200-EXIT
050500     IF WS-HDATE-NUM < WS-PER-START
050600         GO TO 4090-NEXT
050700     END-IF
050800     MOVE H-BEFORE-MASTER TO WS-BEF-REC
050900     MOVE H-AFTER-MASTER TO WS-AFT-REC
051000     MOVE 'N' TO WS-BEF-HEAD-SW
051100     MOVE 'N' TO WS-AFT-HEAD-SW
051200     IF NOT H-OPER-ADD
051300             AND WS-BEF-ID NOT = SPACES
051400             AND WS-BEF-STATUS NOT = 'T'
051500         MOVE 'Y' TO WS-BEF-HEAD-SW
051600     END-IF
051700     IF NOT H-OPER-DELETE AND NOT H-OPER-ARCHIVE
051800             AND WS-AFT-ID NOT = SPACES
051900             AND WS-AFT-STATUS NOT = 'T'
052000         MOVE 'Y' TO WS-AFT-HEAD-SW
052100     END-IF
052200     IF WS-HDATE-NUM > WS-PER-END
052300         ADD 1 TO WS-HIST-AFTER
052400         PERFORM 4300-TALLY-POST THRU 4300-EXIT
052500     ELSE
052600         ADD 1 TO WS-HIST-SELECTED
052700         PERFORM 4400-TALLY-MONTH THRU 4400-EXIT
052800     END-IF.
052900 4090-NEXT.
053000     PERFORM 4100-READ-HIST THRU 4100-EXIT.
053100 4000-EXIT.
053200     EXIT.
053300
053400 4100-READ-HIST.
053500     READ P10HFILE
053600         AT END
053700             MOVE 'Y' TO WS-EOF-SW
053800     END-READ.
053900 4100-EXIT.
054000     EXIT.
054100
054200*-----------------------------------------------------------*
054300* H-DATE IS HELD AS DD/MM/YYYY (THE EXAM SCREEN DATE). TURN  *
054400* IT INTO YYYYMMDD SO THE RANGE COMPARE ORDERS CORRECTLY.    *
054500*-----------------------------------------------------------*
054600 4200-CONVERT-H-DATE.
054700     IF H-DATE(1:2) IS NUMERIC AND H-DATE(4:2) IS NUMERIC
054800             AND H-DATE(7:4) IS NUMERIC
054900         MOVE H-DATE(7:4) TO WS-HDATE-NUM(1:4)
055000         MOVE H-DATE(4:2) TO WS-HDATE-NUM(5:2)
055100         MOVE H-DATE(1:2) TO WS-HDATE-NUM(7:2)
055200     ELSE
055300         MOVE ZERO TO WS-HDATE-NUM
055400     END-IF.
055500 4200-EXIT.
055600     EXIT.
055700
055800 4300-TALLY-POST.
055900     IF WS-BEF-HEAD
056000         MOVE WS-BEF-DEPT TO WS-FIND-DEPT
056100         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
056200         IF WS-DM-FOUND
056300             SUBTRACT 1 FROM WS-DM-POST (WS-DM-HIT)
056400         END-IF
056500     END-IF
056600     IF WS-AFT-HEAD
056700         MOVE WS-AFT-DEPT TO WS-FIND-DEPT
056800         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
056900         IF WS-DM-FOUND
057000             ADD 1 TO WS-DM-POST (WS-DM-HIT)
057100         END-IF
057200     END-IF.
057300 4300-EXIT.
057400     EXIT.
057500
057600 4400-TALLY-MONTH.
057700     IF WS-BEF-HEAD AND WS-AFT-HEAD
057800         IF WS-BEF-DEPT NOT = WS-AFT-DEPT
057900             MOVE WS-BEF-DEPT TO WS-FIND-DEPT
058000             PERFORM 7000-FIND-DEPT THRU 7000-EXIT
058100             IF WS-DM-FOUND
058200                 ADD 1 TO WS-DM-XFER-OUT (WS-DM-HIT)
058300             END-IF
058400             MOVE WS-AFT-DEPT TO WS-FIND-DEPT
058500             PERFORM 7000-FIND-DEPT THRU 7000-EXIT
058600             IF WS-DM-FOUND
058700                 ADD 1 TO WS-DM-XFER-IN (WS-DM-HIT)
058800             END-IF
058900         END-IF
059000         GO TO 4400-EXIT
059100     END-IF
059200     IF WS-BEF-HEAD
059300         MOVE WS-BEF-DEPT TO WS-FIND-DEPT
059400         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
059500         IF WS-DM-FOUND
059600             IF H-OPER-DELETE OR H-OPER-ARCHIVE
059700                 ADD 1 TO WS-DM-OTHER (WS-DM-HIT)
059800             ELSE
059900                 ADD 1 TO WS-DM-TERMS (WS-DM-HIT)
060000             END-IF
060100         END-IF
060200         GO TO 4400-EXIT
060300     END-IF
060400     IF WS-AFT-HEAD
060500         MOVE WS-AFT-DEPT TO WS-FIND-DEPT
060600         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
060700         IF WS-DM-FOUND
060800             ADD 1 TO WS-DM-HIRES (WS-DM-HIT)
060900         END-IF
061000     END-IF.
061100 4400-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------*
061500* CLOSING = OPENING + HIRES - TERMS + IN - OUT - OTHER.      *
061600* SINCE   = NET MOVEMENT AFTER MONTH-END UP TO THIS RUN.     *
061700* ACTUAL  = NON-TERMINATED P10BFILE HEADS NOW.               *
061800* DIFF    = ACTUAL - (CLOSING + SINCE). NON-ZERO MEANS A     *
061900* HEADCOUNT CHANGE REACHED THE MASTER WITHOUT AN AUDIT ROW   *
062000* (OR AN AUDIT ROW WITHOUT THE CHANGE) - THE DEPARTMENT IS   *
062100* FLAGGED OUT OF BALANCE. THE CLOSE CARRIED TO NEXT MONTH    *
062200* IS ACTUAL - SINCE, SO AN ERROR IS NOT CARRIED FORWARD.     *
062300*-----------------------------------------------------------*
062400 5000-REPORT-DEPT.
062500     COMPUTE WS-NET-MONTH = WS-DM-HIRES (WS-DM-IX)
062600         - WS-DM-TERMS (WS-DM-IX)
062700         + WS-DM-XFER-IN (WS-DM-IX)
062800         - WS-DM-XFER-OUT (WS-DM-IX)
062900         - WS-DM-OTHER (WS-DM-IX)
063000     IF NOT WS-PRIOR-FOUND
063100         COMPUTE WS-DM-OPEN (WS-DM-IX) = WS-DM-ACTUAL (WS-DM-IX)
063200             - WS-DM-POST (WS-DM-IX) - WS-NET-MONTH
063300     END-IF
063400     COMPUTE WS-CLOSE = WS-DM-OPEN (WS-DM-IX) + WS-NET-MONTH
063500     COMPUTE WS-EXPECTED = WS-CLOSE + WS-DM-POST (WS-DM-IX)
063600     COMPUTE WS-DIFF = WS-DM-ACTUAL (WS-DM-IX) - WS-EXPECTED
063700     COMPUTE WS-RECON-CLOSE = WS-DM-ACTUAL (WS-DM-IX)
063800         - WS-DM-POST (WS-DM-IX)
063900     MOVE ZERO TO WS-TURNOVER
064000     COMPUTE WS-AVG-BASE = WS-DM-OPEN (WS-DM-IX) + WS-CLOSE
064100     IF WS-AVG-BASE > ZERO
064200         COMPUTE WS-TURNOVER ROUNDED =
064300             WS-DM-TERMS (WS-DM-IX) * 200 / WS-AVG-BASE
064400             ON SIZE ERROR
064500                 MOVE 999.99 TO WS-TURNOVER
064600         END-COMPUTE
064700     END-IF
064800     PERFORM 8900-CHECK-PAGE-BREAK THRU 8900-EXIT
064900     MOVE SPACES TO WS-DETAIL-LINE
065000     MOVE WS-DM-CODE (WS-DM-IX) TO DL-DEPT
065100     IF WS-DM-ON-FILE (WS-DM-IX) = 'Y'
065200         MOVE WS-DM-DESC (WS-DM-IX) TO DL-DESC
065300     ELSE
065400         MOVE 'NOT ON P10DFILE' TO DL-DESC
065500     END-IF
065600     MOVE WS-DM-OPEN (WS-DM-IX) TO DL-OPEN
065700     MOVE WS-DM-HIRES (WS-DM-IX) TO DL-HIRES
065800     MOVE WS-DM-TERMS (WS-DM-IX) TO DL-TERMS
065900     MOVE WS-DM-XFER-IN (WS-DM-IX) TO DL-XFER-IN
066000     MOVE WS-DM-XFER-OUT (WS-DM-IX) TO DL-XFER-OUT
066100     MOVE WS-DM-OTHER (WS-DM-IX) TO DL-OTHER
066200     MOVE WS-CLOSE TO DL-CLOSE
066300     MOVE WS-DM-POST (WS-DM-IX) TO DL-POST
066400     MOVE WS-DM-ACTUAL (WS-DM-IX) TO DL-ACTUAL
066500     MOVE WS-DIFF TO DL-DIFF
066600     MOVE WS-TURNOVER TO DL-TURN
066700     IF WS-DIFF NOT = ZERO
066800         ADD 1 TO WS-UNBAL-COUNT
066900         MOVE '** OUT OF BALANCE' TO DL-CONDITION
067000     ELSE
067100         MOVE 'BALANCED' TO DL-CONDITION
067200     END-IF
067300     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
067400     ADD 1 TO WS-LINE-COUNT
067500     ADD WS-DM-OPEN (WS-DM-IX) TO WS-TOT-OPEN
067600     ADD WS-DM-HIRES (WS-DM-IX) TO WS-TOT-HIRES
067700     ADD WS-DM-TERMS (WS-DM-IX) TO WS-TOT-TERMS
067800     ADD WS-DM-XFER-IN (WS-DM-IX) TO WS-TOT-XFER-IN
067900     ADD WS-DM-XFER-OUT (WS-DM-IX) TO WS-TOT-XFER-OUT
068000     ADD WS-DM-OTHER (WS-DM-IX) TO WS-TOT-OTHER
068100     ADD WS-CLOSE TO WS-TOT-CLOSE
068200     ADD WS-DM-POST (WS-DM-IX) TO WS-TOT-POST
068300     ADD WS-DM-ACTUAL (WS-DM-IX) TO WS-TOT-ACTUAL
068400     ADD WS-DIFF TO WS-TOT-DIFF
068500     MOVE WS-PERIOD TO WC-PERIOD
068600     MOVE WS-DM-CODE (WS-DM-IX) TO WC-DEPT
068700     IF WS-DM-OPEN (WS-DM-IX) < ZERO
068800         MOVE ZERO TO WC-OPEN
068900     ELSE
069000         MOVE WS-DM-OPEN (WS-DM-IX) TO WC-OPEN
069100     END-IF
069200     IF WS-RECON-CLOSE < ZERO
069300         MOVE ZERO TO WC-CLOSE
069400     ELSE
069500         MOVE WS-RECON-CLOSE TO WC-CLOSE
069600     END-IF
069700     WRITE WCTLC-RECORD.
069800 5000-EXIT.
069900     EXIT.
070000
070100 6000-REPORT-TOTALS.
070200     MOVE ZERO TO WS-TURNOVER
070300     COMPUTE WS-AVG-BASE = WS-TOT-OPEN + WS-TOT-CLOSE
070400     IF WS-AVG-BASE > ZERO
070500         COMPUTE WS-TURNOVER ROUNDED =
070600             WS-TOT-TERMS * 200 / WS-AVG-BASE
070700             ON SIZE ERROR
070800                 MOVE 999.99 TO WS-TURNOVER
070900         END-COMPUTE
071000     END-IF
071100     MOVE SPACES TO RPT-LINE
071200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
071300     MOVE SPACES TO WS-DETAIL-LINE
071400     MOVE 'ALL' TO DL-DEPT
071500     MOVE 'COMPANY TOTAL' TO DL-DESC
071600     MOVE WS-TOT-OPEN TO DL-OPEN
071700     MOVE WS-TOT-HIRES TO DL-HIRES
071800     MOVE WS-TOT-TERMS TO DL-TERMS
071900     MOVE WS-TOT-XFER-IN TO DL-XFER-IN
072000     MOVE WS-TOT-XFER-OUT TO DL-XFER-OUT
072100     MOVE WS-TOT-OTHER TO DL-OTHER
072200     MOVE WS-TOT-CLOSE TO DL-CLOSE
072300     MOVE WS-TOT-POST TO DL-POST
072400     MOVE WS-TOT-ACTUAL TO DL-ACTUAL
072500     MOVE WS-TOT-DIFF TO DL-DIFF
072600     MOVE WS-TURNOVER TO DL-TURN
072700     IF WS-UNBAL-COUNT > ZERO
072800         MOVE '** OUT OF BALANCE' TO DL-CONDITION
072900     ELSE
073000         MOVE 'BALANCED' TO DL-CONDITION
073100     END-IF
073200     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
073300     MOVE SPACES TO RPT-LINE
073400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
073500     MOVE 'CLOSING = OPENING + HIRES - TERMS + XFR IN - XFR OUT'
073600         TO NL-TEXT
073700     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
073800     MOVE '          - OTHER (LIVE RECORDS DELETED OR ARCHIVED)'
073900         TO NL-TEXT
074000     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
074100     MOVE 'SINCE   = NET MOVEMENT AFTER MONTH-END UP TO THIS RUN'
074200         TO NL-TEXT
074300     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
074400     MOVE 'ACTUAL  = NON-TERMINATED P10BFILE HEADS AT THIS RUN'
074500         TO NL-TEXT
074600     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
074700     MOVE 'DIFF    = ACTUAL - (CLOSING + SINCE)' TO NL-TEXT
074800     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
074900     MOVE 'TURN%   = TERMS / AVERAGE OF OPENING AND CLOSING X 100'
075000         TO NL-TEXT
075100     WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.
075200 6000-EXIT.
075300     EXIT.
075400
075500 7000-FIND-DEPT.
075600     MOVE 'N' TO WS-DM-FOUND-SW
075700     PERFORM 7100-PROBE-DEPT THRU 7100-EXIT
075800         VARYING WS-DM-IX FROM 1 BY 1
075900         UNTIL WS-DM-IX > WS-DM-COUNT OR WS-DM-FOUND
076000     IF NOT WS-DM-FOUND
076100         IF WS-DM-COUNT < 200
076200             ADD 1 TO WS-DM-COUNT
076300             MOVE WS-FIND-DEPT TO WS-DM-CODE (WS-DM-COUNT)
076400             MOVE SPACES TO WS-DM-DESC (WS-DM-COUNT)
076500             MOVE 'N' TO WS-DM-ON-FILE (WS-DM-COUNT)
076600             MOVE ZERO TO WS-DM-OPEN (WS-DM-COUNT)
076700             MOVE ZERO TO WS-DM-HIRES (WS-DM-COUNT)
076800             MOVE ZERO TO WS-DM-TERMS (WS-DM-COUNT)
076900             MOVE ZERO TO WS-DM-XFER-IN (WS-DM-COUNT)
077000             MOVE ZERO TO WS-DM-XFER-OUT (WS-DM-COUNT)
077100             MOVE ZERO TO WS-DM-OTHER (WS-DM-COUNT)
077200             MOVE ZERO TO WS-DM-POST (WS-DM-COUNT)
077300             MOVE ZERO TO WS-DM-ACTUAL (WS-DM-COUNT)
077400             MOVE WS-DM-COUNT TO WS-DM-HIT
077500             MOVE 'Y' TO WS-DM-FOUND-SW
077600         END-IF
077700     END-IF.
077800 7000-EXIT.
077900     EXIT.
078000
078100 7100-PROBE-DEPT.
078200     IF WS-DM-IX NOT > WS-DM-COUNT
078300         IF WS-DM-CODE (WS-DM-IX) = WS-FIND-DEPT
078400             MOVE 'Y' TO WS-DM-FOUND-SW
078500             MOVE WS-DM-IX TO WS-DM-HIT
078600         END-IF
078700     END-IF.
078800 7100-EXIT.
078900     EXIT.
079000
079100 8000-WRITE-HEADINGS.
079200     ADD 1 TO WS-PAGE-NO
079300     MOVE WS-PAGE-NO TO HDG1-PAGE-NO
079400     MOVE WS-PERIOD TO HDG2-PERIOD
079500     MOVE WS-PER-START TO HDG2-START
079600     MOVE WS-PER-END TO HDG2-END
079700     MOVE WS-TODAY TO HDG2-TODAY
079800     IF WS-PRIOR-FOUND
079900         MOVE 'CLOSING HEADCOUNT RECORDED BY THE PRIOR MONTH RUN'
080000             TO HDG3-BASIS
080100     ELSE
080200         MOVE 'DERIVED FROM MASTER - NO PRIOR MONTH ON P10WCTL'
080300             TO HDG3-BASIS
080400     END-IF
080500     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
080600     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
080700     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
080800     MOVE SPACES TO RPT-LINE
080900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
081000     WRITE RPT-LINE FROM WS-HDG4 AFTER ADVANCING 1 LINE
081100     MOVE SPACES TO RPT-LINE
081200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
081300     MOVE 6 TO WS-LINE-COUNT.
081400 8000-EXIT.
081500     EXIT.
081600
081700 8900-CHECK-PAGE-BREAK.
081800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
081900         PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
082000     END-IF.
082100 8900-EXIT.
082200     EXIT.
082300
082400 9000-TERMINATE.
082500     IF WS-UNBAL-COUNT > ZERO
082600         MOVE 4 TO RETURN-CODE
082700     END-IF
082800     MOVE WS-HIST-READ TO TL-HIST-READ
082900     MOVE WS-HIST-SELECTED TO TL-HIST-SELECTED
083000     MOVE WS-HIST-AFTER TO TL-HIST-AFTER
083100     MOVE WS-MASTER-COUNT TO TL-MASTER-COUNT
083200     MOVE WS-UNBAL-COUNT TO TL-UNBAL-COUNT
083300     MOVE SPACES TO RPT-LINE
083400     WRITE RPT-LINE AFTER ADVANCING 2 LINES
083500     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
083600     CLOSE P10BFILE
083700     CLOSE P10DFILE
083800     CLOSE P10HFILE
083900     CLOSE P10WCTC
084000     CLOSE P10RPT08.
084100 9000-EXIT.
084200     EXIT.
084210
084220 9100-LOG-END.
084230     MOVE SPACES TO RUN-CONTROL-PARMS
084240     MOVE 'P10RPT8' TO RN-PROGRAM
084250     MOVE 'MASTERS ' TO RN-COUNT-NAME(1)
084260     MOVE WS-MASTER-COUNT TO RN-COUNT(1)
084270     MOVE 'HISTREAD' TO RN-COUNT-NAME(2)
084280     MOVE WS-HIST-READ TO RN-COUNT(2)
084290     MOVE 'UNBAL   ' TO RN-COUNT-NAME(3)
084300     MOVE WS-UNBAL-COUNT TO RN-COUNT(3)
084310     MOVE RETURN-CODE TO RN-RETURN-CODE
084320     MOVE 'E' TO RN-FUNCTION
084330     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
084340 9100-EXIT.
084350     EXIT.
