001360* 21/08/2026 RK    PRINT THE MAILING ADDRESS (STREET/CITY    *
001370*                  FROM THE NEW P10AFILE) IN PLACE OF THE    *
001380*                  BARE 3-CHARACTER M-ADDR SITE CODE.        *
001382* 15/10/2026 RK    DIVISION SUBTOTALS - DEPARTMENTS ARE      *
001384*                  GROUPED UNDER THEIR PARENT DIVISION       *
001386*                  (D-DIV-CODE, DESCRIPTION FROM THE NEW     *
001388*                  P10GFILE) WITH A DIVISION HEADCOUNT AFTER *
001390*                  EACH GROUP. THE DEPARTMENT HEADING NOW    *
001392*                  CARRIES THE DIVISION AND COST CENTRE.     *
001394* 15/10/2026 RK    RUN-CONTROL LOG - A START AND AN END ROW  *
001396*                  ARE WRITTEN TO P10RFILE THROUGH P10RUN1   *
001398*                  WITH THE RETURN CODE AND KEY COUNTS.      *
001400*-----------------------------------------------------------*
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
002880         RECORD KEY IS A-ID
002890         FILE STATUS IS WS-P10A-STATUS.
002891
002892     SELECT P10DFILE ASSIGN TO P10DFIL
002893         ORGANIZATION IS INDEXED
002894         ACCESS MODE IS RANDOM
002895         RECORD KEY IS D-DEPT-CODE
002896         FILE STATUS IS WS-P10D-STATUS.
002897
002900     SELECT P10RPT01 ASSIGN TO P10RPT1
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-RPT-STATUS.
003110
003120     SELECT P10GFILE ASSIGN TO P10GFIL
003130         ORGANIZATION IS INDEXED
003140         ACCESS MODE IS RANDOM
003150         RECORD KEY IS G-DIV-CODE
003160         FILE STATUS IS WS-P10G-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  P10BFILE.
003600
003700 SD  SORT-WORK.
003800 01  SW-RECORD.
003810     05  SW-DIV           PIC X(04).
003900     05  SW-DEPT          PIC X(04).
003910     05  SW-CC            PIC X(06).
004000     05  SW-MASTER        PIC X(57).
004100
004110 FD  P10PARM
004150 FD  P10AFILE.
004160 COPY P10AREC.
004170
004174 FD  P10DFILE.
004178 COPY P10DREC.
004182
004186 FD  P10GFILE.
004190 COPY P10GREC.
004194
004200 FD  P10RPT01
004300     RECORDING MODE IS F.
004400 01  RPT-LINE              PIC X(132).
004600 77  WS-P10B-STATUS        PIC X(02) VALUE SPACES.
004650 77  WS-PARM-STATUS        PIC X(02) VALUE SPACES.
004660 77  WS-P10A-STATUS        PIC X(02) VALUE SPACES.
004670 77  WS-P10D-STATUS        PIC X(02) VALUE SPACES.
004680 77  WS-P10G-STATUS        PIC X(02) VALUE SPACES.
004700 77  WS-RPT-STATUS         PIC X(02) VALUE SPACES.
004710 77  WS-SCOPE              PIC X(06) VALUE 'CURRNT'.
004720     88  WS-SCOPE-ACTIVE            VALUE 'ACTIVE'.
005300 77  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
005400 77  WS-PAGE-NO            PIC 9(04) COMP VALUE ZERO.
005500 77  WS-DEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
005510 77  WS-DIV-COUNT          PIC 9(07) COMP VALUE ZERO.
005600 77  WS-GRAND-COUNT        PIC 9(07) COMP VALUE ZERO.
005700 77  WS-PRIOR-DEPT         PIC X(04) VALUE SPACES.
005710 77  WS-PRIOR-DIV          PIC X(04) VALUE SPACES.
005800 01  WS-SORT-RECORD.
005810     05  WS-SR-DIV         PIC X(04).
005900     05  WS-SR-DEPT        PIC X(04).
005905     05  WS-SR-CC          PIC X(06).
005910     05  WS-SR-MASTER.
005920         10  WS-SR-ID          PIC X(04).
005930         10  WS-SR-NAME        PIC X(15).
006800     05  HDG1-PAGE-NO      PIC ZZZ9.
006900 01  WS-HDG2.
007000     05  FILLER            PIC X(01)  VALUE SPACES.
007010     05  FILLER            PIC X(10)  VALUE 'DIVISION: '.
007020     05  HDG2-DIV          PIC X(04).
007030     05  FILLER            PIC X(01)  VALUE SPACES.
007040     05  HDG2-DIV-DESC     PIC X(15).
007050     05  FILLER            PIC X(03)  VALUE SPACES.
007100     05  FILLER            PIC X(12)  VALUE 'DEPARTMENT: '.
007200     05  HDG2-DEPT         PIC X(04).
007210     05  FILLER            PIC X(03)  VALUE SPACES.
007220     05  FILLER            PIC X(13)  VALUE 'COST CENTRE: '.
007230     05  HDG2-CC           PIC X(06).
007300 01  WS-HDG3.
007400     05  FILLER            PIC X(01)  VALUE SPACES.
007500     05  FILLER            PIC X(06)  VALUE 'EMP ID'.
009700     05  SL-DEPT           PIC X(04).
009800     05  FILLER            PIC X(04)  VALUE SPACES.
009900     05  SL-COUNT          PIC ZZZ,ZZ9.
009910 01  WS-DIVTOTAL-LINE.
009920     05  FILLER            PIC X(01)  VALUE SPACES.
009930     05  FILLER            PIC X(16)  VALUE
009940         'DIV  HEADCOUNT: '.
009950     05  VL-DIV            PIC X(04).
009960     05  FILLER            PIC X(04)  VALUE SPACES.
009970     05  VL-COUNT          PIC ZZZ,ZZ9.
010000 01  WS-GRANDTOTAL-LINE.
010100     05  FILLER            PIC X(01)  VALUE SPACES.
010200     05  FILLER            PIC X(20)  VALUE
010400     05  FILLER            PIC X(13)  VALUE
010500         'DEPARTMENTS: '.
010600     05  GL-COUNT          PIC ZZZ,ZZ9.
010610 COPY P10RNPRM.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010810     PERFORM 0100-LOG-START THRU 0100-EXIT
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011000     PERFORM 2000-PROCESS-SORT THRU 2000-EXIT
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT
011110     PERFORM 9100-LOG-END THRU 9100-EXIT
011200     STOP RUN.
011300
011310 0100-LOG-START.
011320     MOVE SPACES TO RUN-CONTROL-PARMS
011330     MOVE 'P10RPT1' TO RN-PROGRAM
011340     MOVE ZERO TO RN-RETURN-CODE
011350     MOVE 'S' TO RN-FUNCTION
011360     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
011370 0100-EXIT.
011380     EXIT.
011390
011400 1000-INITIALIZE.
011500     OPEN OUTPUT P10RPT01
011600     IF WS-RPT-STATUS NOT = '00'
011644             WS-P10A-STATUS
011645         STOP RUN
011646     END-IF
011648     PERFORM 1200-OPEN-REF-FILES THRU 1200-EXIT
011650     PERFORM 1100-READ-PARM THRU 1100-EXIT.
011700 1000-EXIT.
011800     EXIT.
011897 1100-EXIT.
011898     EXIT.
011900
011905 1200-OPEN-REF-FILES.
011910     OPEN INPUT P10DFILE
011915     IF WS-P10D-STATUS NOT = '00'
011920         DISPLAY 'P10RPT1 - ERROR OPENING P10DFILE - STATUS '
011925             WS-P10D-STATUS
011930         STOP RUN
011935     END-IF
011940     OPEN INPUT P10GFILE
011945     IF WS-P10G-STATUS NOT = '00'
011950         DISPLAY 'P10RPT1 - ERROR OPENING P10GFILE - STATUS '
011955             WS-P10G-STATUS
011960         STOP RUN
011965     END-IF.
011970 1200-EXIT.
011975     EXIT.
011980
012000 2000-PROCESS-SORT.
012100     SORT SORT-WORK
012110         ON ASCENDING KEY SW-DIV
012200         ON ASCENDING KEY SW-DEPT
012300         ON ASCENDING KEY SW-MASTER
012400         INPUT PROCEDURE  3000-RELEASE-SORT THRU 3000-EXIT
014363                 OR (WS-SCOPE-ACTIVE AND
014364                     (M-ACTIVE OR M-STATUS = SPACE))
014365                 OR (WS-SCOPE-CURRENT AND NOT M-TERMINATED)
014367                 PERFORM 3200-LOOKUP-DEPT THRU 3200-EXIT
014370                 MOVE M-DEPT TO SW-DEPT
014380                 MOVE MASTER-RECORD TO SW-MASTER
014390                 RELEASE SW-RECORD
014410 3100-EXIT.
014420     EXIT.
014430
014431*-----------------------------------------------------------*
014432* THE DIVISION AND COST CENTRE COME FROM THE EMPLOYEE'S      *
014433* P10DFILE ROW. A DEPARTMENT MISSING FROM P10DFILE, OR NOT   *
014434* YET GIVEN A DIVISION, SORTS TO THE FRONT UNDER A BLANK     *
014435* DIVISION.                                                  *
014436*-----------------------------------------------------------*
014437 3200-LOOKUP-DEPT.
014438     MOVE M-DEPT TO D-DEPT-CODE
014439     READ P10DFILE
014440         INVALID KEY
014441             MOVE SPACES TO SW-DIV
014442             MOVE SPACES TO SW-CC
014443         NOT INVALID KEY
014444             MOVE D-DIV-CODE TO SW-DIV
014445             MOVE D-COST-CENTRE TO SW-CC
014446     END-READ.
014447 3200-EXIT.
014448     EXIT.
014449
014500 4000-RETURN-SORT.
014600     MOVE 'N' TO WS-EOF-SW
014700     RETURN SORT-WORK RECORD
016500 5000-DETECT-BREAK.
016600     IF WS-FIRST-RECORD
016700         MOVE WS-SR-DEPT TO WS-PRIOR-DEPT
016710         MOVE WS-SR-DIV TO WS-PRIOR-DIV
016800         MOVE 'N' TO WS-FIRST-REC-SW
016900         PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
017000         PERFORM 5100-SET-DEPT-HDG THRU 5100-EXIT
017100         PERFORM 8100-WRITE-DEPT-HDG THRU 8100-EXIT
017200     ELSE
017300         IF WS-SR-DIV NOT = WS-PRIOR-DIV
017310                 OR WS-SR-DEPT NOT = WS-PRIOR-DEPT
017400             PERFORM 6100-WRITE-SUBTOTAL THRU 6100-EXIT
017410             IF WS-SR-DIV NOT = WS-PRIOR-DIV
017420                 PERFORM 6200-WRITE-DIV-TOTAL THRU 6200-EXIT
017430                 MOVE WS-SR-DIV TO WS-PRIOR-DIV
017440                 MOVE ZERO TO WS-DIV-COUNT
017450             END-IF
017800             PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
017900             PERFORM 5100-SET-DEPT-HDG THRU 5100-EXIT
018000             PERFORM 8100-WRITE-DEPT-HDG THRU 8100-EXIT
018100             MOVE WS-SR-DEPT TO WS-PRIOR-DEPT
018200             MOVE ZERO TO WS-DEPT-COUNT
018500 5000-EXIT.
018600     EXIT.
018700
018705 5100-SET-DEPT-HDG.
018710     MOVE WS-SR-DEPT TO HDG2-DEPT
018715     MOVE WS-SR-CC TO HDG2-CC
018720     MOVE WS-SR-DIV TO HDG2-DIV
018725     IF WS-SR-DIV = SPACES
018730         MOVE 'NOT ASSIGNED' TO HDG2-DIV-DESC
018735     ELSE
018740         MOVE WS-SR-DIV TO G-DIV-CODE
018745         READ P10GFILE
018750             INVALID KEY
018755                 MOVE 'NOT ON P10GFILE' TO HDG2-DIV-DESC
018760             NOT INVALID KEY
018765                 MOVE G-DIV-DESC TO HDG2-DIV-DESC
018770         END-READ
018775     END-IF.
018780 5100-EXIT.
018785     EXIT.
018790
018800 6000-WRITE-DETAIL.
018900     MOVE SPACES TO WS-DETAIL-LINE
019000     MOVE WS-SR-ID TO DL-ID
019600     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
019700     ADD 1 TO WS-LINE-COUNT
019800     ADD 1 TO WS-DEPT-COUNT
019810     ADD 1 TO WS-DIV-COUNT
019900     ADD 1 TO WS-GRAND-COUNT.
020000 6000-EXIT.
020100     EXIT.
021000     ADD 1 TO WS-LINE-COUNT.
021100 6100-EXIT.
021200     EXIT.
021210
021220 6200-WRITE-DIV-TOTAL.
021240     MOVE WS-PRIOR-DIV TO VL-DIV
021250     MOVE WS-DIV-COUNT TO VL-COUNT
021260     WRITE RPT-LINE FROM WS-DIVTOTAL-LINE AFTER ADVANCING 1 LINE
021270     ADD 1 TO WS-LINE-COUNT.
021280 6200-EXIT.
021290     EXIT.
021300
021400 7000-FINAL-BREAK.
021500     IF NOT WS-FIRST-RECORD
021600         PERFORM 6100-WRITE-SUBTOTAL THRU 6100-EXIT
021610         PERFORM 6200-WRITE-DIV-TOTAL THRU 6200-EXIT
021700         MOVE SPACES TO WS-GRANDTOTAL-LINE
021800         MOVE WS-GRAND-COUNT TO GL-COUNT
021900         MOVE SPACES TO RPT-LINE
026000
026100 9000-TERMINATE.
026150     CLOSE P10AFILE
026160     CLOSE P10DFILE
026170     CLOSE P10GFILE
026200     CLOSE P10RPT01.
026300 9000-EXIT.
026400     EXIT.
026410
026420 9100-LOG-END.
026430     MOVE SPACES TO RUN-CONTROL-PARMS
026440     MOVE 'P10RPT1' TO RN-PROGRAM
026450     MOVE 'EMPLOYEE' TO RN-COUNT-NAME(1)
026460     MOVE WS-GRAND-COUNT TO RN-COUNT(1)
026470     MOVE RETURN-CODE TO RN-RETURN-CODE
026480     MOVE 'E' TO RN-FUNCTION
026490     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
026500 9100-EXIT.
026510     EXIT.
