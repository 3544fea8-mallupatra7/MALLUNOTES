000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10LSET1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - UNTAKEN LEAVE SETTLEMENT    *
001200*                  FOR LEAVERS. FOR EVERY TERMINATED         *
001300*                  EMPLOYEE NOT YET SETTLED, WORKS OUT THE   *
001400*                  LEAVE BALANCE AT THE TERMINATION DATE     *
001500*                  (P10LENT1 ENTITLEMENT PRO-RATED TO THAT   *
001600*                  DATE PLUS THE ACTIVE P10VFILE LEDGER ROWS *
001700*                  OF THAT YEAR), WRITES ONE P10PAYL RECORD  *
001800*                  (LAYOUT P10QREC) FOR PAYROLL'S FINAL PAY  *
001900*                  AND CLOSES THE YEAR WITH AN 'S' ROW ON    *
002000*                  P10VFILE SO THE LEAVER IS SENT ONCE ONLY. *
002010* 15/10/2026 RK    A LEAVER WHO JOINED BEFORE THE YEAR OF    *
002020*                  LEAVING IS HELD (LISTED, NOT SENT) UNTIL  *
002030*                  P10LYE1 HAS CLOSED THE YEAR BEFORE, SO    *
002040*                  THE DAYS CARRIED IN ARE PAID WITH THE     *
002050*                  REST. LEDGER ROWS OF AN EARLIER HOLDER OF *
002060*                  A REISSUED ID ARE IGNORED.                *
002100*-----------------------------------------------------------*
002200* P10PARM CARD (OPTIONAL):                                   *
002300*   COLS 01-04  EARLIEST TERMINATION YEAR SETTLED (DEFAULT   *
002400*               LAST YEAR) - KEEPS LEAVERS PAID OFF BEFORE   *
002500*               THE LEDGER EXISTED OUT OF THE FEED.          *
002600* A TERMINATED MASTER WITH NO USABLE TERMINATION DATE IS     *
002700* LISTED ON THE REPORT AND NOT SENT.                         *
002800* A REHIRE (P10ARST1) IS NO LONGER TERMINATED, SO IS NOT     *
002900* PICKED UP; IF THEY LEAVE AGAIN IN THE SAME YEAR THE EARLIER*
003000* 'S' ROW STANDS AND NOTHING MORE IS SENT FOR THAT YEAR.     *
003010* A LEAVER WHO JOINED BEFORE THE YEAR OF LEAVING IS HELD -   *
003020* LISTED, NOT SENT - WHILE THE YEAR BEFORE IS STILL OPEN FOR *
003030* THEM ON THE LEDGER: P10LYE1 HAS STILL TO CARRY THAT YEAR'S *
003040* BALANCE IN. THEY ARE SENT BY THE FIRST RUN AFTER THE       *
003050* YEAR-END. NOT APPLIED WHEN THE YEAR BEFORE IS EARLIER THAN *
003060* THE CARD YEAR - THE LEDGER DID NOT EXIST THEN.             *
003070* LEDGER ROWS WHOSE V-JOIN-DATE IS NOT THE MASTER'S M-JOIN   *
003080* BELONG TO AN EARLIER HOLDER OF A REISSUED ID - IGNORED.    *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT P10BFILE ASSIGN TO P10BFIL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS M-ID
004200         FILE STATUS IS WS-P10B-STATUS.
004300
004400     SELECT P10VFILE ASSIGN TO P10VFIL
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS V-KEY
004800         FILE STATUS IS WS-P10V-STATUS.
004900
005000     SELECT P10PAYL ASSIGN TO P10PAYL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PAYL-STATUS.
005300
005400     SELECT P10PARM ASSIGN TO P10PARM
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PARM-STATUS.
005700
005800     SELECT P10QRPT ASSIGN TO P10QRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  P10BFILE.
006400 COPY P10MREC.
006500
006600 FD  P10VFILE.
006700 COPY P10VREC.
006800
006900 FD  P10PAYL
007000     RECORDING MODE IS F.
007100 COPY P10QREC.
007200
007300 FD  P10PARM
007400     RECORDING MODE IS F.
007500 01  PARM-CARD                  PIC X(80).
007600
007700 FD  P10QRPT
007800     RECORDING MODE IS F.
007900 01  RPT-LINE                   PIC X(132).
008000 WORKING-STORAGE SECTION.
008100 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
008200 77  WS-P10V-STATUS             PIC X(02) VALUE SPACES.
008300 77  WS-PAYL-STATUS             PIC X(02) VALUE SPACES.
008400 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
008500 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008600 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008700     88  WS-EOF-SW-ON                     VALUE 'Y'.
008800 77  WS-LEDG-EOF-SW             PIC X(01) VALUE 'N'.
008900     88  WS-LEDG-EOF                      VALUE 'Y'.
009000 77  WS-CLOSED-SW               PIC X(01) VALUE 'N'.
009100     88  WS-YEAR-CLOSED                   VALUE 'Y'.
009110 77  WS-HOLD-SW                 PIC X(01) VALUE 'N'.
009120     88  WS-HOLD                          VALUE 'Y'.
009200 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
009300 77  WS-TIME-RAW                PIC 9(08) VALUE ZERO.
009400 77  WS-FROM-YEAR               PIC 9(04) VALUE ZERO.
009500 77  WS-TERM-YEAR               PIC 9(04) VALUE ZERO.
009510 77  WS-SCAN-YEAR               PIC 9(04) VALUE ZERO.
009520 77  WS-JOIN-YEAR               PIC 9(04) VALUE ZERO.
009600 77  WS-MAX-SEQ                 PIC 9(04) VALUE ZERO.
009700 77  WS-TAKEN                   PIC S9(03)V9 VALUE ZERO.
009800 77  WS-CARRIED-IN              PIC S9(03)V9 VALUE ZERO.
009900 77  WS-OTHER                   PIC S9(03)V9 VALUE ZERO.
010000 77  WS-UNTAKEN                 PIC S9(03)V9 VALUE ZERO.
010100 77  WS-TOT-UNTAKEN             PIC S9(07)V9 VALUE ZERO.
010200 77  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
010300 77  WS-LEAVER-COUNT            PIC 9(07) VALUE ZERO.
010400 77  WS-SETTLE-COUNT            PIC 9(07) VALUE ZERO.
010500 77  WS-ALREADY-COUNT           PIC 9(07) VALUE ZERO.
010600 77  WS-EARLIER-COUNT           PIC 9(07) VALUE ZERO.
010700 77  WS-BADDATE-COUNT           PIC 9(07) VALUE ZERO.
010710 77  WS-HELD-COUNT              PIC 9(07) VALUE ZERO.
010800 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
010900 01  WS-RUN-TIME                PIC X(08) VALUE SPACES.
011000 01  WS-HDG1.
011100     05  FILLER                 PIC X(01)  VALUE SPACES.
011200     05  FILLER                 PIC X(30)  VALUE
011300         'P10 PERSONNEL SYSTEM'.
011400     05  FILLER                 PIC X(45)  VALUE
011500         'LEAVERS - UNTAKEN LEAVE SENT TO PAYROLL'.
011600 01  WS-HDG2.
011700     05  FILLER                 PIC X(01)  VALUE SPACES.
011800     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
011900     05  HDG2-RUN-DATE          PIC X(10).
012000     05  FILLER                 PIC X(05)  VALUE SPACES.
012100     05  FILLER                 PIC X(29)  VALUE
012200         'LEAVERS TERMINATED FROM YEAR '.
012300     05  HDG2-FROM-YEAR         PIC 9(04).
012400 01  WS-HDG3.
012500     05  FILLER                 PIC X(01)  VALUE SPACES.
012600     05  FILLER                 PIC X(08)  VALUE 'EMP ID'.
012700     05  FILLER                 PIC X(17)  VALUE 'NAME'.
012800     05  FILLER                 PIC X(06)  VALUE 'DEPT'.
012900     05  FILLER                 PIC X(12)  VALUE 'TERMINATED'.
013000     05  FILLER                 PIC X(06)  VALUE 'YEAR'.
013100     05  FILLER                 PIC X(10)  VALUE 'ENTITLED'.
013200     05  FILLER                 PIC X(10)  VALUE 'CARRIED'.
013300     05  FILLER                 PIC X(10)  VALUE 'TAKEN'.
013400     05  FILLER                 PIC X(10)  VALUE 'UNTAKEN'.
013500     05  FILLER                 PIC X(20)  VALUE 'ACTION'.
013600 01  WS-DETAIL-LINE.
013700     05  FILLER                 PIC X(01)  VALUE SPACES.
013800     05  DL-ID                  PIC X(04).
013900     05  FILLER                 PIC X(04)  VALUE SPACES.
014000     05  DL-NAME                PIC X(15).
014100     05  FILLER                 PIC X(02)  VALUE SPACES.
014200     05  DL-DEPT                PIC X(04).
014300     05  FILLER                 PIC X(02)  VALUE SPACES.
014400     05  DL-TERM-DATE           PIC X(10).
014500     05  FILLER                 PIC X(02)  VALUE SPACES.
014600     05  DL-YEAR                PIC X(04).
014700     05  FILLER                 PIC X(02)  VALUE SPACES.
014800     05  DL-ENTITLED            PIC -ZZ9.9.
014900     05  FILLER                 PIC X(04)  VALUE SPACES.
015000     05  DL-CARRIED             PIC -ZZ9.9.
015100     05  FILLER                 PIC X(04)  VALUE SPACES.
015200     05  DL-TAKEN               PIC -ZZ9.9.
015300     05  FILLER                 PIC X(04)  VALUE SPACES.
015400     05  DL-UNTAKEN             PIC -ZZ9.9.
015500     05  FILLER                 PIC X(04)  VALUE SPACES.
015600     05  DL-ACTION              PIC X(30).
015700 01  WS-TOTAL-LINE.
015800     05  FILLER                 PIC X(01)  VALUE SPACES.
015900     05  FILLER                 PIC X(09)  VALUE 'LEAVERS: '.
016000     05  TL-LEAVER-COUNT        PIC ZZZ,ZZ9.
016100     05  FILLER                 PIC X(03)  VALUE SPACES.
016200     05  FILLER                 PIC X(06)  VALUE 'SENT: '.
016300     05  TL-SETTLE-COUNT        PIC ZZZ,ZZ9.
016400     05  FILLER                 PIC X(03)  VALUE SPACES.
016500     05  FILLER                 PIC X(16)  VALUE
016600         'ALREADY SENT: '.
016700     05  TL-ALREADY-COUNT       PIC ZZZ,ZZ9.
016800     05  FILLER                 PIC X(03)  VALUE SPACES.
016900     05  FILLER                 PIC X(16)  VALUE
017000         'BEFORE CUT-OFF: '.
017100     05  TL-EARLIER-COUNT       PIC ZZZ,ZZ9.
017200     05  FILLER                 PIC X(03)  VALUE SPACES.
017300     05  FILLER                 PIC X(14)  VALUE 'NO TERM DATE: '.
017400     05  TL-BADDATE-COUNT       PIC ZZZ,ZZ9.
017410     05  FILLER                 PIC X(03)  VALUE SPACES.
017420     05  FILLER                 PIC X(06)  VALUE 'HELD: '.
017430     05  TL-HELD-COUNT          PIC ZZZ,ZZ9.
017500 01  WS-DAYS-LINE.
017600     05  FILLER                 PIC X(01)  VALUE SPACES.
017700     05  FILLER                 PIC X(20)  VALUE
017800         'NET UNTAKEN DAYS:   '.
017900     05  TL-TOT-UNTAKEN         PIC -Z,ZZZ,ZZ9.9.
018000 COPY P10DTPRM.
018100 COPY P10LEPRM.
018200 COPY P10RNPRM.
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 0100-LOG-START THRU 0100-EXIT
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
018800         UNTIL WS-EOF-SW-ON
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT
019000     PERFORM 9100-LOG-END THRU 9100-EXIT
019100     STOP RUN.
019200
019300 0100-LOG-START.
019400     MOVE SPACES TO RUN-CONTROL-PARMS
019500     MOVE 'P10LSET1' TO RN-PROGRAM
019600     MOVE ZERO TO RN-RETURN-CODE
019700     MOVE 'S' TO RN-FUNCTION
019800     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
019900 0100-EXIT.
020000     EXIT.
020100
020200 1000-INITIALIZE.
020300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020400     ACCEPT WS-TIME-RAW FROM TIME
020500     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
020600     MOVE '/' TO WS-RUN-DATE(3:1)
020700     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
020800     MOVE '/' TO WS-RUN-DATE(6:1)
020900     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
021000     MOVE WS-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
021100     MOVE ':' TO WS-RUN-TIME(3:1)
021200     MOVE WS-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
021300     MOVE ':' TO WS-RUN-TIME(6:1)
021400     MOVE WS-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
021500     MOVE WS-TODAY(1:4) TO WS-FROM-YEAR
021600     SUBTRACT 1 FROM WS-FROM-YEAR
021700     PERFORM 1100-READ-PARM THRU 1100-EXIT
021800     OPEN INPUT P10BFILE
021900     IF WS-P10B-STATUS NOT = '00'
022000         DISPLAY 'P10LSET1 - ERROR OPENING P10BFILE - STATUS '
022100             WS-P10B-STATUS
022200         STOP RUN
022300     END-IF
022400     OPEN I-O P10VFILE
022500     IF WS-P10V-STATUS NOT = '00'
022600         DISPLAY 'P10LSET1 - ERROR OPENING P10VFILE - STATUS '
022700             WS-P10V-STATUS
022800         STOP RUN
022900     END-IF
023000     OPEN OUTPUT P10PAYL
023100     IF WS-PAYL-STATUS NOT = '00'
023200         DISPLAY 'P10LSET1 - ERROR OPENING P10PAYL - STATUS '
023300             WS-PAYL-STATUS
023400         STOP RUN
023500     END-IF
023600     OPEN OUTPUT P10QRPT
023700     IF WS-RPT-STATUS NOT = '00'
023800         DISPLAY 'P10LSET1 - ERROR OPENING P10QRPT - STATUS '
023900             WS-RPT-STATUS
024000         STOP RUN
024100     END-IF
024200     MOVE SPACES TO LEAVE-SETTLE-RECORD
024300     MOVE 'H' TO QS-REC-TYPE
024400     MOVE WS-TODAY TO QH-RUN-DATE
024500     MOVE WS-RUN-TIME TO QH-RUN-TIME
024600     PERFORM 7000-WRITE-PAYL THRU 7000-EXIT
024700     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
024800     MOVE WS-FROM-YEAR TO HDG2-FROM-YEAR
024900     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
025000     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
025100     MOVE SPACES TO RPT-LINE
025200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
025300     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
025400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700
025800 1100-READ-PARM.
025900     OPEN INPUT P10PARM
026000     IF WS-PARM-STATUS NOT = '00'
026100         GO TO 1100-EXIT
026200     END-IF
026300     READ P10PARM
026400         AT END
026500             CLOSE P10PARM
026600             GO TO 1100-EXIT
026700     END-READ
026800     CLOSE P10PARM
026900     IF PARM-CARD(1:4) IS NUMERIC
027000         MOVE PARM-CARD(1:4) TO WS-FROM-YEAR
027100     END-IF.
027200 1100-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------*
027600* THE LEAVE YEAR SETTLED IS THE YEAR OF THE TERMINATION DATE.*
027700* A TERMINATION DATE THAT DOES NOT EDIT IS LISTED, NOT SENT -*
027800* P10LENT1 WOULD OTHERWISE GIVE A FULL YEAR'S ENTITLEMENT.   *
027900*-----------------------------------------------------------*
028000 2000-PROCESS-EMPLOYEE.
028100     ADD 1 TO WS-READ-COUNT
028200     IF NOT M-TERMINATED
028300         GO TO 2000-NEXT
028400     END-IF
028500     ADD 1 TO WS-LEAVER-COUNT
028600     MOVE SPACES TO WS-DETAIL-LINE
028700     MOVE M-TERM-DATE TO DT-DATE-IN
028800     MOVE 9999 TO DT-CURR-YYYY
028900     CALL 'P10DATE1' USING DATE-EDIT-PARMS
029000     IF DT-INVALID
029100         ADD 1 TO WS-BADDATE-COUNT
029200         MOVE 'NO TERMINATION DATE - NOT SENT' TO DL-ACTION
029300         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
029400         GO TO 2000-NEXT
029500     END-IF
029600     MOVE M-TERM-DATE(7:4) TO WS-TERM-YEAR
029700     IF WS-TERM-YEAR < WS-FROM-YEAR
029800         ADD 1 TO WS-EARLIER-COUNT
029900         GO TO 2000-NEXT
030000     END-IF
030010     MOVE WS-TERM-YEAR TO WS-SCAN-YEAR
030100     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT
030200     IF WS-YEAR-CLOSED
030300         ADD 1 TO WS-ALREADY-COUNT
030400         GO TO 2000-NEXT
030500     END-IF
030510     PERFORM 3500-CHECK-PRIOR-YEAR THRU 3500-EXIT
030520     IF WS-HOLD
030530         ADD 1 TO WS-HELD-COUNT
030540         MOVE 'HELD - YEAR BEFORE NOT CLOSED' TO DL-ACTION
030550         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
030560         GO TO 2000-NEXT
030570     END-IF
030600     MOVE M-JOIN TO LE-JOIN-DATE
030700     MOVE M-TERM-DATE TO LE-TERM-DATE
030800     MOVE WS-TERM-YEAR TO LE-LEAVE-YEAR
030900     CALL 'P10LENT1' USING LEAVE-ENT-PARMS
031000     IF LE-INVALID
031100         ADD 1 TO WS-BADDATE-COUNT
031200         MOVE 'BAD JOIN/TERM DATE - NOT SENT' TO DL-ACTION
031300         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
031400         GO TO 2000-NEXT
031500     END-IF
031600     COMPUTE WS-UNTAKEN = LE-ENTITLEMENT + WS-CARRIED-IN
031700         + WS-TAKEN + WS-OTHER
031800     PERFORM 4000-WRITE-SETTLED THRU 4000-EXIT
031900     PERFORM 6000-WRITE-PAYROLL THRU 6000-EXIT
032000     ADD 1 TO WS-SETTLE-COUNT
032100     ADD WS-UNTAKEN TO WS-TOT-UNTAKEN
032200     EVALUATE TRUE
032300         WHEN WS-UNTAKEN > ZERO
032400             MOVE 'SENT - TO BE PAID' TO DL-ACTION
032500         WHEN WS-UNTAKEN < ZERO
032600             MOVE 'SENT - TO BE RECOVERED' TO DL-ACTION
032700         WHEN OTHER
032800             MOVE 'SENT - NIL BALANCE' TO DL-ACTION
032900     END-EVALUATE
033000     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
033100 2000-NEXT.
033200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500
033600 2100-READ-MASTER.
033700     READ P10BFILE
033800         AT END
033900             MOVE 'Y' TO WS-EOF-SW
034000     END-READ.
034100 2100-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------*
034500* ONE PASS OVER THE LEDGER ROWS OF M-ID FOR WS-SCAN-YEAR     *
034600* (THE TERMINATION YEAR, OR THE YEAR BEFORE): ACTIVE ROWS    *
034700* OF THIS EMPLOYMENT (V-JOIN-DATE = M-JOIN) ARE SUMMED BY    *
034800* KIND, THE HIGHEST ENTRY NUMBER IS KEPT, AND AN ACTIVE O,   *
034810* F OR S ROW MEANS THE YEAR IS ALREADY CLOSED.               *
034900*-----------------------------------------------------------*
035000 3000-SCAN-LEDGER.
035100     MOVE ZERO TO WS-TAKEN
035200     MOVE ZERO TO WS-CARRIED-IN
035300     MOVE ZERO TO WS-OTHER
035400     MOVE ZERO TO WS-MAX-SEQ
035500     MOVE 'N' TO WS-CLOSED-SW
035600     MOVE 'N' TO WS-LEDG-EOF-SW
035700     MOVE M-ID TO V-ID
035800     MOVE WS-SCAN-YEAR TO V-YEAR
035900     MOVE ZERO TO V-SEQ
036000     START P10VFILE KEY NOT < V-KEY
036100     IF WS-P10V-STATUS NOT = '00'
036200         GO TO 3000-EXIT
036300     END-IF
036400     PERFORM 3100-LEDGER-ROW THRU 3100-EXIT
036500         UNTIL WS-LEDG-EOF.
036600 3000-EXIT.
036700     EXIT.
036800
036900 3100-LEDGER-ROW.
037000     READ P10VFILE NEXT RECORD
037100         AT END
037200             MOVE 'Y' TO WS-LEDG-EOF-SW
037300             GO TO 3100-EXIT
037400     END-READ
037500     IF V-ID NOT = M-ID OR V-YEAR NOT = WS-SCAN-YEAR
037600         MOVE 'Y' TO WS-LEDG-EOF-SW
037700         GO TO 3100-EXIT
037800     END-IF
037900     MOVE V-SEQ TO WS-MAX-SEQ
038000     IF NOT V-ACTIVE OR V-JOIN-DATE NOT = M-JOIN
038100         GO TO 3100-EXIT
038200     END-IF
038300     EVALUATE TRUE
038400         WHEN V-TYPE-BOOKING
038500             ADD V-DAYS TO WS-TAKEN
038600         WHEN V-TYPE-CARRY-IN
038700             ADD V-DAYS TO WS-CARRIED-IN
038800         WHEN OTHER
038900             ADD V-DAYS TO WS-OTHER
039000     END-EVALUATE
039100     IF V-TYPE-CLOSING
039200         MOVE 'Y' TO WS-CLOSED-SW
039300     END-IF.
039400 3100-EXIT.
039500     EXIT.
039600
039603*-----------------------------------------------------------*
039606* A LEAVER WHO JOINED BEFORE THE TERMINATION YEAR IS HELD    *
039609* WHILE THE YEAR BEFORE IS STILL OPEN FOR THEM - P10LYE1 HAS *
039612* YET TO CARRY ITS BALANCE IN. WHEN IT IS CLOSED THE         *
039615* TERMINATION YEAR IS SCANNED AGAIN FOR THE SETTLEMENT.      *
039618*-----------------------------------------------------------*
039621 3500-CHECK-PRIOR-YEAR.
039624     MOVE 'N' TO WS-HOLD-SW
039627     IF WS-TERM-YEAR NOT > WS-FROM-YEAR
039630         GO TO 3500-EXIT
039633     END-IF
039636     IF M-JOIN(7:4) IS NOT NUMERIC
039639         GO TO 3500-EXIT
039642     END-IF
039645     MOVE M-JOIN(7:4) TO WS-JOIN-YEAR
039648     IF WS-JOIN-YEAR NOT < WS-TERM-YEAR
039651         GO TO 3500-EXIT
039654     END-IF
039657     COMPUTE WS-SCAN-YEAR = WS-TERM-YEAR - 1
039660     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT
039663     IF NOT WS-YEAR-CLOSED
039666         MOVE 'Y' TO WS-HOLD-SW
039669         GO TO 3500-EXIT
039672     END-IF
039675     MOVE WS-TERM-YEAR TO WS-SCAN-YEAR
039678     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT.
039681 3500-EXIT.
039684     EXIT.
039687
039700 4000-WRITE-SETTLED.
039800     MOVE SPACES TO LEAVE-LEDGER-RECORD
039900     MOVE M-ID TO V-ID
040000     MOVE WS-TERM-YEAR TO V-YEAR
040100     COMPUTE V-SEQ = WS-MAX-SEQ + 1
040200     MOVE 'S' TO V-TYPE
040300     MOVE 'A' TO V-STATUS
040400     MOVE M-TERM-DATE TO V-START-DATE
040500     MOVE '/' TO V-START-DATE(3:1)
040600     MOVE '/' TO V-START-DATE(6:1)
040700     MOVE V-START-DATE TO V-END-DATE
040800     COMPUTE V-DAYS = ZERO - WS-UNTAKEN
040900     MOVE 'LST' TO V-REQ-OPER
041000     MOVE WS-RUN-DATE TO V-REQ-DATE
041100     MOVE WS-RUN-TIME TO V-REQ-TIME
041110     MOVE M-JOIN TO V-JOIN-DATE
041200     WRITE LEAVE-LEDGER-RECORD
041300     IF WS-P10V-STATUS NOT = '00'
041400         DISPLAY 'P10LSET1 - ERROR WRITING P10VFILE ' V-KEY
041500             ' - STATUS ' WS-P10V-STATUS
041600         STOP RUN
041700     END-IF.
041800 4000-EXIT.
041900     EXIT.
042000
042100 5000-WRITE-DETAIL.
042200     MOVE M-ID TO DL-ID
042300     MOVE M-NAME TO DL-NAME
042400     MOVE M-DEPT TO DL-DEPT
042500     MOVE M-TERM-DATE TO DL-TERM-DATE
042600     IF DL-ACTION(1:4) = 'SENT'
042700         MOVE WS-TERM-YEAR TO DL-YEAR
042800         MOVE LE-ENTITLEMENT TO DL-ENTITLED
042900         MOVE WS-CARRIED-IN TO DL-CARRIED
043000         COMPUTE DL-TAKEN = ZERO - WS-TAKEN
043100         MOVE WS-UNTAKEN TO DL-UNTAKEN
043200     END-IF
043300     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
043400 5000-EXIT.
043500     EXIT.
043600
043700 6000-WRITE-PAYROLL.
043800     MOVE SPACES TO LEAVE-SETTLE-RECORD
043900     MOVE 'D' TO QS-REC-TYPE
044000     MOVE M-ID TO QS-EMP-ID
044100     MOVE M-NAME TO QS-NAME
044200     MOVE M-DEPT TO QS-DEPT
044300     MOVE M-TERM-DATE TO QS-TERM-DATE
044400     MOVE WS-TERM-YEAR TO QS-LEAVE-YEAR
044500     MOVE LE-ENTITLEMENT TO QS-ENTITLED
044600     MOVE WS-CARRIED-IN TO QS-CARRIED
044700     COMPUTE QS-TAKEN = ZERO - WS-TAKEN
044800     MOVE WS-UNTAKEN TO QS-UNTAKEN
044900     PERFORM 7000-WRITE-PAYL THRU 7000-EXIT.
045000 6000-EXIT.
045100     EXIT.
045200
045300 7000-WRITE-PAYL.
045400     WRITE LEAVE-SETTLE-RECORD
045500     IF WS-PAYL-STATUS NOT = '00'
045600         DISPLAY 'P10LSET1 - ERROR WRITING P10PAYL - STATUS '
045700             WS-PAYL-STATUS
045800         STOP RUN
045900     END-IF.
046000 7000-EXIT.
046100     EXIT.
046200
046300 9000-TERMINATE.
046400     MOVE SPACES TO LEAVE-SETTLE-RECORD
046500     MOVE 'T' TO QS-REC-TYPE
046600     MOVE WS-SETTLE-COUNT TO QT-REC-COUNT
046700     MOVE WS-TOT-UNTAKEN TO QT-TOT-UNTAKEN
046800     PERFORM 7000-WRITE-PAYL THRU 7000-EXIT
046900     MOVE WS-LEAVER-COUNT TO TL-LEAVER-COUNT
047000     MOVE WS-SETTLE-COUNT TO TL-SETTLE-COUNT
047100     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT
047200     MOVE WS-EARLIER-COUNT TO TL-EARLIER-COUNT
047300     MOVE WS-BADDATE-COUNT TO TL-BADDATE-COUNT
047310     MOVE WS-HELD-COUNT TO TL-HELD-COUNT
047400     MOVE WS-TOT-UNTAKEN TO TL-TOT-UNTAKEN
047500     MOVE SPACES TO RPT-LINE
047600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
047700     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
047800     WRITE RPT-LINE FROM WS-DAYS-LINE AFTER ADVANCING 1 LINE
047900     CLOSE P10BFILE
048000     CLOSE P10VFILE
048100     CLOSE P10PAYL
048200     CLOSE P10QRPT.
048300 9000-EXIT.
048400     EXIT.
048500
048600 9100-LOG-END.
048700     MOVE SPACES TO RUN-CONTROL-PARMS
048800     MOVE 'P10LSET1' TO RN-PROGRAM
048900     MOVE 'SENT    ' TO RN-COUNT-NAME(1)
049000     MOVE WS-SETTLE-COUNT TO RN-COUNT(1)
049100     MOVE 'ALREADY ' TO RN-COUNT-NAME(2)
049200     MOVE WS-ALREADY-COUNT TO RN-COUNT(2)
049300     MOVE 'NOTERMDT' TO RN-COUNT-NAME(3)
049400     MOVE WS-BADDATE-COUNT TO RN-COUNT(3)
049500     MOVE RETURN-CODE TO RN-RETURN-CODE
049600     MOVE 'E' TO RN-FUNCTION
049700     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
049800 9100-EXIT.
049900     EXIT.
