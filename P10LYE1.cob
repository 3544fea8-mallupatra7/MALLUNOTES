000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10LYE1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - ANNUAL LEAVE YEAR-END. FOR  *
001200*                  EVERY EMPLOYEE NOT TERMINATED, WORKS OUT  *
001300*                  THE BALANCE LEFT IN THE CLOSING LEAVE     *
001400*                  YEAR (P10LENT1 ENTITLEMENT PLUS THE       *
001500*                  ACTIVE P10VFILE LEDGER ROWS), CARRIES UP  *
001600*                  TO THE PARM-CARD MAXIMUM INTO THE NEXT    *
001700*                  YEAR AND FORFEITS THE REST. PRINTS THE    *
001800*                  CARRY-FORWARD AND FORFEITURE REPORT.      *
001900*                  TRIAL MODE (THE DEFAULT) REPORTS WITHOUT  *
002000*                  WRITING TO THE LEDGER.                    *
002010* 15/10/2026 RK    AN EMPLOYEE TERMINATED AFTER THE CLOSING  *
002020*                  YEAR IS CLOSED AS WELL, SO P10LSET1 PAYS  *
002030*                  THE DAYS CARRIED IN. ROWS CARRY THE       *
002040*                  EMPLOYEE'S JOIN DATE AND ROWS OF AN       *
002050*                  EARLIER HOLDER OF A REISSUED ID ARE       *
002060*                  IGNORED.                                  *
002100*-----------------------------------------------------------*
002200* P10PARM CARD (OPTIONAL):                                   *
002300*   COLS 01-04  LEAVE YEAR TO CLOSE (DEFAULT LAST YEAR). THE *
002400*               CURRENT OR A FUTURE YEAR IS REFUSED.         *
002500*   COLS 06-08  MAXIMUM DAYS CARRIED FORWARD (DEFAULT 005).  *
002600*   COL  10     RUN MODE - 'U' UPDATE, ANYTHING ELSE (OR NO  *
002700*               CARD) = TRIAL                                *
002800* EACH EMPLOYEE CLOSED GETS, IN THE CLOSING YEAR, A CARRY-OUT*
002900* ROW (O) FOR THE DAYS CARRIED AND A FORFEIT ROW (F) FOR ANY *
003000* DAYS OVER THE MAXIMUM, AND IN THE NEW YEAR A CARRY-IN ROW  *
003100* (C) FOR THE SAME DAYS CARRIED. A BALANCE OVERDRAWN BY      *
003200* BOOKINGS IS CARRIED IN FULL AS A DEDUCTION FROM THE NEW    *
003300* YEAR. THE O ROW IS WRITTEN EVEN FOR A NIL BALANCE - IT     *
003400* MARKS THE YEAR CLOSED, SO A RERUN PASSES OVER EVERYONE     *
003500* ALREADY DONE AND THE SCREEN TAKES NO MORE BOOKINGS FOR IT. *
003600* AN EMPLOYEE TERMINATED IN OR BEFORE THE CLOSING YEAR IS    *
003700* LEFT TO P10LSET1, WHICH SETTLES THEIR UNTAKEN LEAVE WITH   *
003710* PAYROLL. ONE TERMINATED AFTER IT (A JANUARY LEAVER) IS     *
003720* CLOSED LIKE ANYONE ELSE - P10LSET1 HOLDS THEM UNTIL THEN SO*
003730* THE DAYS CARRIED IN ARE PAID IN THE SETTLEMENT.            *
003740* ROWS WHOSE V-JOIN-DATE IS NOT THE MASTER'S M-JOIN BELONG TO*
003750* AN EARLIER HOLDER OF A REISSUED ID AND ARE IGNORED.        *
003800* RETURN CODE 0 = DONE, 8 = RUN REFUSED (SEE SYSOUT).        *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT P10BFILE ASSIGN TO P10BFIL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS M-ID
005000         FILE STATUS IS WS-P10B-STATUS.
005100
005200     SELECT P10VFILE ASSIGN TO P10VFIL
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS V-KEY
005600         FILE STATUS IS WS-P10V-STATUS.
005700
005800     SELECT P10PARM ASSIGN TO P10PARM
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100
006200     SELECT P10FRPT ASSIGN TO P10FRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  P10BFILE.
006800 COPY P10MREC.
006900
007000 FD  P10VFILE.
007100 COPY P10VREC.
007200
007300 FD  P10PARM
007400     RECORDING MODE IS F.
007500 01  PARM-CARD                  PIC X(80).
007600
007700 FD  P10FRPT
007800     RECORDING MODE IS F.
007900 01  RPT-LINE                   PIC X(132).
008000 WORKING-STORAGE SECTION.
008100 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
008200 77  WS-P10V-STATUS             PIC X(02) VALUE SPACES.
008300 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
008400 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
008500 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008600     88  WS-EOF-SW-ON                     VALUE 'Y'.
008700 77  WS-LEDG-EOF-SW             PIC X(01) VALUE 'N'.
008800     88  WS-LEDG-EOF                      VALUE 'Y'.
008900 77  WS-CLOSED-SW               PIC X(01) VALUE 'N'.
009000     88  WS-YEAR-CLOSED                   VALUE 'Y'.
009100 77  WS-RUN-MODE                PIC X(01) VALUE 'T'.
009200     88  WS-UPDATE-MODE                   VALUE 'U'.
009300 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
009400 77  WS-TIME-RAW                PIC 9(08) VALUE ZERO.
009500 77  WS-CLOSE-YEAR              PIC 9(04) VALUE ZERO.
009600 77  WS-NEW-YEAR                PIC 9(04) VALUE ZERO.
009700 77  WS-MAX-CARRY               PIC 9(03) VALUE 5.
009800 77  WS-SCAN-YEAR               PIC 9(04) VALUE ZERO.
009900 77  WS-MAX-SEQ                 PIC 9(04) VALUE ZERO.
010000 77  WS-NEXT-SEQ                PIC 9(04) VALUE ZERO.
010100 77  WS-ROW-YEAR                PIC 9(04) VALUE ZERO.
010200 77  WS-ROW-TYPE                PIC X(01) VALUE SPACES.
010300 77  WS-ROW-DAYS                PIC S9(03)V9 VALUE ZERO.
010400 77  WS-ROW-DATE                PIC X(10) VALUE SPACES.
010500 77  WS-TAKEN                   PIC S9(03)V9 VALUE ZERO.
010600 77  WS-CARRIED-IN              PIC S9(03)V9 VALUE ZERO.
010700 77  WS-OTHER                   PIC S9(03)V9 VALUE ZERO.
010800 77  WS-BALANCE                 PIC S9(03)V9 VALUE ZERO.
010900 77  WS-CARRY                   PIC S9(03)V9 VALUE ZERO.
011000 77  WS-FORFEIT                 PIC S9(03)V9 VALUE ZERO.
011100 77  WS-TOT-CARRY               PIC S9(07)V9 VALUE ZERO.
011200 77  WS-TOT-FORFEIT             PIC S9(07)V9 VALUE ZERO.
011300 77  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
011400 77  WS-CLOSE-COUNT             PIC 9(07) VALUE ZERO.
011500 77  WS-FORFEIT-COUNT           PIC 9(07) VALUE ZERO.
011600 77  WS-ALREADY-COUNT           PIC 9(07) VALUE ZERO.
011700 77  WS-TERM-COUNT              PIC 9(07) VALUE ZERO.
011800 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
011900 01  WS-RUN-TIME                PIC X(08) VALUE SPACES.
012000 01  WS-YEAR-END-DATE           PIC X(10) VALUE SPACES.
012100 01  WS-YEAR-START-DATE         PIC X(10) VALUE SPACES.
012200 01  WS-CLOSE-VERB              PIC X(16) VALUE SPACES.
012300 01  WS-HDG1.
012400     05  FILLER                 PIC X(01)  VALUE SPACES.
012500     05  FILLER                 PIC X(30)  VALUE
012600         'P10 PERSONNEL SYSTEM'.
012700     05  FILLER                 PIC X(50)  VALUE
012800         'ANNUAL LEAVE YEAR-END - CARRY FORWARD/FORFEITURE'.
012900 01  WS-HDG2.
013000     05  FILLER                 PIC X(01)  VALUE SPACES.
013100     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
013200     05  HDG2-RUN-DATE          PIC X(10).
013300     05  FILLER                 PIC X(05)  VALUE SPACES.
013400     05  FILLER                 PIC X(06)  VALUE 'MODE: '.
013500     05  HDG2-MODE              PIC X(09).
013600     05  FILLER                 PIC X(05)  VALUE SPACES.
013700     05  FILLER                 PIC X(12)  VALUE 'LEAVE YEAR: '.
013800     05  HDG2-YEAR              PIC 9(04).
013900     05  FILLER                 PIC X(05)  VALUE SPACES.
014000     05  FILLER                 PIC X(24)  VALUE
014100         'MAXIMUM CARRY FORWARD: '.
014200     05  HDG2-MAX-CARRY         PIC ZZ9.
014300     05  FILLER                 PIC X(05)  VALUE ' DAYS'.
014400 01  WS-HDG3.
014500     05  FILLER                 PIC X(01)  VALUE SPACES.
014600     05  FILLER                 PIC X(08)  VALUE 'EMP ID'.
014700     05  FILLER                 PIC X(17)  VALUE 'NAME'.
014800     05  FILLER                 PIC X(06)  VALUE 'DEPT'.
014900     05  FILLER                 PIC X(09)  VALUE 'SERVICE'.
015000     05  FILLER                 PIC X(10)  VALUE 'ENTITLED'.
015100     05  FILLER                 PIC X(10)  VALUE 'CARRIED'.
015200     05  FILLER                 PIC X(10)  VALUE 'TAKEN'.
015300     05  FILLER                 PIC X(10)  VALUE 'BALANCE'.
015400     05  FILLER                 PIC X(10)  VALUE 'CARRY FWD'.
015500     05  FILLER                 PIC X(10)  VALUE 'FORFEITED'.
015600     05  FILLER                 PIC X(16)  VALUE 'ACTION'.
015700 01  WS-DETAIL-LINE.
015800     05  FILLER                 PIC X(01)  VALUE SPACES.
015900     05  DL-ID                  PIC X(04).
016000     05  FILLER                 PIC X(04)  VALUE SPACES.
016100     05  DL-NAME                PIC X(15).
016200     05  FILLER                 PIC X(02)  VALUE SPACES.
016300     05  DL-DEPT                PIC X(04).
016400     05  FILLER                 PIC X(04)  VALUE SPACES.
016500     05  DL-SERVICE             PIC Z9.
016600     05  FILLER                 PIC X(04)  VALUE SPACES.
016700     05  DL-ENTITLED            PIC -ZZ9.9.
016800     05  FILLER                 PIC X(04)  VALUE SPACES.
016900     05  DL-CARRIED             PIC -ZZ9.9.
017000     05  FILLER                 PIC X(04)  VALUE SPACES.
017100     05  DL-TAKEN               PIC -ZZ9.9.
017200     05  FILLER                 PIC X(04)  VALUE SPACES.
017300     05  DL-BALANCE             PIC -ZZ9.9.
017400     05  FILLER                 PIC X(04)  VALUE SPACES.
017500     05  DL-CARRY               PIC -ZZ9.9.
017600     05  FILLER                 PIC X(04)  VALUE SPACES.
017700     05  DL-FORFEIT             PIC -ZZ9.9.
017800     05  FILLER                 PIC X(04)  VALUE SPACES.
017900     05  DL-ACTION              PIC X(16).
018000 01  WS-TOTAL-LINE.
018100     05  FILLER                 PIC X(01)  VALUE SPACES.
018200     05  FILLER                 PIC X(16)  VALUE
018300         'EMPLOYEES READ: '.
018400     05  TL-READ-COUNT          PIC ZZZ,ZZ9.
018500     05  FILLER                 PIC X(03)  VALUE SPACES.
018600     05  FILLER                 PIC X(08)  VALUE 'CLOSED: '.
018700     05  TL-CLOSE-COUNT         PIC ZZZ,ZZ9.
018800     05  FILLER                 PIC X(03)  VALUE SPACES.
018900     05  FILLER                 PIC X(16)  VALUE
019000         'ALREADY CLOSED: '.
019100     05  TL-ALREADY-COUNT       PIC ZZZ,ZZ9.
019200     05  FILLER                 PIC X(03)  VALUE SPACES.
019300     05  FILLER                 PIC X(12)  VALUE 'TERMINATED: '.
019400     05  TL-TERM-COUNT          PIC ZZZ,ZZ9.
019500 01  WS-DAYS-LINE.
019600     05  FILLER                 PIC X(01)  VALUE SPACES.
019700     05  FILLER                 PIC X(24)  VALUE
019800         'DAYS CARRIED FORWARD:   '.
019900     05  TL-TOT-CARRY           PIC -Z,ZZZ,ZZ9.9.
020000     05  FILLER                 PIC X(03)  VALUE SPACES.
020100     05  FILLER                 PIC X(16)  VALUE
020200         'DAYS FORFEITED: '.
020300     05  TL-TOT-FORFEIT         PIC -Z,ZZZ,ZZ9.9.
020400     05  FILLER                 PIC X(03)  VALUE SPACES.
020500     05  FILLER                 PIC X(22)  VALUE
020600         'EMPLOYEES FORFEITING: '.
020700     05  TL-FORFEIT-COUNT       PIC ZZZ,ZZ9.
020800 01  WS-NOTE-LINE               PIC X(132) VALUE SPACES.
020900 COPY P10LEPRM.
021000 COPY P10RNPRM.
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 0100-LOG-START THRU 0100-EXIT
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
021600         UNTIL WS-EOF-SW-ON
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT
021800     PERFORM 9100-LOG-END THRU 9100-EXIT
021900     STOP RUN.
022000
022100 0100-LOG-START.
022200     MOVE SPACES TO RUN-CONTROL-PARMS
022300     MOVE 'P10LYE1' TO RN-PROGRAM
022400     MOVE ZERO TO RN-RETURN-CODE
022500     MOVE 'S' TO RN-FUNCTION
022600     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
022700 0100-EXIT.
022800     EXIT.
022900
023000 1000-INITIALIZE.
023100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
023200     ACCEPT WS-TIME-RAW FROM TIME
023300     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
023400     MOVE '/' TO WS-RUN-DATE(3:1)
023500     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
023600     MOVE '/' TO WS-RUN-DATE(6:1)
023700     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
023800     MOVE WS-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
023900     MOVE ':' TO WS-RUN-TIME(3:1)
024000     MOVE WS-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
024100     MOVE ':' TO WS-RUN-TIME(6:1)
024200     MOVE WS-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
024300     MOVE WS-TODAY(1:4) TO WS-CLOSE-YEAR
024400     SUBTRACT 1 FROM WS-CLOSE-YEAR
024500     PERFORM 1100-READ-PARM THRU 1100-EXIT
024600     IF WS-CLOSE-YEAR NOT < WS-TODAY(1:4)
024700         DISPLAY 'P10LYE1 - LEAVE YEAR ' WS-CLOSE-YEAR
024800             ' HAS NOT ENDED - RUN REFUSED'
024900         MOVE 8 TO RETURN-CODE
025000         PERFORM 9100-LOG-END THRU 9100-EXIT
025100         STOP RUN
025200     END-IF
025300     COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
025400     MOVE '31/12/' TO WS-YEAR-END-DATE(1:6)
025500     MOVE WS-CLOSE-YEAR TO WS-YEAR-END-DATE(7:4)
025600     MOVE '01/01/' TO WS-YEAR-START-DATE(1:6)
025700     MOVE WS-NEW-YEAR TO WS-YEAR-START-DATE(7:4)
025800     IF WS-UPDATE-MODE
025900         MOVE 'UPDATE' TO HDG2-MODE
026000         MOVE 'CLOSED' TO WS-CLOSE-VERB
026100     ELSE
026200         MOVE 'TRIAL RUN' TO HDG2-MODE
026300         MOVE 'WOULD CLOSE' TO WS-CLOSE-VERB
026400     END-IF
026500     OPEN INPUT P10BFILE
026600     IF WS-P10B-STATUS NOT = '00'
026700         DISPLAY 'P10LYE1 - ERROR OPENING P10BFILE - STATUS '
026800             WS-P10B-STATUS
026900         STOP RUN
027000     END-IF
027100     IF WS-UPDATE-MODE
027200         OPEN I-O P10VFILE
027300     ELSE
027400         OPEN INPUT P10VFILE
027500     END-IF
027600     IF WS-P10V-STATUS NOT = '00'
027700         DISPLAY 'P10LYE1 - ERROR OPENING P10VFILE - STATUS '
027800             WS-P10V-STATUS
027900         STOP RUN
028000     END-IF
028100     OPEN OUTPUT P10FRPT
028200     IF WS-RPT-STATUS NOT = '00'
028300         DISPLAY 'P10LYE1 - ERROR OPENING P10FRPT - STATUS '
028400             WS-RPT-STATUS
028500         STOP RUN
028600     END-IF
028700     MOVE WS-RUN-DATE TO HDG2-RUN-DATE
028800     MOVE WS-CLOSE-YEAR TO HDG2-YEAR
028900     MOVE WS-MAX-CARRY TO HDG2-MAX-CARRY
029000     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
029100     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
029200     MOVE SPACES TO RPT-LINE
029300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
029400     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 1 LINE
029500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800
029900 1100-READ-PARM.
030000     OPEN INPUT P10PARM
030100     IF WS-PARM-STATUS NOT = '00'
030200         GO TO 1100-EXIT
030300     END-IF
030400     READ P10PARM
030500         AT END
030600             CLOSE P10PARM
030700             GO TO 1100-EXIT
030800     END-READ
030900     CLOSE P10PARM
031000     IF PARM-CARD(1:4) IS NUMERIC
031100         MOVE PARM-CARD(1:4) TO WS-CLOSE-YEAR
031200     END-IF
031300     IF PARM-CARD(6:3) IS NUMERIC
031400         MOVE PARM-CARD(6:3) TO WS-MAX-CARRY
031500     END-IF
031600     MOVE PARM-CARD(10:1) TO WS-RUN-MODE.
031700 1100-EXIT.
031800     EXIT.
031900
032000 2000-PROCESS-EMPLOYEE.
032100     ADD 1 TO WS-READ-COUNT
032200     IF M-TERMINATED
032210             AND (M-TERM-DATE(7:4) IS NOT NUMERIC
032220                 OR M-TERM-DATE(7:4) NOT > WS-CLOSE-YEAR)
032300         ADD 1 TO WS-TERM-COUNT
032400         GO TO 2000-NEXT
032500     END-IF
032600     MOVE WS-CLOSE-YEAR TO WS-SCAN-YEAR
032700     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT
032800     IF WS-YEAR-CLOSED
032900         ADD 1 TO WS-ALREADY-COUNT
033000         GO TO 2000-NEXT
033100     END-IF
033200     MOVE M-JOIN TO LE-JOIN-DATE
033300     MOVE SPACES TO LE-TERM-DATE
033400     MOVE WS-CLOSE-YEAR TO LE-LEAVE-YEAR
033500     CALL 'P10LENT1' USING LEAVE-ENT-PARMS
033600     COMPUTE WS-BALANCE = LE-ENTITLEMENT + WS-CARRIED-IN
033700         + WS-TAKEN + WS-OTHER
033800     IF WS-BALANCE > WS-MAX-CARRY
033900         MOVE WS-MAX-CARRY TO WS-CARRY
034000         COMPUTE WS-FORFEIT = WS-BALANCE - WS-MAX-CARRY
034100     ELSE
034200         MOVE WS-BALANCE TO WS-CARRY
034300         MOVE ZERO TO WS-FORFEIT
034400     END-IF
034500     ADD 1 TO WS-CLOSE-COUNT
034600     ADD WS-CARRY TO WS-TOT-CARRY
034700     IF WS-FORFEIT > ZERO
034800         ADD 1 TO WS-FORFEIT-COUNT
034900         ADD WS-FORFEIT TO WS-TOT-FORFEIT
035000     END-IF
035100     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
035200     IF WS-UPDATE-MODE
035300         PERFORM 4000-WRITE-CLOSING THRU 4000-EXIT
035400     END-IF.
035500 2000-NEXT.
035600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900
036000 2100-READ-MASTER.
036100     READ P10BFILE
036200         AT END
036300             MOVE 'Y' TO WS-EOF-SW
036400     END-READ.
036500 2100-EXIT.
036600     EXIT.
036700
036800*-----------------------------------------------------------*
036900* ONE PASS OVER THE LEDGER ROWS OF M-ID FOR WS-SCAN-YEAR:    *
037000* ACTIVE ROWS OF THIS EMPLOYMENT (V-JOIN-DATE = M-JOIN) ARE  *
037100* SUMMED BY KIND, THE HIGHEST ENTRY NUMBER IS KEPT, AND AN   *
037200* ACTIVE O, F OR S ROW MARKS THE YEAR CLOSED.                *
037210*-----------------------------------------------------------*
037300 3000-SCAN-LEDGER.
037400     MOVE ZERO TO WS-TAKEN
037500     MOVE ZERO TO WS-CARRIED-IN
037600     MOVE ZERO TO WS-OTHER
037700     MOVE ZERO TO WS-MAX-SEQ
037800     MOVE 'N' TO WS-CLOSED-SW
037900     MOVE 'N' TO WS-LEDG-EOF-SW
038000     MOVE M-ID TO V-ID
038100     MOVE WS-SCAN-YEAR TO V-YEAR
038200     MOVE ZERO TO V-SEQ
038300     START P10VFILE KEY NOT < V-KEY
038400     IF WS-P10V-STATUS NOT = '00'
038500         GO TO 3000-EXIT
038600     END-IF
038700     PERFORM 3100-LEDGER-ROW THRU 3100-EXIT
038800         UNTIL WS-LEDG-EOF.
038900 3000-EXIT.
039000     EXIT.
039100
039200 3100-LEDGER-ROW.
039300     READ P10VFILE NEXT RECORD
039400         AT END
039500             MOVE 'Y' TO WS-LEDG-EOF-SW
039600             GO TO 3100-EXIT
039700     END-READ
039800     IF V-ID NOT = M-ID OR V-YEAR NOT = WS-SCAN-YEAR
039900         MOVE 'Y' TO WS-LEDG-EOF-SW
040000         GO TO 3100-EXIT
040100     END-IF
040200     MOVE V-SEQ TO WS-MAX-SEQ
040300     IF NOT V-ACTIVE OR V-JOIN-DATE NOT = M-JOIN
040400         GO TO 3100-EXIT
040500     END-IF
040600     EVALUATE TRUE
040700         WHEN V-TYPE-BOOKING
040800             ADD V-DAYS TO WS-TAKEN
040900         WHEN V-TYPE-CARRY-IN
041000             ADD V-DAYS TO WS-CARRIED-IN
041100         WHEN OTHER
041200             ADD V-DAYS TO WS-OTHER
041300     END-EVALUATE
041400     IF V-TYPE-CLOSING
041500         MOVE 'Y' TO WS-CLOSED-SW
041600     END-IF.
041700 3100-EXIT.
041800     EXIT.
041900
042000*-----------------------------------------------------------*
042100* THE O AND F ROWS FOLLOW THE LAST ROW OF THE CLOSING YEAR.  *
042200* THE C ROW FOLLOWS ANY BOOKINGS ALREADY TAKEN FOR THE NEW   *
042300* YEAR, SO IT IS LOOKED UP SEPARATELY.                       *
042400*-----------------------------------------------------------*
042500 4000-WRITE-CLOSING.
042600     MOVE WS-MAX-SEQ TO WS-NEXT-SEQ
042700     ADD 1 TO WS-NEXT-SEQ
042800     MOVE WS-CLOSE-YEAR TO WS-ROW-YEAR
042900     MOVE 'O' TO WS-ROW-TYPE
043000     MOVE WS-YEAR-END-DATE TO WS-ROW-DATE
043100     COMPUTE WS-ROW-DAYS = ZERO - WS-CARRY
043200     PERFORM 4100-WRITE-ROW THRU 4100-EXIT
043300     IF WS-FORFEIT > ZERO
043400         ADD 1 TO WS-NEXT-SEQ
043500         MOVE 'F' TO WS-ROW-TYPE
043600         COMPUTE WS-ROW-DAYS = ZERO - WS-FORFEIT
043700         PERFORM 4100-WRITE-ROW THRU 4100-EXIT
043800     END-IF
043900     IF WS-CARRY NOT = ZERO
044000         MOVE WS-NEW-YEAR TO WS-SCAN-YEAR
044100         PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT
044200         MOVE WS-MAX-SEQ TO WS-NEXT-SEQ
044300         ADD 1 TO WS-NEXT-SEQ
044400         MOVE WS-NEW-YEAR TO WS-ROW-YEAR
044500         MOVE 'C' TO WS-ROW-TYPE
044600         MOVE WS-YEAR-START-DATE TO WS-ROW-DATE
044700         MOVE WS-CARRY TO WS-ROW-DAYS
044800         PERFORM 4100-WRITE-ROW THRU 4100-EXIT
044900     END-IF.
045000 4000-EXIT.
045100     EXIT.
045200
045300 4100-WRITE-ROW.
045400     MOVE SPACES TO LEAVE-LEDGER-RECORD
045500     MOVE M-ID TO V-ID
045600     MOVE WS-ROW-YEAR TO V-YEAR
045700     MOVE WS-NEXT-SEQ TO V-SEQ
045800     MOVE WS-ROW-TYPE TO V-TYPE
045900     MOVE 'A' TO V-STATUS
046000     MOVE WS-ROW-DATE TO V-START-DATE
046100     MOVE WS-ROW-DATE TO V-END-DATE
046200     MOVE WS-ROW-DAYS TO V-DAYS
046300     MOVE 'LYE' TO V-REQ-OPER
046400     MOVE WS-RUN-DATE TO V-REQ-DATE
046500     MOVE WS-RUN-TIME TO V-REQ-TIME
046510     MOVE M-JOIN TO V-JOIN-DATE
046600     WRITE LEAVE-LEDGER-RECORD
046700     IF WS-P10V-STATUS NOT = '00'
046800         DISPLAY 'P10LYE1 - ERROR WRITING P10VFILE ' V-KEY
046900             ' - STATUS ' WS-P10V-STATUS
047000         STOP RUN
047100     END-IF.
047200 4100-EXIT.
047300     EXIT.
047400
047500 5000-WRITE-DETAIL.
047600     MOVE SPACES TO WS-DETAIL-LINE
047700     MOVE M-ID TO DL-ID
047800     MOVE M-NAME TO DL-NAME
047900     MOVE M-DEPT TO DL-DEPT
048000     MOVE LE-SERVICE-YRS TO DL-SERVICE
048100     MOVE LE-ENTITLEMENT TO DL-ENTITLED
048200     MOVE WS-CARRIED-IN TO DL-CARRIED
048300     COMPUTE DL-TAKEN = ZERO - WS-TAKEN
048400     MOVE WS-BALANCE TO DL-BALANCE
048500     MOVE WS-CARRY TO DL-CARRY
048600     MOVE WS-FORFEIT TO DL-FORFEIT
048700     MOVE WS-CLOSE-VERB TO DL-ACTION
048800     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
048900 5000-EXIT.
049000     EXIT.
049100
049200 9000-TERMINATE.
049300     MOVE WS-READ-COUNT TO TL-READ-COUNT
049400     MOVE WS-CLOSE-COUNT TO TL-CLOSE-COUNT
049500     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT
049600     MOVE WS-TERM-COUNT TO TL-TERM-COUNT
049700     MOVE WS-TOT-CARRY TO TL-TOT-CARRY
049800     MOVE WS-TOT-FORFEIT TO TL-TOT-FORFEIT
049900     MOVE WS-FORFEIT-COUNT TO TL-FORFEIT-COUNT
050000     MOVE SPACES TO RPT-LINE
050100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
050200     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
050300     WRITE RPT-LINE FROM WS-DAYS-LINE AFTER ADVANCING 1 LINE
050400     IF NOT WS-UPDATE-MODE
050500         MOVE ' TRIAL RUN - LEAVE LEDGER NOT CHANGED.'
050600             TO WS-NOTE-LINE
050700         MOVE SPACES TO RPT-LINE
050800         WRITE RPT-LINE AFTER ADVANCING 1 LINE
050900         WRITE RPT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE
051000     END-IF
051100     CLOSE P10BFILE
051200     CLOSE P10VFILE
051300     CLOSE P10FRPT.
051400 9000-EXIT.
051500     EXIT.
051600
051700 9100-LOG-END.
051800     MOVE SPACES TO RUN-CONTROL-PARMS
051900     MOVE 'P10LYE1' TO RN-PROGRAM
052000     MOVE 'CLOSED  ' TO RN-COUNT-NAME(1)
052100     MOVE WS-CLOSE-COUNT TO RN-COUNT(1)
052200     MOVE 'FORFEIT ' TO RN-COUNT-NAME(2)
052300     MOVE WS-FORFEIT-COUNT TO RN-COUNT(2)
052400     MOVE 'ALREADY ' TO RN-COUNT-NAME(3)
052500     MOVE WS-ALREADY-COUNT TO RN-COUNT(3)
052600     MOVE RETURN-CODE TO RN-RETURN-CODE
052700     MOVE 'E' TO RN-FUNCTION
052800     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
052900 9100-EXIT.
053000     EXIT.
