000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10LENT1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - SHARED ANNUAL LEAVE         *
001200*                  ENTITLEMENT FOR A CALENDAR LEAVE YEAR.    *
001300*                  FULL-YEAR DAYS BY COMPLETED SERVICE AT    *
001400*                  1 JANUARY (M-JOIN), PRO-RATED FOR THE     *
001500*                  DAYS EMPLOYED IN THE YEAR SO A JOINER OR  *
001600*                  A LEAVER (M-TERM-DATE) ONLY GETS THE      *
001700*                  SHARE EARNED. NO I-O, SO IT IS SAFE FROM  *
001800*                  BOTH THE ONLINE TRANSACTION AND BATCH.    *
001900*-----------------------------------------------------------*
002000* SERVICE BANDS (FULL-YEAR DAYS):                           *
002100*   UNDER 2 YEARS  20.0     5 TO 9 YEARS   25.0             *
002200*   2 TO 4 YEARS   22.0     10 YEARS UP    28.0             *
002300* PRO-RATED ENTITLEMENT = FULL DAYS X DAYS EMPLOYED / DAYS   *
002400* IN THE YEAR, ROUNDED UP TO THE NEXT HALF DAY.             *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 77  WS-TERM-NUM                PIC 9(08) VALUE ZERO.
003300 77  WS-YEAR-START              PIC 9(08) VALUE ZERO.
003400 77  WS-YEAR-END                PIC 9(08) VALUE ZERO.
003500 77  WS-FROM-NUM                PIC 9(08) VALUE ZERO.
003600 77  WS-TO-NUM                  PIC 9(08) VALUE ZERO.
003700 77  WS-FROM-INT                PIC 9(07) VALUE ZERO.
003800 77  WS-TO-INT                  PIC 9(07) VALUE ZERO.
003900 77  WS-YEAR-DAYS               PIC 9(03) VALUE ZERO.
004000 77  WS-SERVICE                 PIC S9(04) VALUE ZERO.
004100 77  WS-NUMER                   PIC 9(09) VALUE ZERO.
004200 77  WS-DENOM                   PIC 9(05) VALUE ZERO.
004300 77  WS-REM                     PIC 9(05) VALUE ZERO.
004400 77  WS-HALVES                  PIC 9(03) VALUE ZERO.
004500 77  WS-BX                      PIC 9(02) COMP VALUE ZERO.
004600 01  WS-JOIN-NUM                PIC 9(08) VALUE ZERO.
004700 01  WS-JOIN-PARTS REDEFINES WS-JOIN-NUM.
004800     05  WS-JOIN-YYYY           PIC 9(04).
004900     05  WS-JOIN-MMDD           PIC 9(04).
005000 01  WS-BAND-VALUES.
005100     05  FILLER                 PIC X(20)  VALUE
005200         '00200022200525010280'.
005300 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
005400     05  WS-BAND OCCURS 4 TIMES.
005500         10  WS-BAND-YEARS      PIC 9(02).
005600         10  WS-BAND-DAYS       PIC 9(02)V9.
005700 COPY P10DTPRM.
005800 LINKAGE SECTION.
005900 COPY P10LEPRM.
006000 PROCEDURE DIVISION USING LEAVE-ENT-PARMS.
006100 0000-MAINLINE.
006200     MOVE 'N' TO LE-RESULT
006300     MOVE ZERO TO LE-SERVICE-YRS
006400     MOVE ZERO TO LE-FULL-DAYS
006500     MOVE ZERO TO LE-DAYS-EMPLOYED
006600     MOVE ZERO TO LE-ENTITLEMENT
006700     PERFORM 1000-EDIT-DATES THRU 1000-EXIT
006800     IF LE-VALID
006900         PERFORM 2000-SERVICE-BAND THRU 2000-EXIT
007000         PERFORM 3000-DAYS-EMPLOYED THRU 3000-EXIT
007100         PERFORM 4000-PRO-RATE THRU 4000-EXIT
007200     END-IF
007300     GOBACK.
007400
007500*-----------------------------------------------------------*
007600* THE JOIN DATE MUST BE A REAL DATE. A TERMINATION DATE THAT *
007700* IS BLANK OR NOT A REAL DATE IS TREATED AS STILL EMPLOYED. *
007800* THE MASTER HOLDS DD:MM:YYYY - P10DATE1 TAKES ANY SEPARATOR.*
007900*-----------------------------------------------------------*
008000 1000-EDIT-DATES.
008100     IF LE-LEAVE-YEAR IS NOT NUMERIC OR LE-LEAVE-YEAR < 1900
008200         GO TO 1000-EXIT
008300     END-IF
008400     MOVE LE-JOIN-DATE TO DT-DATE-IN
008500     MOVE 9999 TO DT-CURR-YYYY
008600     CALL 'P10DATE1' USING DATE-EDIT-PARMS
008700     IF DT-INVALID
008800         GO TO 1000-EXIT
008900     END-IF
009000     MOVE LE-JOIN-DATE(7:4) TO WS-JOIN-NUM(1:4)
009100     MOVE LE-JOIN-DATE(4:2) TO WS-JOIN-NUM(5:2)
009200     MOVE LE-JOIN-DATE(1:2) TO WS-JOIN-NUM(7:2)
009300     MOVE 99999999 TO WS-TERM-NUM
009400     IF LE-TERM-DATE NOT = SPACES
009500         MOVE LE-TERM-DATE TO DT-DATE-IN
009600         CALL 'P10DATE1' USING DATE-EDIT-PARMS
009700         IF DT-VALID
009800             MOVE LE-TERM-DATE(7:4) TO WS-TERM-NUM(1:4)
009900             MOVE LE-TERM-DATE(4:2) TO WS-TERM-NUM(5:2)
010000             MOVE LE-TERM-DATE(1:2) TO WS-TERM-NUM(7:2)
010100         END-IF
010200     END-IF
010300     COMPUTE WS-YEAR-START = LE-LEAVE-YEAR * 10000 + 0101
010400     COMPUTE WS-YEAR-END = LE-LEAVE-YEAR * 10000 + 1231
010500     MOVE 'Y' TO LE-RESULT.
010600 1000-EXIT.
010700     EXIT.
010800
010900*-----------------------------------------------------------*
011000* COMPLETED YEARS AT 1 JANUARY OF THE LEAVE YEAR. SOMEONE   *
011100* WHO JOINED ON 1 JANUARY COMPLETES THE YEAR THAT DAY.      *
011200*-----------------------------------------------------------*
011300 2000-SERVICE-BAND.
011400     COMPUTE WS-SERVICE = LE-LEAVE-YEAR - WS-JOIN-YYYY
011500     IF WS-JOIN-MMDD NOT = 0101
011600         SUBTRACT 1 FROM WS-SERVICE
011700     END-IF
011800     IF WS-SERVICE < ZERO
011900         MOVE ZERO TO WS-SERVICE
012000     END-IF
012100     IF WS-SERVICE > 99
012200         MOVE 99 TO WS-SERVICE
012300     END-IF
012400     MOVE WS-SERVICE TO LE-SERVICE-YRS
012500     PERFORM 2100-FIND-BAND THRU 2100-EXIT
012600         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4.
012700 2000-EXIT.
012800     EXIT.
012900
013000 2100-FIND-BAND.
013100     IF LE-SERVICE-YRS NOT < WS-BAND-YEARS (WS-BX)
013200         MOVE WS-BAND-DAYS (WS-BX) TO LE-FULL-DAYS
013300     END-IF.
013400 2100-EXIT.
013500     EXIT.
013600
013700*-----------------------------------------------------------*
013800* DAYS EMPLOYED IN THE YEAR - FROM THE LATER OF 1 JANUARY   *
013900* AND THE JOIN DATE TO THE EARLIER OF 31 DECEMBER AND THE   *
014000* TERMINATION DATE, BOTH DAYS INCLUSIVE.                    *
014100*-----------------------------------------------------------*
014200 3000-DAYS-EMPLOYED.
014300     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-YEAR-START)
014400     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
014500     COMPUTE WS-YEAR-DAYS = WS-TO-INT - WS-FROM-INT + 1
014600     MOVE WS-YEAR-START TO WS-FROM-NUM
014700     IF WS-JOIN-NUM > WS-FROM-NUM
014800         MOVE WS-JOIN-NUM TO WS-FROM-NUM
014900     END-IF
015000     MOVE WS-YEAR-END TO WS-TO-NUM
015100     IF WS-TERM-NUM < WS-TO-NUM
015200         MOVE WS-TERM-NUM TO WS-TO-NUM
015300     END-IF
015400     IF WS-FROM-NUM > WS-TO-NUM
015500         GO TO 3000-EXIT
015600     END-IF
015700     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
015800     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
015900     COMPUTE LE-DAYS-EMPLOYED = WS-TO-INT - WS-FROM-INT + 1.
016000 3000-EXIT.
016100     EXIT.
016200
016300 4000-PRO-RATE.
016400     IF LE-DAYS-EMPLOYED = WS-YEAR-DAYS
016500         MOVE LE-FULL-DAYS TO LE-ENTITLEMENT
016600         GO TO 4000-EXIT
016700     END-IF
016800     COMPUTE WS-NUMER = LE-FULL-DAYS * 20 * LE-DAYS-EMPLOYED
016900     COMPUTE WS-DENOM = WS-YEAR-DAYS * 10
017000     DIVIDE WS-NUMER BY WS-DENOM GIVING WS-HALVES REMAINDER WS-REM
017100     IF WS-REM > ZERO
017200         ADD 1 TO WS-HALVES
017300     END-IF
017400     COMPUTE LE-ENTITLEMENT = WS-HALVES / 2.
017500 4000-EXIT.
017600     EXIT.
