000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10RUN1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - SHARED RUN-CONTROL LOGGER.  *
001200*                  CALLED BY EVERY P10 BATCH PROGRAM AT START*
001300*                  AND END TO APPEND A ROW (LAYOUT P10RREC) TO*
001400*                  THE P10RFILE RUN-CONTROL LOG WITH THE     *
001500*                  BUSINESS DATE, RETURN CODE AND KEY COUNTS,*
001600*                  AND BY P10RCHK1 TO LOG A REFUSED RUN. A LOG*
001700*                  THAT CANNOT BE WRITTEN IS A WARNING ONLY -*
001800*                  THE CALLING JOB CARRIES ON.               *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT P10RFILE ASSIGN TO P10RFIL
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-P10R-STATUS.
002900
003000     SELECT P10BDAT ASSIGN TO P10BDAT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-BDAT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  P10RFILE
003600     RECORDING MODE IS F.
003700 COPY P10RREC.
003800
003900 FD  P10BDAT
004000     RECORDING MODE IS F.
004100 01  BDAT-CARD                  PIC X(80).
004200 WORKING-STORAGE SECTION.
004300 77  WS-P10R-STATUS             PIC X(02) VALUE SPACES.
004400 77  WS-BDAT-STATUS             PIC X(02) VALUE SPACES.
004500 77  WS-DATE-SET-SW             PIC X(01) VALUE 'N'.
004600     88  WS-DATE-SET                      VALUE 'Y'.
004700 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
004800 77  WS-NOW                     PIC X(08) VALUE SPACES.
004900 77  WS-BUS-DATE                PIC 9(08) VALUE ZERO.
005000 77  WS-BUS-INT                 PIC 9(08) COMP VALUE ZERO.
005100 77  WS-CUTOFF-TIME             PIC X(08) VALUE '06000000'.
005200 77  WS-CX                      PIC 9(01) COMP VALUE ZERO.
005300 LINKAGE SECTION.
005400 COPY P10RNPRM.
005500 PROCEDURE DIVISION USING RUN-CONTROL-PARMS.
005600 0000-MAINLINE.
005700     IF NOT WS-DATE-SET
005800         PERFORM 1000-SET-BUS-DATE THRU 1000-EXIT
005900     END-IF
006000     MOVE WS-BUS-DATE TO RN-BUS-DATE
006100     PERFORM 2000-WRITE-LOG THRU 2000-EXIT
006200     MOVE RN-RETURN-CODE TO RETURN-CODE
006300     GOBACK.
006400
006500*-----------------------------------------------------------*
006600* THE BUSINESS DATE IS FIXED ON THE FIRST CALL AND HELD FOR  *
006700* THE REST OF THE STEP, SO A START AND END ROW ALWAYS CARRY  *
006800* THE SAME DATE EVEN WHEN THE STEP RUNS PAST 06:00.          *
006900*-----------------------------------------------------------*
007000 1000-SET-BUS-DATE.
007100     MOVE 'Y' TO WS-DATE-SET-SW
007200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
007300     ACCEPT WS-NOW FROM TIME
007400     MOVE WS-TODAY TO WS-BUS-DATE
007500     IF WS-NOW < WS-CUTOFF-TIME
007600         COMPUTE WS-BUS-INT =
007700             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
007800         COMPUTE WS-BUS-DATE =
007900             FUNCTION DATE-OF-INTEGER(WS-BUS-INT)
008000     END-IF
008100     OPEN INPUT P10BDAT
008200     IF WS-BDAT-STATUS NOT = '00'
008300         GO TO 1000-EXIT
008400     END-IF
008500     READ P10BDAT
008600         AT END
008700             MOVE SPACES TO BDAT-CARD
008800     END-READ
008900     CLOSE P10BDAT
009000     IF BDAT-CARD(1:8) IS NUMERIC
009100         MOVE BDAT-CARD(1:8) TO WS-BUS-DATE
009200     END-IF.
009300 1000-EXIT.
009400     EXIT.
009500
009600*-----------------------------------------------------------*
009700* ONE ROW PER CALL, APPENDED TO THE END OF THE LOG. COUNTS   *
009800* A CALLER LEFT BLANK ARE LOGGED AS ZERO.                    *
009900*-----------------------------------------------------------*
010000 2000-WRITE-LOG.
010100     MOVE SPACES TO RUNCTL-RECORD
010200     MOVE RN-PROGRAM TO R-PROGRAM
010300     MOVE WS-BUS-DATE TO R-BUS-DATE
010400     MOVE RN-FUNCTION TO R-EVENT
010500     ACCEPT R-DATE FROM DATE YYYYMMDD
010600     ACCEPT R-TIME FROM TIME
010700     MOVE RN-RETURN-CODE TO R-RC
010800     PERFORM 2100-MOVE-COUNT THRU 2100-EXIT
010900         VARYING WS-CX FROM 1 BY 1
011000         UNTIL WS-CX > 3
011100     IF NOT RN-FN-START
011200         MOVE RN-REFERENCE TO R-REFERENCE
011300         MOVE RN-TEXT TO R-TEXT
011400     END-IF
011500     OPEN EXTEND P10RFILE
011600     IF WS-P10R-STATUS NOT = '00'
011700         MOVE WS-P10R-STATUS TO RN-STATUS
011800         DISPLAY 'P10RUN1 - WARNING - RUN-CONTROL LOG NOT '
011900             'WRITTEN FOR ' RN-PROGRAM ' - STATUS ' WS-P10R-STATUS
012000         GO TO 2000-EXIT
012100     END-IF
012200     WRITE RUNCTL-RECORD
012300     MOVE WS-P10R-STATUS TO RN-STATUS
012400     IF WS-P10R-STATUS NOT = '00'
012500         DISPLAY 'P10RUN1 - WARNING - RUN-CONTROL LOG NOT '
012600             'WRITTEN FOR ' RN-PROGRAM ' - STATUS ' WS-P10R-STATUS
012700     END-IF
012800     CLOSE P10RFILE.
012900 2000-EXIT.
013000     EXIT.
013100
013200 2100-MOVE-COUNT.
013300     IF RN-FN-END AND RN-COUNT(WS-CX) IS NUMERIC
013400         MOVE RN-COUNT-NAME(WS-CX) TO R-COUNT-NAME(WS-CX)
013500         MOVE RN-COUNT(WS-CX) TO R-COUNT(WS-CX)
013600     ELSE
013700         MOVE ZERO TO R-COUNT(WS-CX)
013800     END-IF.
013900 2100-EXIT.
014000     EXIT.
