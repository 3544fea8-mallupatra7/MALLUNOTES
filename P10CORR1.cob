000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    P10CORR1.
000300 AUTHOR.        R KRISHNAN.
000400 INSTALLATION.  PERSONNEL SYSTEMS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 15/10/2026 RK    NEW PROGRAM - BATCH CORRECTION OF MASTER  *
001200*                  FIELDS FROM AN HR CORRECTION FILE. EACH   *
001300*                  TRANSACTION NAMES AN EMPLOYEE, A FIELD, THE*
001400*                  VALUE HR EXPECT IS ON FILE NOW AND THE NEW*
001500*                  VALUE. THE CORRECTED RECORD IS PUT THROUGH*
001600*                  THE SAME EDITS AS EXAM'S VALIDATE-PARA    *
001700*                  (P10DATE1 DATE EDIT, P10DFILE ACTIVE CHECK)*
001800*                  AND REJECTED IF THE EXPECTED OLD VALUE IS *
001900*                  NOT WHAT IS ON P10BFILE. AN APPLIED CHANGE*
002000*                  WRITES THE NORMAL MODIFY AUDIT ROW AND A  *
002100*                  NAME CHANGE MOVES THE P10NFILE ENTRY. TRIAL*
002200*                  MODE (THE DEFAULT) REPORTS WHAT WOULD     *
002300*                  CHANGE WITHOUT UPDATING. RC 4 = REJECTS.  *
002310* 15/10/2026 RK    A FAILED REWRITE IS COUNTED AS AN         *
002320*                  ERROR, NOT AS ACCEPTED, AND ENDS THE      *
002330*                  RUN RC 8. ERRORS ADDED TO TOTAL LINE.     *
002400*-----------------------------------------------------------*
002500* P10PARM CARD (OPTIONAL):                                   *
002600*   COL  01     RUN MODE - 'U' UPDATE, ANYTHING ELSE (OR NO  *
002700*               CARD) = TRIAL                                *
002800* P10CORT CORRECTION TRANSACTION (ONE PER LINE):             *
002900*   COLS 01-04  EMPLOYEE ID                                  *
003000*   COLS 06-13  FIELD - NAME, ADDR, DEPT, DOB, JOIN, STATUS  *
003100*   COLS 15-29  OLD VALUE EXPECTED ON P10BFILE               *
003200*   COLS 31-45  NEW VALUE                                    *
003300*   DATES ARE DD/MM/YYYY (ANY SEPARATOR). STATUS IS A OR L - *
003400*   TERMINATIONS ARE KEYED ON MAP2 (PF9) OR MAP7, NOT HERE.  *
003500*   KEEP SEVERAL CORRECTIONS FOR ONE EMPLOYEE TOGETHER SO A  *
003600*   TRIAL RUN CARRIES EACH ONE FORWARD TO THE NEXT.          *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT P10CORT ASSIGN TO P10CORT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CORT-STATUS.
004700
004800     SELECT P10BFILE ASSIGN TO P10BFIL
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS M-ID
005200         FILE STATUS IS WS-P10B-STATUS.
005300
005400     SELECT P10DFILE ASSIGN TO P10DFIL
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS D-DEPT-CODE
005800         FILE STATUS IS WS-P10D-STATUS.
005900
006000     SELECT P10HFILE ASSIGN TO P10HFIL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-P10H-STATUS.
006300
006400     SELECT P10NFILE ASSIGN TO P10NFIL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS N-KEY
006800         FILE STATUS IS WS-P10N-STATUS.
006900
007000     SELECT P10PARM ASSIGN TO P10PARM
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PARM-STATUS.
007300
007400     SELECT P10CRPT ASSIGN TO P10CRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  P10CORT
008000     RECORDING MODE IS F.
008100 01  CORR-RECORD.
008200     05  CT-ID                  PIC X(04).
008300     05  FILLER                 PIC X(01).
008400     05  CT-FIELD               PIC X(08).
008500     05  FILLER                 PIC X(01).
008600     05  CT-OLD-VALUE           PIC X(15).
008700     05  FILLER                 PIC X(01).
008800     05  CT-NEW-VALUE           PIC X(15).
008900     05  FILLER                 PIC X(35).
009000
009100 FD  P10BFILE.
009200 COPY P10MREC.
009300
009400 FD  P10DFILE.
009500 COPY P10DREC.
009600
009700 FD  P10HFILE
009800     RECORDING MODE IS F.
009900 COPY P10HREC.
010000
010100 FD  P10NFILE.
010200 COPY P10NREC.
010300
010400 FD  P10PARM
010500     RECORDING MODE IS F.
010600 01  PARM-CARD                  PIC X(80).
010700
010800 FD  P10CRPT
010900     RECORDING MODE IS F.
011000 01  RPT-LINE                   PIC X(132).
011100 WORKING-STORAGE SECTION.
011200 77  WS-CORT-STATUS             PIC X(02) VALUE SPACES.
011300 77  WS-P10B-STATUS             PIC X(02) VALUE SPACES.
011400 77  WS-P10D-STATUS             PIC X(02) VALUE SPACES.
011500 77  WS-P10H-STATUS             PIC X(02) VALUE SPACES.
011600 77  WS-P10N-STATUS             PIC X(02) VALUE SPACES.
011700 77  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
011800 77  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
011900 77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
012000     88  WS-EOF-SW-ON                     VALUE 'Y'.
012100 77  WS-RUN-MODE                PIC X(01) VALUE 'T'.
012200     88  WS-UPDATE-MODE                   VALUE 'U'.
012300 77  WS-REJECT-SW               PIC X(01) VALUE 'N'.
012400     88  WS-REJECT-SW-ON                  VALUE 'Y'.
012500 77  WS-FOUND-SW                PIC X(01) VALUE 'N'.
012600     88  WS-MASTER-FOUND                  VALUE 'Y'.
012700 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
012800 77  WS-CURR-YY                 PIC 9(04) VALUE ZERO.
012900 77  WS-TIME-RAW                PIC 9(08) VALUE ZERO.
013000 77  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
013100 77  WS-ACCEPT-COUNT            PIC 9(07) VALUE ZERO.
013200 77  WS-APPLY-COUNT             PIC 9(07) VALUE ZERO.
013300 77  WS-REJECT-COUNT            PIC 9(07) VALUE ZERO.
013310 77  WS-ERROR-COUNT             PIC 9(07) VALUE ZERO.
013400 77  WS-REJECT-PTR              PIC 9(02) VALUE 1.
013500 77  WS-REASON-LEN              PIC 9(02) COMP VALUE ZERO.
013600 77  WS-TRAIL-SP-CT             PIC 9(02) COMP VALUE ZERO.
013700 77  WS-FIELD-LEN               PIC 9(02) COMP VALUE ZERO.
013800 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
013900 01  WS-RUN-TIME                PIC X(08) VALUE SPACES.
014000 01  WS-BEFORE-IMAGE            PIC X(57) VALUE SPACES.
014100 01  WS-BEFORE-MASTER REDEFINES WS-BEFORE-IMAGE.
014200     05  WS-BEF-ID              PIC X(04).
014300     05  WS-BEF-NAME            PIC X(15).
014400     05  FILLER                 PIC X(38).
014500 01  WS-TRIAL-ID                PIC X(04) VALUE SPACES.
014600 01  WS-TRIAL-IMAGE             PIC X(57) VALUE SPACES.
014700 01  WS-CUR-VALUE               PIC X(15) VALUE SPACES.
014800 01  WS-OLD-VALUE               PIC X(15) VALUE SPACES.
014900 01  WS-NEW-VALUE               PIC X(15) VALUE SPACES.
015000 01  WS-REJECT-REASON           PIC X(60) VALUE SPACES.
015100 01  WS-REASON-TEXT             PIC X(26) VALUE SPACES.
015200 COPY P10DTPRM.
015300 01  WS-HDG1.
015400     05  FILLER                 PIC X(01)  VALUE SPACES.
015500     05  FILLER                 PIC X(30)  VALUE
015600         'P10 PERSONNEL SYSTEM'.
015700     05  FILLER                 PIC X(40)  VALUE
015800         'MASTER FILE CORRECTIONS'.
015900     05  FILLER                 PIC X(10)  VALUE 'RUN DATE: '.
016000     05  HDG1-TODAY             PIC X(10).
016100 01  WS-HDG2.
016200     05  FILLER                 PIC X(01)  VALUE SPACES.
016300     05  FILLER                 PIC X(06)  VALUE 'MODE: '.
016400     05  HDG2-MODE              PIC X(09).
016500 01  WS-HDG3.
016600     05  FILLER                 PIC X(01)  VALUE SPACES.
016700     05  FILLER                 PIC X(09)  VALUE 'EMP ID'.
016800     05  FILLER                 PIC X(17)  VALUE 'EMPLOYEE NAME'.
016900     05  FILLER                 PIC X(10)  VALUE 'FIELD'.
017000     05  FILLER                 PIC X(17)  VALUE 'OLD VALUE'.
017100     05  FILLER                 PIC X(17)  VALUE 'NEW VALUE'.
017200     05  FILLER                 PIC X(06)  VALUE 'RESULT'.
017300 01  WS-DETAIL-LINE.
017400     05  FILLER                 PIC X(01)  VALUE SPACES.
017500     05  DL-ID                  PIC X(04).
017600     05  FILLER                 PIC X(05)  VALUE SPACES.
017700     05  DL-NAME                PIC X(15).
017800     05  FILLER                 PIC X(02)  VALUE SPACES.
017900     05  DL-FIELD               PIC X(08).
018000     05  FILLER                 PIC X(02)  VALUE SPACES.
018100     05  DL-OLD-VALUE           PIC X(15).
018200     05  FILLER                 PIC X(02)  VALUE SPACES.
018300     05  DL-NEW-VALUE           PIC X(15).
018400     05  FILLER                 PIC X(02)  VALUE SPACES.
018500     05  DL-ACTION              PIC X(14).
018600     05  FILLER                 PIC X(01)  VALUE SPACES.
018700     05  DL-REASON              PIC X(46).
018800 01  WS-TOTAL-LINE.
018900     05  FILLER                 PIC X(01)  VALUE SPACES.
019000     05  FILLER                 PIC X(19)  VALUE
019100         'TRANSACTIONS READ: '.
019200     05  TL-READ-COUNT          PIC ZZZ,ZZ9.
019300     05  FILLER                 PIC X(03)  VALUE SPACES.
019400     05  FILLER                 PIC X(10)  VALUE 'ACCEPTED: '.
019500     05  TL-ACCEPT-COUNT        PIC ZZZ,ZZ9.
019600     05  FILLER                 PIC X(03)  VALUE SPACES.
019700     05  FILLER                 PIC X(09)  VALUE 'APPLIED: '.
019800     05  TL-APPLY-COUNT         PIC ZZZ,ZZ9.
019900     05  FILLER                 PIC X(03)  VALUE SPACES.
020000     05  FILLER                 PIC X(10)  VALUE 'REJECTED: '.
020100     05  TL-REJECT-COUNT        PIC ZZZ,ZZ9.
020110     05  FILLER                 PIC X(03)  VALUE SPACES.
020120     05  FILLER                 PIC X(08)  VALUE 'ERRORS: '.
020130     05  TL-ERROR-COUNT         PIC ZZZ,ZZ9.
020200 COPY P10RNPRM.
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 0100-LOG-START THRU 0100-EXIT
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020700     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
020800         UNTIL WS-EOF-SW-ON
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT
021000     PERFORM 9100-LOG-END THRU 9100-EXIT
021100     STOP RUN.
021200
021300 0100-LOG-START.
021400     MOVE SPACES TO RUN-CONTROL-PARMS
021500     MOVE 'P10CORR1' TO RN-PROGRAM
021600     MOVE ZERO TO RN-RETURN-CODE
021700     MOVE 'S' TO RN-FUNCTION
021800     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
021900 0100-EXIT.
022000     EXIT.
022100
022200 1000-INITIALIZE.
022300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
022400     MOVE WS-TODAY(1:4) TO WS-CURR-YY
022500     ACCEPT WS-TIME-RAW FROM TIME
022600     MOVE WS-TODAY(7:2) TO WS-RUN-DATE(1:2)
022700     MOVE '/' TO WS-RUN-DATE(3:1)
022800     MOVE WS-TODAY(5:2) TO WS-RUN-DATE(4:2)
022900     MOVE '/' TO WS-RUN-DATE(6:1)
023000     MOVE WS-TODAY(1:4) TO WS-RUN-DATE(7:4)
023100     MOVE WS-TIME-RAW(1:2) TO WS-RUN-TIME(1:2)
023200     MOVE ':' TO WS-RUN-TIME(3:1)
023300     MOVE WS-TIME-RAW(3:2) TO WS-RUN-TIME(4:2)
023400     MOVE ':' TO WS-RUN-TIME(6:1)
023500     MOVE WS-TIME-RAW(5:2) TO WS-RUN-TIME(7:2)
023600     PERFORM 1100-READ-PARM THRU 1100-EXIT
023700     OPEN INPUT P10CORT
023800     IF WS-CORT-STATUS NOT = '00'
023900         DISPLAY 'P10CORR1 - ERROR OPENING P10CORT - STATUS '
024000             WS-CORT-STATUS
024100         STOP RUN
024200     END-IF
024300     OPEN I-O P10BFILE
024400     IF WS-P10B-STATUS NOT = '00'
024500         DISPLAY 'P10CORR1 - ERROR OPENING P10BFILE - STATUS '
024600             WS-P10B-STATUS
024700         STOP RUN
024800     END-IF
024900     OPEN INPUT P10DFILE
025000     IF WS-P10D-STATUS NOT = '00'
025100         DISPLAY 'P10CORR1 - ERROR OPENING P10DFILE - STATUS '
025200             WS-P10D-STATUS
025300         STOP RUN
025400     END-IF
025500     OPEN EXTEND P10HFILE
025600     IF WS-P10H-STATUS NOT = '00' AND WS-P10H-STATUS NOT = '05'
025700         DISPLAY 'P10CORR1 - ERROR OPENING P10HFILE - STATUS '
025800             WS-P10H-STATUS
025900         STOP RUN
026000     END-IF
026100     OPEN I-O P10NFILE
026200     IF WS-P10N-STATUS NOT = '00'
026300         DISPLAY 'P10CORR1 - ERROR OPENING P10NFILE - STATUS '
026400             WS-P10N-STATUS
026500         STOP RUN
026600     END-IF
026700     OPEN OUTPUT P10CRPT
026800     IF WS-RPT-STATUS NOT = '00'
026900         DISPLAY 'P10CORR1 - ERROR OPENING P10CRPT - STATUS '
027000             WS-RPT-STATUS
027100         STOP RUN
027200     END-IF
027300     MOVE WS-RUN-DATE TO HDG1-TODAY
027400     IF WS-UPDATE-MODE
027500         MOVE 'UPDATE' TO HDG2-MODE
027600     ELSE
027700         MOVE 'TRIAL RUN' TO HDG2-MODE
027800     END-IF
027900     WRITE RPT-LINE FROM WS-HDG1 AFTER ADVANCING PAGE
028000     WRITE RPT-LINE FROM WS-HDG2 AFTER ADVANCING 1 LINE
028100     WRITE RPT-LINE FROM WS-HDG3 AFTER ADVANCING 2 LINES
028200     MOVE SPACES TO RPT-LINE
028300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
028400     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
028500 1000-EXIT.
028600     EXIT.
028700
028800 1100-READ-PARM.
028900     OPEN INPUT P10PARM
029000     IF WS-PARM-STATUS NOT = '00'
029100         GO TO 1100-EXIT
029200     END-IF
029300     READ P10PARM
029400         AT END
029500             CLOSE P10PARM
029600             GO TO 1100-EXIT
029700     END-READ
029800     CLOSE P10PARM
029900     MOVE PARM-CARD(1:1) TO WS-RUN-MODE.
030000 1100-EXIT.
030100     EXIT.
030200
030300*-----------------------------------------------------------*
030400* ONE TRANSACTION: FIND THE EMPLOYEE, CHECK THE EXPECTED OLD *
030500* VALUE AGAINST THE FIELD ON FILE, PUT THE NEW VALUE IN AND  *
030600* EDIT THE WHOLE RECORD AS THE SCREEN WOULD. A VALUE ALREADY *
030700* EQUAL TO THE NEW ONE IS REPORTED AS SUCH, SO A RERUN OF A  *
030800* PART-APPLIED FILE SHOWS WHAT WAS ALREADY DONE.             *
030900*-----------------------------------------------------------*
031000 2000-PROCESS-TRAN.
031100     ADD 1 TO WS-READ-COUNT
031200     MOVE SPACES TO WS-REJECT-REASON
031300     MOVE 1 TO WS-REJECT-PTR
031400     MOVE 'N' TO WS-REJECT-SW
031500     MOVE CT-OLD-VALUE TO WS-OLD-VALUE
031600     MOVE CT-NEW-VALUE TO WS-NEW-VALUE
031700     PERFORM 2200-GET-MASTER THRU 2200-EXIT
031800     IF NOT WS-MASTER-FOUND
031900         MOVE SPACES TO MASTER-RECORD
032000         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REASON-TEXT
032100         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
032200         GO TO 2080-REJECT
032300     END-IF
032400     MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
032500     IF M-TERMINATED
032600         MOVE 'EMPLOYEE TERMINATED' TO WS-REASON-TEXT
032700         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
032800         GO TO 2080-REJECT
032900     END-IF
033000     PERFORM 2300-CURRENT-VALUE THRU 2300-EXIT
033100     IF WS-REJECT-SW-ON
033200         GO TO 2080-REJECT
033300     END-IF
033400     IF WS-CUR-VALUE NOT = WS-OLD-VALUE
033500         IF WS-CUR-VALUE = WS-NEW-VALUE
033600             MOVE 'ALREADY HOLDS NEW VALUE' TO WS-REASON-TEXT
033700         ELSE
033800             MOVE 'OLD VALUE DOES NOT MATCH' TO WS-REASON-TEXT
033900         END-IF
034000         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
034100         GO TO 2080-REJECT
034200     END-IF
034300     IF WS-NEW-VALUE = WS-OLD-VALUE
034400         MOVE 'NEW VALUE SAME AS OLD' TO WS-REASON-TEXT
034500         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
034600         GO TO 2080-REJECT
034700     END-IF
034800     IF WS-FIELD-LEN < 15
034900         IF WS-NEW-VALUE(WS-FIELD-LEN + 1:) NOT = SPACES
035000             MOVE 'NEW VALUE TOO LONG' TO WS-REASON-TEXT
035100             PERFORM 3900-APPEND-REASON THRU 3900-EXIT
035200             GO TO 2080-REJECT
035300         END-IF
035400     END-IF
035500     PERFORM 2400-SET-NEW-VALUE THRU 2400-EXIT
035600     PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT
035700     IF WS-REJECT-SW-ON
035800         GO TO 2080-REJECT
035900     END-IF
036100     IF WS-UPDATE-MODE
036200         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
036300     ELSE
036310         ADD 1 TO WS-ACCEPT-COUNT
036400         MOVE CT-ID TO WS-TRIAL-ID
036500         MOVE MASTER-RECORD TO WS-TRIAL-IMAGE
036600         MOVE 'WOULD CHANGE' TO DL-ACTION
036700         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
036800     END-IF
036900     GO TO 2090-NEXT.
037000 2080-REJECT.
037100     ADD 1 TO WS-REJECT-COUNT
037200     MOVE 'REJECTED' TO DL-ACTION
037300     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
037400 2090-NEXT.
037500     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
037600 2000-EXIT.
037700     EXIT.
037800
037900 2100-READ-NEXT.
038000     READ P10CORT
038100         AT END
038200             MOVE 'Y' TO WS-EOF-SW
038300     END-READ.
038400 2100-EXIT.
038500     EXIT.
038600
038700*-----------------------------------------------------------*
038800* IN A TRIAL RUN NOTHING IS REWRITTEN, SO THE IMAGE LEFT BY  *
038900* THE LAST ACCEPTED CORRECTION FOR THE SAME EMPLOYEE STANDS  *
039000* IN FOR THE FILE - THE NEXT CORRECTION SEES THE SAME VALUES *
039100* AN UPDATE RUN WOULD.                                       *
039200*-----------------------------------------------------------*
039300 2200-GET-MASTER.
039400     MOVE 'N' TO WS-FOUND-SW
039500     IF NOT WS-UPDATE-MODE AND CT-ID = WS-TRIAL-ID
039600         MOVE WS-TRIAL-IMAGE TO MASTER-RECORD
039700         MOVE 'Y' TO WS-FOUND-SW
039800         GO TO 2200-EXIT
039900     END-IF
040000     MOVE CT-ID TO M-ID
040100     READ P10BFILE
040200         INVALID KEY
040300             GO TO 2200-EXIT
040400     END-READ
040500     IF WS-P10B-STATUS = '00'
040600         MOVE 'Y' TO WS-FOUND-SW
040700     END-IF.
040800 2200-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------*
041200* DATES ARE COMPARED WITH THE SEPARATORS MADE THE SAME AS    *
041300* THE MASTER'S, SO 01/02/1990 MATCHES 01:02:1990 ON FILE.    *
041400*-----------------------------------------------------------*
041500 2300-CURRENT-VALUE.
041600     MOVE SPACES TO WS-CUR-VALUE
041700     EVALUATE CT-FIELD
041800         WHEN 'NAME    '
041900             MOVE M-NAME TO WS-CUR-VALUE
042000             MOVE 15 TO WS-FIELD-LEN
042100         WHEN 'ADDR    '
042200             MOVE M-ADDR TO WS-CUR-VALUE
042300             MOVE 3 TO WS-FIELD-LEN
042400         WHEN 'DEPT    '
042500             MOVE M-DEPT TO WS-CUR-VALUE
042600             MOVE 4 TO WS-FIELD-LEN
042700         WHEN 'DOB     '
042800             MOVE M-DOB TO WS-CUR-VALUE
042900             MOVE 10 TO WS-FIELD-LEN
043000             PERFORM 2310-FIX-SEPARATORS THRU 2310-EXIT
043100         WHEN 'JOIN    '
043200             MOVE M-JOIN TO WS-CUR-VALUE
043300             MOVE 10 TO WS-FIELD-LEN
043400             PERFORM 2310-FIX-SEPARATORS THRU 2310-EXIT
043500         WHEN 'STATUS  '
043600             MOVE M-STATUS TO WS-CUR-VALUE
043700             MOVE 1 TO WS-FIELD-LEN
043800         WHEN OTHER
043900             MOVE 'UNKNOWN FIELD NAME' TO WS-REASON-TEXT
044000             PERFORM 3900-APPEND-REASON THRU 3900-EXIT
044100     END-EVALUATE.
044200 2300-EXIT.
044300     EXIT.
044400
044500 2310-FIX-SEPARATORS.
044600     MOVE ':' TO WS-OLD-VALUE(3:1)
044700     MOVE ':' TO WS-OLD-VALUE(6:1)
044800     MOVE ':' TO WS-NEW-VALUE(3:1)
044900     MOVE ':' TO WS-NEW-VALUE(6:1).
045000 2310-EXIT.
045100     EXIT.
045200
045300 2400-SET-NEW-VALUE.
045400     EVALUATE CT-FIELD
045500         WHEN 'NAME    '
045600             MOVE WS-NEW-VALUE TO M-NAME
045700         WHEN 'ADDR    '
045800             MOVE WS-NEW-VALUE TO M-ADDR
045900         WHEN 'DEPT    '
046000             MOVE WS-NEW-VALUE TO M-DEPT
046100         WHEN 'DOB     '
046200             MOVE WS-NEW-VALUE TO M-DOB
046300         WHEN 'JOIN    '
046400             MOVE WS-NEW-VALUE TO M-JOIN
046500         WHEN 'STATUS  '
046600             MOVE WS-NEW-VALUE TO M-STATUS
046700     END-EVALUATE.
046800 2400-EXIT.
046900     EXIT.
047000
047100*-----------------------------------------------------------*
047200* THE EDITS OF EXAM'S VALIDATE-PARA, AS P10LOAD1 APPLIES THEM*
047300* IN BATCH, ON THE RECORD AS IT WILL BE AFTER THE CHANGE.    *
047400*-----------------------------------------------------------*
047500 3000-VALIDATE-RECORD.
047600     IF M-NAME NOT ALPHABETIC
047700         MOVE 'INVALID NAME' TO WS-REASON-TEXT
047800         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
047900     END-IF
048000     IF D-YY = ZERO OR D-YY > WS-CURR-YY
048100         MOVE 'INVALID DOB YEAR' TO WS-REASON-TEXT
048200         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
048300     END-IF
048400     MOVE M-DOB TO DT-DATE-IN
048500     MOVE WS-CURR-YY TO DT-CURR-YYYY
048600     CALL 'P10DATE1' USING DATE-EDIT-PARMS
048700     IF DT-INVALID
048800         MOVE 'INVALID DOB' TO WS-REASON-TEXT
048900         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
049000     END-IF
049100     MOVE M-JOIN TO DT-DATE-IN
049200     MOVE WS-CURR-YY TO DT-CURR-YYYY
049300     CALL 'P10DATE1' USING DATE-EDIT-PARMS
049400     IF DT-INVALID
049500         MOVE 'INVALID JOIN DATE' TO WS-REASON-TEXT
049600         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
049700     END-IF
049800     IF J-YY = ZERO OR J-YY > WS-CURR-YY
049900         MOVE 'INVALID JOIN YEAR' TO WS-REASON-TEXT
050000         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
050100     END-IF
050200     IF (J-YY - D-YY) < 18
050300         MOVE 'AGE AT HIRE' TO WS-REASON-TEXT
050400         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
050500     END-IF
050600     MOVE M-DEPT TO D-DEPT-CODE
050700     READ P10DFILE
050800         INVALID KEY
050900             MOVE 'INVALID DEPT' TO WS-REASON-TEXT
051000             PERFORM 3900-APPEND-REASON THRU 3900-EXIT
051100         NOT INVALID KEY
051200             IF D-ACT-INACTIVE
051300                 MOVE 'INACTIVE DEPT' TO WS-REASON-TEXT
051400                 PERFORM 3900-APPEND-REASON THRU 3900-EXIT
051500             END-IF
051600     END-READ
051700     IF M-STATUS NOT = 'A' AND M-STATUS NOT = 'L'
051800         MOVE 'STATUS MUST BE A OR L' TO WS-REASON-TEXT
051900         PERFORM 3900-APPEND-REASON THRU 3900-EXIT
052000     END-IF.
052100 3000-EXIT.
052200     EXIT.
052300
052400 3900-APPEND-REASON.
052500     MOVE 'Y' TO WS-REJECT-SW
052600     MOVE ZERO TO WS-TRAIL-SP-CT
052700     INSPECT WS-REASON-TEXT TALLYING WS-TRAIL-SP-CT
052800         FOR TRAILING SPACES
052900     COMPUTE WS-REASON-LEN = 26 - WS-TRAIL-SP-CT
053000     STRING WS-REASON-TEXT(1:WS-REASON-LEN) DELIMITED BY SIZE
053100         ';' DELIMITED BY SIZE
053200         INTO WS-REJECT-REASON
053300         WITH POINTER WS-REJECT-PTR
053400     END-STRING.
053500 3900-EXIT.
053600     EXIT.
053700
053800 4000-APPLY-CHANGE.
053900     REWRITE MASTER-RECORD
054000     IF WS-P10B-STATUS = '00'
054010         ADD 1 TO WS-ACCEPT-COUNT
054100         ADD 1 TO WS-APPLY-COUNT
054200         PERFORM 4100-WRITE-HISTORY THRU 4100-EXIT
054300         IF M-NAME NOT = WS-BEF-NAME
054400             PERFORM 4200-MOVE-XREF THRU 4200-EXIT
054500         END-IF
054600         MOVE 'CHANGED' TO DL-ACTION
054700         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
054800     ELSE
054810         ADD 1 TO WS-ERROR-COUNT
054900         MOVE 'NOT REWRITTEN' TO DL-ACTION
055000         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
055100         DISPLAY 'P10CORR1 - REWRITE FAILED FOR ' M-ID
055200             ' - STATUS ' WS-P10B-STATUS
055300     END-IF.
055400 4000-EXIT.
055500     EXIT.
055600
055700 4100-WRITE-HISTORY.
055800     MOVE 'BTCH' TO H-TERM-ID
055900     MOVE 'COR' TO H-OPER-ID
056000     MOVE WS-RUN-DATE TO H-DATE
056100     MOVE WS-RUN-TIME TO H-TIME
056200     MOVE 'MODIFY' TO H-OPER-TYPE
056300     MOVE WS-BEFORE-IMAGE TO H-BEFORE-MASTER
056400     MOVE MASTER-RECORD TO H-AFTER-MASTER
056500     WRITE HIST-RECORD
056600     IF WS-P10H-STATUS NOT = '00'
056700         DISPLAY 'P10CORR1 - WARNING - AUDIT ROW NOT WRITTEN - '
056800             'STATUS ' WS-P10H-STATUS
056900     END-IF.
057000 4100-EXIT.
057100     EXIT.
057200
057300*-----------------------------------------------------------*
057400* A NAME CHANGE MOVES THE P10NFILE ENTRY - THE OLD NAME KEY  *
057500* IS DELETED AND THE NEW ONE WRITTEN, AS EXAM DOES ON MAP2.  *
057600*-----------------------------------------------------------*
057700 4200-MOVE-XREF.
057800     MOVE WS-BEF-NAME TO N-NAME
057900     MOVE M-ID TO N-ID
058000     DELETE P10NFILE RECORD
058100         INVALID KEY
058200             CONTINUE
058300     END-DELETE
058400     MOVE M-NAME TO N-NAME
058500     MOVE M-ID TO N-ID
058600     WRITE XREF-RECORD
058700         INVALID KEY
058800             CONTINUE
058900     END-WRITE
059000     IF WS-P10N-STATUS NOT = '00' AND WS-P10N-STATUS NOT = '22'
059100         DISPLAY 'P10CORR1 - WARNING - NAME XREF NOT WRITTEN '
059200             'FOR ' N-ID ' - STATUS ' WS-P10N-STATUS
059300     END-IF.
059400 4200-EXIT.
059500     EXIT.
059600
059700 5000-WRITE-DETAIL.
059800     MOVE CT-ID TO DL-ID
059900     IF WS-MASTER-FOUND
060000         MOVE WS-BEF-NAME TO DL-NAME
060100     ELSE
060200         MOVE SPACES TO DL-NAME
060300     END-IF
060400     MOVE CT-FIELD TO DL-FIELD
060500     MOVE CT-OLD-VALUE TO DL-OLD-VALUE
060600     MOVE CT-NEW-VALUE TO DL-NEW-VALUE
060700     MOVE WS-REJECT-REASON TO DL-REASON
060800     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
060900 5000-EXIT.
061000     EXIT.
061100
061200 9000-TERMINATE.
061300     IF WS-REJECT-COUNT > ZERO
061400         MOVE 4 TO RETURN-CODE
061500     END-IF
061510     IF WS-ERROR-COUNT > ZERO
061520         MOVE 8 TO RETURN-CODE
061530     END-IF
061600     MOVE WS-READ-COUNT TO TL-READ-COUNT
061700     MOVE WS-ACCEPT-COUNT TO TL-ACCEPT-COUNT
061800     MOVE WS-APPLY-COUNT TO TL-APPLY-COUNT
061900     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
061910     MOVE WS-ERROR-COUNT TO TL-ERROR-COUNT
062000     MOVE SPACES TO RPT-LINE
062100     WRITE RPT-LINE AFTER ADVANCING 2 LINES
062200     WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
062300     CLOSE P10CORT
062400     CLOSE P10BFILE
062500     CLOSE P10DFILE
062600     CLOSE P10HFILE
062700     CLOSE P10NFILE
062800     CLOSE P10CRPT.
062900 9000-EXIT.
063000     EXIT.
063100
063200 9100-LOG-END.
063300     MOVE SPACES TO RUN-CONTROL-PARMS
063400     MOVE 'P10CORR1' TO RN-PROGRAM
063500     MOVE 'READ    ' TO RN-COUNT-NAME(1)
063600     MOVE WS-READ-COUNT TO RN-COUNT(1)
063700     MOVE 'APPLIED ' TO RN-COUNT-NAME(2)
063800     MOVE WS-APPLY-COUNT TO RN-COUNT(2)
063900     MOVE 'REJECTED' TO RN-COUNT-NAME(3)
064000     MOVE WS-REJECT-COUNT TO RN-COUNT(3)
064100     MOVE RETURN-CODE TO RN-RETURN-CODE
064200     MOVE 'E' TO RN-FUNCTION
064300     CALL 'P10RUN1' USING RUN-CONTROL-PARMS.
064400 9100-EXIT.
064500     EXIT.
