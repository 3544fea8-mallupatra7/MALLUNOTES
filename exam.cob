           02 WS-NSRCH-KEY      PIC X(19).
           02 WS-NSRCH-AT-EOF   PIC X(01) VALUE 'N'.
               88 WS-NSRCH-AT-EOF-ON      VALUE 'Y'.
           02 WS-HIST-TOP-RBA   PIC S9(08) COMP.
           02 WS-HIST-BOT-RBA   PIC S9(08) COMP.
           02 WS-HIST-AT-END    PIC X(01) VALUE 'N'.
               88 WS-HIST-AT-END-ON       VALUE 'Y'.
           02 WS-LV-YEAR        PIC 9(04).
           02 WS-LV-TOP-SEQ     PIC 9(04).
       01 WS-RESP-CODE      PIC S9(08) COMP VALUE ZERO.
       COPY P10MREC.
       COPY P10AS09.
       COPY P10NREC.
       COPY P10FREC.
       COPY P10DTPRM.
       COPY P10VREC.
       COPY P10LEPRM.
       01 WS-BEFORE-IMAGE   PIC X(57).
       01 WS-BEFORE-REC REDEFINES WS-BEFORE-IMAGE.
           02 WS-BEF-ID         PIC X(04).
           02 FILLER            PIC X(20).
           02 WS-HC-STATUS      PIC X(01).
           02 FILLER            PIC X(10).
       01 WS-HIST-RBA       PIC S9(08) COMP VALUE ZERO.
       01 WS-HL-COUNT       PIC 9(02) COMP VALUE ZERO.
       01 WS-HL-IX          PIC 9(02) COMP VALUE ZERO.
       01 WS-HL-REV-IX      PIC 9(02) COMP VALUE ZERO.
       01 WS-HL-SCAN        PIC 9(04) COMP VALUE ZERO.
       01 WS-HL-PTR         PIC 9(02) COMP VALUE ZERO.
       01 WS-HL-EOF         PIC X(01) VALUE 'N'.
           88 WS-HL-EOF-ON          VALUE 'Y'.
       01 WS-HL-MATCH       PIC X(01) VALUE 'N'.
           88 WS-HL-MATCH-ON        VALUE 'Y'.
       01 WS-HL-WORK.
           02 WS-HW-DATE        PIC X(10).
           02 WS-HW-TIME        PIC X(08).
           02 WS-HW-OPER        PIC X(03).
           02 WS-HW-TYPE        PIC X(06).
           02 WS-HW-CHG         PIC X(47).
           02 WS-HW-RBA         PIC S9(08) COMP.
       01 WS-HIST-TABLE.
           02 WS-HIST-LINE OCCURS 10 TIMES.
               03 WS-HL-DATE  PIC X(10).
               03 WS-HL-TIME  PIC X(08).
               03 WS-HL-OPER  PIC X(03).
               03 WS-HL-TYPE  PIC X(06).
               03 WS-HL-CHG   PIC X(47).
               03 WS-HL-RBA   PIC S9(08) COMP.
       01 WS-HIST-REV-TABLE.
           02 WS-HIST-REV-LINE OCCURS 10 TIMES.
               03 WS-HR-ENTRY PIC X(78).
       01 WS-HB-REC.
           02 WS-HB-ID          PIC X(04).
           02 WS-HB-NAME        PIC X(15).
           02 WS-HB-ADDR        PIC X(03).
           02 WS-HB-DEPT        PIC X(04).
           02 WS-HB-DOB         PIC X(10).
           02 WS-HB-JOIN        PIC X(10).
           02 WS-HB-STATUS      PIC X(01).
           02 WS-HB-TERM        PIC X(10).
       01 WS-HA-REC.
           02 WS-HA-ID          PIC X(04).
           02 WS-HA-NAME        PIC X(15).
           02 WS-HA-ADDR        PIC X(03).
           02 WS-HA-DEPT        PIC X(04).
           02 WS-HA-DOB         PIC X(10).
           02 WS-HA-JOIN        PIC X(10).
           02 WS-HA-STATUS      PIC X(01).
           02 WS-HA-TERM        PIC X(10).
       01 WS-LV-KEY.
           02 WS-LV-KEY-ID      PIC X(04).
           02 WS-LV-KEY-YEAR    PIC 9(04).
           02 WS-LV-KEY-SEQ     PIC 9(04).
       01 WS-LV-COUNT       PIC 9(02) COMP VALUE ZERO.
       01 WS-LV-SCAN        PIC 9(04) COMP VALUE ZERO.
       01 WS-LV-MAX-SEQ     PIC 9(04) VALUE ZERO.
       01 WS-LV-OVERLAP-SEQ PIC 9(04) VALUE ZERO.
       01 WS-LV-EOF         PIC X(01) VALUE 'N'.
           88 WS-LV-EOF-ON          VALUE 'Y'.
       01 WS-LV-CLOSED      PIC X(01) VALUE 'N'.
           88 WS-LV-CLOSED-ON       VALUE 'Y'.
       01 WS-LV-CHECK       PIC X(01) VALUE 'N'.
           88 WS-LV-CHECK-ON        VALUE 'Y'.
       01 WS-LV-CARRIED     PIC S9(03)V9 VALUE ZERO.
       01 WS-LV-TAKEN       PIC S9(03)V9 VALUE ZERO.
       01 WS-LV-OTHER       PIC S9(03)V9 VALUE ZERO.
       01 WS-LV-BALANCE     PIC S9(03)V9 VALUE ZERO.
       01 WS-LV-DAYS        PIC S9(03)V9 VALUE ZERO.
       01 WS-LV-SPAN        PIC 9(04) VALUE ZERO.
       01 WS-LV-EDIT        PIC -ZZ9.9.
       01 WS-LV-NEW-START   PIC 9(08) VALUE ZERO.
       01 WS-LV-NEW-START-R REDEFINES WS-LV-NEW-START.
           02 WS-LV-START-YY    PIC 9(04).
           02 FILLER            PIC 9(04).
       01 WS-LV-NEW-END     PIC 9(08) VALUE ZERO.
       01 WS-LV-NEW-END-R REDEFINES WS-LV-NEW-END.
           02 WS-LV-END-YY      PIC 9(04).
           02 FILLER            PIC 9(04).
       01 WS-LV-OLD-START   PIC 9(08) VALUE ZERO.
       01 WS-LV-OLD-END     PIC 9(08) VALUE ZERO.
       01 WS-LV-IN-START    PIC X(10) VALUE SPACES.
       01 WS-LV-IN-END      PIC X(10) VALUE SPACES.
       01 WS-LV-IN-DAYS     PIC X(04) VALUE SPACES.
       01 WS-LV-IN-SEQ      PIC X(04) VALUE SPACES.
       01 WS-LV-WHOLE-X     PIC X(04) VALUE SPACES.
       01 WS-LV-FRAC-X      PIC X(04) VALUE SPACES.
       01 WS-LV-WHOLE-LEN   PIC 9(02) COMP VALUE ZERO.
       01 WS-LV-FRAC-LEN    PIC 9(02) COMP VALUE ZERO.
       01 WS-LV-WHOLE-N     PIC 9(02) VALUE ZERO.
       01 WS-LV-SEQ-N       PIC 9(04) VALUE ZERO.
       01 WS-LV-MSG         PIC X(40) VALUE SPACES.
       01 WS-LV-NUM-MSG.
           02 WS-LV-NUM-TEXT    PIC X(26).
           02 WS-LV-NUM-SEQ     PIC 9(04).
           02 FILLER            PIC X(10) VALUE SPACES.
       01 WS-LV-BAL-MSG.
           02 FILLER            PIC X(28) VALUE
               ' NOT ENOUGH LEAVE - BALANCE '.
           02 WS-LV-BAL-EDIT    PIC -ZZ9.9.
           02 FILLER            PIC X(06) VALUE SPACES.
       01 WS-COMMAREA-LEN   PIC 9(04) VALUE 72.
       LINKAGE SECTION.
       01 DFHCOMMAREA       PIC X(72).
       PROCEDURE DIVISION.
       MAIN-PARA.
           EXEC CICS HANDLE ABEND
           END-IF.
       FIRST-PARA.
           MOVE LOW-VALUES TO MAP1O , MAP2O , MAP3O , MAP4O , MAP5O
           MOVE LOW-VALUES TO MAP6O , MAP7O , MAP8O , MAP9O
           MOVE DATEO TO DDATEO
           PERFORM SEND-MAP-1.
       BAD-COMMAREA-PARA.
           MOVE 'N' TO WS-BUD-OVERRIDE
           MOVE SPACES TO WS-NSRCH-NAME , WS-NSRCH-KEY
           MOVE 'N' TO WS-NSRCH-AT-EOF
           MOVE ZERO TO WS-HIST-TOP-RBA , WS-HIST-BOT-RBA
           MOVE 'N' TO WS-HIST-AT-END
           MOVE ZERO TO WS-LV-YEAR , WS-LV-TOP-SEQ
           MOVE LOW-VALUES TO MAP1O
           MOVE DATEO TO DDATEO
           MOVE ' SESSION DATA LOST - PLEASE START OVER ' TO ERRORO
                   MOVE ' A PROBLEM OCCURRED - PLEASE TRY AGAIN ' TO
                       PERRORO
                   PERFORM SEND-MAP-7
               WHEN 9
                   MOVE LOW-VALUES TO MAP8O
                   MOVE ' A PROBLEM OCCURRED - PLEASE TRY AGAIN ' TO
                       HERRORO
                   PERFORM SEND-MAP-8
               WHEN 'A'
                   MOVE LOW-VALUES TO MAP9O
                   MOVE ' A PROBLEM OCCURRED - PLEASE TRY AGAIN ' TO
                       YERRORO
                   PERFORM SEND-MAP-9
               WHEN OTHER
                   MOVE 1 TO WS-CA
                   MOVE LOW-VALUES TO MAP1O
                           IF WS-CA = 7
                               PERFORM NAME-SEARCH-ENTER-PARA
                           ELSE
                               IF WS-CA = 'A'
                                   PERFORM LEDG-YEAR-PARA
                               ELSE
                                   MOVE ' INVALID KEY PRESSED ' TO
                                       ERRORO
                               END-IF
                           END-IF
                       END-IF
                   END-IF.
                   IF WS-CA = 1
                       PERFORM REFRESH-PARA
                   ELSE
                       IF WS-CA = 2
                           PERFORM HIST-SHOW-PARA
                       ELSE
                           MOVE ' INVALID KEY ' TO DERRORO
                       END-IF
                   END-IF.
               WHEN DFHPF3
                   IF WS-CA = 1
                                   IF WS-CA = 8
                                       PERFORM PEND-BACK-PARA
                                   ELSE
                                       IF WS-CA = 9
                                           PERFORM HIST-BACK-PARA
                                       ELSE
                                           IF WS-CA = 'A'
                                               PERFORM LEDG-BACK-PARA
                                           ELSE
                                               MOVE 1 TO WS-CA
                                               PERFORM SEND-MAP-1
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                               IF WS-CA = 8
                                   PERFORM PEND-SAVE-PARA
                               ELSE
                                   IF WS-CA = 'A'
                                       PERFORM LEDG-BOOK-PARA
                                   ELSE
                                       PERFORM MODIFY-PARA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                       IF WS-CA = 8
                           PERFORM PEND-CANCEL-PARA
                       ELSE
                           IF WS-CA = 2
                               PERFORM LEDG-SHOW-PARA
                           ELSE
                               IF WS-CA = 'A'
                                   PERFORM LEDG-CANCEL-PARA
                               ELSE
                                   MOVE ' INVALID KEY ' TO DERRORO
                               END-IF
                           END-IF
                       END-IF
                   END-IF.
               WHEN DFHPF9
                   IF WS-CA = 4
                       PERFORM BROWSE-PREV-PARA
                   ELSE
                       IF WS-CA = 9
                           PERFORM HIST-NEWER-PARA
                       ELSE
                           IF WS-CA = 'A'
                               PERFORM LEDG-PREV-PARA
                           ELSE
                               MOVE ' INVALID KEY ' TO ERRORO
                           END-IF
                       END-IF
                   END-IF.
               WHEN DFHPF8
                   IF WS-CA = 4
                       IF WS-CA = 7
                           PERFORM NAME-NEXT-PARA
                       ELSE
                           IF WS-CA = 9
                               PERFORM HIST-OLDER-PARA
                           ELSE
                               IF WS-CA = 'A'
                                   PERFORM LEDG-NEXT-PARA
                               ELSE
                                   MOVE ' INVALID KEY ' TO ERRORO
                               END-IF
                           END-IF
                       END-IF
                   END-IF.
               WHEN OTHER
               MAPSET('P10AS09')
               INTO(MAP7I)
           END-EXEC.
       SEND-MAP-8.
           EXEC CICS SEND
               MAP('MAP8')
               MAPSET('P10AS09')
               FROM(MAP8O)
               CURSOR
           END-EXEC
           EXEC CICS RETURN
               TRANSID('P10I')
               COMMAREA(WS-COM)
           END-EXEC.
       SEND-MAP-9.
           EXEC CICS SEND
               MAP('MAP9')
               MAPSET('P10AS09')
               FROM(MAP9O)
               CURSOR
           END-EXEC
           EXEC CICS RETURN
               TRANSID('P10I')
               COMMAREA(WS-COM)
           END-EXEC.
       RECEIVE-MAP-9.
           EXEC CICS RECEIVE
               MAP('MAP9')
               MAPSET('P10AS09')
               INTO(MAP9I)
           END-EXEC.
       REFRESH-PARA.
           MOVE LOW-VALUES TO MAP1O
           MOVE DATEO TO DDATEO
               MOVE M-DEPT   TO WS-NS-DEPT (WS-NS-COUNT)
               MOVE M-STATUS TO WS-NS-STAT (WS-NS-COUNT)
           END-IF.
      * P10HFILE IS AN ESDS WITH NO KEY, SO THE CHANGE-HISTORY SCREEN
      * BROWSES IT BY RBA - READPREV FROM THE END GIVES NEWEST FIRST,
      * AND ROWS FROM THE BATCH JOBS ARE THERE ALONGSIDE THE ONLINE
      * ONES. ONLY THE PAGE-BOUNDARY RBAS LIVE IN THE COMMAREA.
       HIST-SHOW-PARA.
           MOVE -1 TO WS-HIST-TOP-RBA
           MOVE -1 TO WS-HIST-BOT-RBA
           MOVE 'N' TO WS-HIST-AT-END
           MOVE 9 TO WS-CA
           PERFORM HIST-LOAD-OLDER-PARA
           PERFORM HIST-DISPLAY-PARA
           IF WS-HL-COUNT = 0 AND WS-HIST-AT-END-ON
               MOVE ' NO CHANGE HISTORY ON FILE ' TO HERRORO
           END-IF
           PERFORM SEND-MAP-8.
       HIST-OLDER-PARA.
           PERFORM HIST-LOAD-OLDER-PARA
           PERFORM HIST-DISPLAY-PARA
           PERFORM SEND-MAP-8.
       HIST-NEWER-PARA.
           PERFORM HIST-LOAD-NEWER-PARA
           IF WS-HL-COUNT < 10 AND WS-HL-EOF-ON
               MOVE -1 TO WS-HIST-BOT-RBA
               MOVE 'N' TO WS-HIST-AT-END
               PERFORM HIST-LOAD-OLDER-PARA
           END-IF
           PERFORM HIST-DISPLAY-PARA
           PERFORM SEND-MAP-8.
       HIST-BACK-PARA.
           MOVE LOW-VALUES TO MAP2O
           EXEC CICS READ
               FILE('P10BFILE')
               RIDFLD(WS-EMP-ID)
               INTO(MASTER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM MOVE-PARA
           END-IF
           MOVE 2 TO WS-CA
           PERFORM SEND-MAP-2.
       HIST-DISPLAY-PARA.
           MOVE LOW-VALUES TO MAP8O
           MOVE WS-EMP-ID TO HIDO
           EXEC CICS READ
               FILE('P10BFILE')
               RIDFLD(WS-EMP-ID)
               INTO(MASTER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE M-NAME TO HNAMEO
           END-IF
           IF WS-HL-SCAN NOT < 5000 AND NOT WS-HL-EOF-ON
               MOVE ' SEARCH LIMIT REACHED - PF7/PF8 GO ON ' TO HERRORO
           ELSE
               IF WS-HL-COUNT = 0
                   MOVE ' NO MORE CHANGE HISTORY ' TO HERRORO
               ELSE
                   MOVE ' PF8 OLDER / PF7 NEWER / PF3 RETURNS ' TO
                       HERRORO
               END-IF
           END-IF
           PERFORM HIST-FILL-MAP-PARA THRU HIST-FILL-MAP-EXIT
               VARYING WS-HL-IX FROM 1 BY 1 UNTIL WS-HL-IX > 10.
       HIST-FILL-MAP-PARA.
           MOVE WS-HL-DATE (WS-HL-IX) TO HLDTO (WS-HL-IX)
           MOVE WS-HL-TIME (WS-HL-IX) TO HLTMO (WS-HL-IX)
           MOVE WS-HL-OPER (WS-HL-IX) TO HLOPO (WS-HL-IX)
           MOVE WS-HL-TYPE (WS-HL-IX) TO HLTYO (WS-HL-IX)
           MOVE WS-HL-CHG  (WS-HL-IX) TO HLCHO (WS-HL-IX).
       HIST-FILL-MAP-EXIT.
           EXIT.
      * OLDER PAGE - READPREV FROM THE LAST ROW EXAMINED. THE FIRST
      * READPREV AFTER STARTBR RETURNS THAT ROW AGAIN, SO IT IS
      * SKIPPED. X'FFFFFFFF' (-1) STARTS FROM THE END OF THE FILE.
       HIST-LOAD-OLDER-PARA.
           MOVE SPACES TO WS-HIST-TABLE
           MOVE ZERO TO WS-HL-COUNT
           MOVE ZERO TO WS-HL-SCAN
           MOVE 'N' TO WS-HL-EOF
           IF WS-HIST-AT-END-ON
               MOVE 'Y' TO WS-HL-EOF
           ELSE
               MOVE WS-HIST-BOT-RBA TO WS-HIST-RBA
               EXEC CICS STARTBR
                   FILE('P10HFILE')
                   RIDFLD(WS-HIST-RBA)
                   RBA
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM HIST-OLD-LOOP-PARA THRU HIST-OLD-LOOP-EXIT
                       UNTIL WS-HL-COUNT = 10 OR WS-HL-EOF-ON
                           OR WS-HL-SCAN = 5000
                   EXEC CICS ENDBR
                       FILE('P10HFILE')
                   END-EXEC
               ELSE
                   MOVE 'Y' TO WS-HL-EOF
               END-IF
               IF WS-HL-EOF-ON
                   MOVE 'Y' TO WS-HIST-AT-END
               END-IF
               IF WS-HL-COUNT > 0
                   MOVE WS-HL-RBA (1) TO WS-HIST-TOP-RBA
               END-IF
           END-IF.
       HIST-OLD-LOOP-PARA.
           ADD 1 TO WS-HL-SCAN
           EXEC CICS READPREV
               FILE('P10HFILE')
               INTO(HIST-RECORD)
               RIDFLD(WS-HIST-RBA)
               RBA
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF WS-HIST-RBA NOT = WS-HIST-BOT-RBA
                   MOVE WS-HIST-RBA TO WS-HIST-BOT-RBA
                   PERFORM HIST-MATCH-PARA
                   IF WS-HL-MATCH-ON
                       PERFORM HIST-FORMAT-PARA
                       ADD 1 TO WS-HL-COUNT
                       MOVE WS-HL-WORK TO WS-HIST-LINE (WS-HL-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-HL-EOF
           END-IF.
       HIST-OLD-LOOP-EXIT.
           EXIT.
      * NEWER PAGE - READNEXT FROM THE TOP ROW SHOWN, THEN TURN THE
      * ROWS ROUND SO THE SCREEN STAYS NEWEST FIRST. RUNNING OFF THE
      * END OF THE FILE SHORT OF A FULL PAGE REFRESHES THE NEWEST
      * PAGE INSTEAD.
       HIST-LOAD-NEWER-PARA.
           MOVE SPACES TO WS-HIST-REV-TABLE
           MOVE ZERO TO WS-HL-COUNT
           MOVE ZERO TO WS-HL-SCAN
           MOVE 'Y' TO WS-HL-EOF
           IF WS-HIST-TOP-RBA NOT = -1
               MOVE 'N' TO WS-HL-EOF
               MOVE WS-HIST-TOP-RBA TO WS-HIST-RBA
               EXEC CICS STARTBR
                   FILE('P10HFILE')
                   RIDFLD(WS-HIST-RBA)
                   RBA
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM HIST-NEW-LOOP-PARA THRU HIST-NEW-LOOP-EXIT
                       UNTIL WS-HL-COUNT = 10 OR WS-HL-EOF-ON
                           OR WS-HL-SCAN = 5000
                   EXEC CICS ENDBR
                       FILE('P10HFILE')
                   END-EXEC
               ELSE
                   MOVE 'Y' TO WS-HL-EOF
               END-IF
           END-IF
           IF WS-HL-COUNT > 0
               MOVE SPACES TO WS-HIST-TABLE
               PERFORM HIST-REVERSE-PARA THRU HIST-REVERSE-EXIT
                   VARYING WS-HL-IX FROM 1 BY 1
                   UNTIL WS-HL-IX > WS-HL-COUNT
               MOVE WS-HL-RBA (WS-HL-COUNT) TO WS-HIST-BOT-RBA
               MOVE 'N' TO WS-HIST-AT-END
           END-IF.
       HIST-NEW-LOOP-PARA.
           ADD 1 TO WS-HL-SCAN
           EXEC CICS READNEXT
               FILE('P10HFILE')
               INTO(HIST-RECORD)
               RIDFLD(WS-HIST-RBA)
               RBA
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF WS-HIST-RBA NOT = WS-HIST-TOP-RBA
                   MOVE WS-HIST-RBA TO WS-HIST-TOP-RBA
                   PERFORM HIST-MATCH-PARA
                   IF WS-HL-MATCH-ON
                       PERFORM HIST-FORMAT-PARA
                       ADD 1 TO WS-HL-COUNT
                       MOVE WS-HL-WORK TO WS-HR-ENTRY (WS-HL-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-HL-EOF
           END-IF.
       HIST-NEW-LOOP-EXIT.
           EXIT.
       HIST-REVERSE-PARA.
           COMPUTE WS-HL-REV-IX = WS-HL-COUNT - WS-HL-IX + 1
           MOVE WS-HR-ENTRY (WS-HL-REV-IX) TO WS-HIST-LINE (WS-HL-IX).
       HIST-REVERSE-EXIT.
           EXIT.
      * REFERENCE-DATA ROWS CARRY DEPT/OPERATOR IMAGES, NOT MASTERS.
      * AN ADD HAS ONLY AN AFTER IMAGE; EVERY OTHER ROW HAS A BEFORE.
       HIST-MATCH-PARA.
           MOVE 'N' TO WS-HL-MATCH
           IF H-OPER-REF-ADD OR H-OPER-REF-CHG OR H-OPER-REF-DEA
               CONTINUE
           ELSE
               IF H-OPER-ADD
                   IF H-AFTER-MASTER(1:4) = WS-EMP-ID
                       MOVE 'Y' TO WS-HL-MATCH
                   END-IF
               ELSE
                   IF H-BEFORE-MASTER(1:4) = WS-EMP-ID
                       MOVE 'Y' TO WS-HL-MATCH
                   END-IF
               END-IF
           END-IF.
       HIST-FORMAT-PARA.
           MOVE SPACES TO WS-HL-WORK
           MOVE H-DATE TO WS-HW-DATE
           MOVE H-TIME TO WS-HW-TIME
           MOVE H-OPER-ID TO WS-HW-OPER
           MOVE H-OPER-TYPE TO WS-HW-TYPE
           MOVE WS-HIST-RBA TO WS-HW-RBA
           MOVE H-BEFORE-MASTER TO WS-HB-REC
           MOVE H-AFTER-MASTER TO WS-HA-REC
           MOVE 1 TO WS-HL-PTR
           EVALUATE TRUE
               WHEN H-OPER-ADD
                   STRING 'NEW RECORD - DEPT ' WS-HA-DEPT
                       ' STAT ' WS-HA-STATUS
                       DELIMITED BY SIZE INTO WS-HW-CHG
                   END-STRING
               WHEN H-OPER-DELETE
                   MOVE 'RECORD DELETED' TO WS-HW-CHG
               WHEN H-OPER-ARCHIVE
                   MOVE 'MOVED TO ARCHIVE' TO WS-HW-CHG
               WHEN OTHER
                   PERFORM HIST-COMPARE-PARA
           END-EVALUATE.
      * SAME FIELD-BY-FIELD COMPARE AS THE P10RPT5 LISTING, SQUEEZED
      * ONTO ONE SCREEN LINE - OLD>NEW WHERE THE VALUE IS SHORT ENOUGH.
       HIST-COMPARE-PARA.
           IF WS-HB-NAME NOT = WS-HA-NAME
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-ADDR NOT = WS-HA-ADDR
               STRING 'ADDR ' WS-HB-ADDR '>' WS-HA-ADDR ' '
                   DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-DEPT NOT = WS-HA-DEPT
               STRING 'DEPT ' WS-HB-DEPT '>' WS-HA-DEPT ' '
                   DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-DOB NOT = WS-HA-DOB
               STRING 'DOB ' DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-JOIN NOT = WS-HA-JOIN
               STRING 'JOIN ' DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-STATUS NOT = WS-HA-STATUS
               STRING 'STAT ' WS-HB-STATUS '>' WS-HA-STATUS ' '
                   DELIMITED BY SIZE
                   INTO WS-HW-CHG WITH POINTER WS-HL-PTR
               END-STRING
           END-IF
           IF WS-HB-TERM NOT = WS-HA-TERM
               IF WS-HA-TERM = SPACES
                   STRING 'TERM CLEARED ' DELIMITED BY SIZE
                       INTO WS-HW-CHG WITH POINTER WS-HL-PTR
                   END-STRING
               ELSE
                   STRING 'TERM ' WS-HA-TERM DELIMITED BY SIZE
                       INTO WS-HW-CHG WITH POINTER WS-HL-PTR
                   END-STRING
               END-IF
           END-IF
           IF WS-HL-PTR = 1
               MOVE 'NO FIELD CHANGES' TO WS-HW-CHG
           END-IF.
      * ANNUAL LEAVE LEDGER (MAP9) - ONE P10VFILE ROW PER BOOKING OR
      * ADJUSTMENT, KEYED ID + LEAVE YEAR + ENTRY NUMBER. THE
      * ENTITLEMENT COMES FROM P10LENT1 (SAME CALCULATION AS THE
      * YEAR-END AND SETTLEMENT JOBS), THE REST IS SUMMED FROM THE
      * ACTIVE ROWS OF THE YEAR ON SCREEN. ONLY THE YEAR AND THE FIRST
      * ENTRY NUMBER SHOWN LIVE IN THE COMMAREA.
       LEDG-SHOW-PARA.
           MOVE WS-YY TO WS-LV-YEAR
           MOVE 1 TO WS-LV-TOP-SEQ
           MOVE 'A' TO WS-CA
           MOVE SPACES TO WS-LV-MSG
           PERFORM LEDG-DISPLAY-PARA
           PERFORM SEND-MAP-9.
       LEDG-YEAR-PARA.
           PERFORM RECEIVE-MAP-9
           MOVE SPACES TO WS-LV-MSG
           IF YYEARI NOT = SPACES AND YYEARI NOT = LOW-VALUES
               IF YYEARI IS NUMERIC AND YYEARI > '1899'
                   MOVE YYEARI TO WS-LV-YEAR
                   MOVE 1 TO WS-LV-TOP-SEQ
               ELSE
                   MOVE ' LEAVE YEAR MUST BE YYYY ' TO WS-LV-MSG
               END-IF
           END-IF
           PERFORM LEDG-DISPLAY-PARA
           PERFORM SEND-MAP-9.
       LEDG-NEXT-PARA.
           MOVE SPACES TO WS-LV-MSG
           ADD 10 TO WS-LV-TOP-SEQ
           PERFORM LEDG-DISPLAY-PARA
           IF WS-LV-COUNT = 0
               SUBTRACT 10 FROM WS-LV-TOP-SEQ
               MOVE ' NO MORE ENTRIES FOR THIS YEAR ' TO WS-LV-MSG
               PERFORM LEDG-DISPLAY-PARA
           END-IF
           PERFORM SEND-MAP-9.
       LEDG-PREV-PARA.
           MOVE SPACES TO WS-LV-MSG
           IF WS-LV-TOP-SEQ > 10
               SUBTRACT 10 FROM WS-LV-TOP-SEQ
           ELSE
               MOVE 1 TO WS-LV-TOP-SEQ
           END-IF
           PERFORM LEDG-DISPLAY-PARA
           PERFORM SEND-MAP-9.
       LEDG-BOOK-PARA.
           PERFORM RECEIVE-MAP-9
           PERFORM LEDG-SAVE-INPUT-PARA
           MOVE SPACES TO WS-LV-MSG
           PERFORM LEDG-EDIT-BOOKING-PARA
           IF FLAG = 'Y'
               MOVE 'Y' TO WS-LV-CHECK
               MOVE 1 TO WS-LV-TOP-SEQ
               PERFORM LEDG-DISPLAY-PARA
               MOVE 'N' TO WS-LV-CHECK
               PERFORM LEDG-CHECK-BOOKING-PARA
           END-IF
           IF FLAG = 'Y'
               PERFORM LEDG-WRITE-PARA
           END-IF
           PERFORM LEDG-DISPLAY-PARA
           IF FLAG NOT = 'Y'
               PERFORM LEDG-RESTORE-INPUT-PARA
           END-IF
           PERFORM SEND-MAP-9.
       LEDG-SAVE-INPUT-PARA.
           MOVE YSTRTI TO WS-LV-IN-START
           MOVE YENDI TO WS-LV-IN-END
           MOVE YDAYSI TO WS-LV-IN-DAYS
           MOVE YSEQI TO WS-LV-IN-SEQ.
       LEDG-RESTORE-INPUT-PARA.
           MOVE WS-LV-IN-START TO YSTRTO
           MOVE WS-LV-IN-END TO YENDO
           MOVE WS-LV-IN-DAYS TO YDAYSO
           MOVE WS-LV-IN-SEQ TO YSEQO.
       LEDG-EDIT-BOOKING-PARA.
           MOVE 'Y' TO FLAG
           MOVE WS-LV-IN-START TO DT-DATE-IN
           COMPUTE DT-CURR-YYYY = WS-YY + 1
           CALL 'P10DATE1' USING DATE-EDIT-PARMS
           IF DT-INVALID
               MOVE ' START DATE MUST BE A REAL DD/MM/YYYY ' TO
                   WS-LV-MSG
               MOVE 'N' TO FLAG
           END-IF
           IF FLAG = 'Y'
               MOVE WS-LV-IN-END TO DT-DATE-IN
               CALL 'P10DATE1' USING DATE-EDIT-PARMS
               IF DT-INVALID
                   MOVE ' END DATE MUST BE A REAL DD/MM/YYYY ' TO
                       WS-LV-MSG
                   MOVE 'N' TO FLAG
               END-IF
           END-IF
           IF FLAG = 'Y'
               MOVE WS-LV-IN-START(7:4) TO WS-LV-NEW-START(1:4)
               MOVE WS-LV-IN-START(4:2) TO WS-LV-NEW-START(5:2)
               MOVE WS-LV-IN-START(1:2) TO WS-LV-NEW-START(7:2)
               MOVE WS-LV-IN-END(7:4) TO WS-LV-NEW-END(1:4)
               MOVE WS-LV-IN-END(4:2) TO WS-LV-NEW-END(5:2)
               MOVE WS-LV-IN-END(1:2) TO WS-LV-NEW-END(7:2)
               EVALUATE TRUE
                   WHEN WS-LV-NEW-END < WS-LV-NEW-START
                       MOVE ' END DATE IS BEFORE THE START DATE ' TO
                           WS-LV-MSG
                       MOVE 'N' TO FLAG
                   WHEN WS-LV-START-YY NOT = WS-LV-END-YY
                       MOVE ' BOOK EACH LEAVE YEAR SEPARATELY ' TO
                           WS-LV-MSG
                       MOVE 'N' TO FLAG
                   WHEN WS-LV-START-YY < WS-YY
                       MOVE ' CANNOT BOOK INTO A PAST LEAVE YEAR ' TO
                           WS-LV-MSG
                       MOVE 'N' TO FLAG
                   WHEN OTHER
                       MOVE WS-LV-START-YY TO WS-LV-YEAR
               END-EVALUATE
           END-IF
           IF FLAG = 'Y'
               PERFORM LEDG-EDIT-DAYS-PARA
           END-IF.
      * DAYS ARE KEYED LEFT-JUSTIFIED AS WHOLE OR HALF DAYS - 3, 12,
      * 2.5 OR 0.5 - AND MAY NOT EXCEED THE CALENDAR DAYS COVERED.
       LEDG-EDIT-DAYS-PARA.
           INSPECT WS-LV-IN-DAYS REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES TO WS-LV-WHOLE-X
           MOVE SPACES TO WS-LV-FRAC-X
           MOVE ZERO TO WS-LV-WHOLE-LEN
           MOVE ZERO TO WS-LV-FRAC-LEN
           UNSTRING WS-LV-IN-DAYS DELIMITED BY '.' OR ALL SPACE
               INTO WS-LV-WHOLE-X COUNT IN WS-LV-WHOLE-LEN
                    WS-LV-FRAC-X COUNT IN WS-LV-FRAC-LEN
           END-UNSTRING
           MOVE 'N' TO FLAG
           IF WS-LV-WHOLE-LEN > 0 AND WS-LV-WHOLE-LEN < 3
               IF WS-LV-WHOLE-X(1:WS-LV-WHOLE-LEN) IS NUMERIC
                   IF WS-LV-FRAC-LEN = 0
                           OR (WS-LV-FRAC-LEN = 1
                               AND (WS-LV-FRAC-X(1:1) = '0'
                                   OR WS-LV-FRAC-X(1:1) = '5'))
                       MOVE 'Y' TO FLAG
                   END-IF
               END-IF
           END-IF
           IF FLAG = 'Y'
               MOVE WS-LV-WHOLE-X(1:WS-LV-WHOLE-LEN) TO WS-LV-WHOLE-N
               MOVE WS-LV-WHOLE-N TO WS-LV-DAYS
               IF WS-LV-FRAC-X(1:1) = '5'
                   ADD 0.5 TO WS-LV-DAYS
               END-IF
               IF WS-LV-DAYS = ZERO
                   MOVE 'N' TO FLAG
               END-IF
           END-IF
           IF FLAG = 'Y'
               COMPUTE WS-LV-SPAN =
                   FUNCTION INTEGER-OF-DATE(WS-LV-NEW-END) -
                   FUNCTION INTEGER-OF-DATE(WS-LV-NEW-START) + 1
               IF WS-LV-DAYS > WS-LV-SPAN
                   MOVE ' MORE DAYS THAN THE DATES COVER ' TO
                       WS-LV-MSG
                   MOVE 'N' TO FLAG
               END-IF
           ELSE
               MOVE ' DAYS MUST BE WHOLE OR HALF DAYS (2.5) ' TO
                   WS-LV-MSG
           END-IF.
       LEDG-CHECK-BOOKING-PARA.
           EVALUATE TRUE
               WHEN M-TERMINATED
                   MOVE ' EMPLOYEE IS TERMINATED - NO BOOKINGS ' TO
                       WS-LV-MSG
                   MOVE 'N' TO FLAG
               WHEN WS-LV-CLOSED-ON
                   MOVE ' THIS LEAVE YEAR IS CLOSED ' TO WS-LV-MSG
                   MOVE 'N' TO FLAG
               WHEN WS-LV-OVERLAP-SEQ > ZERO
                   MOVE ' OVERLAPS BOOKING - ENTRY ' TO WS-LV-NUM-TEXT
                   MOVE WS-LV-OVERLAP-SEQ TO WS-LV-NUM-SEQ
                   MOVE WS-LV-NUM-MSG TO WS-LV-MSG
                   MOVE 'N' TO FLAG
               WHEN WS-LV-DAYS > WS-LV-BALANCE
                   MOVE WS-LV-BALANCE TO WS-LV-BAL-EDIT
                   MOVE WS-LV-BAL-MSG TO WS-LV-MSG
                   MOVE 'N' TO FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LEDG-WRITE-PARA.
           MOVE SPACES TO LEAVE-LEDGER-RECORD
           MOVE WS-EMP-ID TO V-ID
           MOVE WS-LV-YEAR TO V-YEAR
           COMPUTE V-SEQ = WS-LV-MAX-SEQ + 1
           MOVE 'B' TO V-TYPE
           MOVE 'A' TO V-STATUS
           MOVE WS-LV-IN-START TO V-START-DATE
           MOVE WS-LV-IN-END TO V-END-DATE
           COMPUTE V-DAYS = ZERO - WS-LV-DAYS
           MOVE EIBOPID TO V-REQ-OPER
           MOVE DATEO TO V-REQ-DATE
           MOVE WS-TIME TO V-REQ-TIME
           MOVE M-JOIN TO V-JOIN-DATE
           EXEC CICS WRITE
               FILE('P10VFILE')
               RIDFLD(V-KEY)
               FROM(LEAVE-LEDGER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE ' LEAVE BOOKED AS ENTRY ' TO WS-LV-NUM-TEXT
                   MOVE V-SEQ TO WS-LV-NUM-SEQ
                   MOVE WS-LV-NUM-MSG TO WS-LV-MSG
               WHEN DFHRESP(DUPREC)
                   MOVE ' ENTRY TAKEN BY ANOTHER USER - PF2 AGAIN ' TO
                       WS-LV-MSG
                   MOVE 'N' TO FLAG
               WHEN OTHER
                   MOVE ' LEAVE BOOKING NOT SAVED ' TO WS-LV-MSG
                   MOVE 'N' TO FLAG
           END-EVALUATE.
       LEDG-CANCEL-PARA.
           PERFORM RECEIVE-MAP-9
           PERFORM LEDG-SAVE-INPUT-PARA
           MOVE SPACES TO WS-LV-MSG
           MOVE 'N' TO FLAG
           PERFORM LEDG-DISPLAY-PARA
           PERFORM LEDG-EDIT-SEQ-PARA
           IF FLAG NOT = 'Y'
               MOVE ' KEY THE ENTRY NUMBER TO CANCEL ' TO WS-LV-MSG
           ELSE
               MOVE 'N' TO FLAG
               IF WS-LV-CLOSED-ON
                   MOVE ' THIS LEAVE YEAR IS CLOSED ' TO WS-LV-MSG
               ELSE
                   PERFORM LEDG-CANCEL-APPLY-PARA
               END-IF
           END-IF
           PERFORM LEDG-DISPLAY-PARA
           IF FLAG NOT = 'Y'
               PERFORM LEDG-RESTORE-INPUT-PARA
           END-IF
           PERFORM SEND-MAP-9.
      * THE ENTRY NUMBER IS KEYED LEFT-JUSTIFIED, WITH OR WITHOUT
      * LEADING ZEROS - 3 OR 0003.
       LEDG-EDIT-SEQ-PARA.
           INSPECT WS-LV-IN-SEQ REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES TO WS-LV-WHOLE-X
           MOVE ZERO TO WS-LV-WHOLE-LEN
           UNSTRING WS-LV-IN-SEQ DELIMITED BY ALL SPACE
               INTO WS-LV-WHOLE-X COUNT IN WS-LV-WHOLE-LEN
           END-UNSTRING
           MOVE 'N' TO FLAG
           MOVE ZERO TO WS-LV-SEQ-N
           IF WS-LV-WHOLE-LEN > 0
               IF WS-LV-WHOLE-X(1:WS-LV-WHOLE-LEN) IS NUMERIC
                   MOVE WS-LV-WHOLE-X(1:WS-LV-WHOLE-LEN) TO WS-LV-SEQ-N
                   IF WS-LV-SEQ-N > ZERO
                       MOVE 'Y' TO FLAG
                   END-IF
               END-IF
           END-IF.
      * A CANCELLED BOOKING IS KEPT WITH STATUS X AND WHO CANCELLED
      * IT, SO THE LEDGER STILL SHOWS EVERYTHING THAT WAS BOOKED.
      * A ROW OF AN EARLIER HOLDER OF THE ID IS NOT THIS EMPLOYEE'S.
       LEDG-CANCEL-APPLY-PARA.
           MOVE WS-EMP-ID TO V-ID
           MOVE WS-LV-YEAR TO V-YEAR
           MOVE WS-LV-SEQ-N TO V-SEQ
           EXEC CICS READ
               FILE('P10VFILE')
               RIDFLD(V-KEY)
               INTO(LEAVE-LEDGER-RECORD)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   IF V-TYPE-BOOKING AND V-ACTIVE
                           AND V-JOIN-DATE = M-JOIN
                       MOVE 'X' TO V-STATUS
                       MOVE EIBOPID TO V-CAN-OPER
                       MOVE DATEO TO V-CAN-DATE
                       EXEC CICS REWRITE
                           FILE('P10VFILE')
                           FROM(LEAVE-LEDGER-RECORD)
                           RESP(WS-RESP-CODE)
                       END-EXEC
                       IF WS-RESP-CODE = DFHRESP(NORMAL)
                           MOVE ' BOOKING CANCELLED - ENTRY ' TO
                               WS-LV-NUM-TEXT
                           MOVE V-SEQ TO WS-LV-NUM-SEQ
                           MOVE WS-LV-NUM-MSG TO WS-LV-MSG
                           MOVE 'Y' TO FLAG
                       ELSE
                           MOVE ' BOOKING NOT CANCELLED ' TO WS-LV-MSG
                       END-IF
                   ELSE
                       EXEC CICS UNLOCK
                           FILE('P10VFILE')
                       END-EXEC
                       EVALUATE TRUE
                           WHEN V-JOIN-DATE NOT = M-JOIN
                               MOVE ' NO SUCH ENTRY IN THIS LEAVE YEAR '
                                   TO WS-LV-MSG
                           WHEN V-CANCELLED
                               MOVE ' ENTRY IS ALREADY CANCELLED ' TO
                                   WS-LV-MSG
                           WHEN OTHER
                               MOVE ' ONLY A BOOKING CAN BE CANCELLED '
                                   TO WS-LV-MSG
                       END-EVALUATE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE ' NO SUCH ENTRY IN THIS LEAVE YEAR ' TO
                       WS-LV-MSG
               WHEN OTHER
                   MOVE ' ERROR ACCESSING LEAVE LEDGER ' TO WS-LV-MSG
           END-EVALUATE.
       LEDG-BACK-PARA.
           MOVE LOW-VALUES TO MAP2O
           EXEC CICS READ
               FILE('P10BFILE')
               RIDFLD(WS-EMP-ID)
               INTO(MASTER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM MOVE-PARA
           END-IF
           MOVE 2 TO WS-CA
           PERFORM SEND-MAP-2.
       LEDG-DISPLAY-PARA.
           MOVE LOW-VALUES TO MAP9O
           MOVE WS-EMP-ID TO YIDO
           MOVE WS-LV-YEAR TO YYEARO
           MOVE SPACES TO MASTER-RECORD
           EXEC CICS READ
               FILE('P10BFILE')
               RIDFLD(WS-EMP-ID)
               INTO(MASTER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           MOVE M-NAME TO YNAMEO
           MOVE M-JOIN TO LE-JOIN-DATE
           IF M-TERMINATED
               MOVE M-TERM-DATE TO LE-TERM-DATE
           ELSE
               MOVE SPACES TO LE-TERM-DATE
           END-IF
           MOVE WS-LV-YEAR TO LE-LEAVE-YEAR
           CALL 'P10LENT1' USING LEAVE-ENT-PARMS
           PERFORM LEDG-SCAN-PARA
           COMPUTE WS-LV-BALANCE = LE-ENTITLEMENT + WS-LV-CARRIED
               + WS-LV-TAKEN + WS-LV-OTHER
           MOVE LE-SERVICE-YRS TO YSERVO
           MOVE LE-ENTITLEMENT TO WS-LV-EDIT
           MOVE WS-LV-EDIT TO YENTO
           MOVE WS-LV-CARRIED TO WS-LV-EDIT
           MOVE WS-LV-EDIT TO YCFWDO
           COMPUTE WS-LV-EDIT = ZERO - WS-LV-TAKEN
           MOVE WS-LV-EDIT TO YTAKNO
           MOVE WS-LV-OTHER TO WS-LV-EDIT
           MOVE WS-LV-EDIT TO YADJO
           MOVE WS-LV-BALANCE TO WS-LV-EDIT
           MOVE WS-LV-EDIT TO YBALO
           IF WS-LV-MSG = SPACES
               MOVE ' PF2 BOOK PF6 CANCEL PF7/8 PAGE PF3 BACK' TO
                   YERRORO
           ELSE
               MOVE WS-LV-MSG TO YERRORO
           END-IF.
      * ONE PASS OVER THE YEAR - TOTALS FROM EVERY ACTIVE ROW, UP TO
      * TEN LINES FROM WS-LV-TOP-SEQ ONWARD FOR THE SCREEN, THE LAST
      * ENTRY NUMBER USED, AND (WHEN BOOKING) ANY ACTIVE BOOKING THAT
      * OVERLAPS THE NEW DATES. ROWS OF AN EARLIER HOLDER OF THE ID
      * (V-JOIN-DATE NOT THIS EMPLOYEE'S M-JOIN) ONLY COUNT TOWARDS
      * THE LAST ENTRY NUMBER USED.
       LEDG-SCAN-PARA.
           MOVE ZERO TO WS-LV-CARRIED
           MOVE ZERO TO WS-LV-TAKEN
           MOVE ZERO TO WS-LV-OTHER
           MOVE ZERO TO WS-LV-COUNT
           MOVE ZERO TO WS-LV-SCAN
           MOVE ZERO TO WS-LV-MAX-SEQ
           MOVE ZERO TO WS-LV-OVERLAP-SEQ
           MOVE 'N' TO WS-LV-CLOSED
           MOVE 'N' TO WS-LV-EOF
           MOVE WS-EMP-ID TO WS-LV-KEY-ID
           MOVE WS-LV-YEAR TO WS-LV-KEY-YEAR
           MOVE ZERO TO WS-LV-KEY-SEQ
           EXEC CICS STARTBR
               FILE('P10VFILE')
               RIDFLD(WS-LV-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM LEDG-SCAN-LOOP-PARA THRU LEDG-SCAN-LOOP-EXIT
                   UNTIL WS-LV-EOF-ON OR WS-LV-SCAN = 500
               EXEC CICS ENDBR
                   FILE('P10VFILE')
               END-EXEC
           END-IF.
       LEDG-SCAN-LOOP-PARA.
           ADD 1 TO WS-LV-SCAN
           EXEC CICS READNEXT
               FILE('P10VFILE')
               INTO(LEAVE-LEDGER-RECORD)
               RIDFLD(WS-LV-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LV-EOF
           ELSE
               IF V-ID NOT = WS-EMP-ID OR V-YEAR NOT = WS-LV-YEAR
                   MOVE 'Y' TO WS-LV-EOF
               ELSE
                   MOVE V-SEQ TO WS-LV-MAX-SEQ
                   IF V-JOIN-DATE = M-JOIN
                       PERFORM LEDG-TAKE-ROW-PARA
                   END-IF
               END-IF
           END-IF.
       LEDG-SCAN-LOOP-EXIT.
           EXIT.
       LEDG-TAKE-ROW-PARA.
           IF V-ACTIVE
               PERFORM LEDG-ADD-ENTRY-PARA
           END-IF
           IF V-SEQ NOT < WS-LV-TOP-SEQ AND WS-LV-COUNT < 10
               ADD 1 TO WS-LV-COUNT
               PERFORM LEDG-FILL-LINE-PARA
           END-IF.
       LEDG-ADD-ENTRY-PARA.
           EVALUATE TRUE
               WHEN V-TYPE-BOOKING
                   ADD V-DAYS TO WS-LV-TAKEN
               WHEN V-TYPE-CARRY-IN
                   ADD V-DAYS TO WS-LV-CARRIED
               WHEN OTHER
                   ADD V-DAYS TO WS-LV-OTHER
           END-EVALUATE
           IF V-TYPE-CLOSING
               MOVE 'Y' TO WS-LV-CLOSED
           END-IF
           IF V-TYPE-BOOKING AND WS-LV-CHECK-ON
               MOVE V-START-DATE(7:4) TO WS-LV-OLD-START(1:4)
               MOVE V-START-DATE(4:2) TO WS-LV-OLD-START(5:2)
               MOVE V-START-DATE(1:2) TO WS-LV-OLD-START(7:2)
               MOVE V-END-DATE(7:4) TO WS-LV-OLD-END(1:4)
               MOVE V-END-DATE(4:2) TO WS-LV-OLD-END(5:2)
               MOVE V-END-DATE(1:2) TO WS-LV-OLD-END(7:2)
               IF WS-LV-NEW-START NOT > WS-LV-OLD-END
                       AND WS-LV-NEW-END NOT < WS-LV-OLD-START
                   MOVE V-SEQ TO WS-LV-OVERLAP-SEQ
               END-IF
           END-IF.
       LEDG-FILL-LINE-PARA.
           MOVE V-SEQ TO YLSQO (WS-LV-COUNT)
           EVALUATE TRUE
               WHEN V-CANCELLED
                   MOVE 'CANCELLED' TO YLTYO (WS-LV-COUNT)
               WHEN V-TYPE-BOOKING
                   MOVE 'BOOKED' TO YLTYO (WS-LV-COUNT)
               WHEN V-TYPE-CARRY-IN
                   MOVE 'CARRY IN' TO YLTYO (WS-LV-COUNT)
               WHEN V-TYPE-CARRY-OUT
                   MOVE 'CARRY OUT' TO YLTYO (WS-LV-COUNT)
               WHEN V-TYPE-FORFEIT
                   MOVE 'FORFEITED' TO YLTYO (WS-LV-COUNT)
               WHEN V-TYPE-SETTLED
                   MOVE 'SETTLED' TO YLTYO (WS-LV-COUNT)
               WHEN OTHER
                   MOVE V-TYPE TO YLTYO (WS-LV-COUNT)
           END-EVALUATE
           MOVE V-START-DATE TO YLSTO (WS-LV-COUNT)
           MOVE V-END-DATE TO YLENO (WS-LV-COUNT)
           MOVE V-DAYS TO WS-LV-EDIT
           MOVE WS-LV-EDIT TO YLDYO (WS-LV-COUNT)
           IF V-CANCELLED
               MOVE V-CAN-OPER TO YLOPO (WS-LV-COUNT)
               MOVE V-CAN-DATE TO YLDTO (WS-LV-COUNT)
           ELSE
               MOVE V-REQ-OPER TO YLOPO (WS-LV-COUNT)
               MOVE V-REQ-DATE TO YLDTO (WS-LV-COUNT)
           END-IF.
       XREF-ADD-PARA.
           MOVE M-NAME TO N-NAME
           MOVE M-ID TO N-ID
