       01 WS-RESP-CODE      PIC S9(08) COMP VALUE ZERO.
       COPY P10DREC.
       COPY P10OREC.
       COPY P10GREC.
       COPY P10HREC.
       COPY P10AS10.
       01 WS-AUTH-RECORD.
               END-EXEC
           END-IF.
       FIRST-PARA.
           MOVE LOW-VALUES TO MAPDO , MAPOO , MAPVO
           MOVE 1 TO WS-CA
           PERFORM SEND-MAP-D.
       BAD-COMMAREA-PARA.
                   MOVE ' A PROBLEM OCCURRED - PLEASE TRY AGAIN ' TO
                       ROERRO
                   PERFORM SEND-MAP-O
               WHEN 3
                   MOVE LOW-VALUES TO MAPVO
                   MOVE ' A PROBLEM OCCURRED - PLEASE TRY AGAIN ' TO
                       RVERRO
                   PERFORM SEND-MAP-V
               WHEN OTHER
                   MOVE 1 TO WS-CA
                   MOVE LOW-VALUES TO MAPDO
                   IF WS-CA = 1
                       PERFORM DEPT-INQUIRE-PARA
                   ELSE
                       IF WS-CA = 3
                           PERFORM DIV-INQUIRE-PARA
                       ELSE
                           PERFORM OPER-INQUIRE-PARA
                       END-IF
                   END-IF.
               WHEN DFHPF2
                   IF WS-CA = 1
                       PERFORM DEPT-UPDATE-PARA
                   ELSE
                       IF WS-CA = 3
                           PERFORM DIV-UPDATE-PARA
                       ELSE
                           PERFORM OPER-UPDATE-PARA
                       END-IF
                   END-IF.
               WHEN DFHPF5
                   IF WS-CA = 1
                       PERFORM DEPT-DEACT-PARA
                   ELSE
                       IF WS-CA = 3
                           PERFORM DIV-DEACT-PARA
                       ELSE
                           PERFORM OPER-DEACT-PARA
                       END-IF
                   END-IF.
               WHEN DFHPF9
                   IF WS-CA = 1
                       MOVE LOW-VALUES TO MAPOO
                       PERFORM SEND-MAP-O
                   ELSE
                       IF WS-CA = 2
                           MOVE 3 TO WS-CA
                           MOVE LOW-VALUES TO MAPVO
                           PERFORM SEND-MAP-V
                       ELSE
                           MOVE 1 TO WS-CA
                           MOVE LOW-VALUES TO MAPDO
                           PERFORM SEND-MAP-D
                       END-IF
                   END-IF.
               WHEN DFHPF3
                   PERFORM EXIT-PARA.
                       MOVE ' PLEASE CHECK THE OPTION ' TO RDERRO
                       PERFORM SEND-MAP-D
                   ELSE
                       IF WS-CA = 3
                           MOVE LOW-VALUES TO MAPVO
                           MOVE ' PLEASE CHECK THE OPTION ' TO RVERRO
                           PERFORM SEND-MAP-V
                       ELSE
                           MOVE LOW-VALUES TO MAPOO
                           MOVE ' PLEASE CHECK THE OPTION ' TO ROERRO
                           PERFORM SEND-MAP-O
                       END-IF
                   END-IF
           END-EVALUATE.
       DEPT-INQUIRE-PARA.
                       MOVE D-DEPT-DESC TO RDESCO
                       MOVE D-ACTIVE TO RDACTO
                       MOVE D-BUDGET-HEADS TO RDBUDO
                       MOVE D-DIV-CODE TO RDDIVO
                       MOVE D-COST-CENTRE TO RDCCO
                       MOVE ' ON FILE - PF2 UPDATE / PF5 DEACTIVATE '
                           TO RDERRO
                   WHEN DFHRESP(NOTFND)
               MOVE ' BUDGETED HEADS MUST BE NUMERIC ' TO RDERRO
               MOVE 'N' TO FLAG
           END-IF
           IF FLAG = 'Y'
               IF RDDIVI NOT = SPACES AND RDDIVI NOT = LOW-VALUES
                   PERFORM DEPT-DIV-CHECK-PARA
               END-IF
           END-IF
           IF FLAG = 'Y'
               PERFORM DEPT-APPLY-PARA
           END-IF
           PERFORM SEND-MAP-D.
       DEPT-DIV-CHECK-PARA.
           MOVE RDDIVI TO G-DIV-CODE
           EXEC CICS READ
               FILE('P10GFILE')
               RIDFLD(G-DIV-CODE)
               INTO(DIV-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   IF G-ACT-INACTIVE
                       MOVE ' DIVISION IS NOT ACTIVE ' TO RDERRO
                       MOVE 'N' TO FLAG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE ' DIVISION NOT ON FILE ' TO RDERRO
                   MOVE 'N' TO FLAG
               WHEN OTHER
                   MOVE ' ERROR ACCESSING FILE ' TO RDERRO
                   MOVE 'N' TO FLAG
           END-EVALUATE.
       DEPT-APPLY-PARA.
           MOVE RDEPTI TO D-DEPT-CODE
           MOVE D-DEPT-CODE TO WS-REF-KEY
                   IF RDBUDI IS NUMERIC
                       MOVE RDBUDI TO D-BUDGET-HEADS
                   END-IF
                   IF RDDIVI NOT = SPACES AND RDDIVI NOT = LOW-VALUES
                       MOVE RDDIVI TO D-DIV-CODE
                   END-IF
                   IF RDCCI NOT = SPACES AND RDCCI NOT = LOW-VALUES
                       MOVE RDCCI TO D-COST-CENTRE
                   END-IF
                   EXEC CICS REWRITE
                       FILE('P10DFILE')
                       FROM(DEPT-RECORD)
                   ELSE
                       MOVE ZERO TO D-BUDGET-HEADS
                   END-IF
                   IF RDDIVI NOT = SPACES AND RDDIVI NOT = LOW-VALUES
                       MOVE RDDIVI TO D-DIV-CODE
                   ELSE
                       MOVE SPACES TO D-DIV-CODE
                   END-IF
                   IF RDCCI NOT = SPACES AND RDCCI NOT = LOW-VALUES
                       MOVE RDCCI TO D-COST-CENTRE
                   ELSE
                       MOVE SPACES TO D-COST-CENTRE
                   END-IF
                   EXEC CICS WRITE
                       FILE('P10DFILE')
                       RIDFLD(D-DEPT-CODE)
           MOVE D-DEPT-CODE TO RDEPTO
           MOVE D-DEPT-DESC TO RDESCO
           MOVE D-ACTIVE TO RDACTO
           MOVE D-BUDGET-HEADS TO RDBUDO
           MOVE D-DIV-CODE TO RDDIVO
           MOVE D-COST-CENTRE TO RDCCO.
       OPER-INQUIRE-PARA.
           PERFORM RECEIVE-MAP-O
           MOVE LOW-VALUES TO MAPOO
           MOVE O-OPER-ID TO ROPERO
           MOVE O-OPER-LEVEL TO ROLVLO
           MOVE O-ACTIVE TO ROACTO.
       DIV-INQUIRE-PARA.
           PERFORM RECEIVE-MAP-V
           MOVE LOW-VALUES TO MAPVO
           IF RVDIVI = SPACES
               MOVE ' ENTER A DIVISION CODE ' TO RVERRO
           ELSE
               MOVE RVDIVI TO G-DIV-CODE
               MOVE G-DIV-CODE TO WS-REF-KEY
               EXEC CICS READ
                   FILE('P10GFILE')
                   RIDFLD(G-DIV-CODE)
                   INTO(DIV-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE WS-RESP-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE G-DIV-CODE TO RVDIVO
                       MOVE G-DIV-DESC TO RVDESCO
                       MOVE G-ACTIVE TO RVACTO
                       MOVE ' ON FILE - PF2 UPDATE / PF5 DEACTIVATE '
                           TO RVERRO
                   WHEN DFHRESP(NOTFND)
                       MOVE WS-REF-KEY TO RVDIVO
                       MOVE ' NOT ON FILE - PF2 ADDS THIS CODE ' TO
                           RVERRO
                   WHEN OTHER
                       MOVE ' ERROR ACCESSING FILE ' TO RVERRO
               END-EVALUATE
           END-IF
           PERFORM SEND-MAP-V.
       DIV-UPDATE-PARA.
           PERFORM RECEIVE-MAP-V
           MOVE LOW-VALUES TO MAPVO
           MOVE 'Y' TO FLAG
           IF RVDIVI = SPACES OR RVDESCI = SPACES
               MOVE ' DIVISION CODE AND DESCRIPTION REQUIRED ' TO
                   RVERRO
               MOVE 'N' TO FLAG
           END-IF
           IF RVACTI NOT = 'A' AND RVACTI NOT = 'I'
                   AND RVACTI NOT = SPACE AND RVACTI NOT = LOW-VALUE
               MOVE ' ACTIVE FLAG MUST BE A OR I ' TO RVERRO
               MOVE 'N' TO FLAG
           END-IF
           IF FLAG = 'Y'
               PERFORM DIV-APPLY-PARA
           END-IF
           PERFORM SEND-MAP-V.
       DIV-APPLY-PARA.
           MOVE RVDIVI TO G-DIV-CODE
           MOVE G-DIV-CODE TO WS-REF-KEY
           EXEC CICS READ
               FILE('P10GFILE')
               RIDFLD(G-DIV-CODE)
               INTO(DIV-RECORD)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO WS-REF-BEFORE
                   MOVE DIV-RECORD TO WS-REF-BEFORE
                   MOVE RVDESCI TO G-DIV-DESC
                   IF RVACTI = 'A' OR RVACTI = 'I'
                       MOVE RVACTI TO G-ACTIVE
                   END-IF
                   EXEC CICS REWRITE
                       FILE('P10GFILE')
                       FROM(DIV-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   MOVE 'REFCHG' TO WS-AUDIT-OP
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO WS-REF-BEFORE
                   MOVE RVDESCI TO G-DIV-DESC
                   IF RVACTI = 'A' OR RVACTI = 'I'
                       MOVE RVACTI TO G-ACTIVE
                   ELSE
                       MOVE 'A' TO G-ACTIVE
                   END-IF
                   EXEC CICS WRITE
                       FILE('P10GFILE')
                       RIDFLD(G-DIV-CODE)
                       FROM(DIV-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   MOVE 'REFADD' TO WS-AUDIT-OP
               WHEN OTHER
                   MOVE 9999 TO WS-RESP-CODE
           END-EVALUATE
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO WS-REF-AFTER
                   MOVE DIV-RECORD TO WS-REF-AFTER
                   MOVE SPACES TO RVERRO
                   PERFORM WRITE-REF-HISTORY-PARA
                   PERFORM DIV-REDISPLAY-PARA
                   IF RVERRO = SPACES
                       IF WS-AUDIT-OP = 'REFADD'
                           MOVE ' DIVISION ADDED ' TO RVERRO
                       ELSE
                           MOVE ' DIVISION UPDATED ' TO RVERRO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ' DIVISION NOT UPDATED ' TO RVERRO
           END-EVALUATE.
       DIV-DEACT-PARA.
           PERFORM RECEIVE-MAP-V
           MOVE LOW-VALUES TO MAPVO
           IF RVDIVI = SPACES
               MOVE ' ENTER A DIVISION CODE ' TO RVERRO
           ELSE
               PERFORM DIV-DEACT-APPLY-PARA
           END-IF
           PERFORM SEND-MAP-V.
       DIV-DEACT-APPLY-PARA.
           MOVE RVDIVI TO G-DIV-CODE
           MOVE G-DIV-CODE TO WS-REF-KEY
           EXEC CICS READ
               FILE('P10GFILE')
               RIDFLD(G-DIV-CODE)
               INTO(DIV-RECORD)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE SPACES TO WS-REF-BEFORE
               MOVE DIV-RECORD TO WS-REF-BEFORE
               MOVE 'I' TO G-ACTIVE
               EXEC CICS REWRITE
                   FILE('P10GFILE')
                   FROM(DIV-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-REF-AFTER
                   MOVE DIV-RECORD TO WS-REF-AFTER
                   MOVE 'REFDEA' TO WS-AUDIT-OP
                   MOVE SPACES TO RVERRO
                   PERFORM WRITE-REF-HISTORY-PARA
                   PERFORM DIV-REDISPLAY-PARA
                   IF RVERRO = SPACES
                       MOVE ' DIVISION DEACTIVATED ' TO RVERRO
                   END-IF
               ELSE
                   MOVE ' DIVISION NOT UPDATED ' TO RVERRO
               END-IF
           ELSE
               MOVE ' DIVISION NOT ON FILE ' TO RVERRO
           END-IF.
       DIV-REDISPLAY-PARA.
           MOVE G-DIV-CODE TO RVDIVO
           MOVE G-DIV-DESC TO RVDESCO
           MOVE G-ACTIVE TO RVACTO.
       WRITE-REF-HISTORY-PARA.
           MOVE EIBTRMID TO H-TERM-ID
           MOVE EIBOPID TO H-OPER-ID
                   MOVE ' WARNING - AUDIT RECORD NOT WRITTEN ' TO RDERRO
                   MOVE ' WARNING - AUDIT RECORD NOT WRITTEN ' TO
                       ROERRO
                   MOVE ' WARNING - AUDIT RECORD NOT WRITTEN ' TO
                       RVERRO
           END-EVALUATE.
       SEND-MAP-D.
           EXEC CICS SEND
               TRANSID('P10R')
               COMMAREA(WS-COM)
           END-EXEC.
       SEND-MAP-V.
           EXEC CICS SEND
               MAP('MAPV')
               MAPSET('P10AS10')
               FROM(MAPVO)
               CURSOR
           END-EXEC
           EXEC CICS RETURN
               TRANSID('P10R')
               COMMAREA(WS-COM)
           END-EXEC.
       RECEIVE-MAP-D.
           EXEC CICS RECEIVE
               MAP('MAPD')
               MAPSET('P10AS10')
               INTO(MAPOI)
           END-EXEC.
       RECEIVE-MAP-V.
           EXEC CICS RECEIVE
               MAP('MAPV')
               MAPSET('P10AS10')
               INTO(MAPVI)
           END-EXEC.
       EXIT-PARA.
           EXEC CICS RETURN
           END-EXEC.
