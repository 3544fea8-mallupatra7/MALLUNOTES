      *****************************************************************
      * P10JREC - JOINER / MOVER / LEAVER INTERFACE RECORD (P10ITFL)
      * WRITTEN BY P10JML1 FROM THE P10HFILE AUDIT TRAIL FOR IT
      * SECURITY TO CREATE, MOVE AND DISABLE SYSTEM ACCESS. RUNS
      * SEVERAL TIMES A DAY - EACH FILE CARRIES THE ROWS SINCE THE
      * PRIOR RUN'S CONTROL STAMP, IN THE ORDER THEY WERE WRITTEN.
      * FIXED 80-BYTE RECORDS:
      *   'H' HEADER  - ONE PER FILE: RUN DATE/TIME, FROM-DATE/TIME
      *                 OF THE WINDOW THE EVENTS WERE TAKEN FROM.
      *   'D' DETAIL  - ONE PER EVENT:
      *                 J JOINER  - ADD (ON-LINE, P10LOAD1, P10ARST1
      *                             REHIRE). EFFECTIVE DATE = JOIN.
      *                 M MOVER   - M-DEPT CHANGED (ON-LINE MODIFY,
      *                             P10EFF1, P10DMG1, P10CORR1).
      *                 L LEAVER  - TERM, DELETE OR ARCHIV. EFFECTIVE
      *                             DATE = TERMINATION DATE WHEN SET,
      *                             OTHERWISE THE DATE OF THE CHANGE.
      *                 S SCHEDULED LEAVER - A FUTURE-DATED
      *                             TERMINATION WAITING ON P10FFILE.
      *                             THE WHOLE CURRENT LIST IS SENT ON
      *                             EVERY FILE; ONE NO LONGER LISTED
      *                             HAS BEEN APPLIED (AN 'L' FOLLOWS)
      *                             OR CANCELLED.
      *                 DATES ARE DD:MM:YYYY AS HELD ON THE MASTER.
      *   'T' TRAILER - ONE PER FILE: COUNTS BY EVENT AND TOTAL.
      *****************************************************************
       01  IT-FEED-RECORD.
           02  JI-REC-TYPE      PIC X(01).
               88  JI-HEADER             VALUE 'H'.
               88  JI-DETAIL-REC         VALUE 'D'.
               88  JI-TRAILER            VALUE 'T'.
           02  JI-DATA          PIC X(79).
           02  JI-DETAIL REDEFINES JI-DATA.
               03  JI-EVENT     PIC X(01).
                   88  JI-JOINER         VALUE 'J'.
                   88  JI-MOVER          VALUE 'M'.
                   88  JI-LEAVER         VALUE 'L'.
                   88  JI-SCHED-LEAVER   VALUE 'S'.
               03  JI-EMP-ID    PIC X(04).
               03  JI-NAME      PIC X(15).
               03  JI-OLD-DEPT  PIC X(04).
               03  JI-NEW-DEPT  PIC X(04).
               03  JI-EFF-DATE  PIC X(10).
               03  JI-CHG-DATE  PIC X(10).
               03  JI-CHG-TIME  PIC X(08).
               03  JI-SOURCE    PIC X(06).
               03  JI-OPER-ID   PIC X(03).
               03  FILLER       PIC X(14).
           02  JI-HEADER-DATA REDEFINES JI-DATA.
               03  JH-RUN-DATE  PIC 9(08).
               03  JH-RUN-TIME  PIC X(08).
               03  JH-FROM-DATE PIC 9(08).
               03  JH-FROM-TIME PIC X(08).
               03  FILLER       PIC X(47).
           02  JI-TRAILER-DATA REDEFINES JI-DATA.
               03  JT-JOIN-COUNT  PIC 9(07).
               03  JT-MOVE-COUNT  PIC 9(07).
               03  JT-LEAVE-COUNT PIC 9(07).
               03  JT-SCHED-COUNT PIC 9(07).
               03  JT-TOT-COUNT   PIC 9(07).
               03  FILLER         PIC X(44).
