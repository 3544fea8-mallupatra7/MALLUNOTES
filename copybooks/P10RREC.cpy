      *****************************************************************
      * P10RREC - NIGHTLY RUN-CONTROL LOG RECORD FOR P10RFILE
      * ONE ROW IS APPENDED WHEN EACH P10 BATCH PROGRAM STARTS AND ONE
      * WHEN IT ENDS (WRITTEN ONLY THROUGH THE P10RUN1 SUBPROGRAM), PLUS
      * A REFUSED ROW WHEN P10RCHK1 STOPS A JOB WHOSE PREREQUISITE HAS
      * NOT COMPLETED. FILE IS ESDS (APPEND IN ARRIVAL SEQUENCE) - ROWS
      * ARE NEVER REWRITTEN. A START WITH NO LATER END MEANS THE STEP
      * FAILED BEFORE ITS CLOSE-DOWN (OPEN ERROR OR ABEND).
      *   R-BUS-DATE  - BUSINESS DATE THE RUN BELONGS TO (SEE P10RNPRM)
      *   R-REFERENCE - RUN-SPECIFIC KEY: FOR P10DLT1 AND P10ACK1 THE
      *                 FEED HEADER (RUN DATE, FROM-DATE, FROM-TIME)
      *                 SO AN ACKNOWLEDGEMENT CAN BE TIED TO ITS FEED
      *****************************************************************
       01  RUNCTL-RECORD.
           02  R-PROGRAM        PIC X(08).
           02  R-BUS-DATE       PIC 9(08).
           02  R-EVENT          PIC X(01).
               88  R-EV-START            VALUE 'S'.
               88  R-EV-END              VALUE 'E'.
               88  R-EV-REFUSED          VALUE 'R'.
           02  R-DATE           PIC 9(08).
           02  R-TIME           PIC X(08).
           02  R-RC             PIC 9(04).
           02  R-COUNT-ENTRY OCCURS 3 TIMES.
               03  R-COUNT-NAME PIC X(08).
               03  R-COUNT      PIC 9(09).
           02  R-REFERENCE      PIC X(24).
           02  R-TEXT           PIC X(40).
