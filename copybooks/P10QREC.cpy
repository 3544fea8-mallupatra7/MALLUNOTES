      *****************************************************************
      * P10QREC - LEAVER UNTAKEN-LEAVE SETTLEMENT RECORD (P10PAYL)
      * WRITTEN NIGHTLY BY P10LSET1 FOR PAYROLL TO PAY (OR RECOVER)
      * UNTAKEN ANNUAL LEAVE IN A LEAVER'S FINAL PAY. ONE DETAIL PER
      * LEAVER, ONCE ONLY - THE MATCHING 'S' ROW ON P10VFILE STOPS
      * THE SAME LEAVER BEING SENT AGAIN.
      * FIXED 80-BYTE RECORDS (SAME FRAMING AS P10JREC):
      *   'H' HEADER  - ONE PER FILE: RUN DATE (YYYYMMDD) AND TIME.
      *   'D' DETAIL  - ONE PER LEAVER: THE TERMINATION DATE AS HELD
      *                 ON THE MASTER (DD:MM:YYYY), THE LEAVE YEAR IT
      *                 FALLS IN, THE ENTITLEMENT PRO-RATED TO THAT
      *                 DATE, DAYS CARRIED IN, DAYS TAKEN, AND THE
      *                 UNTAKEN DAYS TO SETTLE - NEGATIVE WHEN MORE
      *                 LEAVE WAS TAKEN THAN EARNED (TO BE RECOVERED).
      *                 DAYS ARE IN TENTHS (ONE IMPLIED DECIMAL).
      *   'T' TRAILER - ONE PER FILE: DETAIL COUNT AND THE SUM OF THE
      *                 UNTAKEN DAYS.
      *****************************************************************
       01  LEAVE-SETTLE-RECORD.
           02  QS-REC-TYPE      PIC X(01).
               88  QS-HEADER             VALUE 'H'.
               88  QS-DETAIL-REC         VALUE 'D'.
               88  QS-TRAILER            VALUE 'T'.
           02  QS-DATA          PIC X(79).
           02  QS-DETAIL REDEFINES QS-DATA.
               03  QS-EMP-ID    PIC X(04).
               03  QS-NAME      PIC X(15).
               03  QS-DEPT      PIC X(04).
               03  QS-TERM-DATE PIC X(10).
               03  QS-LEAVE-YEAR PIC 9(04).
               03  QS-ENTITLED  PIC 9(02)V9.
               03  QS-CARRIED   PIC S9(03)V9.
               03  QS-TAKEN     PIC 9(03)V9.
               03  QS-UNTAKEN   PIC S9(03)V9.
               03  FILLER       PIC X(27).
           02  QS-HEADER-DATA REDEFINES QS-DATA.
               03  QH-RUN-DATE  PIC 9(08).
               03  QH-RUN-TIME  PIC X(08).
               03  FILLER       PIC X(63).
           02  QS-TRAILER-DATA REDEFINES QS-DATA.
               03  QT-REC-COUNT PIC 9(07).
               03  QT-TOT-UNTAKEN PIC S9(07)V9.
               03  FILLER       PIC X(64).
