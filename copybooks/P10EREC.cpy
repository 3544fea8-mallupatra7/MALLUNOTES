      *****************************************************************
      * P10EREC - PAYROLL FULL EMPLOYEE EXTRACT RECORD (P10PAYE)
      * SENT BY PAYROLL ONCE A MONTH - EVERY EMPLOYEE ON THE PAYROLL
      * MASTER, IN ANY ORDER. RECONCILED AGAINST P10BFILE BY P10RECN1.
      * FIXED 63-BYTE RECORDS (SAME FRAMING AS P10IREC):
      *   'H' HEADER  - ONE PER FILE: THE DATE PAYROLL TOOK THE
      *                 EXTRACT (YYYYMMDD).
      *   'D' DETAIL  - ONE PER EMPLOYEE: THE ID AND PAYROLL'S VIEW OF
      *                 NAME, DEPARTMENT, STATUS, TERMINATION DATE AND
      *                 JOIN DATE. DATES ARE DD/MM/YYYY (ANY SEPARATOR),
      *                 TERMINATION DATE SPACES WHEN NOT TERMINATED.
      *   'T' TRAILER - ONE PER FILE: THE NUMBER OF DETAIL RECORDS.
      *****************************************************************
       01  PAY-EXTRACT-RECORD.
           02  PE-REC-TYPE      PIC X(01).
               88  PE-HEADER             VALUE 'H'.
               88  PE-DETAIL-REC         VALUE 'D'.
               88  PE-TRAILER            VALUE 'T'.
           02  PE-DATA          PIC X(62).
           02  PE-DETAIL REDEFINES PE-DATA.
               03  PE-EMP-ID    PIC X(04).
               03  PE-NAME      PIC X(15).
               03  PE-DEPT      PIC X(04).
               03  PE-STATUS    PIC X(01).
               03  PE-TERM-DATE PIC X(10).
               03  PE-JOIN-DATE PIC X(10).
               03  FILLER       PIC X(18).
           02  PE-HEADER-DATA REDEFINES PE-DATA.
               03  PE-EXTRACT-DATE PIC 9(08).
               03  FILLER       PIC X(54).
           02  PE-TRAILER-DATA REDEFINES PE-DATA.
               03  PE-REC-COUNT PIC 9(07).
               03  FILLER       PIC X(55).
