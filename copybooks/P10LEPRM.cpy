      *****************************************************************
      * P10LEPRM - PARAMETER AREA FOR THE P10LENT1 SHARED ANNUAL LEAVE
      * ENTITLEMENT CALCULATION. THE CALLER SUPPLIES THE MASTER JOIN
      * DATE, THE TERMINATION DATE (SPACES WHEN NOT TERMINATED) AND
      * THE LEAVE YEAR. P10LENT1 RETURNS THE COMPLETED YEARS OF
      * SERVICE AT 1 JANUARY, THE FULL-YEAR ENTITLEMENT FOR THAT
      * SERVICE, THE DAYS EMPLOYED IN THE YEAR AND THE ENTITLEMENT
      * PRO-RATED TO THOSE DAYS (TO THE HALF DAY ABOVE). CALLED BY
      * THE EXAM LEAVE LEDGER SCREEN, P10LYE1 AND P10LSET1 SO THE
      * SCREEN AND THE BATCH ALWAYS AGREE ON THE FIGURE.
      * LE-RESULT 'N' = JOIN DATE NOT USABLE; ENTITLEMENT IS ZERO.
      *****************************************************************
       01  LEAVE-ENT-PARMS.
           02  LE-JOIN-DATE     PIC X(10).
           02  LE-TERM-DATE     PIC X(10).
           02  LE-LEAVE-YEAR    PIC 9(04).
           02  LE-SERVICE-YRS   PIC 9(02).
           02  LE-FULL-DAYS     PIC 9(02)V9.
           02  LE-DAYS-EMPLOYED PIC 9(03).
           02  LE-ENTITLEMENT   PIC 9(02)V9.
           02  LE-RESULT        PIC X(01).
               88  LE-VALID              VALUE 'Y'.
               88  LE-INVALID            VALUE 'N'.
