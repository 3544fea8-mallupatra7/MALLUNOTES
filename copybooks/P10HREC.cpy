      * P10BFILE BY TRANSACTION P10I. FILE IS ESDS (WRITE-ONLY, APPEND
      * IN ARRIVAL SEQUENCE) - NOTHING EVER REWRITES OR DELETES A
      * HISTORY ROW.
      * THE ONE EXCEPTION IS THE P10PURG1 STATUTORY PURGE, WHICH BLANKS
      * THE PERSONAL FIELDS OF A PURGED LEAVER'S IMAGES ON THE P10HARCH
      * GENERATIONS (ROLLED OFF BY P10HARC1) AND REWRITES THOSE ROWS.
      *****************************************************************
       01  HIST-RECORD.
           02  H-TERM-ID        PIC X(04).
