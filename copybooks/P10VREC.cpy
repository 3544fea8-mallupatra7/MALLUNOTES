      *****************************************************************
      * P10VREC - ANNUAL LEAVE LEDGER RECORD FOR P10VFILE
      * ONE ROW PER LEAVE BOOKING OR ADJUSTMENT, KEYED BY EMPLOYEE,
      * LEAVE YEAR (CALENDAR YEAR) AND ENTRY NUMBER WITHIN THE YEAR.
      * THE ENTITLEMENT ITSELF IS NOT HELD - P10LENT1 WORKS IT OUT
      * FROM THE MASTER JOIN AND TERMINATION DATES - SO THE BALANCE
      * FOR A YEAR IS THE ENTITLEMENT PLUS V-DAYS OF EVERY ACTIVE
      * ROW FOR THAT YEAR. V-DAYS IS SIGNED BY ITS EFFECT ON THE
      * BALANCE (A BOOKING IS NEGATIVE, A CARRY-IN POSITIVE):
      *   B BOOKING     - EXAM LEAVE LEDGER SCREEN (MAP9). CANCELLED
      *                   ON THE SAME SCREEN (V-STATUS 'X' - THE ROW IS
      *                   KEPT, IT NO LONGER COUNTS).
      *   C CARRY-IN    - P10LYE1, FIRST ROW(S) OF THE NEW YEAR.
      *   O CARRY-OUT   - P10LYE1, CLOSES THE OLD YEAR.
      *   F FORFEITED   - P10LYE1, DAYS OVER THE CARRY-FORWARD LIMIT.
      *   S SETTLED     - P10LSET1, UNTAKEN LEAVE SENT TO PAYROLL FOR
      *                   THE FINAL PAY OF A LEAVER.
      * A YEAR WITH AN ACTIVE O, F OR S ROW IS CLOSED - NO FURTHER
      * BOOKINGS OR CANCELLATIONS ARE TAKEN FOR IT.
      * V-JOIN-DATE IS THE M-JOIN OF THE EMPLOYEE THE ROW WAS WRITTEN
      * FOR. A ROW WHOSE V-JOIN-DATE IS NOT THE CURRENT M-JOIN BELONGS
      * TO AN EARLIER HOLDER OF A REISSUED ID - IT IS IGNORED BY EVERY
      * LEDGER SCAN AND LEFT FOR P10PURG1.
      * THE FILE IS DEFINED (P10VDEF1) WITH ONE CONTROL ROW KEYED ALL
      * ZEROS (V-CONTROL-ROW) SO THAT IT IS NEVER EMPTY. NO EMPLOYEE ID
      * STARTS WITH ZERO; A PASS OVER THE WHOLE FILE SKIPS IT.
      * DATES ARE DD/MM/YYYY AS KEYED ON THE SCREENS.
      *****************************************************************
       01  LEAVE-LEDGER-RECORD.
           02  V-KEY.
               88  V-CONTROL-ROW         VALUE '000000000000'.
               03  V-ID         PIC X(04).
               03  V-YEAR       PIC 9(04).
               03  V-SEQ        PIC 9(04).
           02  V-TYPE           PIC X(01).
               88  V-TYPE-BOOKING        VALUE 'B'.
               88  V-TYPE-CARRY-IN       VALUE 'C'.
               88  V-TYPE-CARRY-OUT      VALUE 'O'.
               88  V-TYPE-FORFEIT        VALUE 'F'.
               88  V-TYPE-SETTLED        VALUE 'S'.
               88  V-TYPE-CLOSING        VALUE 'O' 'F' 'S'.
           02  V-STATUS         PIC X(01).
               88  V-ACTIVE              VALUE 'A'.
               88  V-CANCELLED           VALUE 'X'.
           02  V-START-DATE     PIC X(10).
           02  V-END-DATE       PIC X(10).
           02  V-DAYS           PIC S9(03)V9.
           02  V-REQ-OPER       PIC X(03).
           02  V-REQ-DATE       PIC X(10).
           02  V-REQ-TIME       PIC X(08).
           02  V-CAN-OPER       PIC X(03).
           02  V-CAN-DATE       PIC X(10).
           02  V-JOIN-DATE      PIC X(10).
           02  FILLER           PIC X(18).
