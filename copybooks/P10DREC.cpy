      * NEW DEPARTMENTS CAN BE ADDED WITHOUT A PROGRAM CHANGE.
      * D-BUDGET-HEADS IS THE APPROVED HEADCOUNT BUDGET - ZERO MEANS
      * NO BUDGET SET AND NO HEADCOUNT CONTROL ON THE DEPARTMENT.
      * D-DIV-CODE IS THE PARENT DIVISION (P10GFILE) AND D-COST-CENTRE
      * THE FINANCE COST CENTRE - SPACES MEAN NOT YET ASSIGNED.
      *****************************************************************
       01  DEPT-RECORD.
           02  D-DEPT-CODE      PIC X(04).
               88  D-ACT-ACTIVE          VALUE 'A'.
               88  D-ACT-INACTIVE        VALUE 'I'.
           02  D-BUDGET-HEADS   PIC 9(05).
           02  D-DIV-CODE       PIC X(04).
           02  D-COST-CENTRE    PIC X(06).
