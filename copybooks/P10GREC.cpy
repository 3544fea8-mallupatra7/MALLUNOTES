      *****************************************************************
      * P10GREC - DIVISION REFERENCE RECORD FOR P10GFILE
      * ONE ROW PER DIVISION, KEYED BY G-DIV-CODE. EACH P10DFILE
      * DEPARTMENT NAMES ITS PARENT DIVISION IN D-DIV-CODE SO THE
      * REPORTS CAN ROLL DEPARTMENTS UP TO DIVISION LEVEL.
      *****************************************************************
       01  DIV-RECORD.
           02  G-DIV-CODE       PIC X(04).
           02  G-DIV-DESC       PIC X(15).
           02  G-ACTIVE         PIC X(01).
               88  G-ACT-ACTIVE          VALUE 'A'.
               88  G-ACT-INACTIVE        VALUE 'I'.
