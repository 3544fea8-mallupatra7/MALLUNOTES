      * SEPARATORS). DT-CURR-YYYY IS THE CALLER'S RUN-DATE YEAR FOR
      * THE SANITY WINDOW (1900 UP TO AND INCLUDING THE RUN YEAR).
      * P10DATE1 SETS DT-RESULT AND NOTHING ELSE. CALLED BY THE EXAM
      * SCREENS, THE P10LOAD1 BULK LOAD AND THE P10CORR1 CORRECTIONS
      * SO A DATE ACCEPTED AT THE SCREEN AND A DATE ACCEPTED IN BATCH
      * ARE THE SAME THING.
      *****************************************************************
       01  DATE-EDIT-PARMS.
           02  DT-DATE-IN       PIC X(10).
