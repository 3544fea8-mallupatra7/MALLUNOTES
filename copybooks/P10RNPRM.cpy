      *****************************************************************
      * P10RNPRM - PARAMETER AREA FOR THE P10RUN1 RUN-CONTROL LOGGER
      * RN-FUNCTION 'S' WRITES A START ROW, 'E' AN END ROW (RETURN
      * CODE, UP TO THREE NAMED KEY COUNTS AND AN OPTIONAL REFERENCE),
      * 'R' A REFUSED ROW (RN-TEXT SAYS WHY). EVERY CALL RETURNS THE
      * BUSINESS DATE IN RN-BUS-DATE AND THE LOG FILE STATUS IN
      * RN-STATUS. THE CALLER SETS RN-RETURN-CODE ON EVERY CALL -
      * P10RUN1 HANDS IT BACK AS RETURN-CODE SO A LOGGING CALL NEVER
      * CHANGES THE STEP'S CONDITION CODE.
      * BUSINESS DATE: THE DATE ON A P10BDAT CARD (COLS 1-8 YYYYMMDD)
      * WHEN THE STEP HAS ONE, OTHERWISE TODAY'S DATE - OR YESTERDAY'S
      * WHEN THE RUN STARTS BEFORE 06:00, SO A NIGHTLY CHAIN THAT
      * CROSSES MIDNIGHT STAYS ON ONE BUSINESS DATE. ADD A P10BDAT
      * CARD TO A RERUN MADE AFTER 06:00 FOR THE NIGHT BEFORE.
      *****************************************************************
       01  RUN-CONTROL-PARMS.
           02  RN-FUNCTION      PIC X(01).
               88  RN-FN-START           VALUE 'S'.
               88  RN-FN-END             VALUE 'E'.
               88  RN-FN-REFUSED         VALUE 'R'.
           02  RN-PROGRAM       PIC X(08).
           02  RN-BUS-DATE      PIC 9(08).
           02  RN-RETURN-CODE   PIC 9(04).
           02  RN-COUNT-ENTRY OCCURS 3 TIMES.
               03  RN-COUNT-NAME PIC X(08).
               03  RN-COUNT     PIC 9(09).
           02  RN-REFERENCE     PIC X(24).
           02  RN-TEXT          PIC X(40).
           02  RN-STATUS        PIC X(02).
