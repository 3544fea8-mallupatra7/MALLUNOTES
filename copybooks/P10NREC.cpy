      * SURNAME. DEPARTMENT AND STATUS ARE NOT CARRIED HERE - THE
      * READER FETCHES THE MASTER ROW BY N-ID. MAINTAINED WHEREVER
      * THE MASTER IS WRITTEN, REWRITTEN UNDER A NEW NAME, DELETED,
      * ARCHIVED OR RESTORED (EXAM, P10LOAD1, P10ARCH1, P10ARST1,
      * P10CORR1).
      *****************************************************************
       01  XREF-RECORD.
           02  N-KEY.
