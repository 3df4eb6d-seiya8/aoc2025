           05  RMK-SEQ            PIC 9(3).
         03  RMK-ANSWER           PIC X(20).
         03  RMK-RECORDS-READ     PIC 9(9).
      * "SUPERSEDED" ONCE DAYRSM HAS RESTATED THE RUN, AS ON BATCHRES
         03  RMK-RUN-STATUS       PIC X(18).
         03  RMK-RUN-ID           PIC X(14).
