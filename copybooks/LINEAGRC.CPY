      ******************************************************************
      * RESULT LINEAGE - ONE RECORD PER FEED BLOCK A CHAINED STEP RUN *
      * CONSUMED, APPENDED TO "LINEAGE" BY DAYLIN. TIES THE RUN'S     *
      * CORRELATION ID AND PROGRAM (THE BR-RUN-ID/BR-PROGRAM-ID OF    *
      * ITS BATCHRES ANSWER) TO THE SOURCE FEED AND BUSINESS DATE,    *
      * THE ROUTED BLOCK, THE ARCCAT GENERATION THE INPUT WAS         *
      * ARCHIVED AS, AND THE DAYSNP BUNDLE IN FORCE AT THE TIME. A    *
      * STEP WHOSE INPUT WAS NOT ROUTED BY DAYRTE GETS ONE RECORD     *
      * WITH THE FEED FIELDS BLANK. LIN-ARC-GEN IS THE ORDINAL OF THE *
      * CATALOG ENTRY AMONG ALL ARCCAT ENTRIES FOR THE SAME INPUT -   *
      * ZERO WHEN THE STEP FAILED AND NOTHING WAS ARCHIVED            *
      ******************************************************************
       01  LINEAGE-RECORD.
         03  LIN-RUN-ID           PIC X(14).
         03  LIN-PROGRAM          PIC X(8).
         03  LIN-STAMP            PIC X(14).
         03  LIN-INPUT-NAME       PIC X(16).
         03  LIN-SOURCE-FEED      PIC X(24).
         03  LIN-FEED-DATE        PIC X(10).
         03  LIN-ROUTE            PIC X(8).
         03  LIN-BLOCK-RECS       PIC 9(7).
         03  LIN-ARCHIVE-NAME     PIC X(24).
         03  LIN-ARC-GEN          PIC 9(5).
         03  LIN-ARC-DATE         PIC X(10).
         03  LIN-BUNDLE-DATE      PIC X(10).
