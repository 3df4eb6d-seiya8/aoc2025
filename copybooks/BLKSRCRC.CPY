      ******************************************************************
      * ROUTED-BLOCK PROVENANCE - ONE RECORD PER FEED BLOCK DAYRTE    *
      * WROTE INTO A ROUTED FILE, LEFT BESIDE IT AS "<ROUTED>.SRC" SO *
      * THE LINEAGE RECORD FOR THE STEP THAT READS THE FILE CAN SAY   *
      * WHICH SOURCE FEED, BUSINESS DATE AND BLOCK ITS DATA CAME FROM *
      ******************************************************************
       01  BLOCK-SRC-RECORD.
         03  BS-SOURCE-FEED       PIC X(24).
         03  BS-FEED-DATE         PIC X(10).
         03  BS-ROUTE             PIC X(8).
         03  BS-BLOCK-RECS        PIC 9(7).
