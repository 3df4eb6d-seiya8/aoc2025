      * HOW THE RUN FINISHED - CLEAN, REGRESSION-FAILED (ANSWER DID
      * NOT MATCH THE EXPECTED VALUE), OR RESTARTED (RESUMED FROM A
      * CHECKPOINT). RECORDS WRITTEN BEFORE THIS FIELD EXISTED READ
      * BACK AS SPACES. "SUPERSEDED" MEANS DAYRSM HAS RESTATED THE RUN
      * - ITS REPLACEMENT, NAMED ON THE "RSMREG" REGISTER, IS THE
      * FIGURE OF RECORD
         03  BR-RUN-STATUS        PIC X(18).
      * THE CHAIN RUN THIS RECORD BELONGS TO - THE CORRELATION ID
      * DAYDRV ALLOCATES AT CHAIN START AND PUBLISHES ON "RUNID", SO
