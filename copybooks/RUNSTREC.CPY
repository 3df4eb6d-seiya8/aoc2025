      * THE CHAIN RUN THIS RECORD BELONGS TO - SPACES FOR RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED
         03  ST-RUN-ID            PIC X(14).
      * THE PHASE OF THE CHAIN THE STEP RAN IN - PRE, MAIN OR POST.
      * SPACES FOR RECORDS WRITTEN BEFORE THE FIELD EXISTED, WHICH
      * WERE ALL MAIN-PHASE STEPS
         03  ST-PHASE             PIC X(4).
