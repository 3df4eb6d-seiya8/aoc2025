         03  WK-REASON          PIC X(40) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-TARGET      PIC X(24) VALUE "RUNLOCK".
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYLCK".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * MASTER BEFORE THE LOCK IS TOUCHED
               MOVE "FORCE" TO WK-OPM-ACTION
               CALL "DAYOPM" USING WK-OPERATOR WK-OPM-ACTION
                   WK-OPM-RESULT LNK-CALLER WK-OPM-TARGET WK-REASON
               IF WK-OPM-RESULT = "2"
                 THEN
                   DISPLAY "*** DAYLCK FORCE FROM [" WK-OPERATOR
