         03  CAT-REC-COUNT      PIC 9(7).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYARC".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  CON-MAX-GEN        PIC 9(1) VALUE 3.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN.
           PERFORM 300-END.
           PERFORM 395-FREE-RUN-LOCK.
           GOBACK.

      ******************************************************************
      * ENVIRONMENT PROCESS - RESOLVE WHICH ENVIRONMENT THIS RUN       *
      * BELONGS TO BEFORE ANY DATASET IS OPENED. A NON-PRODUCTION RUN  *
      * WORKS ENTIRELY UNDER ITS OWN AREA; ONE WHOSE AREA CANNOT BE    *
      * USED MUST NOT TOUCH ANYTHING                                   *
      ******************************************************************
       090-SET-ENVIRONMENT.
           CALL "DAYENV" USING WK-ENV-CODE WK-ENV-RESULT.
           IF WK-ENV-RESULT = "9"
             THEN
               DISPLAY "*** DAYARC CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
