       01  MANIFEST-RECORD      PIC X(24).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYRSN".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-OPERATOR        PIC X(8) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYRSN".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40)
             VALUE "RESTORE CONFIGURATION BUNDLE".
         03  WK-BUNDLE-NAME     PIC X(40) VALUE SPACES.
         03  WK-TARGET-NAME     PIC X(24) VALUE SPACES.
         03  WK-RESTORED-CNT    PIC 9(3) VALUE ZERO.
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
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
               DISPLAY "*** DAYRSN CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE BUNDLE DATE AND OPERATOR ARE     *
      * REQUIRED                                                      *
      * PUTTING A WHOLE CONFIGURATION BACK IS A RESTORE LIKE ANY
      * OTHER - THE OPERATOR MUST HOLD THE RESTORE ACTION ON OPERMST
           MOVE "RESTORE" TO WK-OPM-ACTION.
           MOVE SPACES TO WK-OPM-TARGET.
           STRING "BUNDLE " WK-BUNDLE-DATE
             DELIMITED BY SIZE INTO WK-OPM-TARGET.
           CALL "DAYOPM" USING WK-OPERATOR WK-OPM-ACTION
               WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
               WK-OPM-REASON.
           IF WK-OPM-RESULT = "2"
             THEN
               DISPLAY "*** DAYRSN RESTORE FROM [" WK-OPERATOR
