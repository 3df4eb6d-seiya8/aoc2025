       01  PROBE-RECORD         PIC X(250).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYRST".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-OPERATOR        PIC X(8) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYRST".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40)
             VALUE "RESTORE FEED FROM ARCHIVE GENERATION".
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYRST".
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
               DISPLAY "*** DAYRST CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE CONTROL RECORD IS REQUIRED       *
      ******************************************************************
      * "OPERMST" MASTER. NO MASTER ON DISK MEANS VALIDATION IS OFF
      * (DAYOPM WARNS), AS WITH EVERY OTHER OPTIONAL MASTER
           MOVE "RESTORE" TO WK-OPM-ACTION.
           MOVE SPACES TO WK-OPM-TARGET.
           STRING WK-STEP " GENERATION " WK-GENERATION
             DELIMITED BY SIZE INTO WK-OPM-TARGET.
           CALL "DAYOPM" USING WK-OPERATOR WK-OPM-ACTION
               WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
               WK-OPM-REASON.
           IF WK-OPM-RESULT = "2"
             THEN
               DISPLAY "*** DAYRST RESTORE FROM [" WK-OPERATOR
