         03  HSK-DATASET        PIC X(16).
         03  HSK-KEEP-DAYS      PIC X(3).
       FD  AGE-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 160 CHARACTERS
             DEPENDING ON WK-REC-LEN.
       01  AGE-IN-RECORD        PIC X(160).
       FD  KEEP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 160 CHARACTERS
             DEPENDING ON WK-REC-LEN.
       01  KEEP-RECORD          PIC X(160).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 160 CHARACTERS
             DEPENDING ON WK-REC-LEN.
       01  ARCHIVE-RECORD       PIC X(160).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-IN-FILENAME     PIC X(16) VALUE SPACES.
         03  WK-IN-STATUS       PIC X(2) VALUE "00".
         03  CON-DEFAULT-KEEP   PIC 9(3) VALUE 90.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN.
           PERFORM 300-END.
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
               DISPLAY "*** DAYHSK CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE PER-DATASET POLICIES             *
      ******************************************************************
