      * LINES THE YEARS UP SIDE BY SIDE BY PROGRAM-ID - ANSWER AND    *
      * VOLUME PER YEAR - AND FLAGS ANY YEAR THAT IS MISSING A        *
      * PROGRAM ENTIRELY. BUILT FOR THE SEASON-OVER-SEASON VOLUME     *
      * COMPARISONS THE BUSINESS ASKS FOR EVERY JANUARY. A RUN DAYRSM *
      * HAS MARKED SUPERSEDED NEVER COUNTS AS A PROGRAM'S LATEST RUN. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY BATCHREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-CTL-EOF         PIC X(1) VALUE "0".
       01  CON-AREA.
         03  CON-MAX-YEARS      PIC 9(1) VALUE 5.
         03  CON-MAX-PGMS       PIC 9(2) VALUE 50.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
       01  WK-DETAIL-LINE.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-YEAR           PIC X(4).
         03  DTL-FLAG           PIC X(18).
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
               DISPLAY "*** DAYYOY CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - LOAD THE LIST OF VINTAGE YEARS       *
      ******************************************************************
                   MOVE "1" TO WK-EOF
                 NOT AT END
                   ADD 1 TO WK-READ-CNT
                   IF BR-RUN-STATUS NOT = CON-SUPERSEDED
                     THEN
                       PERFORM 220-KEEP-LATEST-RUN
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-RESULTS-FILE.
