      * WHEN THE KEYED RESULTS MASTER "RESMST" IS ON DISK THE REPORT  *
      * READS THE ONE PROGRAM'S RECORDS BY KEY INSTEAD OF SCANNING    *
      * THE WHOLE FEED; WITHOUT IT THE SEQUENTIAL SCAN RUNS AS        *
      * BEFORE. A RUN DAYRSM HAS MARKED SUPERSEDED IS LEFT OUT - ITS  *
      * REPLACEMENT IS THE FIGURE OF RECORD. AN OPTIONAL FROM-DATE    *
      * AND TO-DATE ON HISTCTL (YYYY-MM-DD, EITHER BLANK FOR          *
      * OPEN-ENDED) LIMITS THE REPORT TO THE RUNS DATED INSIDE THAT   *
      * PERIOD - THE MONTH-END CLOSE PACKAGE SCOPES IT TO ITS MONTH.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  HIST-CTL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  HIST-CTL-RECORD.
         03  HST-PROGRAM        PIC X(8).
      * RECORDS WRITTEN BEFORE THE PERIOD EXISTED READ BACK WITH BOTH
      * DATES BLANK - THE WHOLE HISTORY, AS BEFORE
         03  HST-FROM-DATE      PIC X(10).
         03  HST-TO-DATE        PIC X(10).
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
       FD  RES-MASTER-FILE.
           COPY RESMSTRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-USE-MASTER      PIC X(1) VALUE "N".
         03  WK-PROGRAM         PIC X(8) VALUE SPACES.
         03  WK-FROM-DATE       PIC X(10) VALUE SPACES.
         03  WK-TO-DATE         PIC X(10) VALUE SPACES.
         03  WK-PERIOD-DATE     PIC X(10) VALUE SPACES.
         03  WK-IN-PERIOD       PIC X(1) VALUE "Y".
         03  WK-OUT-PERIOD-CNT  PIC 9(7) VALUE ZERO.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-RUN-CNT         PIC 9(7) VALUE ZERO.
         03  WK-SUPERSEDED-CNT  PIC 9(7) VALUE ZERO.
         03  WK-FIRST-RECS      PIC 9(9) VALUE ZERO.
         03  WK-LAST-RECS       PIC 9(9) VALUE ZERO.
         03  WK-MIN-RECS        PIC 9(9) VALUE ZERO.
         03  WK-MAX-RECS        PIC 9(9) VALUE ZERO.
         03  WK-TOTAL-RECS      PIC 9(12) COMP-3 VALUE ZERO.
         03  WK-AVG-RECS        PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  CON-AREA.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
       01  WK-HISTORY-LINE.
         03  FILLER             PIC X(5)  VALUE "DATE=".
         03  HIS-RUN-DATE       PIC X(10).
         03  STA-AVG            PIC Z(8)9.99.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-USE-MASTER = "Y"
             THEN
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
               DISPLAY "*** DAYHST CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE HST-PROGRAM   TO WK-PROGRAM
                   MOVE HST-FROM-DATE TO WK-FROM-DATE
                   MOVE HST-TO-DATE   TO WK-TO-DATE
               END-READ
               CLOSE HIST-CTL-FILE
           END-IF.
           PERFORM 101-SET-FILENAMES.
           DISPLAY "*** DAYHST REPORTING HISTORY FOR " WK-PROGRAM
             " FROM " WK-BATCH-FILENAME " ***".
           IF WK-FROM-DATE NOT = SPACES OR WK-TO-DATE NOT = SPACES
             THEN
               DISPLAY "*** DAYHST PERIOD FROM [" WK-FROM-DATE
                 "] TO [" WK-TO-DATE "] ***"
           END-IF.
      * WHEN THE KEYED RESULTS MASTER IS ON DISK, READ THE ONE
      * PROGRAM BY KEY - THE MONTH-END FULL-FEED SCAN THE MASTER
      * EXISTS TO RETIRE. WITHOUT IT, SCAN THE FEED AS ALWAYS
                       MOVE "1" TO WK-EOF
                     ELSE
                       ADD 1 TO WK-READ-CNT
                       MOVE RMK-RUN-DATE TO WK-PERIOD-DATE
                       PERFORM 170-CHECK-PERIOD
                       IF RMK-VINTAGE = WK-YEAR AND
                          WK-IN-PERIOD = "N"
                         THEN
                           ADD 1 TO WK-OUT-PERIOD-CNT
                       END-IF
                       IF RMK-VINTAGE = WK-YEAR AND
                          WK-IN-PERIOD = "Y"
                         THEN
                           IF RMK-RUN-STATUS = CON-SUPERSEDED
                             THEN
                               ADD 1 TO WK-SUPERSEDED-CNT
                             ELSE
                               PERFORM 160-TALLY-MASTER-RUN
                           END-IF
                       END-IF
                   END-IF
               END-READ
               END-IF
           END-IF.

      ******************************************************************
      * PERIOD CHECK - IS THE RUN DATE INSIDE THE REQUESTED PERIOD?   *
      * A BLANK END OF THE PERIOD IS OPEN                             *
      ******************************************************************
       170-CHECK-PERIOD.
           MOVE "Y" TO WK-IN-PERIOD.
           IF WK-FROM-DATE NOT = SPACES AND
              WK-PERIOD-DATE < WK-FROM-DATE
             THEN
               MOVE "N" TO WK-IN-PERIOD
           END-IF.
           IF WK-TO-DATE NOT = SPACES AND
              WK-PERIOD-DATE > WK-TO-DATE
             THEN
               MOVE "N" TO WK-IN-PERIOD
           END-IF.

      ******************************************************************
      * MAIN PROCESS - PRINT EVERY RUN OF THE REQUESTED PROGRAM AND   *
      * ROLL ITS VOLUME FIGURE INTO THE SUMMARY STATISTICS            *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-READ-CNT.
           MOVE BR-RUN-DATE TO WK-PERIOD-DATE.
           PERFORM 170-CHECK-PERIOD.
           IF BR-PROGRAM-ID = WK-PROGRAM AND
              WK-IN-PERIOD = "N"
             THEN
               ADD 1 TO WK-OUT-PERIOD-CNT
           ELSE IF BR-PROGRAM-ID = WK-PROGRAM AND
              BR-RUN-STATUS = CON-SUPERSEDED
             THEN
               ADD 1 TO WK-SUPERSEDED-CNT
           ELSE IF BR-PROGRAM-ID = WK-PROGRAM
             THEN
               ADD 1 TO WK-RUN-CNT
               MOVE BR-RUN-DATE     TO HIS-RUN-DATE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYHST RESULTS READ=" WK-READ-CNT
             " MATCHED=" WK-RUN-CNT " SUPERSEDED=" WK-SUPERSEDED-CNT
             " ***".
           IF WK-OUT-PERIOD-CNT > ZERO
             THEN
               DISPLAY "*** DAYHST RUNS OUTSIDE THE PERIOD NOT"
                 " REPORTED=" WK-OUT-PERIOD-CNT " ***"
           END-IF.
