           SELECT BAND-CTL-FILE ASSIGN TO "BANDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BANDCTL-STATUS.
           SELECT SCAN-CTL-FILE ASSIGN TO "SCANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SCANCTL-STATUS.
           SELECT DENSITY-RPT-FILE ASSIGN TO "DAY03P1.DENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DENS-STATUS.
               ASSIGN TO DYNAMIC WK-FEED-DATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEED-DATE-STATUS.
           SELECT LAST-RUN-FILE ASSIGN TO DYNAMIC WK-LASTRUN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LASTRUN-STATUS.
           SELECT DATE-OVR-FILE ASSIGN TO "DATEOVR"
       01  BAND-CTL-RECORD.
         03  BND-ROW-BANDS      PIC 9(2).
         03  BND-COL-BANDS      PIC 9(2).
      * THE PROCESSING MODE OPERATIONS ASKS FOR - BLANK KEEPS THE
      * LONG-STANDING SINGLE-PASS ISOLATED COUNT, "CLEAR" ALSO STRIPS
      * THE QUALIFYING MARKERS ROUND AFTER ROUND UNTIL THE PLATE IS
      * STABLE AND ANSWERS WITH THE TOTAL CLEARED
       FD  SCAN-CTL-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SCAN-CTL-RECORD.
         03  SCN-MODE           PIC X(8).
       FD  DENSITY-RPT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  DENSITY-RECORD       PIC X(90).
       01  RUN-ID-RECORD        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY03P1".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-INPUT-FILENAME  PIC X(16) VALUE "INPUT".
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-EXPECT-FILENAME PIC X(24) VALUE "DAY03P1.EXPECT".
         03  WK-LASTRUN-FILENAME PIC X(24) VALUE "DAY03P1.LASTRUN".
         03  WK-BR-PROGRAM      PIC X(8) VALUE "DAY03P1".
         03  WK-INPUT-STATUS    PIC X(2) VALUE "00".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-GRID-ANS        PIC 9(6) VALUE ZERO.
         03  WK-GRID-CROWDED    PIC 9(6) VALUE ZERO.
         03  WK-BANDCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-SCANCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-MODE            PIC X(8) VALUE SPACES.
      * ITERATIVE CLEARANCE COUNTS - PER ROUND, PER GRID, AND THE
      * GRAND TOTALS ACROSS EVERY PLATE ON THE FEED
         03  WK-ROUND           PIC 9(4) VALUE ZERO.
         03  WK-ROUND-CLEARED   PIC 9(6) VALUE ZERO.
         03  WK-GRID-CLEARED    PIC 9(6) VALUE ZERO.
         03  WK-GRID-REMAIN     PIC 9(6) VALUE ZERO.
         03  WK-CLR-TOTAL       PIC 9(6) VALUE ZERO.
         03  WK-CLR-REMAIN      PIC 9(6) VALUE ZERO.
         03  WK-FINAL-ANS       PIC 9(6) VALUE ZERO.
         03  WK-DENS-STATUS     PIC X(2) VALUE "00".
         03  WK-BANDING         PIC X(1) VALUE "N".
         03  WK-ROW-BANDS       PIC 9(2) VALUE ZERO.
         03  WK-DIR-TABLE OCCURS 8 TIMES.
             05  DIR-I          PIC S9 VALUE ZERO.
             05  DIR-J          PIC S9 VALUE ZERO.
      * MARKERS CHOSEN FOR REMOVAL IN THE CURRENT CLEARANCE ROUND -
      * THE WHOLE PLATE IS TESTED BEFORE ANY MARKER IS LIFTED, SO A
      * ROUND'S REMOVALS NEVER CHANGE ANOTHER MARKER'S COUNT MID-ROUND
       01  WK-MARK-TABLE.
         03  WK-MARK-ROW        PIC X(222) OCCURS 222 TIMES.
       01  CON-AREA.
         03  CON-MAX-GRID       PIC 9(4) VALUE 220.
         03  CON-DOTS           PIC X(222) VALUE ALL ".".
         03  GRD-ANS            PIC ZZZZZ9.
         03  FILLER             PIC X(9)  VALUE " CROWDED=".
         03  GRD-CROWDED        PIC ZZZZZ9.
       01  WK-ROUND-LINE.
         03  FILLER             PIC X(5)  VALUE "GRID=".
         03  RND-GRID-ID        PIC X(8).
         03  FILLER             PIC X(7)  VALUE " ROUND=".
         03  RND-ROUND          PIC ZZZ9.
         03  FILLER             PIC X(9)  VALUE " REMOVED=".
         03  RND-REMOVED        PIC ZZZZZ9.
       01  WK-CLEAR-LINE.
         03  FILLER             PIC X(5)  VALUE "GRID=".
         03  CLR-GRID-ID        PIC X(8).
         03  FILLER             PIC X(8)  VALUE " ROUNDS=".
         03  CLR-ROUNDS         PIC ZZZ9.
         03  FILLER             PIC X(9)  VALUE " CLEARED=".
         03  CLR-CLEARED        PIC ZZZZZ9.
         03  FILLER             PIC X(11) VALUE " REMAINING=".
         03  CLR-REMAIN         PIC ZZZZZ9.
       01  WK-FLAG-LINE.
         03  FILLER             PIC X(20)
             VALUE "ISOLATED MARKER ROW=".

       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-MULTI = "Y"
             THEN
               MOVE "Y" TO WK-PENDING
               PERFORM 120-LOAD-GRID
               PERFORM 200-MAIN
               IF WK-MODE = "CLEAR"
                 THEN
                   PERFORM 230-CLEAR-GRID
               END-IF
               ADD WK-GRID-ANS     TO WK-ANS
               ADD WK-GRID-CROWDED TO WK-ANS-CROWDED
               ADD WK-ROWS         TO WK-TOTAL-ROWS
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
               DISPLAY "*** DAY03P1 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * RUNNING UNDER A CHAIN - IT GOES OUT ON THE SHARED RESULTS
      * RECORD SO ONE SPECIFIC RUN'S OUTPUT CAN BE PULLED LATER
           PERFORM 099-READ-RUN-ID.
      * SINGLE PASS OR ITERATIVE CLEARANCE - THE MODE DECIDES WHICH
      * RESULTS NAME THE DATASETS BELOW ARE QUALIFIED BY
           PERFORM 102-READ-MODE.
           PERFORM 101-SET-FILENAMES.
      * REFUSE A STALE OR ALREADY-PROCESSED FEED BEFORE TOUCHING IT
           PERFORM 096-CHECK-FEED-DATE.
                 INTO WK-INPUT-FILENAME
               STRING "BATCHRES." WK-YEAR DELIMITED BY SIZE
                 INTO WK-BATCH-FILENAME
               MOVE SPACES TO WK-EXPECT-FILENAME
               STRING FUNCTION TRIM(WK-BR-PROGRAM) "." WK-YEAR
                 DELIMITED BY SIZE
                 ".EXPECT" DELIMITED BY SIZE
                 INTO WK-EXPECT-FILENAME
               DISPLAY "*** DAY03P1 RUNNING AGAINST VINTAGE YEAR "
               CLOSE STEP-CTL-FILE
           END-IF.

      ******************************************************************
      * MODE CONTROL - THE OPTIONAL "SCANCTL" RECORD. ABSENT OR BLANK *
      * IS THE SINGLE-PASS ISOLATED COUNT. "CLEAR" ANSWERS WITH THE   *
      * TOTAL CLEARED - A DIFFERENT FIGURE - SO IT IS FILED AS        *
      * DAY03P1C, WITH ITS OWN EXPECTED-ANSWER AND LAST-RUN DATASETS  *
      ******************************************************************
       102-READ-MODE.
           OPEN INPUT SCAN-CTL-FILE.
           IF WK-SCANCTL-STATUS = "00"
             THEN
               READ SCAN-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SCN-MODE TO WK-MODE
               END-READ
               CLOSE SCAN-CTL-FILE
           END-IF.
           IF WK-MODE NOT = SPACES AND WK-MODE NOT = "CLEAR"
             THEN
               DISPLAY "*** DAY03P1 SCAN MODE [" WK-MODE "] IS NOT"
                 " CLEAR - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE "STEP ABORTED - SEE JOB LOG" TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           IF WK-MODE = "CLEAR"
             THEN
               MOVE "DAY03P1C" TO WK-BR-PROGRAM
               MOVE "DAY03P1C.EXPECT" TO WK-EXPECT-FILENAME
               MOVE "DAY03P1C.LASTRUN" TO WK-LASTRUN-FILENAME
               DISPLAY "*** DAY03P1 ITERATIVE CLEARANCE MODE SELECTED"
                 " - ANSWER FILED AS " WK-BR-PROGRAM " ***"
           END-IF.

       110-INIT-TABLE.
           MOVE -1 TO DIR-I(1) DIR-I(2) DIR-I(3) 
                      DIR-J(1) DIR-J(4) DIR-J(6)
           MOVE "N" TO WK-PENDING.
           PERFORM 120-LOAD-GRID.
           PERFORM 200-MAIN.
           IF WK-MODE = "CLEAR"
             THEN
               PERFORM 230-CLEAR-GRID
           END-IF.
           ADD 1 TO WK-GRID-CNT.
           ADD WK-GRID-ANS     TO WK-ANS.
           ADD WK-GRID-CROWDED TO WK-ANS-CROWDED.
               END-IF
           END-PERFORM.

      ******************************************************************
      * ITERATIVE CLEARANCE - REPEAT THE 210-CHECK NEIGHBOUR TEST OVER *
      * THE GRID JUST SCANNED, LIFTING EVERY MARKER WITH FEWER THAN 4 *
      * NEIGHBOURS EACH ROUND, UNTIL A ROUND REMOVES NOTHING. REPORTS *
      * EACH ROUND'S REMOVALS, THEN THE GRID'S TOTAL CLEARED AND THE  *
      * MARKERS LEFT STANDING                                         *
      ******************************************************************
       230-CLEAR-GRID.
           MOVE ZERO TO WK-ROUND.
           MOVE ZERO TO WK-GRID-CLEARED.
           MOVE ZERO TO WK-GRID-REMAIN.
           PERFORM 231-CLEAR-ROUND.
           PERFORM 231-CLEAR-ROUND UNTIL WK-ROUND-CLEARED = ZERO.
      * THE LAST ROUND REMOVED NOTHING - IT ONLY PROVED THE GRID STABLE
           SUBTRACT 1 FROM WK-ROUND.
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-LAST-ROW
               INSPECT WK-ROW(WK-I) TALLYING WK-GRID-REMAIN
                 FOR ALL "@"
           END-PERFORM.
           ADD WK-GRID-CLEARED TO WK-CLR-TOTAL.
           ADD WK-GRID-REMAIN  TO WK-CLR-REMAIN.
           MOVE WK-GRID-ID      TO CLR-GRID-ID.
           MOVE WK-ROUND        TO CLR-ROUNDS.
           MOVE WK-GRID-CLEARED TO CLR-CLEARED.
           MOVE WK-GRID-REMAIN  TO CLR-REMAIN.
           DISPLAY WK-CLEAR-LINE.

      ******************************************************************
      * ONE CLEARANCE ROUND - MARK EVERY QUALIFYING MARKER ACROSS THE  *
      * WHOLE PLATE FIRST, THEN LIFT THEM ALL TOGETHER                 *
      ******************************************************************
       231-CLEAR-ROUND.
           ADD 1 TO WK-ROUND.
           MOVE ZERO TO WK-ROUND-CLEARED.
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-LAST-ROW
               MOVE SPACES TO WK-MARK-ROW(WK-I)
               PERFORM VARYING WK-J FROM 2 BY 1
                 UNTIL WK-J > WK-LAST-COL
                   IF WK-ROW(WK-I)(WK-J:1) = "@"
                     THEN
                       MOVE ZERO TO WK-CNT
                       PERFORM 210-CHECK
                       IF WK-CNT < 4
                         THEN
                           MOVE "X" TO WK-MARK-ROW(WK-I)(WK-J:1)
                           ADD 1 TO WK-ROUND-CLEARED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WK-ROUND-CLEARED > ZERO
             THEN
               PERFORM VARYING WK-I FROM 2 BY 1
                 UNTIL WK-I > WK-LAST-ROW
                   PERFORM VARYING WK-J FROM 2 BY 1
                     UNTIL WK-J > WK-LAST-COL
                       IF WK-MARK-ROW(WK-I)(WK-J:1) = "X"
                         THEN
                           MOVE "." TO WK-ROW(WK-I)(WK-J:1)
                       END-IF
                   END-PERFORM
               END-PERFORM
               ADD WK-ROUND-CLEARED TO WK-GRID-CLEARED
               MOVE WK-GRID-ID       TO RND-GRID-ID
               MOVE WK-ROUND         TO RND-ROUND
               MOVE WK-ROUND-CLEARED TO RND-REMOVED
               DISPLAY WK-ROUND-LINE
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
           END-IF.
           DISPLAY "ISOLATED MARKERS (< 4 NEIGHBORS): " WK-ANS.
           DISPLAY "CROWDED MARKERS (>= 4 NEIGHBORS): " WK-ANS-CROWDED.
      * A CLEARANCE RUN ANSWERS WITH THE TOTAL CLEARED ACROSS EVERY
      * ROUND, OTHERWISE WITH THE SINGLE-PASS ISOLATED COUNT
           IF WK-MODE = "CLEAR"
             THEN
               DISPLAY "MARKERS CLEARED (ALL ROUNDS): " WK-CLR-TOTAL
               DISPLAY "MARKERS REMAINING AFTER CLEARANCE: "
                 WK-CLR-REMAIN
               MOVE WK-CLR-TOTAL TO WK-FINAL-ANS
             ELSE
               MOVE WK-ANS TO WK-FINAL-ANS
           END-IF.
      * RECORD THIS RUN'S ANSWER ON THE SHARED CROSS-PROGRAM RESULTS FEED
      * REMEMBER THE FEED DATE JUST PROCESSED SO A SECOND RUN AGAINST
      * THE SAME FEED IS CAUGHT AT 096-CHECK-FEED-DATE NEXT TIME
           PERFORM 270-WRITE-RUN-LOG.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY03P1 RECORDS READ=" WK-TOTAL-ROWS
             " FINAL ANSWER=" WK-FINAL-ANS " ***".

      ******************************************************************
      * SHARED RESULTS PROCESS - APPEND THIS RUN'S ANSWER TO THE        *
             THEN
               OPEN OUTPUT BATCH-RESULTS-FILE
           END-IF.
           MOVE WK-BR-PROGRAM TO BR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO BR-RUN-DATE(1:4).
           MOVE "-" TO BR-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO BR-RUN-DATE(6:2).
           MOVE "-" TO BR-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO BR-RUN-DATE(9:2).
           MOVE WK-FINAL-ANS TO WK-BR-ANS.
           MOVE WK-BR-ANS TO BR-ANSWER.
           MOVE WK-RUN-STATUS TO BR-RUN-STATUS.
           MOVE WK-TOTAL-ROWS TO BR-RECORDS-READ.
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE WK-FINAL-ANS TO WK-BR-ANS
                   IF FUNCTION TRIM(EXPECT-RECORD) =
                      FUNCTION TRIM(WK-BR-ANS)
                     THEN
