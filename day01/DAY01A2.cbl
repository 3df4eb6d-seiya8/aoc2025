       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01A2.
      ******************************************************************
      * DIAL TAMPERING / ABNORMAL ROTATION PATTERN ANALYSIS OVER THE  *
      * ROTATION LOG. DAY01A1 REPORTS WEAR; THIS PROGRAM READS THE    *
      * SAME 6- AND 10-BYTE RECORDS AND LOOKS FOR BEHAVIOUR SITE      *
      * SECURITY SHOULD SEE: A LONG RUN OF ALTERNATING L/R MOVES OF   *
      * THE SAME DISTANCE (SOMEONE FEELING FOR THE GATES), MANY       *
      * FULL-DIAL ROTATIONS IN A ROW, AND A SEGMENT BETWEEN "S" SHIFT *
      * MARKERS WITH FAR MORE MOVES THAN THE DIAL'S OTHER SEGMENTS.   *
      * EACH SEGMENT IS SCORED AGAINST THE RULES ON THE OPTIONAL      *
      * "TMPCTL" RECORD (RUN LENGTHS, THE MOVE-COUNT MULTIPLE, THE    *
      * POINTS EACH RULE CARRIES, AND THE SUSPECT SCORE), EACH DIAL   *
      * SCORES THE SUM OF ITS SEGMENTS, AND EVERY SUSPECT SEGMENT IS  *
      * LISTED WITH ITS RECORD NUMBERS ON "DAY01A2.SUSP" - LEADS, NOT *
      * JUST STATISTICS. A WARNING ALERT GOES OUT THROUGH DAYALR WHEN *
      * ANY SEGMENT IS SUSPECT.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT STEP-CTL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STEPCTL-STATUS.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WK-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-INPUT-STATUS.
           SELECT DIAL-CTL-FILE ASSIGN TO "DIALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT DIAL-MST-FILE ASSIGN TO "DIALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT TMP-CTL-FILE ASSIGN TO "TMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TMPCTL-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "DAY01A2.SUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  STEP-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY STEPCTL.
      * THE ROTATION LOG - THE LEGACY 6-BYTE DIRECTION/DISTANCE RECORD
      * OR THE 10-BYTE MULTI-DIAL RECORD WITH A DIAL IDENTIFIER IN
      * FRONT. THE RECORD LENGTH SAYS WHICH SHAPE ARRIVED
       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 6 TO 10 CHARACTERS
             DEPENDING ON WK-IN-REC-LEN.
       01  IN-RECORD            PIC X(10).
       FD  DIAL-CTL-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  CTL-RECORD.
         03  CTL-DIAL-SIZE      PIC 9(4).
         03  CTL-START-POS      PIC 9(4).
       FD  DIAL-MST-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  DIAL-MST-RECORD.
         03  DM-DIAL-ID         PIC X(4).
         03  DM-SIZE            PIC 9(4).
         03  DM-START           PIC 9(4).
         03  DM-EFF-DATE        PIC X(10).
         03  DM-EXP-DATE        PIC X(10).
      * PATTERN RULES - THE ALTERNATING-RUN AND FULL-ROTATION-RUN
      * LENGTHS THAT TRIP A RULE, THE MOVE-COUNT MULTIPLE (PERCENT OF
      * THE DIAL'S AVERAGE SEGMENT), THE POINTS EACH RULE ADDS TO A
      * SEGMENT'S SCORE, AND THE SCORE THAT MAKES A SEGMENT SUSPECT.
      * A FIELD LEFT NON-NUMERIC KEEPS ITS DEFAULT
       FD  TMP-CTL-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  TMP-CTL-RECORD.
         03  TMC-ALT-MIN        PIC 9(3).
         03  TMC-FULL-MIN       PIC 9(3).
         03  TMC-MOVE-PCT       PIC 9(4).
         03  TMC-ALT-POINTS     PIC 9(3).
         03  TMC-FULL-POINTS    PIC 9(3).
         03  TMC-MOVE-POINTS    PIC 9(3).
         03  TMC-SUSPECT-SCORE  PIC 9(3).
      * SUSPECT-SEGMENT LEADS FOR SITE SECURITY - THE SEGMENT'S FIRST
      * AND LAST LOG RECORD, ITS MOVE COUNT AND SCORE, WHICH RULES IT
      * TRIPPED (A/F/M), AND WHERE EACH OFFENDING RUN STARTED
       FD  SUSPECT-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  SUSPECT-RECORD.
         03  SUS-DIAL           PIC X(4).
         03  SUS-SEG-NO         PIC 9(4).
         03  SUS-FIRST-REC      PIC 9(7).
         03  SUS-LAST-REC       PIC 9(7).
         03  SUS-MOVES          PIC 9(7).
         03  SUS-SCORE          PIC 9(3).
         03  SUS-RULES          PIC X(3).
         03  SUS-ALT-RUN        PIC 9(5).
         03  SUS-ALT-REC        PIC 9(7).
         03  SUS-FULL-RUN       PIC 9(5).
         03  SUS-FULL-REC       PIC 9(7).
         03  FILLER             PIC X(5).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY01A2".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-LOCK-OWNED      PIC X(1) VALUE "N".
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-STEPCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-INPUT-FILENAME  PIC X(16) VALUE "INPUT".
         03  WK-INPUT-STATUS    PIC X(2) VALUE "00".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-TMPCTL-STATUS   PIC X(2) VALUE "00".
         03  WK-SUSP-STATUS     PIC X(2) VALUE "00".
         03  WK-DIAL-SIZE       PIC 9(4) VALUE 100.
         03  WK-START-POS       PIC 9(4) VALUE 50.
         03  WK-REC-NO          PIC 9(7) VALUE ZERO.
         03  WK-IN-REC-LEN      PIC 9(4) VALUE ZERO.
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-EOF         PIC X(1) VALUE "0".
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAY01A2".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
         03  WK-MULTI           PIC X(1) VALUE "N".
         03  WK-DIAL-CNT        PIC 9(2) VALUE ZERO.
         03  WK-CUR-DIAL        PIC 9(2) VALUE ZERO.
         03  WK-DL              PIC 9(2) VALUE ZERO.
         03  WK-DIAL-ID         PIC X(4) VALUE SPACES.
         03  WK-DIAL-ASOF       PIC X(10) VALUE SPACES.
         03  WK-DIR             PIC X(1) VALUE SPACES.
         03  WK-DIS-X           PIC X(5) VALUE SPACES.
         03  WK-DIS             PIC 9(5).
         03  WK-BAD-CNT         PIC 9(7) VALUE ZERO.
         03  WK-BAD-DIAL-CNT    PIC 9(7) VALUE ZERO.
         03  WK-SEG-CNT         PIC 9(5) VALUE ZERO.
         03  WK-SG              PIC 9(5) VALUE ZERO.
         03  WK-SEG-DROPPED     PIC 9(5) VALUE ZERO.
         03  WK-SUSPECT-CNT     PIC 9(5) VALUE ZERO.
         03  WK-AVG-MOVES       PIC 9(7)V99 COMP-3 VALUE ZERO.
         03  WK-MOVE-LIMIT      PIC 9(9)V99 COMP-3 VALUE ZERO.
         03  WK-RULES           PIC X(3) VALUE SPACES.
         03  WK-SCORE           PIC 9(3) VALUE ZERO.
      * THE PATTERN RULES IN FORCE - DEFAULTS UNLESS "TMPCTL" SAYS
         03  WK-ALT-MIN         PIC 9(3) VALUE 8.
         03  WK-FULL-MIN        PIC 9(3) VALUE 5.
         03  WK-MOVE-PCT        PIC 9(4) VALUE 300.
         03  WK-ALT-POINTS      PIC 9(3) VALUE 40.
         03  WK-FULL-POINTS     PIC 9(3) VALUE 30.
         03  WK-MOVE-POINTS     PIC 9(3) VALUE 30.
         03  WK-SUSPECT-SCORE   PIC 9(3) VALUE 30.
      * ONE ENTRY PER DIAL - SIZE AND START FROM THE "DIALMST" DIAL
      * MASTER (OR THE SINGLE LEGACY DIALCTL DIAL), WITH THE STATE OF
      * THE SEGMENT CURRENTLY OPEN ON THAT DIAL: WHERE IT BEGAN, ITS
      * MOVES, THE PREVIOUS MOVE, AND THE RUNS IN PROGRESS AND THE
      * LONGEST SEEN SO FAR
       01  WK-DIAL-TABLE.
         03  WK-DIAL-ENTRY OCCURS 10 TIMES.
           05  DL-ID            PIC X(4).
           05  DL-SIZE          PIC 9(4).
           05  DL-START         PIC 9(4).
           05  DL-SEG-NO        PIC 9(4).
           05  DL-SEG-SCORE     PIC 9(7).
           05  DL-SUSPECT-CNT   PIC 9(5).
           05  DL-TOTAL-MOVES   PIC 9(7).
           05  DL-FIRST-REC     PIC 9(7).
           05  DL-LAST-REC      PIC 9(7).
           05  DL-MOVES         PIC 9(7).
           05  DL-LAST-DIR      PIC X(1).
           05  DL-LAST-DIS      PIC 9(5).
           05  DL-ALT-RUN       PIC 9(5).
           05  DL-ALT-START     PIC 9(7).
           05  DL-ALT-MAX       PIC 9(5).
           05  DL-ALT-MAX-REC   PIC 9(7).
           05  DL-FULL-RUN      PIC 9(5).
           05  DL-FULL-START    PIC 9(7).
           05  DL-FULL-MAX      PIC 9(5).
           05  DL-FULL-MAX-REC  PIC 9(7).
      * EVERY CLOSED SEGMENT, HELD UNTIL THE END OF THE LOG SO ITS
      * MOVE COUNT CAN BE JUDGED AGAINST THE DIAL'S OTHER SEGMENTS
       01  WK-SEGMENT-TABLE.
         03  WK-SEGMENT-ENTRY OCCURS 2000 TIMES.
           05  SGT-DIAL         PIC 9(2).
           05  SGT-SEG-NO       PIC 9(4).
           05  SGT-FIRST-REC    PIC 9(7).
           05  SGT-LAST-REC     PIC 9(7).
           05  SGT-MOVES        PIC 9(7).
           05  SGT-ALT-MAX      PIC 9(5).
           05  SGT-ALT-REC      PIC 9(7).
           05  SGT-FULL-MAX     PIC 9(5).
           05  SGT-FULL-REC     PIC 9(7).
       01  CON-AREA.
         03  CON-MAX-DIALS      PIC 9(2) VALUE 10.
         03  CON-MAX-SEGS       PIC 9(5) VALUE 2000.
       01  WK-SUSPECT-LINE.
         03  FILLER             PIC X(5)  VALUE "DIAL=".
         03  SPL-DIAL           PIC X(4).
         03  FILLER             PIC X(10) VALUE "  SEGMENT=".
         03  SPL-SEG-NO         PIC ZZZ9.
         03  FILLER             PIC X(7)  VALUE "  RECS=".
         03  SPL-FIRST-REC      PIC ZZZZZZ9.
         03  FILLER             PIC X(1)  VALUE "-".
         03  SPL-LAST-REC       PIC ZZZZZZ9.
         03  FILLER             PIC X(8)  VALUE "  MOVES=".
         03  SPL-MOVES          PIC ZZZZZZ9.
         03  FILLER             PIC X(8)  VALUE "  SCORE=".
         03  SPL-SCORE          PIC ZZ9.
         03  FILLER             PIC X(8)  VALUE "  RULES=".
         03  SPL-RULES          PIC X(3).
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
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
               DISPLAY "*** DAY01A2 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM, RUN DATE, AND INPUT
      * FEED IN THE JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S
      * RUN WEEKS LATER
           DISPLAY "*** DAY01A2 RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - ROTATION PATTERN ANALYSIS ***".
      * REFUSE TO START IF ANOTHER RUN OWNS THE SHARED CONTROL
      * FILES, OTHERWISE TAKE (OR INHERIT) THE SUITE RUN LOCK
           PERFORM 095-TAKE-RUN-LOCK.
           PERFORM 101-SET-FILENAMES.
      * READ DIAL SIZE / STARTING POSITION CONTROL RECORD, IF PRESENT
           OPEN INPUT DIAL-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ DIAL-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE CTL-DIAL-SIZE  TO WK-DIAL-SIZE
                   MOVE CTL-START-POS  TO WK-START-POS
               END-READ
               CLOSE DIAL-CTL-FILE
           END-IF.
      * BUILD THE DIAL TABLE - THE PER-DIAL "DIALMST" MASTER WHEN ONE
      * IS ON DISK, OR THE SINGLE LEGACY DIALCTL DIAL OTHERWISE. THE
      * TABLE'S COUNTERS MUST START FROM A TRUE ZERO
           INITIALIZE WK-DIAL-TABLE.
           PERFORM 102-LOAD-DIAL-MASTER.
           PERFORM 103-LOAD-PATTERN-RULES.
      * OPEN FILE - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND IF
      * THE DATASET IS MISSING, UNREADABLE, OR OTHERWISE CAN'T BE OPENED
           OPEN INPUT INPUT-FILE.
           IF WK-INPUT-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY01A2 CANNOT OPEN INPUT FILE - STATUS="
                 WK-INPUT-STATUS " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
      * READ FIRST LINE
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * YEAR SELECTION PROCESS - AN OPTIONAL "YEARCTL" CONTROL RECORD  *
      * NAMES THE VINTAGE YEAR TO RUN AGAINST, AND AN OPTIONAL        *
      * "STEPCTL" RECORD NAMES EXACTLY THE FILE STAGED FOR THE STEP,  *
      * THE SAME WAY DAY01P1 RESOLVES ITS OWN INPUT                   *
      ******************************************************************
       101-SET-FILENAMES.
           OPEN INPUT YEAR-CTL-FILE.
           IF WK-YRCTL-STATUS = "00"
             THEN
               READ YEAR-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE YRCTL-YEAR TO WK-YEAR
               END-READ
               CLOSE YEAR-CTL-FILE
           END-IF.
           IF WK-YEAR NOT = SPACES
             THEN
               STRING "INPUT." WK-YEAR DELIMITED BY SIZE
                 INTO WK-INPUT-FILENAME
               DISPLAY "*** DAY01A2 RUNNING AGAINST VINTAGE YEAR "
                 WK-YEAR " ***"
           END-IF.
           OPEN INPUT STEP-CTL-FILE.
           IF WK-STEPCTL-STATUS = "00"
             THEN
               READ STEP-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE STEPCTL-FILENAME TO WK-INPUT-FILENAME
                   DISPLAY "*** DAY01A2 INPUT OVERRIDDEN TO "
                     WK-INPUT-FILENAME " ***"
               END-READ
               CLOSE STEP-CTL-FILE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - TRACK EACH DIAL'S OPEN SEGMENT MOVE BY MOVE; A  *
      * SHIFT MARKER CLOSES THE SEGMENT FOR JUDGING AT END OF LOG      *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-REC-NO.
           PERFORM 202-PARSE-LOG-RECORD.
           IF WK-CUR-DIAL = ZERO
             THEN
               ADD 1 TO WK-BAD-DIAL-CNT
           ELSE IF WK-DIR = "S"
             THEN
               IF DL-MOVES(WK-CUR-DIAL) > ZERO
                 THEN
                   PERFORM 230-CLOSE-SEGMENT
               END-IF
           ELSE IF (WK-DIR NOT = "L" AND WK-DIR NOT = "R")
              OR WK-DIS-X NOT NUMERIC
             THEN
               ADD 1 TO WK-BAD-CNT
             ELSE
               MOVE WK-DIS-X TO WK-DIS
               PERFORM 210-TRACK-MOVE
           END-IF.
      * READ NEXT LINE
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * PARSE ONE LOG RECORD - A 10-BYTE RECORD CARRIES ITS DIAL      *
      * IDENTIFIER IN FRONT; A LEGACY 6-BYTE RECORD BELONGS TO THE    *
      * FIRST (OR ONLY) DIAL ON THE TABLE. WK-CUR-DIAL IS ZERO WHEN   *
      * THE NAMED DIAL IS NOT ON THE MASTER                           *
      ******************************************************************
       202-PARSE-LOG-RECORD.
           IF WK-IN-REC-LEN >= 10
             THEN
               MOVE IN-RECORD(1:4) TO WK-DIAL-ID
               MOVE IN-RECORD(5:1) TO WK-DIR
               MOVE IN-RECORD(6:5) TO WK-DIS-X
           ELSE IF WK-MULTI = "Y"
             THEN
      * AN UNCONVERTED 6-BYTE RECORD ON A MULTI-DIAL LOG NAMES NO
      * DIAL, SO IT REPORTS AS AN UNKNOWN-DIAL RECORD
               MOVE SPACES TO WK-DIAL-ID
               MOVE IN-RECORD(1:1) TO WK-DIR
               MOVE IN-RECORD(2:5) TO WK-DIS-X
             ELSE
               MOVE DL-ID(1)       TO WK-DIAL-ID
               MOVE IN-RECORD(1:1) TO WK-DIR
               MOVE IN-RECORD(2:5) TO WK-DIS-X
           END-IF.
           PERFORM VARYING WK-DL FROM 1 BY 1
             UNTIL WK-DL > WK-DIAL-CNT
               OR DL-ID(WK-DL) = WK-DIAL-ID
               CONTINUE
           END-PERFORM.
           IF WK-DL > WK-DIAL-CNT
             THEN
               MOVE ZERO TO WK-CUR-DIAL
             ELSE
               MOVE WK-DL TO WK-CUR-DIAL
           END-IF.

      ******************************************************************
      * ONE MOVE - EXTEND OR RESTART THE ALTERNATING RUN (DIRECTION   *
      * FLIPPED, SAME DISTANCE) AND THE FULL-ROTATION RUN (A MOVE OF  *
      * AT LEAST THE WHOLE DIAL), KEEPING THE LONGEST OF EACH AND THE *
      * RECORD IT STARTED AT                                          *
      ******************************************************************
       210-TRACK-MOVE.
           IF DL-MOVES(WK-CUR-DIAL) = ZERO
             THEN
               MOVE WK-REC-NO TO DL-FIRST-REC(WK-CUR-DIAL)
               MOVE SPACES TO DL-LAST-DIR(WK-CUR-DIAL)
           END-IF.
           ADD 1 TO DL-MOVES(WK-CUR-DIAL).
           MOVE WK-REC-NO TO DL-LAST-REC(WK-CUR-DIAL).
           IF DL-LAST-DIR(WK-CUR-DIAL) NOT = SPACES AND
              WK-DIR NOT = DL-LAST-DIR(WK-CUR-DIAL) AND
              WK-DIS = DL-LAST-DIS(WK-CUR-DIAL)
             THEN
               ADD 1 TO DL-ALT-RUN(WK-CUR-DIAL)
             ELSE
               MOVE 1 TO DL-ALT-RUN(WK-CUR-DIAL)
               MOVE WK-REC-NO TO DL-ALT-START(WK-CUR-DIAL)
           END-IF.
           IF DL-ALT-RUN(WK-CUR-DIAL) > DL-ALT-MAX(WK-CUR-DIAL)
             THEN
               MOVE DL-ALT-RUN(WK-CUR-DIAL) TO DL-ALT-MAX(WK-CUR-DIAL)
               MOVE DL-ALT-START(WK-CUR-DIAL)
                 TO DL-ALT-MAX-REC(WK-CUR-DIAL)
           END-IF.
           IF WK-DIS >= DL-SIZE(WK-CUR-DIAL)
             THEN
               IF DL-FULL-RUN(WK-CUR-DIAL) = ZERO
                 THEN
                   MOVE WK-REC-NO TO DL-FULL-START(WK-CUR-DIAL)
               END-IF
               ADD 1 TO DL-FULL-RUN(WK-CUR-DIAL)
               IF DL-FULL-RUN(WK-CUR-DIAL) > DL-FULL-MAX(WK-CUR-DIAL)
                 THEN
                   MOVE DL-FULL-RUN(WK-CUR-DIAL)
                     TO DL-FULL-MAX(WK-CUR-DIAL)
                   MOVE DL-FULL-START(WK-CUR-DIAL)
                     TO DL-FULL-MAX-REC(WK-CUR-DIAL)
               END-IF
             ELSE
               MOVE ZERO TO DL-FULL-RUN(WK-CUR-DIAL)
           END-IF.
           MOVE WK-DIR TO DL-LAST-DIR(WK-CUR-DIAL).
           MOVE WK-DIS TO DL-LAST-DIS(WK-CUR-DIAL).

      ******************************************************************
      * SEGMENT CLOSE-OUT - FILE THE DIAL'S OPEN SEGMENT FOR JUDGING   *
      * AND START THE NEXT ONE CLEAN                                   *
      ******************************************************************
       230-CLOSE-SEGMENT.
           ADD 1 TO DL-SEG-NO(WK-CUR-DIAL).
           ADD DL-MOVES(WK-CUR-DIAL) TO DL-TOTAL-MOVES(WK-CUR-DIAL).
           IF WK-SEG-CNT < CON-MAX-SEGS
             THEN
               ADD 1 TO WK-SEG-CNT
               MOVE WK-CUR-DIAL TO SGT-DIAL(WK-SEG-CNT)
               MOVE DL-SEG-NO(WK-CUR-DIAL) TO SGT-SEG-NO(WK-SEG-CNT)
               MOVE DL-FIRST-REC(WK-CUR-DIAL)
                 TO SGT-FIRST-REC(WK-SEG-CNT)
               MOVE DL-LAST-REC(WK-CUR-DIAL) TO SGT-LAST-REC(WK-SEG-CNT)
               MOVE DL-MOVES(WK-CUR-DIAL) TO SGT-MOVES(WK-SEG-CNT)
               MOVE DL-ALT-MAX(WK-CUR-DIAL) TO SGT-ALT-MAX(WK-SEG-CNT)
               MOVE DL-ALT-MAX-REC(WK-CUR-DIAL)
                 TO SGT-ALT-REC(WK-SEG-CNT)
               MOVE DL-FULL-MAX(WK-CUR-DIAL)
                 TO SGT-FULL-MAX(WK-SEG-CNT)
               MOVE DL-FULL-MAX-REC(WK-CUR-DIAL)
                 TO SGT-FULL-REC(WK-SEG-CNT)
             ELSE
               ADD 1 TO WK-SEG-DROPPED
           END-IF.
           MOVE ZERO TO DL-MOVES(WK-CUR-DIAL).
           MOVE ZERO TO DL-ALT-RUN(WK-CUR-DIAL).
           MOVE ZERO TO DL-ALT-MAX(WK-CUR-DIAL).
           MOVE ZERO TO DL-ALT-MAX-REC(WK-CUR-DIAL).
           MOVE ZERO TO DL-FULL-RUN(WK-CUR-DIAL).
           MOVE ZERO TO DL-FULL-MAX(WK-CUR-DIAL).
           MOVE ZERO TO DL-FULL-MAX-REC(WK-CUR-DIAL).
           MOVE SPACES TO DL-LAST-DIR(WK-CUR-DIAL).

      ******************************************************************
      * DIAL MASTER PROCESS - LOAD THE PER-DIAL SIZE AND START FROM   *
      * "DIALMST", TAKING ONLY THE VERSION OF EACH DIAL IN EFFECT ON  *
      * THE RUN DATE (THE MASTER IS KEPT IN DIAL AND EFFECTIVE-DATE   *
      * ORDER BY DAY01DM, SO THE LAST VERSION IN EFFECT WINS). NO     *
      * MASTER MEANS THE SINGLE LEGACY DIAL, SIZED BY DIALCTL         *
      ******************************************************************
       102-LOAD-DIAL-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-DIAL-ASOF(1:4).
           MOVE "-" TO WK-DIAL-ASOF(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-DIAL-ASOF(6:2).
           MOVE "-" TO WK-DIAL-ASOF(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-DIAL-ASOF(9:2).
           OPEN INPUT DIAL-MST-FILE.
           IF WK-MST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-MST-EOF = "1"
                 READ DIAL-MST-FILE
                   AT END
                     MOVE "1" TO WK-MST-EOF
                   NOT AT END
                     IF DM-DIAL-ID NOT = SPACES AND
                        DM-SIZE IS NUMERIC AND DM-SIZE > ZERO AND
                        DM-START IS NUMERIC AND
                        (DM-EFF-DATE = SPACES OR
                         DM-EFF-DATE <= WK-DIAL-ASOF) AND
                        (DM-EXP-DATE = SPACES OR
                         DM-EXP-DATE >= WK-DIAL-ASOF)
                       THEN
                         PERFORM VARYING WK-DL FROM 1 BY 1
                           UNTIL WK-DL > WK-DIAL-CNT
                             OR DL-ID(WK-DL) = DM-DIAL-ID
                             CONTINUE
                         END-PERFORM
                         IF WK-DL > WK-DIAL-CNT AND
                            WK-DIAL-CNT < CON-MAX-DIALS
                           THEN
                             ADD 1 TO WK-DIAL-CNT
                         END-IF
                         IF WK-DL <= WK-DIAL-CNT
                           THEN
                             MOVE DM-DIAL-ID TO DL-ID(WK-DL)
                             MOVE DM-SIZE    TO DL-SIZE(WK-DL)
                             MOVE DM-START   TO DL-START(WK-DL)
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DIAL-MST-FILE
           END-IF.
           IF WK-DIAL-CNT > ZERO
             THEN
               MOVE "Y" TO WK-MULTI
               DISPLAY "*** DAY01A2 " WK-DIAL-CNT " DIAL(S) LOADED"
                 " FROM DIALMST ***"
             ELSE
               MOVE 1 TO WK-DIAL-CNT
               MOVE "MAIN" TO DL-ID(1)
               MOVE WK-DIAL-SIZE TO DL-SIZE(1)
               MOVE WK-START-POS TO DL-START(1)
           END-IF.

      ******************************************************************
      * PATTERN RULES PROCESS - THE OPTIONAL "TMPCTL" RECORD. ANY      *
      * FIELD NOT NUMERIC (OR A RUN LENGTH OF ZERO) KEEPS ITS DEFAULT  *
      ******************************************************************
       103-LOAD-PATTERN-RULES.
           OPEN INPUT TMP-CTL-FILE.
           IF WK-TMPCTL-STATUS = "00"
             THEN
               READ TMP-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF TMC-ALT-MIN IS NUMERIC AND TMC-ALT-MIN > ZERO
                     THEN
                       MOVE TMC-ALT-MIN TO WK-ALT-MIN
                   END-IF
                   IF TMC-FULL-MIN IS NUMERIC AND TMC-FULL-MIN > ZERO
                     THEN
                       MOVE TMC-FULL-MIN TO WK-FULL-MIN
                   END-IF
                   IF TMC-MOVE-PCT IS NUMERIC AND TMC-MOVE-PCT > ZERO
                     THEN
                       MOVE TMC-MOVE-PCT TO WK-MOVE-PCT
                   END-IF
                   IF TMC-ALT-POINTS IS NUMERIC
                     THEN
                       MOVE TMC-ALT-POINTS TO WK-ALT-POINTS
                   END-IF
                   IF TMC-FULL-POINTS IS NUMERIC
                     THEN
                       MOVE TMC-FULL-POINTS TO WK-FULL-POINTS
                   END-IF
                   IF TMC-MOVE-POINTS IS NUMERIC
                     THEN
                       MOVE TMC-MOVE-POINTS TO WK-MOVE-POINTS
                   END-IF
                   IF TMC-SUSPECT-SCORE IS NUMERIC AND
                      TMC-SUSPECT-SCORE > ZERO
                     THEN
                       MOVE TMC-SUSPECT-SCORE TO WK-SUSPECT-SCORE
                   END-IF
               END-READ
               CLOSE TMP-CTL-FILE
           END-IF.
           DISPLAY "*** DAY01A2 RULES - ALTERNATING RUN " WK-ALT-MIN
             " (" WK-ALT-POINTS " PTS) FULL-ROTATION RUN "
             WK-FULL-MIN " (" WK-FULL-POINTS " PTS) MOVES OVER "
             WK-MOVE-PCT "% OF AVERAGE (" WK-MOVE-POINTS
             " PTS) SUSPECT AT " WK-SUSPECT-SCORE " ***".

      ******************************************************************
      * END PROCESS - CLOSE EVERY DIAL'S LAST SEGMENT, SCORE THEM ALL  *
      * AND REPORT THE DIAL TOTALS                                     *
      ******************************************************************
       300-END.
      * CLOSE FILE
           CLOSE INPUT-FILE.
      * A DIAL WITH MOVES AFTER ITS LAST MARKER (OR NO MARKERS AT ALL)
      * STILL HAS A SEGMENT OPEN - IT IS JUDGED LIKE ANY OTHER
           PERFORM VARYING WK-DL FROM 1 BY 1
             UNTIL WK-DL > WK-DIAL-CNT
               MOVE WK-DL TO WK-CUR-DIAL
               IF DL-MOVES(WK-DL) > ZERO
                 THEN
                   PERFORM 230-CLOSE-SEGMENT
               END-IF
           END-PERFORM.
           OPEN OUTPUT SUSPECT-FILE.
           DISPLAY "*** DAY01A2 SUSPECT SEGMENTS ***".
           PERFORM VARYING WK-SG FROM 1 BY 1
             UNTIL WK-SG > WK-SEG-CNT
               PERFORM 310-SCORE-ONE-SEGMENT
           END-PERFORM.
           CLOSE SUSPECT-FILE.
           IF WK-SUSPECT-CNT = ZERO
             THEN
               DISPLAY "*** DAY01A2 NO SEGMENT REACHED THE SUSPECT"
                 " SCORE ***"
           END-IF.
      * ONE SCORE LINE PER DIAL - THE SUM OF ITS SEGMENTS' SCORES
           PERFORM VARYING WK-DL FROM 1 BY 1
             UNTIL WK-DL > WK-DIAL-CNT
               DISPLAY "*** DAY01A2 DIAL " DL-ID(WK-DL)
                 " SEGMENTS=" DL-SEG-NO(WK-DL)
                 " MOVES=" DL-TOTAL-MOVES(WK-DL)
                 " SCORE=" DL-SEG-SCORE(WK-DL)
                 " SUSPECT SEGMENTS=" DL-SUSPECT-CNT(WK-DL) " ***"
           END-PERFORM.
           IF WK-SUSPECT-CNT > ZERO
             THEN
               DISPLAY "*** DAY01A2 " WK-SUSPECT-CNT
                 " SUSPECT SEGMENT(S) LISTED ON DAY01A2.SUSP ***"
               MOVE SPACES TO WK-ALR-REASON
               STRING "ROTATION PATTERN - " WK-SUSPECT-CNT
                 " SUSPECT SEGMENT(S)" DELIMITED BY SIZE
                 INTO WK-ALR-REASON
               PERFORM 275-WRITE-ALERT
           END-IF.
           IF WK-SEG-DROPPED > ZERO
             THEN
               DISPLAY "*** " WK-SEG-DROPPED
                 " SEGMENT(S) OVER THE TABLE LIMIT WERE NOT SCORED ***"
           END-IF.
           IF WK-BAD-CNT > ZERO
             THEN
               DISPLAY "*** " WK-BAD-CNT
                 " MALFORMED RECORD(S) SKIPPED ***"
           END-IF.
           IF WK-BAD-DIAL-CNT > ZERO
             THEN
               DISPLAY "*** " WK-BAD-DIAL-CNT
                 " RECORD(S) FOR UNKNOWN DIALS WERE SKIPPED ***"
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY01A2 RECORDS READ=" WK-REC-NO
             " SEGMENTS=" WK-SEG-CNT " ***".

      ******************************************************************
      * SCORE ONE SEGMENT - EACH RULE TRIPPED ADDS ITS POINTS. THE     *
      * MOVE-COUNT RULE NEEDS SOMETHING TO COMPARE WITH, SO A DIAL     *
      * WITH ONLY ONE SEGMENT IS NOT JUDGED ON IT                      *
      ******************************************************************
       310-SCORE-ONE-SEGMENT.
           MOVE SGT-DIAL(WK-SG) TO WK-DL.
           MOVE ZERO TO WK-SCORE.
           MOVE SPACES TO WK-RULES.
           IF SGT-ALT-MAX(WK-SG) >= WK-ALT-MIN
             THEN
               ADD WK-ALT-POINTS TO WK-SCORE
               MOVE "A" TO WK-RULES(1:1)
           END-IF.
           IF SGT-FULL-MAX(WK-SG) >= WK-FULL-MIN
             THEN
               ADD WK-FULL-POINTS TO WK-SCORE
               MOVE "F" TO WK-RULES(2:1)
           END-IF.
           IF DL-SEG-NO(WK-DL) > 1
             THEN
               COMPUTE WK-AVG-MOVES =
                 DL-TOTAL-MOVES(WK-DL) / DL-SEG-NO(WK-DL)
               COMPUTE WK-MOVE-LIMIT = WK-AVG-MOVES * WK-MOVE-PCT / 100
               IF SGT-MOVES(WK-SG) > WK-MOVE-LIMIT
                 THEN
                   ADD WK-MOVE-POINTS TO WK-SCORE
                   MOVE "M" TO WK-RULES(3:1)
               END-IF
           END-IF.
           ADD WK-SCORE TO DL-SEG-SCORE(WK-DL).
           IF WK-SCORE > ZERO AND WK-SCORE >= WK-SUSPECT-SCORE
             THEN
               ADD 1 TO WK-SUSPECT-CNT
               ADD 1 TO DL-SUSPECT-CNT(WK-DL)
               MOVE DL-ID(WK-DL)         TO SPL-DIAL
               MOVE SGT-SEG-NO(WK-SG)    TO SPL-SEG-NO
               MOVE SGT-FIRST-REC(WK-SG) TO SPL-FIRST-REC
               MOVE SGT-LAST-REC(WK-SG)  TO SPL-LAST-REC
               MOVE SGT-MOVES(WK-SG)     TO SPL-MOVES
               MOVE WK-SCORE             TO SPL-SCORE
               MOVE WK-RULES             TO SPL-RULES
               DISPLAY WK-SUSPECT-LINE
               IF WK-RULES(1:1) = "A"
                 THEN
                   DISPLAY "    ALTERNATING L/R RUN OF "
                     SGT-ALT-MAX(WK-SG) " FROM REC="
                     SGT-ALT-REC(WK-SG)
               END-IF
               IF WK-RULES(2:1) = "F"
                 THEN
                   DISPLAY "    FULL-DIAL ROTATION RUN OF "
                     SGT-FULL-MAX(WK-SG) " FROM REC="
                     SGT-FULL-REC(WK-SG)
               END-IF
               MOVE SPACES TO SUSPECT-RECORD
               MOVE DL-ID(WK-DL)         TO SUS-DIAL
               MOVE SGT-SEG-NO(WK-SG)    TO SUS-SEG-NO
               MOVE SGT-FIRST-REC(WK-SG) TO SUS-FIRST-REC
               MOVE SGT-LAST-REC(WK-SG)  TO SUS-LAST-REC
               MOVE SGT-MOVES(WK-SG)     TO SUS-MOVES
               MOVE WK-SCORE             TO SUS-SCORE
               MOVE WK-RULES             TO SUS-RULES
               MOVE SGT-ALT-MAX(WK-SG)   TO SUS-ALT-RUN
               MOVE SGT-ALT-REC(WK-SG)   TO SUS-ALT-REC
               MOVE SGT-FULL-MAX(WK-SG)  TO SUS-FULL-RUN
               MOVE SGT-FULL-REC(WK-SG)  TO SUS-FULL-REC
               WRITE SUSPECT-RECORD
           END-IF.

      ******************************************************************
      * ALERT PROCESS - APPEND ONE FIXED-LAYOUT ALERT RECORD THROUGH  *
      * DAYALR FOR THE MONITORING BRIDGE. RETURN-CODE IS SAVED AROUND *
      * THE CALL                                                      *
      ******************************************************************
       275-WRITE-ALERT.
           MOVE "WARN " TO WK-ALR-SEVERITY.
           MOVE ZERO TO WK-ALR-STEP-NO.
           MOVE ZERO TO WK-ALR-RC.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYALR" USING WK-ALR-SEVERITY WK-ALR-PROGRAM
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * RUN LOCK PROCESS - TAKE THE SUITE-WIDE RUN LOCK, OR PASS IF    *
      * THIS RUN UNIT (THE DAYDRV CHAIN) ALREADY HOLDS IT. A LOCK      *
      * HELD BY ANOTHER RUN MEANS A CHAIN IS MID-FLIGHT AND A SECOND   *
      * RUN WOULD CROSS-READ ITS CONTROL FILES, SO THIS RUN REFUSES    *
      ******************************************************************
       095-TAKE-RUN-LOCK.
           MOVE "LOCK" TO WK-LCK-FUNCTION.
           CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
               WK-LCK-RESULT.
           IF WK-LCK-RESULT = "2" OR WK-LCK-RESULT = "3"
             THEN
               DISPLAY "*** DAY01A2 ANOTHER RUN HOLDS THE RUN LOCK -"
                 " ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-LCK-RESULT = "0"
             THEN
               MOVE "Y" TO WK-LOCK-OWNED
           END-IF.

      ******************************************************************
      * RELEASE THE RUN LOCK, BUT ONLY IF THIS STANDALONE RUN TOOK IT  *
      * ITSELF - A STEP RUNNING UNDER DAYDRV LEAVES THE CHAIN'S LOCK   *
      * ALONE FOR DAYDRV TO RELEASE                                    *
      ******************************************************************
       395-FREE-RUN-LOCK.
           IF WK-LOCK-OWNED = "Y"
             THEN
               MOVE RETURN-CODE TO WK-SAVED-RC
               MOVE "FREE" TO WK-LCK-FUNCTION
               CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
                   WK-LCK-RESULT
               MOVE WK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WK-LOCK-OWNED
           END-IF.
