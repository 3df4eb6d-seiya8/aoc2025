           SELECT VERDICT-FILE ASSIGN TO "PREFLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-VERDICT-STATUS.
           SELECT FEED-ARR-FILE ASSIGN TO "FEEDARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEEDARR-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNSTATS-STATUS.
           SELECT DSP-CTL-FILE ASSIGN TO "DSPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DSPCTL-STATUS.
           SELECT PHS-LIST-FILE ASSIGN TO DYNAMIC WK-PHSLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PHSLIST-STATUS.
           SELECT ROUTE-TOT-FILE ASSIGN TO "DAYRTE.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TOT-STATUS.
           SELECT PHS-CTL-FILE ASSIGN TO "PHSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PHSCTL-STATUS.
           SELECT STEP-CAL-FILE ASSIGN TO "STEPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STEPCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CTL-FILE
         03  CAL-DATE           PIC X(10).
         03  CAL-DISP           PIC X(8).
       FD  SCHED-LOG-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  SCHED-LOG-RECORD.
         03  SCH-RUN-DATE       PIC X(10).
         03  SCH-PLANNED        PIC X(8).
      * THE CHAIN RUN THIS RECORD BELONGS TO - SPACES FOR RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED OR FOR A PLANNED NO-RUN
         03  SCH-RUN-ID         PIC X(14).
      * HOW THE PRE-CHAIN AND POST-CHAIN PHASES WENT - OK, WARN,
      * FAILED OR NOT-RUN; SPACES FOR RECORDS WRITTEN BEFORE THE
      * PHASES EXISTED
         03  SCH-PRE-RESULT     PIC X(8).
         03  SCH-POST-RESULT    PIC X(8).
      * HOW EACH STEP OF THE DEFAULT CHAIN FARED, IN CHAIN ORDER - R
      * RAN, F FAILED, O PLANNED OFF BY ITS FREQUENCY RULE, M PLANNED
      * BUT MISSED, C ALREADY COMPLETED BY THE ABORTED RUN THIS ONE
      * RESUMED, SPACE NOT ON THE NIGHT'S PLAN; SPACES FOR RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED OR BEFORE THE PLAN WAS MADE
         03  SCH-STEP-STATE     PIC X(1) OCCURS 7 TIMES.
       FD  VERDICT-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  VERDICT-RECORD       PIC X(4).
      * THE FEED ARRIVAL VERDICT DAYFAW LEAVES FOR THE NIGHT
       FD  FEED-ARR-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FEED-ARR-RECORD.
         03  FAV-STAMP          PIC X(14).
         03  FAV-VERDICT        PIC X(8).
         03  FAV-LATE-CNT       PIC 9(2).
         03  FAV-MISSED-CNT     PIC 9(2).
       FD  RUN-STATS-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY RUNSTREC.
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
         03  DSP-MAX-RC         PIC X(2).
      * WIDE ENOUGH FOR THE LONGEST DISPOSITION, WARN-AND-CONTINUE
         03  DSP-ACTION         PIC X(17).
       FD  PHS-LIST-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  PHS-LIST-RECORD      PIC X(8).
       FD  PHS-CTL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  PHS-CTL-RECORD.
         03  PHC-PHASE          PIC X(4).
         03  PHC-MAX-RC         PIC X(2).
         03  PHC-ACTION         PIC X(8).
       FD  ROUTE-TOT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  ROUTE-TOT-RECORD.
         03  TOT-RUN-DATE       PIC X(10).
         03  TOT-ROUTE          PIC X(8).
         03  TOT-ROUTED         PIC 9(7).
         03  TOT-HELD-RECS      PIC 9(7).
         03  TOT-STATUS         PIC X(1).
       FD  STEP-CAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  STEP-CAL-RECORD.
         03  STC-DATE           PIC X(10).
         03  STC-STEP           PIC X(8).
         03  STC-DISP           PIC X(8).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-STEPCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-STEPLIST-STATUS PIC X(2) VALUE "00".
         03  WK-STEPLIST-EOF    PIC X(1) VALUE "0".
         03  WK-OPER-REASON     PIC X(32) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYDRV".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
         03  WK-HOLD-GRANTED-TO PIC X(8) VALUE SPACES.
         03  WK-OPER-ABORT      PIC X(1) VALUE "0".
         03  WK-OPER-SKIP       PIC X(1) VALUE "N".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-ACTUAL          PIC X(8) VALUE SPACES.
         03  WK-VERDICT-STATUS  PIC X(2) VALUE "00".
         03  WK-VERDICT         PIC X(4) VALUE SPACES.
         03  WK-FEEDARR-STATUS  PIC X(2) VALUE "00".
         03  WK-FEED-VERDICT    PIC X(8) VALUE SPACES.
         03  WK-VERDICT-DATE    PIC X(8) VALUE SPACES.
         03  WK-YESTERDAY       PIC 9(8) VALUE ZERO.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-RUNSTATS-STATUS PIC X(2) VALUE "00".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
         03  WK-ABORTED         PIC X(1) VALUE "0".
         03  WK-STEP-NAME       PIC X(8).
         03  WK-STEP-INPUT-NAME PIC X(16) VALUE SPACES.
         03  WK-LIN-ARCHIVED    PIC X(1) VALUE "N".
         03  WK-TOT-STATUS      PIC X(2) VALUE "00".
         03  WK-TOT-EOF         PIC X(1) VALUE "0".
         03  WK-ROUTE-HELD      PIC X(1) VALUE "N".
         03  WK-PHSLIST-FILENAME PIC X(8) VALUE SPACES.
         03  WK-PHSLIST-STATUS  PIC X(2) VALUE "00".
         03  WK-PHSLIST-EOF     PIC X(1) VALUE "0".
         03  WK-PHSCTL-STATUS   PIC X(2) VALUE "00".
         03  WK-PHSCTL-EOF      PIC X(1) VALUE "0".
         03  WK-CUR-PHASE       PIC X(4) VALUE "MAIN".
         03  WK-PH              PIC 9(1) VALUE ZERO.
         03  WK-PHS-NO          PIC 9(2) VALUE ZERO.
         03  WK-PHS-STOP        PIC X(1) VALUE "0".
         03  WK-PHS-RC          PIC 9(2) VALUE ZERO.
         03  WK-STEPCAL-STATUS  PIC X(2) VALUE "00".
         03  WK-STEPCAL-EOF     PIC X(1) VALUE "0".
         03  WK-SP              PIC 9(2) VALUE ZERO.
         03  WK-OFF-CNT         PIC 9(2) VALUE ZERO.
         03  WK-MISSED-CNT      PIC 9(2) VALUE ZERO.
         03  WK-PLAN-MOVED      PIC X(1) VALUE "N".
         03  WK-STEP-STATE-CODE PIC X(1) VALUE SPACE.
       01  WK-STEP-TABLE.
         03  FILLER             PIC X(8) VALUE "DAY01P1 ".
         03  FILLER             PIC X(8) VALUE "DAY01P2 ".
       01  WK-STEP-NAMES REDEFINES WK-STEP-TABLE.
         03  WK-STEP-NAME-TBL   PIC X(8) OCCURS 7 TIMES
             INDEXED BY WK-STEP-IDX.
      * TONIGHT'S PLAN AND OUTCOME FOR EACH DEFAULT-CHAIN STEP, IN THE
      * SAME ORDER AND CODES AS SCH-STEP-STATE - P IS PLANNED AND NOT
      * YET RUN, AND IS WRITTEN TO SCHEDLOG AS MISSED
       01  WK-PLAN-TABLE VALUE SPACES.
         03  WK-PLAN-STATE      PIC X(1) OCCURS 7 TIMES.
      * THE RUN TABLE IS THE LIST OF STEPS THIS INVOCATION WILL CALL,
      * IN ORDER - EITHER THE FULL DEFAULT CHAIN ABOVE OR WHATEVER THE
      * OPTIONAL "STEPLIST" CONTROL FILE NAMES FOR A PARTIAL RERUN
           05  DSQ-STEP         PIC X(8).
           05  DSQ-MAX-RC       PIC 9(2).
           05  DSQ-ACTION       PIC X(17).
      * THE PROGRAMS EACH PHASE AROUND THE CHAIN MAY RUN, IN DEFAULT
      * ORDER, TAGGED WITH THEIR PHASE (1 = PRE-CHAIN, 2 = POST-CHAIN).
      * THESE USED TO BE SEPARATE SCHEDULER JOBS, AND A FORGOTTEN ONE
      * MEANT NO RECONCILIATION AND NO MIS FILE FOR THE NIGHT
       01  WK-PHASE-PGM-TABLE.
         03  FILLER             PIC X(9) VALUE "DAYCFA  1".
         03  FILLER             PIC X(9) VALUE "DAYDFT  1".
         03  FILLER             PIC X(9) VALUE "DAYPRE  1".
         03  FILLER             PIC X(9) VALUE "DAYSHS  1".
         03  FILLER             PIC X(9) VALUE "DAYVFY  2".
         03  FILLER             PIC X(9) VALUE "DAYRCN  2".
         03  FILLER             PIC X(9) VALUE "DAYCON  2".
         03  FILLER             PIC X(9) VALUE "DAYVOL  2".
         03  FILLER             PIC X(9) VALUE "DAYEXC  2".
         03  FILLER             PIC X(9) VALUE "DAYMIS  2".
         03  FILLER             PIC X(9) VALUE "DAY09GIS2".
         03  FILLER             PIC X(9) VALUE "DAYSHR  2".
         03  FILLER             PIC X(9) VALUE "DAYCAP  2".
         03  FILLER             PIC X(9) VALUE "DAYMWS  2".
       01  WK-PHASE-PGMS REDEFINES WK-PHASE-PGM-TABLE.
         03  WK-PHASE-PGM-ENTRY OCCURS 14 TIMES.
           05  PHK-NAME         PIC X(8).
           05  PHK-PHASE        PIC 9(1).
      * PER-PHASE STEP LIST, RETURN-CODE POLICY AND OUTCOME - THE
      * DEFAULT LIST ABOVE, OR WHATEVER THE OPTIONAL "PRELIST" OR
      * "POSTLIST" CONTROL FILE SELECTS, JUDGED AGAINST THE PHASE'S
      * THRESHOLD AND OVER-THRESHOLD ACTION FROM "PHSCTL"
       01  WK-PHASE-TABLE.
         03  WK-PHASE-ENTRY OCCURS 2 TIMES.
           05  PHT-NAME         PIC X(4).
           05  PHT-LIST-NAME    PIC X(8).
           05  PHT-MAX-RC       PIC 9(2).
           05  PHT-ACTION       PIC X(8).
           05  PHT-RESULT       PIC X(8).
           05  PHT-STEP-CNT     PIC 9(2).
           05  PHT-STEP         PIC X(8) OCCURS 20 TIMES.
       01  CON-AREA.
         03  CON-PHASE-PGMS     PIC 9(2) VALUE 14.
         03  CON-DEFAULT-STEPS  PIC 9(2) VALUE 7.
         03  CON-MAX-STEPS      PIC 9(2) VALUE 20.
         03  CON-HOLD-WAIT-SECS PIC 9(2) VALUE 10.
         03  CON-DAY-SECS       PIC 9(7) VALUE 86400.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-ABORTED = "1"
             OR WK-OPER-ABORT = "1"
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
               DISPLAY "*** DAYDRV CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-RUN-DATE(6:2).
           MOVE "-" TO WK-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-RUN-DATE(9:2).
      * LOAD THE PRE-CHAIN AND POST-CHAIN PHASE STEP LISTS AND THEIR
      * RETURN-CODE POLICY - ONE DAYDRV RUN IS THE WHOLE NIGHT, NOT
      * JUST THE SEVEN BUSINESS STEPS
           PERFORM 175-LOAD-PHASES.
      * CONSULT THE RUN CALENDAR - A PLANNED NO-RUN (HOLIDAY OR A
      * SCHEDULED SKIP) ENDS THE RUN AS A NORMAL COMPLETION INSTEAD OF
      * ABORTING ON A FEED THAT WAS NEVER GOING TO ARRIVE
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
      * STAND DOWN WHEN THE FEED ARRIVAL MONITOR GAVE UP ON A SOURCE -
      * DAYRTE SPLIT NOTHING, SO THE ROUTED INPUTS ON DISK ARE AN
      * EARLIER NIGHT'S AND THE CHAIN MUST NOT RUN AGAINST THEM
           PERFORM 145-CHECK-FEED-ARRIVAL.
           IF WK-FEED-VERDICT = "STANDDWN"
             THEN
               DISPLAY "*** DAYDRV FEED ARRIVAL VERDICT IS STANDDWN"
                 " - CHAIN STANDS DOWN TONIGHT ***"
               MOVE "NOFEED" TO WK-ACTUAL
               PERFORM 260-WRITE-SCHED-LOG
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE "FEED ARRIVAL STANDDWN - CHAIN NOT STARTED"
                 TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               PERFORM 155-CLEAR-RUN-ID
               MOVE "FREE" TO WK-LCK-FUNCTION
               CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
                   WK-LCK-RESULT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * RUN THE PRE-CHAIN PHASE - THE CONTROL-FILE AUDIT AND THE FEED
      * PRE-FLIGHT RUN AHEAD OF THE CHAIN, SO THE VERDICT READ BELOW IS
      * TONIGHT'S AND NOT ONE LEFT OVER FROM A SEPARATE EARLIER JOB. A
      * PRE-CHAIN STEP OVER ITS PHASE THRESHOLD UNDER THE STOP ACTION
      * KEEPS THE CHAIN FROM STARTING
           MOVE 1 TO WK-PH.
           PERFORM 180-RUN-PHASE.
           IF WK-PHS-STOP = "1"
             THEN
               DISPLAY "*** DAYDRV PRE-CHAIN PHASE FAILED - CHAIN WILL"
                 " NOT START ***"
               MOVE "PRE-STOP" TO WK-ACTUAL
               PERFORM 260-WRITE-SCHED-LOG
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE "PRE-CHAIN PHASE FAILED - CHAIN NOT STARTED"
                 TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               PERFORM 155-CLEAR-RUN-ID
               MOVE "FREE" TO WK-LCK-FUNCTION
               CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
                   WK-LCK-RESULT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * HONOR THE PRE-FLIGHT VERDICT LEFT BY DAYPRE, IF ONE IS
      * PRESENT - A NO-GO MEANS A ROUTED FEED IS MISSING OR MALFORMED
      * AND THE CHAIN MUST NOT START AGAINST IT
      * WHEN THE FILE IS ABSENT OR EMPTY THE FULL DEFAULT CHAIN RUNS   *
      ******************************************************************
       110-LOAD-STEP-LIST.
           PERFORM 113-LOAD-DEPENDENCIES.
           OPEN INPUT STEP-LIST-FILE.
           IF WK-STEPLIST-STATUS = "00"
             THEN
             THEN
               DISPLAY "*** DAYDRV STEP LIST SELECTED " WK-STEP-CNT
                 " STEP(S) FROM STEPLIST ***"
      * A HAND-BUILT LIST IS RUN AS GIVEN - THE STEP CALENDAR DOES NOT
      * SECOND-GUESS A SPECIAL-REQUEST RUN
               PERFORM VARYING WK-V FROM 1 BY 1
                 UNTIL WK-V > WK-STEP-CNT
                   PERFORM VARYING WK-SP FROM 1 BY 1
                     UNTIL WK-SP > CON-DEFAULT-STEPS
                       IF WK-STEP-NAME-TBL(WK-SP) = WK-RUN-STEP(WK-V)
                         THEN
                           MOVE "P" TO WK-PLAN-STATE(WK-SP)
                       END-IF
                   END-PERFORM
               END-PERFORM
             ELSE
      * NO (USABLE) STEP LIST - RUN THE DEFAULT CHAIN, LESS ANY STEP
      * THE STEP CALENDAR PLANS OFF TONIGHT
               PERFORM 112-APPLY-STEP-CALENDAR
               MOVE ZERO TO WK-STEP-CNT
               PERFORM VARYING WK-SP FROM 1 BY 1
                 UNTIL WK-SP > CON-DEFAULT-STEPS
                   IF WK-PLAN-STATE(WK-SP) = "P"
                     THEN
                       ADD 1 TO WK-STEP-CNT
                       MOVE WK-STEP-NAME-TBL(WK-SP) TO
                         WK-RUN-STEP(WK-STEP-CNT)
                   END-IF
               END-PERFORM
               MOVE ZERO TO WK-STEP-NO
           END-IF.
      * VALIDATE TONIGHT'S RUN TABLE AGAINST THE STEP DEPENDENCIES -
      * FRONT OF IT; A PREREQUISITE MISSING ENTIRELY REFUSES THE RUN
           PERFORM 115-VALIDATE-DEPENDENCIES.

      ******************************************************************
      * STEP CALENDAR PROCESS - THE OPTIONAL "STEPCAL" STEP CALENDAR   *
      * DAYCAL BUILDS FROM THE "FRQCTL" FREQUENCY RULES MARKS A STEP   *
      * OFF ON THE NIGHTS IT IS NOT NEEDED (DAY09P1 OUTSIDE SURVEY     *
      * WEEKS, DAY05P2 AFTER THE WEEK'S FIRST RUN DAY). A STEP WITH NO *
      * ENTRY FOR TONIGHT RUNS. A STEP PLANNED OFF IS PUT BACK WHEN A  *
      * STEP RUNNING TONIGHT REQUIRES IT ON DEPCTL, SO A CONSUMER IS   *
      * NEVER FED ITS PRODUCER'S OUTPUT FROM AN EARLIER NIGHT          *
      ******************************************************************
       112-APPLY-STEP-CALENDAR.
           PERFORM VARYING WK-SP FROM 1 BY 1
             UNTIL WK-SP > CON-DEFAULT-STEPS
               MOVE "P" TO WK-PLAN-STATE(WK-SP)
           END-PERFORM.
           OPEN INPUT STEP-CAL-FILE.
           IF WK-STEPCAL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-STEPCAL-EOF = "1"
                 READ STEP-CAL-FILE
                   AT END
                     MOVE "1" TO WK-STEPCAL-EOF
                   NOT AT END
                     IF STC-DATE = WK-RUN-DATE AND STC-DISP = "OFF"
                       THEN
                         PERFORM VARYING WK-SP FROM 1 BY 1
                           UNTIL WK-SP > CON-DEFAULT-STEPS
                             IF WK-STEP-NAME-TBL(WK-SP) = STC-STEP
                               THEN
                                 MOVE "O" TO WK-PLAN-STATE(WK-SP)
                             END-IF
                         END-PERFORM
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE STEP-CAL-FILE
           END-IF.
      * PUT BACK EVERY PLANNED-OFF PREREQUISITE OF A STEP THAT RUNS,
      * PASS AFTER PASS, SO A CHAIN OF PREREQUISITES COMES BACK WHOLE
           MOVE "Y" TO WK-PLAN-MOVED.
           PERFORM VARYING WK-PASS FROM 1 BY 1
             UNTIL WK-PASS > CON-DEFAULT-STEPS OR WK-PLAN-MOVED = "N"
               MOVE "N" TO WK-PLAN-MOVED
               PERFORM VARYING WK-D FROM 1 BY 1
                 UNTIL WK-D > WK-DEP-CNT
                   PERFORM 114-REINSTATE-PREREQUISITE
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WK-OFF-CNT.
           PERFORM VARYING WK-SP FROM 1 BY 1
             UNTIL WK-SP > CON-DEFAULT-STEPS
               IF WK-PLAN-STATE(WK-SP) = "O"
                 THEN
                   ADD 1 TO WK-OFF-CNT
                   DISPLAY "*** DAYDRV STEP " WK-STEP-NAME-TBL(WK-SP)
                     " PLANNED OFF TONIGHT BY THE STEP CALENDAR ***"
                   MOVE "INFO " TO WK-LOG-SEVERITY
                   MOVE SPACES TO WK-LOG-MESSAGE
                   STRING "STEP " WK-STEP-NAME-TBL(WK-SP)
                     " PLANNED OFF - STEP CALENDAR"
                     DELIMITED BY SIZE INTO WK-LOG-MESSAGE
                   PERFORM 270-WRITE-RUN-LOG
               END-IF
           END-PERFORM.
           IF WK-OFF-CNT > ZERO
             THEN
               DISPLAY "*** DAYDRV STEP CALENDAR LEAVES " WK-OFF-CNT
                 " STEP(S) OUT OF TONIGHT'S CHAIN ***"
           END-IF.

      ******************************************************************
      * ONE DEPENDENCY PAIR AGAINST TONIGHT'S PLAN - A CONSUMER THAT   *
      * RUNS BRINGS ITS PLANNED-OFF PREREQUISITE BACK WITH IT          *
      ******************************************************************
       114-REINSTATE-PREREQUISITE.
           PERFORM VARYING WK-CI FROM 1 BY 1
             UNTIL WK-CI > CON-DEFAULT-STEPS
               OR WK-STEP-NAME-TBL(WK-CI) = DPT-STEP(WK-D)
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WK-PI FROM 1 BY 1
             UNTIL WK-PI > CON-DEFAULT-STEPS
               OR WK-STEP-NAME-TBL(WK-PI) = DPT-REQUIRES(WK-D)
               CONTINUE
           END-PERFORM.
           IF WK-CI <= CON-DEFAULT-STEPS AND
              WK-PI <= CON-DEFAULT-STEPS
             THEN
               IF WK-PLAN-STATE(WK-CI) = "P" AND
                  WK-PLAN-STATE(WK-PI) = "O"
                 THEN
                   MOVE "P" TO WK-PLAN-STATE(WK-PI)
                   MOVE "Y" TO WK-PLAN-MOVED
                   DISPLAY "*** DAYDRV STEP " DPT-REQUIRES(WK-D)
                     " PLANNED OFF BUT REQUIRED BY " DPT-STEP(WK-D)
                     " - RUNNING IT TONIGHT ***"
                   MOVE "WARN " TO WK-LOG-SEVERITY
                   MOVE SPACES TO WK-LOG-MESSAGE
                   STRING "STEP " DPT-REQUIRES(WK-D)
                     " PLANNED OFF - RUN FOR " DPT-STEP(WK-D)
                     DELIMITED BY SIZE INTO WK-LOG-MESSAGE
                   PERFORM 270-WRITE-RUN-LOG
               END-IF
           END-IF.

      ******************************************************************
      * DEPENDENCY PROCESS - THE OPTIONAL "DEPCTL" CONTROL FILE LISTS *
      * STEP-REQUIRES-STEP PAIRS (CONSUMER, THEN PREREQUISITE). FOR   *
      * DEPENDENCY SET THAT NEVER SETTLES (A CYCLE), REFUSES THE RUN  *
      * SO A PARTIAL RERUN CANNOT SILENTLY FEED A STEP STALE DATA     *
      ******************************************************************
       113-LOAD-DEPENDENCIES.
           OPEN INPUT DEP-CTL-FILE.
           IF WK-DEPCTL-STATUS = "00"
             THEN
               END-PERFORM
               CLOSE DEP-CTL-FILE
           END-IF.

       115-VALIDATE-DEPENDENCIES.
           IF WK-DEP-CNT = ZERO
             THEN
               CONTINUE
               CLOSE VERDICT-FILE
           END-IF.

      ******************************************************************
      * FEED ARRIVAL PROCESS - READ THE VERDICT DAYFAW LEFT ON         *
      * "FEEDARR". ONLY A STANDDWN REACHED TODAY OR YESTERDAY (A WAIT  *
      * THAT RAN PAST MIDNIGHT) COUNTS; NO VERDICT, OR AN OLDER ONE,   *
      * MEANS NO MONITOR RAN FOR THIS NIGHT AND THE CHAIN GOES AHEAD   *
      ******************************************************************
       145-CHECK-FEED-ARRIVAL.
           OPEN INPUT FEED-ARR-FILE.
           IF WK-FEEDARR-STATUS = "00"
             THEN
               READ FEED-ARR-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE FAV-VERDICT TO WK-FEED-VERDICT
                   MOVE FAV-STAMP(1:8) TO WK-VERDICT-DATE
               END-READ
               CLOSE FEED-ARR-FILE
           END-IF.
           IF WK-FEED-VERDICT = "STANDDWN"
             THEN
               COMPUTE WK-YESTERDAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
               IF WK-VERDICT-DATE NOT = FUNCTION CURRENT-DATE(1:8) AND
                  WK-VERDICT-DATE NOT = WK-YESTERDAY
                 THEN
                   MOVE SPACES TO WK-FEED-VERDICT
               END-IF
           END-IF.

      ******************************************************************
      * RUN ID PROCESS - PUBLISH THE CHAIN'S CORRELATION ID ON THE    *
      * "RUNID" DATASET, WHERE THE STEPS AND THE DAYLOG/DAYALR        *
               END-IF
           END-IF.

      ******************************************************************
      * PHASE PROCESS - SET UP THE PRE-CHAIN AND POST-CHAIN PHASES.   *
      * THE OPTIONAL "PHSCTL" CONTROL FILE (PHASE PRE OR POST,        *
      * RETURN-CODE THRESHOLD, ACTION STOP OR CONTINUE) SETS EACH     *
      * PHASE'S POLICY: A CODE AT OR UNDER THE THRESHOLD IS ACCEPTED  *
      * WITH A WARNING, A CODE OVER IT FAILS THE STEP, AND STOP ENDS  *
      * THE PHASE THERE WHILE CONTINUE RUNS ITS REMAINING STEPS.      *
      * ABSENT A RECORD, PRE-CHAIN ACCEPTS UP TO 04 AND STOPS (THE    *
      * CHAIN MUST NOT START ON BAD CONTROLS OR FEEDS) AND POST-CHAIN *
      * ACCEPTS UP TO 04 AND CONTINUES (ONE FAILED CHECK MUST NOT     *
      * COST THE NIGHT THE OTHERS)                                    *
      ******************************************************************
       175-LOAD-PHASES.
           MOVE "PRE "     TO PHT-NAME(1).
           MOVE "PRELIST"  TO PHT-LIST-NAME(1).
           MOVE 4          TO PHT-MAX-RC(1).
           MOVE "STOP"     TO PHT-ACTION(1).
           MOVE "POST"     TO PHT-NAME(2).
           MOVE "POSTLIST" TO PHT-LIST-NAME(2).
           MOVE 4          TO PHT-MAX-RC(2).
           MOVE "CONTINUE" TO PHT-ACTION(2).
           OPEN INPUT PHS-CTL-FILE.
           IF WK-PHSCTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-PHSCTL-EOF = "1"
                 READ PHS-CTL-FILE
                   AT END
                     MOVE "1" TO WK-PHSCTL-EOF
                   NOT AT END
                     PERFORM VARYING WK-PH FROM 1 BY 1
                       UNTIL WK-PH > 2
                         OR PHT-NAME(WK-PH) = PHC-PHASE
                         CONTINUE
                     END-PERFORM
                     IF WK-PH <= 2 AND
                        PHC-MAX-RC IS NUMERIC AND
                        (PHC-ACTION = "STOP" OR
                         PHC-ACTION = "CONTINUE")
                       THEN
                         COMPUTE PHT-MAX-RC(WK-PH) =
                           FUNCTION NUMVAL(PHC-MAX-RC)
                         MOVE PHC-ACTION TO PHT-ACTION(WK-PH)
                       ELSE
                         IF PHC-PHASE NOT = SPACES AND
                            PHC-PHASE(1:1) NOT = "*"
                           THEN
                             DISPLAY "*** DAYDRV BAD PHSCTL RECORD"
                               " FOR [" PHC-PHASE "] - ENTRY"
                               " IGNORED ***"
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PHS-CTL-FILE
           END-IF.
           PERFORM VARYING WK-PH FROM 1 BY 1 UNTIL WK-PH > 2
               MOVE "NOT-RUN" TO PHT-RESULT(WK-PH)
               PERFORM 176-LOAD-PHASE-LIST
           END-PERFORM.
      * THE STEP-LIST COUNTERS ARE SHARED WITH 110-LOAD-STEP-LIST
           MOVE ZERO TO WK-LIST-SEEN WK-LIST-BAD.

      ******************************************************************
      * ONE PHASE'S STEP LIST - AN OPTIONAL "PRELIST" OR "POSTLIST"   *
      * CONTROL FILE, SAME FORMAT AND COMMENT CONVENTION AS           *
      * "STEPLIST", NAMES WHICH OF THE PHASE'S PROGRAMS RUN AND IN    *
      * WHAT ORDER. A NAME NOT BELONGING TO THE PHASE IS SKIPPED WITH *
      * A LOGGED WARNING; WHEN THE FILE IS ABSENT OR EMPTY THE PHASE  *
      * RUNS ITS FULL DEFAULT LIST                                    *
      ******************************************************************
       176-LOAD-PHASE-LIST.
           MOVE ZERO TO WK-LIST-SEEN WK-LIST-BAD PHT-STEP-CNT(WK-PH).
           MOVE "0" TO WK-PHSLIST-EOF.
           MOVE PHT-LIST-NAME(WK-PH) TO WK-PHSLIST-FILENAME.
           OPEN INPUT PHS-LIST-FILE.
           IF WK-PHSLIST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-PHSLIST-EOF = "1"
                 READ PHS-LIST-FILE
                   AT END
                     MOVE "1" TO WK-PHSLIST-EOF
                   NOT AT END
                     IF PHS-LIST-RECORD(1:1) NOT = "*" AND
                        PHS-LIST-RECORD NOT = SPACES
                       THEN
                         ADD 1 TO WK-LIST-SEEN
                         PERFORM VARYING WK-V FROM 1 BY 1
                           UNTIL WK-V > CON-PHASE-PGMS
                             OR (PHK-NAME(WK-V) = PHS-LIST-RECORD AND
                                 PHK-PHASE(WK-V) = WK-PH)
                             CONTINUE
                         END-PERFORM
                         IF WK-V > CON-PHASE-PGMS
                           THEN
                             ADD 1 TO WK-LIST-BAD
                             DISPLAY "*** DAYDRV UNKNOWN STEP ["
                               PHS-LIST-RECORD "] ON "
                               WK-PHSLIST-FILENAME " - ENTRY"
                               " SKIPPED ***"
                             MOVE "WARN " TO WK-LOG-SEVERITY
                             MOVE SPACES TO WK-LOG-MESSAGE
                             STRING "UNKNOWN STEP " PHS-LIST-RECORD
                               " ON " WK-PHSLIST-FILENAME " - SKIPPED"
                               DELIMITED BY SIZE INTO WK-LOG-MESSAGE
                             PERFORM 270-WRITE-RUN-LOG
                         ELSE IF PHT-STEP-CNT(WK-PH) >= CON-MAX-STEPS
                           THEN
                             DISPLAY "*** DAYDRV " WK-PHSLIST-FILENAME
                               " EXCEEDS " CON-MAX-STEPS " ENTRIES -"
                               " EXTRA ENTRIES IGNORED ***"
                           ELSE
                             ADD 1 TO PHT-STEP-CNT(WK-PH)
                             MOVE PHS-LIST-RECORD TO
                               PHT-STEP(WK-PH, PHT-STEP-CNT(WK-PH))
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PHS-LIST-FILE
           END-IF.
           IF WK-LIST-SEEN > ZERO
             THEN
      * THE OPERATOR CHOSE THE PHASE'S STEPS - EVEN IF EVERY ENTRY WAS
      * BAD, RUNNING THE FULL DEFAULT INSTEAD WOULD BE THE OPPOSITE OF
      * WHAT WAS ASKED, SO THE PHASE RUNS ONLY WHAT SURVIVED
               DISPLAY "*** DAYDRV " WK-PHSLIST-FILENAME " SELECTED "
                 PHT-STEP-CNT(WK-PH) " STEP(S) ***"
             ELSE
               PERFORM VARYING WK-V FROM 1 BY 1
                 UNTIL WK-V > CON-PHASE-PGMS
                   IF PHK-PHASE(WK-V) = WK-PH
                     THEN
                       ADD 1 TO PHT-STEP-CNT(WK-PH)
                       MOVE PHK-NAME(WK-V) TO
                         PHT-STEP(WK-PH, PHT-STEP-CNT(WK-PH))
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * RUN ONE PHASE - CALL EACH OF ITS STEPS IN ORDER UNDER THE     *
      * PHASE'S RETURN-CODE POLICY. THE PHASE'S OUTCOME (OK, WARN OR  *
      * FAILED) GOES ON THE SCHEDULE-ADHERENCE RECORD                 *
      ******************************************************************
       180-RUN-PHASE.
           MOVE "0" TO WK-PHS-STOP.
           IF PHT-STEP-CNT(WK-PH) > ZERO
             THEN
               MOVE PHT-NAME(WK-PH) TO WK-CUR-PHASE
               MOVE "OK" TO PHT-RESULT(WK-PH)
               DISPLAY "*** DAYDRV STARTING "
                 FUNCTION TRIM(PHT-NAME(WK-PH)) "-CHAIN PHASE - "
                 PHT-STEP-CNT(WK-PH) " STEP(S) ***"
               PERFORM VARYING WK-PHS-NO FROM 1 BY 1
                 UNTIL WK-PHS-NO > PHT-STEP-CNT(WK-PH)
                   OR WK-PHS-STOP = "1"
                   PERFORM 185-RUN-PHASE-STEP
               END-PERFORM
               MOVE "MAIN" TO WK-CUR-PHASE
               DISPLAY "*** DAYDRV " FUNCTION TRIM(PHT-NAME(WK-PH))
                 "-CHAIN PHASE ENDED " PHT-RESULT(WK-PH) " ***"
               MOVE "INFO " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING FUNCTION TRIM(PHT-NAME(WK-PH))
                 "-CHAIN PHASE ENDED " PHT-RESULT(WK-PH)
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * RUN ONE PHASE STEP - CALLED AND CLOCKED LIKE A CHAIN STEP, BUT *
      * JUDGED AGAINST THE PHASE'S THRESHOLD INSTEAD OF DSPCTL, AND    *
      * NEVER CHECKPOINTED - THE PHASE PROGRAMS ARE SAFE TO RERUN      *
      ******************************************************************
       185-RUN-PHASE-STEP.
           MOVE PHT-STEP(WK-PH, WK-PHS-NO) TO WK-STEP-NAME.
           DISPLAY "*** DAYDRV STARTING " FUNCTION TRIM(WK-CUR-PHASE)
             "-CHAIN STEP " WK-PHS-NO " - " WK-STEP-NAME " ***".
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-STEP-START.
           MOVE ZERO TO RETURN-CODE.
           CALL WK-STEP-NAME
             ON EXCEPTION
               DISPLAY "*** DAYDRV CANNOT LOAD MODULE " WK-STEP-NAME
                 " ***"
               MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-STEP-END.
           PERFORM 265-WRITE-RUN-STATS.
           IF RETURN-CODE > 99 OR RETURN-CODE < ZERO
             THEN
               MOVE 99 TO WK-PHS-RC
             ELSE
               MOVE RETURN-CODE TO WK-PHS-RC
           END-IF.
           IF WK-PHS-RC = ZERO
             THEN
               DISPLAY "*** DAYDRV " FUNCTION TRIM(WK-CUR-PHASE)
                 "-CHAIN STEP " WK-STEP-NAME " COMPLETED OK ***"
           ELSE IF WK-PHS-RC <= PHT-MAX-RC(WK-PH)
             THEN
               DISPLAY "*** DAYDRV " FUNCTION TRIM(WK-CUR-PHASE)
                 "-CHAIN STEP " WK-STEP-NAME " ENDED RETURN-CODE="
                 WK-PHS-RC " - ACCEPTED ***"
               IF PHT-RESULT(WK-PH) = "OK"
                 THEN
                   MOVE "WARN" TO PHT-RESULT(WK-PH)
               END-IF
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING FUNCTION TRIM(WK-CUR-PHASE) "-CHAIN STEP "
                 WK-STEP-NAME " RC " WK-PHS-RC " ACCEPTED"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
             ELSE
               DISPLAY "*** DAYDRV " FUNCTION TRIM(WK-CUR-PHASE)
                 "-CHAIN STEP " WK-STEP-NAME " FAILED WITH"
                 " RETURN-CODE=" WK-PHS-RC " - PHASE ACTION "
                 PHT-ACTION(WK-PH) " ***"
               MOVE "FAILED" TO PHT-RESULT(WK-PH)
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING FUNCTION TRIM(WK-CUR-PHASE) "-CHAIN STEP "
                 WK-STEP-NAME " FAILED RC " WK-PHS-RC " - "
                 PHT-ACTION(WK-PH)
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE "ERROR" TO WK-ALR-SEVERITY
               MOVE WK-PHS-NO TO WK-ALR-STEP-NO
               MOVE WK-PHS-RC TO WK-ALR-RC
               MOVE SPACES TO WK-ALR-REASON
               STRING FUNCTION TRIM(WK-CUR-PHASE) "-CHAIN STEP "
                 WK-STEP-NAME " FAILED"
                 DELIMITED BY SIZE INTO WK-ALR-REASON
               PERFORM 275-WRITE-ALERT
               IF PHT-ACTION(WK-PH) = "STOP"
                 THEN
                   MOVE "1" TO WK-PHS-STOP
               END-IF
           END-IF.
           CANCEL WK-STEP-NAME.
      * THE PHASE STEP'S CODE MUST NOT LEAK INTO THE CHAIN'S OWN CHECKS
           MOVE ZERO TO RETURN-CODE.

      ******************************************************************
      * DISPOSE OF A STEP'S NON-ZERO RETURN CODE - A LISTED STEP      *
      * WHOSE CODE IS AT OR UNDER ITS THRESHOLD CONTINUES THE CHAIN,  *
           MOVE WK-PLANNED  TO SCH-PLANNED.
           MOVE WK-ACTUAL   TO SCH-ACTUAL.
           MOVE WK-RUN-ID   TO SCH-RUN-ID.
           MOVE PHT-RESULT(1) TO SCH-PRE-RESULT.
           MOVE PHT-RESULT(2) TO SCH-POST-RESULT.
      * A STEP STILL ONLY PLANNED WHEN THE NIGHT IS RECORDED NEVER RAN
           MOVE ZERO TO WK-MISSED-CNT.
           PERFORM VARYING WK-SP FROM 1 BY 1
             UNTIL WK-SP > CON-DEFAULT-STEPS
               IF WK-PLAN-STATE(WK-SP) = "P"
                 THEN
                   ADD 1 TO WK-MISSED-CNT
                   MOVE "M" TO SCH-STEP-STATE(WK-SP)
                 ELSE
                   MOVE WK-PLAN-STATE(WK-SP) TO SCH-STEP-STATE(WK-SP)
               END-IF
           END-PERFORM.
           WRITE SCHED-LOG-RECORD.
           CLOSE SCHED-LOG-FILE.
           IF WK-MISSED-CNT > ZERO
             THEN
               DISPLAY "*** DAYDRV " WK-MISSED-CNT " PLANNED STEP(S)"
                 " MISSED TONIGHT - SEE SCHEDLOG ***"
           END-IF.

      ******************************************************************
      * RUN STATISTICS PROCESS - APPEND ONE TIMING RECORD FOR THE     *
           MOVE WK-STEP-END     TO ST-END-TIME.
           MOVE WK-ELAPSED-SECS TO ST-ELAPSED-SECS.
           MOVE WK-RUN-ID       TO ST-RUN-ID.
           MOVE WK-CUR-PHASE    TO ST-PHASE.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.
           DISPLAY "*** DAYDRV STEP " WK-STEP-NAME " ELAPSED "
                      CC-STEP-NAME = WK-RUN-STEP(CC-STEP-NO)
                     THEN
                       COMPUTE WK-STEP-NO = CC-STEP-NO - 1
                       PERFORM VARYING WK-V FROM 1 BY 1
                         UNTIL WK-V > WK-STEP-NO
                           MOVE WK-RUN-STEP(WK-V) TO WK-STEP-NAME
                           MOVE "C" TO WK-STEP-STATE-CODE
                           PERFORM 212-SET-STEP-STATE
                       END-PERFORM
                       DISPLAY "*** DAYDRV RESUMING FROM STEP "
                         CC-STEP-NO " - " CC-STEP-NAME
                         " LEFT BY AN ABORTED RUN ***"
      * TO THE NEXT CALL - HOLD PAUSES HERE, SKIP BYPASSES THIS STEP,
      * ABORT SHUTS THE CHAIN DOWN CLEANLY BEFORE THE STEP RUNS
           PERFORM 220-POLL-OPERATOR.
      * A STEP WHOSE ROUTE THE SPLIT HELD IN QUARANTINE TONIGHT HAS NO
      * INPUT TO READ - IT IS PASSED OVER, NOT RUN AGAINST A STALE OR
      * MISSING DATASET, AND RERUN STANDALONE AFTER THE RELEASE
           MOVE "N" TO WK-ROUTE-HELD.
           IF WK-OPER-ABORT = "0" AND WK-OPER-SKIP = "N"
             THEN
               PERFORM 204-CHECK-ROUTE-HELD
           END-IF.
           IF WK-OPER-ABORT = "1" OR WK-OPER-SKIP = "Y" OR
              WK-ROUTE-HELD = "Y"
             THEN
               MOVE "N" TO WK-OPER-SKIP
             ELSE
           END-IF.

      ******************************************************************
      * QUARANTINE CHECK - IS THE STEP'S ROUTE MARKED HELD ("H") FOR   *
      * TONIGHT ON THE ROUTED-TOTALS DATASET DAYRTE LEFT BEHIND? NO    *
      * DATASET, OR NO ENTRY FOR THE ROUTE, MEANS THE STEP RUNS        *
      ******************************************************************
       204-CHECK-ROUTE-HELD.
           MOVE "0" TO WK-TOT-EOF.
           OPEN INPUT ROUTE-TOT-FILE.
           IF WK-TOT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-TOT-EOF = "1"
                 READ ROUTE-TOT-FILE
                   AT END
                     MOVE "1" TO WK-TOT-EOF
                   NOT AT END
                     IF TOT-ROUTE = WK-STEP-NAME AND
                        TOT-RUN-DATE = WK-RUN-DATE AND
                        TOT-STATUS = "H"
                       THEN
                         MOVE "Y" TO WK-ROUTE-HELD
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ROUTE-TOT-FILE
           END-IF.
           IF WK-ROUTE-HELD = "Y"
             THEN
               DISPLAY "*** DAYDRV STEP " WK-STEP-NO " - " WK-STEP-NAME
                 " SKIPPED - ROUTE HELD IN QUARANTINE - RELEASE WITH"
                 " DAYQRL AND RERUN STANDALONE ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "STEP " WK-STEP-NAME
                 " SKIPPED - ROUTE HELD IN QUARANTINE"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * RUN ONE STEP - STAGE ITS INPUT NAME ON "STEPCTL", CALL IT, ON  *
      * SUCCESS ARCHIVE THE DATASET IT JUST CONSUMED, AND RECORD THE   *
      * RUN'S LINEAGE                                                  *
      ******************************************************************
       205-RUN-STEP.
      * EACH STEP GETS ITS OWN INPUT DATASET NAME (STEPNAME.IN) RATHER
             THEN
               PERFORM 207-DISPOSE-RETURN-CODE
           END-IF.
           MOVE "N" TO WK-LIN-ARCHIVED.
           IF RETURN-CODE NOT = ZERO
             THEN
               DISPLAY "*** DAYDRV STEP " WK-STEP-NO " - "
      * REMEMBER WHERE THE CHAIN DIED SO THE NEXT RUN CAN RESUME FROM
      * THE FAILED STEP INSTEAD OF RE-RUNNING THE COMPLETED ONES
               PERFORM 250-SAVE-CHAIN-CHECKPOINT
               MOVE "F" TO WK-STEP-STATE-CODE
               PERFORM 212-SET-STEP-STATE
             ELSE
               DISPLAY "*** DAYDRV STEP " WK-STEP-NO " - "
                 WK-STEP-NAME " COMPLETED OK ***"
               MOVE "R" TO WK-STEP-STATE-CODE
               PERFORM 212-SET-STEP-STATE
      * ARCHIVE THE DATASET THIS STEP JUST CONSUMED SO THE NEXT NIGHT'S
      * FEED DOESN'T OVERWRITE IT WITHOUT A COPY ON RECORD - "STEPCTL"
      * STILL NAMES IT, SO DAYARC PICKS UP THE SAME NAME
               CALL "DAYARC"
               DISPLAY "*** DAYDRV ARCHIVED " WK-STEP-INPUT-NAME
                 " FOR STEP " WK-STEP-NO " ***"
               MOVE "Y" TO WK-LIN-ARCHIVED
           END-IF.
      * RECORD WHERE THIS RUN'S DATA CAME FROM - FEED, ROUTED BLOCK,
      * ARCHIVE GENERATION AND CONTROL BUNDLE - FAILED OR NOT
           PERFORM 280-WRITE-LINEAGE.
      * DROP THE MODULE SO A STEP LISTED TWICE ON STEPLIST (A
      * LEGITIMATE RERUN) STARTS OVER WITH FRESH WORKING STORAGE
      * INSTEAD OF RE-ENTERING AT END-OF-FILE AND RE-APPENDING ITS
           WRITE STEP-CTL-RECORD.
           CLOSE STEP-CTL-FILE.

      ******************************************************************
      * RECORD HOW THE CURRENT STEP FARED AGAINST TONIGHT'S PLAN       *
      ******************************************************************
       212-SET-STEP-STATE.
           PERFORM VARYING WK-SP FROM 1 BY 1
             UNTIL WK-SP > CON-DEFAULT-STEPS
               IF WK-STEP-NAME-TBL(WK-SP) = WK-STEP-NAME
                 THEN
                   MOVE WK-STEP-STATE-CODE TO WK-PLAN-STATE(WK-SP)
               END-IF
           END-PERFORM.

      ******************************************************************
      * RUN LOG PROCESS - APPEND ONE SEVERITY-CODED RECORD TO THE     *
      * SHARED RUN LOG THROUGH DAYLOG. RETURN-CODE IS SAVED AROUND    *
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * LINEAGE PROCESS - APPEND THE STEP RUN'S LINEAGE RECORD(S)     *
      * THROUGH DAYLIN. RETURN-CODE IS SAVED AROUND THE CALL - A      *
      * FAILED STEP'S CODE MUST SURVIVE IT                            *
      ******************************************************************
       280-WRITE-LINEAGE.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYLIN" USING WK-STEP-NAME WK-STEP-INPUT-NAME
               WK-LIN-ARCHIVED.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * OPERATOR COMMAND PROCESS - POLL THE "OPERCMD" CONTROL FILE     *
      * BETWEEN STEPS. "HOLD" PAUSES THE CHAIN UNTIL THE FILE IS       *
           END-IF.
      * A COMMAND IS ONLY A COMMAND IF THE OPERATOR BEHIND IT IS
      * AUTHORIZED FOR IT - ANYTHING ELSE IS REFUSED AND ALERTED,
      * NOT OBEYED. A STANDING HOLD IS RE-READ EVERY POLL; ONCE
      * GRANTED IT IS NOT RE-CHECKED, SO ONE HOLD IS ONE LEDGER ENTRY
           IF WK-OPER-CMD = "HOLD" AND WK-OPER-ID = WK-HOLD-GRANTED-TO
              AND WK-HOLD-GRANTED-TO NOT = SPACES
             THEN
               CONTINUE
           ELSE IF WK-OPER-CMD NOT = SPACES
             THEN
               PERFORM 235-VALIDATE-OPER-CMD
           END-IF.
           IF WK-OPER-CMD NOT = "HOLD"
             THEN
               MOVE SPACES TO WK-HOLD-GRANTED-TO
           END-IF.

      ******************************************************************
      * OPERATOR AUTHORIZATION - THE COMMAND'S OPERATOR MUST HOLD     *
      ******************************************************************
       235-VALIDATE-OPER-CMD.
           MOVE WK-OPER-CMD TO WK-OPM-ACTION.
           MOVE SPACES TO WK-OPM-TARGET.
           STRING "STEP " WK-STEP-NO " " WK-STEP-NAME
             DELIMITED BY SIZE INTO WK-OPM-TARGET.
           MOVE WK-OPER-REASON TO WK-OPM-REASON.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYOPM" USING WK-OPER-ID WK-OPM-ACTION
               WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
               WK-OPM-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.
           IF WK-OPER-CMD = "HOLD" AND WK-OPM-RESULT NOT = "2"
             THEN
               MOVE WK-OPER-ID TO WK-HOLD-GRANTED-TO
           END-IF.
           IF WK-OPM-RESULT = "2"
             THEN
               DISPLAY "*** DAYDRV " WK-OPER-CMD " FROM ["
             ELSE
               MOVE "COMPLETE" TO WK-ACTUAL
           END-IF.
      * RUN THE POST-CHAIN PHASE WHETHER THE CHAIN COMPLETED OR A
      * BUSINESS STEP FAILED - RECONCILIATION AND THE EXCEPTION
      * INVENTORY MATTER MOST ON A NIGHT THAT WENT WRONG. AN OPERATOR
      * STOP OR THE WINDOW CUTOFF ENDS THE NIGHT WITHOUT THEM; THE
      * RESUMED RUN PICKS THEM UP WHEN IT FINISHES THE CHAIN
           IF WK-ACTUAL = "COMPLETE" OR WK-ACTUAL = "ABORTED"
             THEN
               MOVE 2 TO WK-PH
               PERFORM 180-RUN-PHASE
           END-IF.
      * RECORD TONIGHT'S PLANNED-VS-ACTUAL OUTCOME FOR THE SCHEDULE-
      * ADHERENCE REPORT
           PERFORM 260-WRITE-SCHED-LOG.
                 " AFTER " WK-STEP-NO " OF " WK-STEP-CNT
                 " STEPS ***"
               MOVE 12 TO RETURN-CODE
           ELSE IF PHT-RESULT(2) = "FAILED"
             THEN
      * EVERY BUSINESS STEP RAN, SO THE CHAIN ITSELF IS COMPLETE AND
      * ITS CHECKPOINT IS CLEARED - BUT A FAILED POST-CHAIN CHECK
      * STILL NEEDS THE ON-CALL, SO THE RUN DOES NOT END CLEAN
               DISPLAY "*** DAYDRV RUN COMPLETED ALL " WK-STEP-CNT
                 " STEPS - POST-CHAIN PHASE FAILED ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE "CHAIN RUN COMPLETED - POST-CHAIN PHASE FAILED"
                 TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               OPEN OUTPUT CHAIN-CKPT-FILE
               CLOSE CHAIN-CKPT-FILE
             ELSE
               DISPLAY "*** DAYDRV RUN COMPLETED ALL " WK-STEP-CNT
                 " STEPS OK ***"
