      * AND RECORDS FOR OTHER YEARS PASS THROUGH UNTOUCHED. EVERY    *
      * ACTION IS COUNTED ON THE SYSOUT, SO DECEMBER NO LONGER MEANS  *
      * TYPING 365 DATES.                                             *
      *                                                               *
      * AN OPTIONAL "FRQCTL" RULE FILE GIVES CHAIN STEPS THAT ARE NOT *
      * NEEDED EVERY NIGHT A RUN FREQUENCY - ONE RECORD PER STEP OF   *
      *   STEP  DAILY                                                 *
      *   STEP  WEEKLY   MON..SUN - THAT DAY, OR THE NEXT RUN DAY OF  *
      *                  THE SAME WEEK WHEN IT IS NOT ONE             *
      *   STEP  MONTHLY  NN - THE NN-TH RUN DAY OF THE MONTH          *
      *   STEP  DATES    YYYY-MM-DD - ONE RECORD PER LISTED DATE      *
      * (A STEP MAY CARRY MORE THAN ONE RULE; ANY ONE OF THEM RUNS    *
      * IT). FROM THE RULES AND THE YEAR'S RUN DAYS JUST BUILT, THE   *
      * "STEPCAL" STEP CALENDAR GETS A RUN OR OFF ENTRY PER RULED     *
      * STEP FOR EVERY RUN DAY OF THE YEAR, MERGED THE SAME WAY AS    *
      * RUNCAL - A DATE-AND-STEP ALREADY ON IT IS A HAND-ENTERED      *
      * EXCEPTION AND IS KEPT. DAYDRV LEAVES A STEP PLANNED OFF OUT   *
      * OF THAT NIGHT'S CHAIN; A STEP WITH NO RULE RUNS EVERY NIGHT.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-CAL-NEW-FILE ASSIGN TO "RUNCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CALNEW-STATUS.
           SELECT FRQ-CTL-FILE ASSIGN TO "FRQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FRQ-STATUS.
           SELECT STEP-CAL-FILE ASSIGN TO "STEPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STEPCAL-STATUS.
           SELECT STEP-CAL-NEW-FILE ASSIGN TO "STEPCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STCNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-CTL-FILE
       01  RUN-CAL-NEW-RECORD.
         03  CALN-DATE          PIC X(10).
         03  CALN-DISP          PIC X(8).
       FD  FRQ-CTL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FRQ-CTL-RECORD.
         03  FRQC-STEP          PIC X(8).
         03  FRQC-TYPE          PIC X(8).
         03  FRQC-PARM          PIC X(10).
       FD  STEP-CAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  STEP-CAL-RECORD.
         03  STC-DATE           PIC X(10).
         03  STC-STEP           PIC X(8).
         03  STC-DISP           PIC X(8).
       FD  STEP-CAL-NEW-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  STEP-CAL-NEW-RECORD.
         03  STCN-DATE          PIC X(10).
         03  STCN-STEP          PIC X(8).
         03  STCN-DISP          PIC X(8).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-HOL-STATUS      PIC X(2) VALUE "00".
         03  WK-RUNCAL-STATUS   PIC X(2) VALUE "00".
         03  WK-WEEKEND-CNT     PIC 9(3) VALUE ZERO.
         03  WK-RUNCAL-NAME     PIC X(16) VALUE "RUNCAL".
         03  WK-CALNEW-NAME     PIC X(16) VALUE "RUNCAL.NEW".
         03  WK-FRQ-STATUS      PIC X(2) VALUE "00".
         03  WK-STEPCAL-STATUS  PIC X(2) VALUE "00".
         03  WK-STCNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-STEPCAL-NAME    PIC X(16) VALUE "STEPCAL".
         03  WK-STCNEW-NAME     PIC X(16) VALUE "STEPCAL.NEW".
         03  WK-RULE-CNT        PIC 9(3) VALUE ZERO.
         03  WK-RULE-BAD        PIC X(30) VALUE SPACES.
         03  WK-R               PIC 9(3) VALUE ZERO.
         03  WK-RS              PIC 9(3) VALUE ZERO.
         03  WK-RULE-STEP-CNT   PIC 9(2) VALUE ZERO.
         03  WK-STX-CNT         PIC 9(4) VALUE ZERO.
         03  WK-X               PIC 9(4) VALUE ZERO.
         03  WK-D               PIC 9(3) VALUE ZERO.
         03  WK-B               PIC 9(3) VALUE ZERO.
         03  WK-DAY-CNT         PIC 9(3) VALUE ZERO.
         03  WK-BUS-DAY         PIC 9(2) VALUE ZERO.
         03  WK-CUR-MONTH       PIC X(2) VALUE SPACES.
         03  WK-WEEKDAY         PIC 9(1) VALUE ZERO.
         03  WK-BACK            PIC 9(1) VALUE ZERO.
         03  WK-RUN-EARLIER     PIC X(1) VALUE "N".
         03  WK-STEP-RUNS       PIC X(1) VALUE "N".
         03  WK-STEP-ON-CNT     PIC 9(5) VALUE ZERO.
         03  WK-STEP-OFF-CNT    PIC 9(5) VALUE ZERO.
         03  WK-STEP-KEPT-CNT   PIC 9(5) VALUE ZERO.
         03  WK-STEP-PASSED-CNT PIC 9(5) VALUE ZERO.
      * HOLIDAY DATES FROM "HOLLIST"
       01  WK-HOL-TABLE.
         03  WK-HOL-DATE        PIC X(10) OCCURS 50 TIMES.
         03  WK-EXC-ENTRY OCCURS 400 TIMES.
           05  EXC-DATE         PIC X(10).
           05  EXC-DISP         PIC X(8).
      * THE DISPOSITION GENERATED OR KEPT FOR EVERY DAY OF THE TARGET
      * YEAR, IN DATE ORDER, FOR THE STEP CALENDAR TO COUNT RUN DAYS ON
       01  WK-YEAR-TABLE.
         03  WK-YEAR-ENTRY OCCURS 366 TIMES.
           05  YR-DATE          PIC X(10).
           05  YR-DISP          PIC X(8).
           05  YR-WEEKDAY       PIC 9(1).
      * STEP FREQUENCY RULES FROM "FRQCTL" - THE WEEKDAY (1 MONDAY TO
      * 7 SUNDAY) OR RUN-DAY NUMBER IS HELD DECODED IN FRQ-NUMBER
       01  WK-RULE-TABLE.
         03  WK-RULE-ENTRY OCCURS 100 TIMES.
           05  FRQ-STEP         PIC X(8).
           05  FRQ-TYPE         PIC X(8).
           05  FRQ-PARM         PIC X(10).
           05  FRQ-NUMBER       PIC 9(2).
      * THE DISTINCT STEPS THAT CARRY A RULE, IN FIRST-SEEN ORDER
       01  WK-RULE-STEP-TABLE.
         03  WK-RULE-STEP       PIC X(8) OCCURS 20 TIMES.
      * HAND-ENTERED STEP CALENDAR ENTRIES ALREADY ON STEPCAL FOR THE
      * TARGET YEAR, EACH MARKED ONCE A RULED RUN DAY HAS TAKEN IT UP
       01  WK-STX-TABLE.
         03  WK-STX-ENTRY OCCURS 3000 TIMES.
           05  STX-DATE         PIC X(10).
           05  STX-STEP         PIC X(8).
           05  STX-DISP         PIC X(8).
           05  STX-USED         PIC X(1).
       01  WK-WEEKDAY-NAMES     PIC X(21)
             VALUE "MONTUEWEDTHUFRISATSUN".
       01  CON-AREA.
         03  CON-MAX-HOLS       PIC 9(2) VALUE 50.
         03  CON-MAX-EXCS       PIC 9(3) VALUE 400.
         03  CON-MAX-RULES      PIC 9(3) VALUE 100.
         03  CON-MAX-RULE-STEPS PIC 9(2) VALUE 20.
         03  CON-MAX-STXS       PIC 9(4) VALUE 3000.
      * DAY-OF-WEEK FROM THE INTEGER DATE - DAY 1 OF THE INTEGER
      * CALENDAR WAS A MONDAY, SO MOD 7 GIVES 6 FOR SATURDAY AND
      * 0 FOR SUNDAY
         03  CON-SUNDAY         PIC 9(1) VALUE 0.
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
               DISPLAY "*** DAYCAL CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE TARGET YEAR IS REQUIRED          *
      ******************************************************************
           END-IF.
           DISPLAY "*** DAYCAL BUILDING YEAR " WK-YEAR
             " - WEEKENDS " WK-WEEKEND-DISP " ***".
      * LOAD THE STEP FREQUENCY RULES, IF ANY - A BAD RULE STOPS THE
      * BUILD BEFORE EITHER CALENDAR IS TOUCHED
           PERFORM 130-LOAD-FREQUENCY-RULES.
      * LOAD THE HOLIDAY LIST, IF ONE WAS SUPPLIED
           PERFORM 110-LOAD-HOLIDAYS.
      * LOAD THE HAND-ENTERED EXCEPTIONS ALREADY ON THE CALENDAR AND
               CLOSE RUN-CAL-FILE
           END-IF.

      ******************************************************************
      * FREQUENCY RULE PROCESS - LOAD AND CHECK "FRQCTL". A RECORD     *
      * STARTING "*" IS A COMMENT                                      *
      ******************************************************************
       130-LOAD-FREQUENCY-RULES.
           MOVE "0" TO WK-EOF.
           OPEN INPUT FRQ-CTL-FILE.
           IF WK-FRQ-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1" OR WK-RULE-BAD NOT = SPACES
                 READ FRQ-CTL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF FRQC-STEP NOT = SPACES AND
                        FRQC-STEP(1:1) NOT = "*"
                       THEN
                         PERFORM 135-CHECK-ONE-RULE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FRQ-CTL-FILE
           END-IF.
           IF WK-RULE-BAD NOT = SPACES
             THEN
               DISPLAY "*** DAYCAL FRQCTL RULE FOR [" FRQC-STEP "] - "
                 FUNCTION TRIM(WK-RULE-BAD) " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-RULE-CNT > ZERO
             THEN
               DISPLAY "*** DAYCAL " WK-RULE-CNT " FREQUENCY RULE(S)"
                 " FOR " WK-RULE-STEP-CNT " STEP(S) LOADED FROM"
                 " FRQCTL ***"
           END-IF.

       135-CHECK-ONE-RULE.
           IF WK-RULE-CNT >= CON-MAX-RULES
             THEN
               MOVE "MORE THAN 100 RULES" TO WK-RULE-BAD
           ELSE IF FRQC-TYPE = "DAILY"
             THEN
               CONTINUE
           ELSE IF FRQC-TYPE = "WEEKLY"
             THEN
               PERFORM VARYING WK-WEEKDAY FROM 1 BY 1
                 UNTIL WK-WEEKDAY > 7
                   OR WK-WEEKDAY-NAMES(WK-WEEKDAY * 3 - 2:3) =
                      FRQC-PARM
                   CONTINUE
               END-PERFORM
               IF WK-WEEKDAY > 7
                 THEN
                   MOVE "WEEKDAY NOT MON..SUN" TO WK-RULE-BAD
               END-IF
           ELSE IF FRQC-TYPE = "MONTHLY"
             THEN
               IF FRQC-PARM(1:2) NOT NUMERIC OR
                  FRQC-PARM(3:8) NOT = SPACES OR
                  FRQC-PARM(1:2) < "01" OR FRQC-PARM(1:2) > "23"
                 THEN
                   MOVE "RUN-DAY NUMBER NOT 01..23" TO WK-RULE-BAD
               END-IF
           ELSE IF FRQC-TYPE = "DATES"
             THEN
               IF FRQC-PARM(1:4) NOT NUMERIC OR
                  FRQC-PARM(5:1) NOT = "-" OR
                  FRQC-PARM(6:2) NOT NUMERIC OR
                  FRQC-PARM(8:1) NOT = "-" OR
                  FRQC-PARM(9:2) NOT NUMERIC
                 THEN
                   MOVE "DATE NOT YYYY-MM-DD" TO WK-RULE-BAD
               END-IF
             ELSE
               MOVE "NOT DAILY/WEEKLY/MONTHLY/DATES" TO WK-RULE-BAD
           END-IF.
           IF WK-RULE-BAD = SPACES
             THEN
               ADD 1 TO WK-RULE-CNT
               MOVE FRQC-STEP TO FRQ-STEP(WK-RULE-CNT)
               MOVE FRQC-TYPE TO FRQ-TYPE(WK-RULE-CNT)
               MOVE FRQC-PARM TO FRQ-PARM(WK-RULE-CNT)
               MOVE ZERO      TO FRQ-NUMBER(WK-RULE-CNT)
               IF FRQC-TYPE = "WEEKLY"
                 THEN
                   MOVE WK-WEEKDAY TO FRQ-NUMBER(WK-RULE-CNT)
               END-IF
               IF FRQC-TYPE = "MONTHLY"
                 THEN
                   MOVE FRQC-PARM(1:2) TO FRQ-NUMBER(WK-RULE-CNT)
               END-IF
               PERFORM VARYING WK-RS FROM 1 BY 1
                 UNTIL WK-RS > WK-RULE-STEP-CNT
                   OR WK-RULE-STEP(WK-RS) = FRQC-STEP
                   CONTINUE
               END-PERFORM
               IF WK-RS > WK-RULE-STEP-CNT
                 THEN
                   IF WK-RULE-STEP-CNT >= CON-MAX-RULE-STEPS
                     THEN
                       MOVE "MORE THAN 20 RULED STEPS" TO WK-RULE-BAD
                     ELSE
                       ADD 1 TO WK-RULE-STEP-CNT
                       MOVE FRQC-STEP TO WK-RULE-STEP(WK-RULE-STEP-CNT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * MAIN PROCESS - WALK EVERY DAY OF THE TARGET YEAR IN ORDER.    *
      * A HAND-ENTERED EXCEPTION WINS; OTHERWISE A LISTED HOLIDAY IS  *
           MOVE WK-DATE TO CALN-DATE.
           MOVE WK-DISP TO CALN-DISP.
           WRITE RUN-CAL-NEW-RECORD.
      * KEEP THE DAY FOR THE STEP CALENDAR - MONDAY 1 TO SUNDAY 7
           ADD 1 TO WK-DAY-CNT.
           MOVE WK-DATE TO YR-DATE(WK-DAY-CNT).
           MOVE WK-DISP TO YR-DISP(WK-DAY-CNT).
           COMPUTE WK-DOW = FUNCTION MOD(WK-DAY-INT 7).
           IF WK-DOW = CON-SUNDAY
             THEN
               MOVE 7 TO YR-WEEKDAY(WK-DAY-CNT)
             ELSE
               MOVE WK-DOW TO YR-WEEKDAY(WK-DAY-CNT)
           END-IF.

      ******************************************************************
      * END PROCESS - SWAP THE MERGED CALENDAR INTO PLACE AND REPORT  *
           CALL "CBL_RENAME_FILE" USING WK-CALNEW-NAME WK-RUNCAL-NAME
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
      * THE STEP CALENDAR FOLLOWS FROM THE YEAR'S RUN DAYS, SO IT IS
      * BUILT ONLY ONCE THEY ARE SETTLED
           IF WK-RULE-CNT > ZERO
             THEN
               PERFORM 400-BUILD-STEP-CALENDAR
           END-IF.
           DISPLAY "*** DAYCAL YEAR " WK-YEAR " MERGED INTO RUNCAL -"
             " GENERATED=" WK-GEN-CNT " HAND-KEPT=" WK-KEPT-CNT
             " ***".
           DISPLAY "*** DAYCAL HOLIDAYS=" WK-HOLIDAY-CNT
             " WEEKEND DAYS=" WK-WEEKEND-CNT
             " OTHER-YEAR RECORDS PASSED=" WK-PASSED-CNT " ***".
           IF WK-RULE-CNT > ZERO
             THEN
               DISPLAY "*** DAYCAL STEPCAL STEP-NIGHTS RUN="
                 WK-STEP-ON-CNT " OFF=" WK-STEP-OFF-CNT
                 " HAND-KEPT=" WK-STEP-KEPT-CNT
                 " OTHER-YEAR RECORDS PASSED=" WK-STEP-PASSED-CNT
                 " ***"
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYCAL RUN COMPLETE ***".

      ******************************************************************
      * STEP CALENDAR PROCESS - ONE RUN OR OFF ENTRY PER RULED STEP    *
      * FOR EVERY RUN DAY OF THE TARGET YEAR, MERGED INTO "STEPCAL"    *
      * THE SAME WAY THE RUN CALENDAR IS MERGED INTO RUNCAL            *
      ******************************************************************
       400-BUILD-STEP-CALENDAR.
           OPEN OUTPUT STEP-CAL-NEW-FILE.
           PERFORM 410-LOAD-EXISTING-STEPCAL.
           MOVE SPACES TO WK-CUR-MONTH.
           PERFORM VARYING WK-D FROM 1 BY 1 UNTIL WK-D > WK-DAY-CNT
      * RUN DAYS ARE NUMBERED WITHIN THEIR MONTH FOR MONTHLY RULES
               IF YR-DATE(WK-D)(6:2) NOT = WK-CUR-MONTH
                 THEN
                   MOVE YR-DATE(WK-D)(6:2) TO WK-CUR-MONTH
                   MOVE ZERO TO WK-BUS-DAY
               END-IF
               IF YR-DISP(WK-D) = "RUN"
                 THEN
                   ADD 1 TO WK-BUS-DAY
                   PERFORM VARYING WK-RS FROM 1 BY 1
                     UNTIL WK-RS > WK-RULE-STEP-CNT
                       PERFORM 420-ONE-STEP-NIGHT
                   END-PERFORM
               END-IF
           END-PERFORM.
      * A HAND-ENTERED ENTRY NO RULED RUN DAY TOOK UP - A STEP WITH NO
      * RULE, OR A DATE THAT IS NOT A RUN DAY - IS CARRIED OVER AS IT
      * STANDS
           PERFORM VARYING WK-X FROM 1 BY 1
             UNTIL WK-X > WK-STX-CNT
               IF STX-USED(WK-X) = "N"
                 THEN
                   ADD 1 TO WK-STEP-KEPT-CNT
                   MOVE STX-DATE(WK-X) TO STCN-DATE
                   MOVE STX-STEP(WK-X) TO STCN-STEP
                   MOVE STX-DISP(WK-X) TO STCN-DISP
                   WRITE STEP-CAL-NEW-RECORD
               END-IF
           END-PERFORM.
           CLOSE STEP-CAL-NEW-FILE.
           CALL "CBL_DELETE_FILE" USING WK-STEPCAL-NAME
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WK-STCNEW-NAME WK-STEPCAL-NAME
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************************
      * EXISTING STEP CALENDAR - TARGET-YEAR ENTRIES ARE THE HAND-     *
      * ENTERED EXCEPTIONS; EVERYTHING ELSE IS COPIED NOW              *
      ******************************************************************
       410-LOAD-EXISTING-STEPCAL.
           MOVE "0" TO WK-EOF.
           OPEN INPUT STEP-CAL-FILE.
           IF WK-STEPCAL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ STEP-CAL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF STC-DATE(1:4) = WK-YEAR
                       THEN
                         IF WK-STX-CNT < CON-MAX-STXS
                           THEN
                             ADD 1 TO WK-STX-CNT
                             MOVE STC-DATE TO STX-DATE(WK-STX-CNT)
                             MOVE STC-STEP TO STX-STEP(WK-STX-CNT)
                             MOVE STC-DISP TO STX-DISP(WK-STX-CNT)
                             MOVE "N" TO STX-USED(WK-STX-CNT)
                         END-IF
                       ELSE
                         ADD 1 TO WK-STEP-PASSED-CNT
                         MOVE STEP-CAL-RECORD TO STEP-CAL-NEW-RECORD
                         WRITE STEP-CAL-NEW-RECORD
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE STEP-CAL-FILE
           END-IF.

      ******************************************************************
      * ONE RULED STEP ON ONE RUN DAY - A HAND-ENTERED ENTRY WINS;     *
      * OTHERWISE THE STEP RUNS WHEN ANY OF ITS RULES SELECTS THE DAY  *
      ******************************************************************
       420-ONE-STEP-NIGHT.
           PERFORM VARYING WK-X FROM 1 BY 1
             UNTIL WK-X > WK-STX-CNT
               OR (STX-DATE(WK-X) = YR-DATE(WK-D) AND
                   STX-STEP(WK-X) = WK-RULE-STEP(WK-RS))
               CONTINUE
           END-PERFORM.
           IF WK-X <= WK-STX-CNT
             THEN
               ADD 1 TO WK-STEP-KEPT-CNT
               MOVE "Y" TO STX-USED(WK-X)
               MOVE STX-DISP(WK-X) TO STCN-DISP
             ELSE
               MOVE "N" TO WK-STEP-RUNS
               PERFORM VARYING WK-R FROM 1 BY 1
                 UNTIL WK-R > WK-RULE-CNT OR WK-STEP-RUNS = "Y"
                   IF FRQ-STEP(WK-R) = WK-RULE-STEP(WK-RS)
                     THEN
                       PERFORM 430-APPLY-RULE
                   END-IF
               END-PERFORM
               IF WK-STEP-RUNS = "Y"
                 THEN
                   ADD 1 TO WK-STEP-ON-CNT
                   MOVE "RUN" TO STCN-DISP
                 ELSE
                   ADD 1 TO WK-STEP-OFF-CNT
                   MOVE "OFF" TO STCN-DISP
               END-IF
           END-IF.
           MOVE YR-DATE(WK-D)       TO STCN-DATE.
           MOVE WK-RULE-STEP(WK-RS) TO STCN-STEP.
           WRITE STEP-CAL-NEW-RECORD.

      ******************************************************************
      * DOES THIS RULE SELECT THIS RUN DAY? A WEEKLY STEP WHOSE DAY IS *
      * NOT A RUN DAY MOVES TO THE NEXT RUN DAY OF THE SAME WEEK, SO   *
      * A MONDAY HOLIDAY DOES NOT COST IT THE WEEK                     *
      ******************************************************************
       430-APPLY-RULE.
           IF FRQ-TYPE(WK-R) = "DAILY"
             THEN
               MOVE "Y" TO WK-STEP-RUNS
           ELSE IF FRQ-TYPE(WK-R) = "MONTHLY"
             THEN
               IF WK-BUS-DAY = FRQ-NUMBER(WK-R)
                 THEN
                   MOVE "Y" TO WK-STEP-RUNS
               END-IF
           ELSE IF FRQ-TYPE(WK-R) = "DATES"
             THEN
               IF FRQ-PARM(WK-R) = YR-DATE(WK-D)
                 THEN
                   MOVE "Y" TO WK-STEP-RUNS
               END-IF
           ELSE IF YR-WEEKDAY(WK-D) >= FRQ-NUMBER(WK-R)
             THEN
      * WEEKLY - NO EARLIER RUN DAY THIS WEEK ON OR AFTER THE RULE'S
      * DAY MAY HAVE TAKEN THE WEEK'S RUN ALREADY
               MOVE "N" TO WK-RUN-EARLIER
               PERFORM VARYING WK-BACK FROM 1 BY 1
                 UNTIL WK-BACK > YR-WEEKDAY(WK-D) - FRQ-NUMBER(WK-R)
                   OR WK-RUN-EARLIER = "Y"
                   IF WK-D > WK-BACK
                     THEN
                       COMPUTE WK-B = WK-D - WK-BACK
                       IF YR-DISP(WK-B) = "RUN"
                         THEN
                           MOVE "Y" TO WK-RUN-EARLIER
                       END-IF
                   END-IF
               END-PERFORM
               IF WK-RUN-EARLIER = "N"
                 THEN
                   MOVE "Y" TO WK-STEP-RUNS
               END-IF
           END-IF.
