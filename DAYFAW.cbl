       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYFAW.
      ******************************************************************
      * FEED ARRIVAL MONITOR - RUN AHEAD OF DAYRTE. DAYRTE AND DAYPRE  *
      * ASSUME THE NIGHT'S FEED IS ON DISK WHEN THE JOB STARTS, SO AN  *
      * UPSTREAM SYSTEM RUNNING 40 MINUTES LATE USED TO FAIL THE CHAIN *
      * AT PRE-FLIGHT AND COST SOMEONE A HAND RERUN. THIS PROGRAM      *
      * POLLS FOR EACH SOURCE NAMED ON "FEEDLST" (OR THE SINGLE "FEED" *
      * DATASET) UNTIL IT ARRIVES OR ITS HARD CUTOFF PASSES. THE       *
      * OPTIONAL "FAWCTL" FILE GIVES EACH SOURCE A SOFT DEADLINE AND A *
      * HARD CUTOFF (HHMM); A "DEFAULT" ENTRY COVERS SOURCES WITHOUT   *
      * ONE OF THEIR OWN, AND WITH NEITHER THE SOURCE IS HELD TO 15    *
      * AND 45 MINUTES AFTER THE MONITOR STARTED. EACH ARRIVAL TIME IS *
      * LOGGED; A SOURCE STILL MISSING AT ITS SOFT DEADLINE RAISES A   *
      * DAYALR WARNING AND ONE MISSING AT ITS HARD CUTOFF AN ERROR.    *
      * THE VERDICT GOES TO "FEEDARR" - ONTIME OR LATE LETS THE CHAIN  *
      * PROCEED, STANDDWN (A SOURCE NEVER CAME) MAKES DAYRTE AND       *
      * DAYDRV STAND DOWN FOR THE NIGHT. EVERY SOURCE'S OUTCOME IS     *
      * APPENDED TO "FEEDHIST" FOR THE MONTHLY REVIEW. RETURN-CODE 0   *
      * ON TIME, 4 LATE, 8 STAND DOWN.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN TO "FEEDLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEEDLST-STATUS.
           SELECT FAW-CTL-FILE ASSIGN TO "FAWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT FEED-PROBE-FILE ASSIGN TO DYNAMIC WK-PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROBE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "FEEDARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-VERDICT-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO "FEEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  FEED-LIST-RECORD     PIC X(24).
       FD  FAW-CTL-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  FAW-CTL-RECORD.
         03  FWC-SOURCE         PIC X(24).
         03  FWC-SOFT-TIME      PIC X(4).
         03  FWC-HARD-TIME      PIC X(4).
      * ONLY WHETHER THE SOURCE HOLDS A RECORD YET MATTERS - A LONGER
      * LINE IS SIMPLY TRUNCATED
       FD  FEED-PROBE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PROBE-RECORD         PIC X(250).
      * THE NIGHT'S VERDICT, READ BY DAYRTE AND DAYDRV
       FD  VERDICT-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  VERDICT-RECORD.
         03  FAV-STAMP          PIC X(14).
         03  FAV-VERDICT        PIC X(8).
         03  FAV-LATE-CNT       PIC 9(2).
         03  FAV-MISSED-CNT     PIC 9(2).
       FD  FEED-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY FEEDARRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-FEEDLST-STATUS  PIC X(2) VALUE "00".
         03  WK-FEEDLST-EOF     PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-CTL-EOF         PIC X(1) VALUE "0".
         03  WK-PROBE-FILENAME  PIC X(24) VALUE SPACES.
         03  WK-PROBE-STATUS    PIC X(2) VALUE "00".
         03  WK-VERDICT-STATUS  PIC X(2) VALUE "00".
         03  WK-HIST-STATUS     PIC X(2) VALUE "00".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-SRC-CNT         PIC 9(2) VALUE ZERO.
         03  WK-OPEN-CNT        PIC 9(2) VALUE ZERO.
         03  WK-ONTIME-CNT      PIC 9(2) VALUE ZERO.
         03  WK-LATE-CNT        PIC 9(2) VALUE ZERO.
         03  WK-MISSED-CNT      PIC 9(2) VALUE ZERO.
         03  WK-POLL-CNT        PIC 9(5) VALUE ZERO.
         03  WK-PRESENT         PIC X(1) VALUE "N".
         03  WK-VERDICT         PIC X(8) VALUE SPACES.
         03  WK-DEFAULT-SOFT    PIC X(4) VALUE SPACES.
         03  WK-DEFAULT-HARD    PIC X(4) VALUE SPACES.
         03  WK-HHMM            PIC X(4) VALUE SPACES.
         03  WK-HHMM-OK         PIC X(1) VALUE "N".
      * CLOCK TIMES ARE HELD AS SECONDS FROM MIDNIGHT ON THE DAY THE
      * MONITOR STARTED, SO A CUTOFF OR ARRIVAL PAST MIDNIGHT ROLLS
      * FORWARD ONE DAY
         03  WK-START-SECS      PIC 9(6) VALUE ZERO.
         03  WK-NOW-SECS        PIC 9(6) VALUE ZERO.
         03  WK-SECS            PIC 9(6) VALUE ZERO.
         03  WK-SOFT-SECS       PIC 9(6) VALUE ZERO.
         03  WK-HARD-SECS       PIC 9(6) VALUE ZERO.
         03  WK-HH              PIC 9(2) VALUE ZERO.
         03  WK-MI              PIC 9(2) VALUE ZERO.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYFAW".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYFAW".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE SOURCES WAITED ON - SIZED LIKE DAYRTE'S SOURCE TABLE. A
      * BLANK STATE MEANS THE SOURCE IS STILL BEING WAITED FOR
       01  WK-SOURCE-TABLE.
         03  WK-SOURCE OCCURS 10 TIMES.
           05  SRC-NAME         PIC X(24).
           05  SRC-SOFT-TIME    PIC X(4).
           05  SRC-HARD-TIME    PIC X(4).
           05  SRC-SOFT-SECS    PIC 9(6).
           05  SRC-HARD-SECS    PIC 9(6).
           05  SRC-STATE        PIC X(8).
           05  SRC-WARNED       PIC X(1).
           05  SRC-ARRIVED      PIC X(6).
           05  SRC-MINS-LATE    PIC 9(4).
       01  CON-AREA.
         03  CON-MAX-SOURCES    PIC 9(2) VALUE 10.
         03  CON-POLL-SECS      PIC 9(2) VALUE 60.
         03  CON-DEFAULT-SOFT   PIC 9(4) VALUE 900.
         03  CON-DEFAULT-HARD   PIC 9(4) VALUE 2700.
         03  CON-DAY-SECS       PIC 9(6) VALUE 86400.
         03  CON-HALF-DAY-SECS  PIC 9(6) VALUE 43200.
       01  WK-REPORT-LINE.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  RPT-SOURCE         PIC X(24).
         03  FILLER             PIC X(6)  VALUE " SOFT=".
         03  RPT-SOFT           PIC X(4).
         03  FILLER             PIC X(6)  VALUE " HARD=".
         03  RPT-HARD           PIC X(4).
         03  FILLER             PIC X(9)  VALUE " ARRIVED=".
         03  RPT-ARRIVED        PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RPT-STATE          PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RPT-MINS-LATE      PIC ZZZ9.
         03  FILLER             PIC X(10) VALUE " MINS LATE".
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
               DISPLAY "*** DAYFAW CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE SOURCES EXPECTED TONIGHT AND THE  *
      * DEADLINES EACH IS HELD TO                                      *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYFAW RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - WAITING FOR THE NIGHT'S FEEDS ***".
           STRING FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WK-TODAY.
           COMPUTE WK-START-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)).
           INITIALIZE WK-SOURCE-TABLE.
           PERFORM 110-LOAD-FEED-LIST.
           PERFORM 120-LOAD-CUTOFFS.
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-SRC-CNT
               PERFORM 140-SET-SOURCE-CUTOFFS
           END-PERFORM.

      ******************************************************************
      * FEED LIST PROCESS - THE SAME "FEEDLST" DAYRTE SPLITS FROM, ONE *
      * SOURCE DATASET PER RECORD ("*" COMMENTS OUT AN ENTRY). ABSENT  *
      * OR EMPTY, THE SINGLE "FEED" DATASET IS WAITED FOR              *
      ******************************************************************
       110-LOAD-FEED-LIST.
           OPEN INPUT FEED-LIST-FILE.
           IF WK-FEEDLST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-FEEDLST-EOF = "1"
                 READ FEED-LIST-FILE
                   AT END
                     MOVE "1" TO WK-FEEDLST-EOF
                   NOT AT END
                     IF FEED-LIST-RECORD NOT = SPACES AND
                        FEED-LIST-RECORD(1:1) NOT = "*" AND
                        WK-SRC-CNT < CON-MAX-SOURCES
                       THEN
                         ADD 1 TO WK-SRC-CNT
                         MOVE FEED-LIST-RECORD TO SRC-NAME(WK-SRC-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEED-LIST-FILE
           END-IF.
           IF WK-SRC-CNT = ZERO
             THEN
               MOVE 1 TO WK-SRC-CNT
               MOVE "FEED" TO SRC-NAME(1)
           END-IF.
           DISPLAY "*** DAYFAW " WK-SRC-CNT " SOURCE FEED(S)"
             " EXPECTED ***".

      ******************************************************************
      * CUTOFF PROCESS - THE OPTIONAL "FAWCTL" FILE, ONE SOURCE NAME,  *
      * SOFT DEADLINE AND HARD CUTOFF (HHMM) PER RECORD. A "DEFAULT"   *
      * ENTRY APPLIES TO EVERY SOURCE WITHOUT ONE OF ITS OWN. A BAD    *
      * TIME, A CUTOFF BEFORE ITS DEADLINE, OR A SOURCE NOT EXPECTED   *
      * TONIGHT IS REPORTED AND THE ENTRY IGNORED                      *
      ******************************************************************
       120-LOAD-CUTOFFS.
           OPEN INPUT FAW-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-CTL-EOF = "1"
                 READ FAW-CTL-FILE
                   AT END
                     MOVE "1" TO WK-CTL-EOF
                   NOT AT END
                     IF FWC-SOURCE NOT = SPACES AND
                        FWC-SOURCE(1:1) NOT = "*"
                       THEN
                         PERFORM 125-TAKE-ONE-CUTOFF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FAW-CTL-FILE
           END-IF.

       125-TAKE-ONE-CUTOFF.
           MOVE FWC-SOFT-TIME TO WK-HHMM.
           PERFORM 130-CHECK-HHMM.
           IF WK-HHMM-OK = "Y"
             THEN
               MOVE WK-SECS TO WK-SOFT-SECS
               MOVE FWC-HARD-TIME TO WK-HHMM
               PERFORM 130-CHECK-HHMM
               MOVE WK-SECS TO WK-HARD-SECS
           END-IF.
           IF WK-HHMM-OK = "Y" AND WK-HARD-SECS < WK-SOFT-SECS
             THEN
               MOVE "N" TO WK-HHMM-OK
           END-IF.
           IF WK-HHMM-OK NOT = "Y"
             THEN
               DISPLAY "*** DAYFAW BAD FAWCTL RECORD [" FAW-CTL-RECORD
                 "] - ENTRY IGNORED ***"
           ELSE IF FWC-SOURCE = "DEFAULT"
             THEN
               MOVE FWC-SOFT-TIME TO WK-DEFAULT-SOFT
               MOVE FWC-HARD-TIME TO WK-DEFAULT-HARD
           ELSE
               PERFORM VARYING WK-S FROM 1 BY 1
                 UNTIL WK-S > WK-SRC-CNT
                   OR SRC-NAME(WK-S) = FWC-SOURCE
                   CONTINUE
               END-PERFORM
               IF WK-S > WK-SRC-CNT
                 THEN
                   DISPLAY "*** DAYFAW FAWCTL SOURCE " FWC-SOURCE
                     " IS NOT EXPECTED TONIGHT - ENTRY IGNORED ***"
                 ELSE
                   MOVE FWC-SOFT-TIME TO SRC-SOFT-TIME(WK-S)
                   MOVE FWC-HARD-TIME TO SRC-HARD-TIME(WK-S)
               END-IF
           END-IF.

      ******************************************************************
      * VALIDATE THE HHMM IN WK-HHMM AND TURN IT INTO SECONDS IN       *
      * WK-SECS. A TIME MORE THAN TWELVE HOURS BEFORE THE MONITOR      *
      * STARTED IS TOMORROW'S - A 0030 CUTOFF SEEN FROM A 2330 START - *
      * WHILE ONE JUST BEHIND IT HAS ALREADY PASSED, AS ON A RERUN     *
      ******************************************************************
       130-CHECK-HHMM.
           MOVE "N" TO WK-HHMM-OK.
           MOVE ZERO TO WK-SECS.
           IF WK-HHMM IS NUMERIC
             THEN
               IF WK-HHMM(1:2) <= "23" AND WK-HHMM(3:2) <= "59"
                 THEN
                   MOVE "Y" TO WK-HHMM-OK
                   COMPUTE WK-SECS =
                     FUNCTION NUMVAL(WK-HHMM(1:2)) * 3600
                     + FUNCTION NUMVAL(WK-HHMM(3:2)) * 60
                   IF WK-SECS + CON-HALF-DAY-SECS < WK-START-SECS
                     THEN
                       ADD CON-DAY-SECS TO WK-SECS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SETTLE ONE SOURCE'S DEADLINES - ITS OWN FAWCTL ENTRY, ELSE THE *
      * DEFAULT ENTRY, ELSE 15 AND 45 MINUTES AFTER THE START          *
      ******************************************************************
       140-SET-SOURCE-CUTOFFS.
           IF SRC-SOFT-TIME(WK-S) = SPACES
             THEN
               MOVE WK-DEFAULT-SOFT TO SRC-SOFT-TIME(WK-S)
               MOVE WK-DEFAULT-HARD TO SRC-HARD-TIME(WK-S)
           END-IF.
           IF SRC-SOFT-TIME(WK-S) = SPACES
             THEN
               COMPUTE WK-SECS = WK-START-SECS + CON-DEFAULT-SOFT
               PERFORM 145-SECS-TO-HHMM
               MOVE WK-HHMM TO SRC-SOFT-TIME(WK-S)
               COMPUTE WK-SECS = WK-START-SECS + CON-DEFAULT-HARD
               PERFORM 145-SECS-TO-HHMM
               MOVE WK-HHMM TO SRC-HARD-TIME(WK-S)
           END-IF.
           MOVE SRC-SOFT-TIME(WK-S) TO WK-HHMM.
           PERFORM 130-CHECK-HHMM.
           MOVE WK-SECS TO SRC-SOFT-SECS(WK-S).
           MOVE SRC-HARD-TIME(WK-S) TO WK-HHMM.
           PERFORM 130-CHECK-HHMM.
           MOVE WK-SECS TO SRC-HARD-SECS(WK-S).
           MOVE SPACES TO SRC-STATE(WK-S).
           MOVE "N" TO SRC-WARNED(WK-S).
           DISPLAY "*** DAYFAW WAITING FOR " SRC-NAME(WK-S)
             " - DEADLINE " SRC-SOFT-TIME(WK-S) " CUTOFF "
             SRC-HARD-TIME(WK-S) " ***".

      ******************************************************************
      * SECONDS IN WK-SECS TO A WALL-CLOCK HHMM IN WK-HHMM             *
      ******************************************************************
       145-SECS-TO-HHMM.
           IF WK-SECS >= CON-DAY-SECS
             THEN
               SUBTRACT CON-DAY-SECS FROM WK-SECS
           END-IF.
           COMPUTE WK-HH = WK-SECS / 3600.
           COMPUTE WK-MI = (WK-SECS - WK-HH * 3600) / 60.
           MOVE WK-HH TO WK-HHMM(1:2).
           MOVE WK-MI TO WK-HHMM(3:2).

      ******************************************************************
      * MAIN PROCESS - LOOK FOR EVERY OUTSTANDING SOURCE, THEN SLEEP   *
      * AND LOOK AGAIN UNTIL EACH HAS ARRIVED OR PASSED ITS CUTOFF     *
      ******************************************************************
       200-MAIN.
           PERFORM 210-POLL-ROUND.
           PERFORM UNTIL WK-OPEN-CNT = ZERO
               CALL "C$SLEEP" USING CON-POLL-SECS
               PERFORM 210-POLL-ROUND
           END-PERFORM.

       210-POLL-ROUND.
           ADD 1 TO WK-POLL-CNT.
           COMPUTE WK-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)).
           IF WK-NOW-SECS < WK-START-SECS
             THEN
               ADD CON-DAY-SECS TO WK-NOW-SECS
           END-IF.
           MOVE ZERO TO WK-OPEN-CNT.
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-SRC-CNT
               IF SRC-STATE(WK-S) = SPACES
                 THEN
                   PERFORM 220-CHECK-ONE-SOURCE
               END-IF
               IF SRC-STATE(WK-S) = SPACES
                 THEN
                   ADD 1 TO WK-OPEN-CNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOOK FOR ONE SOURCE - IT HAS ARRIVED ONCE IT CAN BE OPENED AND *
      * HOLDS AT LEAST ONE RECORD. STILL MISSING, IT IS WARNED ABOUT   *
      * ONCE AT ITS DEADLINE AND GIVEN UP ON AT ITS CUTOFF             *
      ******************************************************************
       220-CHECK-ONE-SOURCE.
           MOVE SRC-NAME(WK-S) TO WK-PROBE-FILENAME.
           MOVE "N" TO WK-PRESENT.
           OPEN INPUT FEED-PROBE-FILE.
           IF WK-PROBE-STATUS = "00"
             THEN
               READ FEED-PROBE-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE "Y" TO WK-PRESENT
               END-READ
               CLOSE FEED-PROBE-FILE
           END-IF.
           IF WK-PRESENT = "Y"
             THEN
               PERFORM 230-NOTE-ARRIVAL
           ELSE IF WK-NOW-SECS >= SRC-HARD-SECS(WK-S)
             THEN
               PERFORM 240-NOTE-MISSED
           ELSE IF WK-NOW-SECS >= SRC-SOFT-SECS(WK-S) AND
                   SRC-WARNED(WK-S) = "N"
             THEN
               PERFORM 250-WARN-OVERDUE
           END-IF.

      ******************************************************************
      * A SOURCE HAS ARRIVED - ON TIME UP TO ITS DEADLINE, LATE AFTER  *
      ******************************************************************
       230-NOTE-ARRIVAL.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SRC-ARRIVED(WK-S).
           IF WK-NOW-SECS > SRC-SOFT-SECS(WK-S)
             THEN
               MOVE "LATE" TO SRC-STATE(WK-S)
      * PART OF A MINUTE PAST THE DEADLINE COUNTS AS A WHOLE ONE
               COMPUTE SRC-MINS-LATE(WK-S) =
                 (WK-NOW-SECS - SRC-SOFT-SECS(WK-S) + 59) / 60
               ADD 1 TO WK-LATE-CNT
               MOVE "WARN " TO WK-LOG-SEVERITY
             ELSE
               MOVE "ONTIME" TO SRC-STATE(WK-S)
               MOVE ZERO TO SRC-MINS-LATE(WK-S)
               ADD 1 TO WK-ONTIME-CNT
               MOVE "INFO " TO WK-LOG-SEVERITY
           END-IF.
           DISPLAY "*** DAYFAW " SRC-NAME(WK-S) " ARRIVED "
             SRC-ARRIVED(WK-S)(1:2) ":" SRC-ARRIVED(WK-S)(3:2) ":"
             SRC-ARRIVED(WK-S)(5:2) " - " SRC-STATE(WK-S) " ***".
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "FEED " DELIMITED BY SIZE
                  SRC-NAME(WK-S) DELIMITED BY SPACE
                  " ARRIVED " DELIMITED BY SIZE
                  SRC-ARRIVED(WK-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRC-STATE(WK-S) DELIMITED BY SPACE
                  " MINS LATE " DELIMITED BY SIZE
                  SRC-MINS-LATE(WK-S) DELIMITED BY SIZE
             INTO WK-LOG-MESSAGE.
           PERFORM 270-WRITE-RUN-LOG.

      ******************************************************************
      * A SOURCE IS STILL MISSING AT ITS HARD CUTOFF - ERROR ALERT     *
      ******************************************************************
       240-NOTE-MISSED.
           MOVE "MISSED" TO SRC-STATE(WK-S).
           COMPUTE SRC-MINS-LATE(WK-S) =
             (SRC-HARD-SECS(WK-S) - SRC-SOFT-SECS(WK-S)) / 60.
           ADD 1 TO WK-MISSED-CNT.
           DISPLAY "*** DAYFAW " SRC-NAME(WK-S) " NOT IN BY ITS "
             SRC-HARD-TIME(WK-S) " CUTOFF - GIVEN UP ***".
           MOVE "ERROR" TO WK-ALR-SEVERITY.
           MOVE 8 TO WK-ALR-RC.
           MOVE SPACES TO WK-ALR-REASON.
           STRING "FEED " DELIMITED BY SIZE
                  SRC-NAME(WK-S) DELIMITED BY SPACE
                  " MISSED CUTOFF " DELIMITED BY SIZE
                  SRC-HARD-TIME(WK-S) DELIMITED BY SIZE
             INTO WK-ALR-REASON.
           PERFORM 275-WRITE-ALERT.
           MOVE "ERROR" TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "FEED " DELIMITED BY SIZE
                  SRC-NAME(WK-S) DELIMITED BY SPACE
                  " NOT ARRIVED BY HARD CUTOFF " DELIMITED BY SIZE
                  SRC-HARD-TIME(WK-S) DELIMITED BY SIZE
             INTO WK-LOG-MESSAGE.
           PERFORM 270-WRITE-RUN-LOG.

      ******************************************************************
      * A SOURCE IS STILL MISSING AT ITS SOFT DEADLINE - WARNING ALERT *
      * RAISED ONCE, AND THE WAIT GOES ON                              *
      ******************************************************************
       250-WARN-OVERDUE.
           MOVE "Y" TO SRC-WARNED(WK-S).
           DISPLAY "*** DAYFAW " SRC-NAME(WK-S) " NOT IN BY ITS "
             SRC-SOFT-TIME(WK-S) " DEADLINE - WAITING UNTIL "
             SRC-HARD-TIME(WK-S) " ***".
           MOVE "WARN " TO WK-ALR-SEVERITY.
           MOVE 4 TO WK-ALR-RC.
           MOVE SPACES TO WK-ALR-REASON.
           STRING "FEED " DELIMITED BY SIZE
                  SRC-NAME(WK-S) DELIMITED BY SPACE
                  " OVERDUE SINCE " DELIMITED BY SIZE
                  SRC-SOFT-TIME(WK-S) DELIMITED BY SIZE
             INTO WK-ALR-REASON.
           PERFORM 275-WRITE-ALERT.
           MOVE "WARN " TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "FEED " DELIMITED BY SIZE
                  SRC-NAME(WK-S) DELIMITED BY SPACE
                  " OVERDUE - DEADLINE " DELIMITED BY SIZE
                  SRC-SOFT-TIME(WK-S) DELIMITED BY SIZE
                  " CUTOFF " DELIMITED BY SIZE
                  SRC-HARD-TIME(WK-S) DELIMITED BY SIZE
             INTO WK-LOG-MESSAGE.
           PERFORM 270-WRITE-RUN-LOG.

      ******************************************************************
      * RUN LOG PROCESS - ONE RECORD ON THE SHARED RUN LOG THROUGH     *
      * DAYLOG. RETURN-CODE IS SAVED AROUND THE CALL                   *
      ******************************************************************
       270-WRITE-RUN-LOG.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * ALERT PROCESS - APPEND ONE FIXED-LAYOUT ALERT RECORD THROUGH   *
      * DAYALR. RETURN-CODE IS SAVED AROUND THE CALL                   *
      ******************************************************************
       275-WRITE-ALERT.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYALR" USING WK-ALR-SEVERITY WK-ALR-PROGRAM
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * END PROCESS - THE NIGHT'S VERDICT FOR DAYRTE AND DAYDRV, THE   *
      * HISTORY RECORDS AND THE ARRIVAL REPORT                         *
      ******************************************************************
       300-END.
           IF WK-MISSED-CNT > ZERO
             THEN
               MOVE "STANDDWN" TO WK-VERDICT
           ELSE IF WK-LATE-CNT > ZERO
             THEN
               MOVE "LATE" TO WK-VERDICT
           ELSE
               MOVE "ONTIME" TO WK-VERDICT
           END-IF.
           OPEN OUTPUT VERDICT-FILE.
           IF WK-VERDICT-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYFAW CANNOT WRITE FEEDARR - STATUS="
                 WK-VERDICT-STATUS " ***"
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO FAV-STAMP
               MOVE WK-VERDICT    TO FAV-VERDICT
               MOVE WK-LATE-CNT   TO FAV-LATE-CNT
               MOVE WK-MISSED-CNT TO FAV-MISSED-CNT
               WRITE VERDICT-RECORD
               CLOSE VERDICT-FILE
           END-IF.
           PERFORM 310-WRITE-HISTORY.
           DISPLAY "*** DAYFAW FEED ARRIVALS FOR " WK-TODAY " ***".
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-SRC-CNT
               PERFORM 320-REPORT-ONE-SOURCE
           END-PERFORM.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "FEED ARRIVAL VERDICT " WK-VERDICT
             " ON TIME " WK-ONTIME-CNT " LATE " WK-LATE-CNT
             " MISSED " WK-MISSED-CNT
             DELIMITED BY SIZE INTO WK-LOG-MESSAGE.
           IF WK-VERDICT = "STANDDWN"
             THEN
               DISPLAY "*** DAYFAW " WK-MISSED-CNT " SOURCE(S) MISSED"
                 " THE HARD CUTOFF - VERDICT STANDDWN, THE CHAIN"
                 " STANDS DOWN ***"
               DISPLAY "*** DAYFAW RERUN DAYFAW ONCE THE FEED IS IN"
                 " TO RELEASE THE CHAIN ***"
               MOVE "ERROR" TO WK-LOG-SEVERITY
               PERFORM 270-WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
           ELSE IF WK-VERDICT = "LATE"
             THEN
               DISPLAY "*** DAYFAW " WK-LATE-CNT " SOURCE(S) ARRIVED"
                 " AFTER THE DEADLINE - VERDICT LATE, THE CHAIN"
                 " PROCEEDS ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               PERFORM 270-WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "*** DAYFAW EVERY SOURCE ARRIVED ON TIME -"
                 " VERDICT ONTIME ***"
               MOVE "INFO " TO WK-LOG-SEVERITY
               PERFORM 270-WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYFAW SOURCES=" WK-SRC-CNT
             " POLLS=" WK-POLL-CNT " ***".

      ******************************************************************
      * HISTORY PROCESS - APPEND ONE RECORD PER SOURCE TO "FEEDHIST"   *
      ******************************************************************
       310-WRITE-HISTORY.
           OPEN EXTEND FEED-HIST-FILE.
           IF WK-HIST-STATUS = "35"
             THEN
               OPEN OUTPUT FEED-HIST-FILE
           END-IF.
           IF WK-HIST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYFAW CANNOT WRITE FEEDHIST - STATUS="
                 WK-HIST-STATUS " ***"
             ELSE
               PERFORM VARYING WK-S FROM 1 BY 1
                 UNTIL WK-S > WK-SRC-CNT
                   MOVE WK-TODAY            TO FAR-RUN-DATE
                   MOVE SRC-NAME(WK-S)      TO FAR-SOURCE
                   MOVE SRC-SOFT-TIME(WK-S) TO FAR-SOFT-TIME
                   MOVE SRC-HARD-TIME(WK-S) TO FAR-HARD-TIME
                   MOVE SRC-ARRIVED(WK-S)   TO FAR-ARRIVED
                   MOVE SRC-STATE(WK-S)     TO FAR-STATUS
                   MOVE SRC-MINS-LATE(WK-S) TO FAR-MINS-LATE
                   WRITE FEED-ARR-RECORD
               END-PERFORM
               CLOSE FEED-HIST-FILE
           END-IF.

      ******************************************************************
      * ONE LINE OF THE ARRIVAL REPORT                                 *
      ******************************************************************
       320-REPORT-ONE-SOURCE.
           MOVE SRC-NAME(WK-S)      TO RPT-SOURCE.
           MOVE SRC-SOFT-TIME(WK-S) TO RPT-SOFT.
           MOVE SRC-HARD-TIME(WK-S) TO RPT-HARD.
           IF SRC-ARRIVED(WK-S) = SPACES
             THEN
               MOVE "NEVER" TO RPT-ARRIVED
             ELSE
               MOVE SPACES TO RPT-ARRIVED
               STRING SRC-ARRIVED(WK-S)(1:2) ":"
                 SRC-ARRIVED(WK-S)(3:2) ":" SRC-ARRIVED(WK-S)(5:2)
                 DELIMITED BY SIZE INTO RPT-ARRIVED
           END-IF.
           MOVE SRC-STATE(WK-S)     TO RPT-STATE.
           MOVE SRC-MINS-LATE(WK-S) TO RPT-MINS-LATE.
           DISPLAY WK-REPORT-LINE.
