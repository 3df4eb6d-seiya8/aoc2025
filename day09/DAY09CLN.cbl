      * DUPLICATES WITHIN THE "TOLCTL" TOLERANCE FOR REVIEW (THEY     *
      * ARE KEPT), AND WRITES A CLEANSED FEED PLUS A CLEANSING        *
      * REPORT. THE CLEANSED FILE'S NAME IS LEFT ON "STEPCTL" SO      *
      * DAY09P1 RUNS AGAINST IT THROUGH THE NORMAL CONVENTION. EVERY  *
      * POINT'S CREW CODE IS CARRIED THROUGH, AND A PER-CREW QUALITY  *
      * SCORECARD COVERS THE NIGHT AND THE ROLLING MONTH.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DECISION-FILE ASSIGN TO "DAY09CLN.DEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DEC-STATUS.
           SELECT CREW-HIST-FILE ASSIGN TO "DAY09CLN.CREWHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CRWHST-STATUS.
           SELECT CREW-RPT-FILE ASSIGN TO "DAY09CLN.CREW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CRWRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
       FD  STEP-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY STEPCTL.
      * THE RAW POINT - "X,Y" TEXT AT THE FRONT, AND THE SUBMITTING
      * CREW'S CODE IN COLUMNS 91-98, CLEAR OF ANYTHING THE X,Y PARSE
      * LOOKS AT. A FEED FROM BEFORE THE CREW CODE LEAVES IT BLANK
       FD  INPUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  IN-RECORD            PIC X(100).
       01  IN-POINT-RECORD REDEFINES IN-RECORD.
         03  IN-POINT-TEXT      PIC X(90).
         03  IN-CREW            PIC X(8).
         03  FILLER             PIC X(2).
       FD  TOL-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  TOL-CTL-RECORD.
       01  SORT-REC.
         03  SORT-X             PIC 9(5).
         03  SORT-Y             PIC 9(5).
         03  SORT-CREW          PIC X(8).
      * THE CLEANSED POINT KEEPS THE RAW LAYOUT - THE CREW CODE STAYS
      * IN COLUMNS 91-98 SO DAY09P1 PARSES EITHER FEED THE SAME WAY
       FD  CLEAN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CLEAN-RECORD.
         03  CLN-X              PIC 9(5).
         03  CLN-COMMA          PIC X(1).
         03  CLN-Y              PIC 9(5).
         03  FILLER             PIC X(79).
         03  CLN-CREW           PIC X(8).
         03  FILLER             PIC X(2).
       FD  CLEANSE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).
         03  DEC-Y2             PIC 9(5).
         03  DEC-ACTION         PIC X(4).
         03  DEC-ANALYST        PIC X(8).
      * PER-CREW QUALITY HISTORY - ONE RECORD PER CREW PER NIGHT, KEPT
      * FOR THE ROLLING MONTH THE SCORECARD REPORTS OVER
       FD  CREW-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CREW-HIST-RECORD.
         03  CH-DATE            PIC X(10).
         03  CH-CREW            PIC X(8).
         03  CH-SUBMIT          PIC 9(7).
         03  CH-DUP             PIC 9(7).
         03  CH-BAD             PIC 9(7).
         03  CH-NEAR            PIC 9(7).
         03  CH-KEEP            PIC 9(7).
         03  CH-DROP            PIC 9(7).
      * THE CREW QUALITY SCORECARD - TONIGHT AND THE ROLLING MONTH
       FD  CREW-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CREW-RPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY09CLN".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-OLD-INT         PIC 9(8) VALUE ZERO.
         03  WK-AGE-DAYS        PIC S9(5) VALUE ZERO.
         03  WK-OLDEST-AGE      PIC 9(5) VALUE ZERO.
         03  WK-CRWHST-STATUS   PIC X(2) VALUE "00".
         03  WK-CRWHST-EOF      PIC X(1) VALUE "0".
         03  WK-CRWRPT-STATUS   PIC X(2) VALUE "00".
         03  WK-CREW            PIC X(8) VALUE SPACES.
         03  WK-C               PIC 9(3) VALUE ZERO.
         03  WK-CREW-CNT        PIC 9(3) VALUE ZERO.
         03  WK-M               PIC 9(3) VALUE ZERO.
         03  WK-MTH-CNT         PIC 9(3) VALUE ZERO.
         03  WK-CREW-LOST       PIC 9(7) VALUE ZERO.
         03  WK-CH              PIC 9(5) VALUE ZERO.
         03  WK-CH-CNT          PIC 9(5) VALUE ZERO.
         03  WK-CH-DROPPED      PIC 9(5) VALUE ZERO.
         03  WK-HST-YMD         PIC X(8) VALUE SPACES.
         03  WK-HST-INT         PIC 9(8) VALUE ZERO.
         03  WK-HST-AGE         PIC S9(5) VALUE ZERO.
         03  WK-DEFECTS         PIC 9(8) VALUE ZERO.
         03  WK-DEFECT-PCT      PIC 9(3)V9 VALUE ZERO.
         03  WK-NIGHT-PCT       PIC 9(3)V9 VALUE ZERO.
         03  WK-NIGHT-PCT-ED    PIC ZZ9.9.
         03  WK-MONTH-PCT-ED    PIC ZZ9.9.
      * SLIDING WINDOW OF RECENTLY KEPT POINTS - IN (X,Y) SORT ORDER
      * A NEAR-DUPLICATE PARTNER NEED NOT BE THE IMMEDIATELY PRIOR
      * KEPT POINT, ONLY ONE WHOSE X IS STILL WITHIN THE TOLERANCE,
           05  UND-X2           PIC 9(5).
           05  UND-Y2           PIC 9(5).
           05  UND-DATE         PIC X(10).
      * TONIGHT'S FIGURES PER SUBMITTING CREW
       01  WK-CREW-TABLE.
         03  WK-CREW-ENTRY OCCURS 200 TIMES.
           05  CRW-ID           PIC X(8).
           05  CRW-SUBMIT       PIC 9(7).
           05  CRW-DUP          PIC 9(7).
           05  CRW-BAD          PIC 9(7).
           05  CRW-NEAR         PIC 9(7).
           05  CRW-KEEP         PIC 9(7).
           05  CRW-DROP         PIC 9(7).
      * THE CREW HISTORY STILL INSIDE THE ROLLING MONTH
       01  WK-CREW-HIST-TABLE.
         03  WK-CREW-HIST-ENTRY OCCURS 6000 TIMES.
           05  CHT-DATE         PIC X(10).
           05  CHT-CREW         PIC X(8).
           05  CHT-SUBMIT       PIC 9(7).
           05  CHT-DUP          PIC 9(7).
           05  CHT-BAD          PIC 9(7).
           05  CHT-NEAR         PIC 9(7).
           05  CHT-KEEP         PIC 9(7).
           05  CHT-DROP         PIC 9(7).
      * THE ROLLING MONTH PER CREW - HISTORY PLUS TONIGHT
       01  WK-MONTH-TABLE.
         03  WK-MONTH-ENTRY OCCURS 200 TIMES.
           05  MTH-ID           PIC X(8).
           05  MTH-NIGHTS       PIC 9(3).
           05  MTH-SUBMIT       PIC 9(7).
           05  MTH-DUP          PIC 9(7).
           05  MTH-BAD          PIC 9(7).
           05  MTH-NEAR         PIC 9(7).
           05  MTH-KEEP         PIC 9(7).
           05  MTH-DROP         PIC 9(7).
       01  CON-AREA.
         03  CON-MAX-WINDOW     PIC 9(3) VALUE 200.
         03  CON-MAX-PAIRS      PIC 9(3) VALUE 500.
         03  CON-MAX-CREWS      PIC 9(3) VALUE 200.
         03  CON-MAX-CREW-HIST  PIC 9(5) VALUE 6000.
         03  CON-MONTH-DAYS     PIC 9(3) VALUE 30.
       01  WK-DROP-LINE.
         03  FILLER             PIC X(10) VALUE "DROPPED X=".
         03  DRP-X              PIC ZZZZ9.
         03  FILLER             PIC X(9)  VALUE "  VALUE=[".
         03  BAD-RECORD         PIC X(30).
         03  FILLER             PIC X(1)  VALUE "]".
       01  WK-SCORE-HEAD-1.
         03  FILLER             PIC X(40)
             VALUE "DAY09CLN SURVEY CREW QUALITY SCORECARD -".
         03  FILLER             PIC X(5)  VALUE " RUN ".
         03  SCH-DATE           PIC X(10).
         03  FILLER             PIC X(16) VALUE " - MONTH = LAST ".
         03  SCH-DAYS           PIC ZZ9.
         03  FILLER             PIC X(7)  VALUE " NIGHTS".
       01  WK-SCORE-HEAD-2.
         03  FILLER             PIC X(10) VALUE "CREW".
         03  FILLER             PIC X(8)  VALUE "PERIOD".
         03  FILLER             PIC X(6)  VALUE "NIGHTS".
         03  FILLER             PIC X(11) VALUE "  SUBMITTED".
         03  FILLER             PIC X(11) VALUE " DUPLICATES".
         03  FILLER             PIC X(11) VALUE "  MALFORMED".
         03  FILLER             PIC X(11) VALUE "    FLAGGED".
         03  FILLER             PIC X(11) VALUE "   DEC KEEP".
         03  FILLER             PIC X(11) VALUE "   DEC DROP".
         03  FILLER             PIC X(10) VALUE "  DEFECT %".
       01  WK-SCORE-LINE.
         03  SCL-CREW           PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SCL-PERIOD         PIC X(6).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SCL-NIGHTS         PIC ZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-SUBMIT         PIC ZZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-DUP            PIC ZZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-BAD            PIC ZZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-NEAR           PIC ZZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-KEEP           PIC ZZZZZZ9.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SCL-DROP           PIC ZZZZZZ9.
         03  FILLER             PIC X(5)  VALUE SPACES.
         03  SCL-PCT            PIC ZZ9.9.
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
               DISPLAY "*** DAY09CLN CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * ADJACENT, THEN KEEP ONE OF EACH                               *
      ******************************************************************
       200-MAIN.
      * DUPLICATES STAY IN FEED ORDER, SO THE FIRST CREW TO SUBMIT A
      * POINT KEEPS IT AND ANY LATER SUBMISSION IS THE DUPLICATE
           SORT SORT-FILE ON ASCENDING KEY SORT-X SORT-Y
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 210-RELEASE-POINTS
               OUTPUT PROCEDURE IS 220-KEEP-UNIQUE-POINTS.

                   MOVE "1" TO WK-EOD
                 NOT AT END
                   ADD 1 TO WK-REC-NO
                   MOVE IN-CREW TO WK-CREW
                   PERFORM 235-FIND-CREW
                   IF WK-C <= WK-CREW-CNT
                     THEN
                       ADD 1 TO CRW-SUBMIT(WK-C)
                     ELSE
                       ADD 1 TO WK-CREW-LOST
                   END-IF
                   MOVE ZERO TO WK-COMMA-CNT
                   INSPECT IN-RECORD TALLYING WK-COMMA-CNT FOR ALL ","
                   MOVE SPACES TO WK-RAW-X WK-RAW-Y
                      OR FUNCTION TRIM(WK-RAW-Y) NOT NUMERIC
                     THEN
                       ADD 1 TO WK-BAD-CNT
                       IF WK-C <= WK-CREW-CNT
                         THEN
                           ADD 1 TO CRW-BAD(WK-C)
                       END-IF
                       MOVE WK-REC-NO TO BAD-REC-NO
                       MOVE IN-RECORD TO BAD-RECORD
                       DISPLAY WK-BAD-LINE
                     ELSE
                       MOVE WK-RAW-X TO SORT-X
                       MOVE WK-RAW-Y TO SORT-Y
                       MOVE IN-CREW TO SORT-CREW
                       RELEASE SORT-REC
                   END-IF
               END-READ
                 AT END
                   MOVE "1" TO WK-SORT-EOF
                 NOT AT END
      * EVERY OUTCOME BELOW IS CHARGED TO THE CREW THAT SUBMITTED
      * THIS POINT
                   MOVE SORT-CREW TO WK-CREW
                   PERFORM 235-FIND-CREW
                   IF WK-HAVE-PREV = "Y" AND
                      SORT-X = WK-PREV-X AND SORT-Y = WK-PREV-Y
                     THEN
                       ADD 1 TO WK-DUP-CNT
                       IF WK-C <= WK-CREW-CNT
                         THEN
                           ADD 1 TO CRW-DUP(WK-C)
                       END-IF
                       MOVE SORT-X TO DRP-X
                       MOVE SORT-Y TO DRP-Y
                       MOVE SPACES TO RPT-RECORD
      * THE ANALYST RULED THIS PAIR A DUPLICATE - THE LATER POINT
      * LEAVES THE CLEANSED FEED INSTEAD OF BEING RE-FLAGGED
                           ADD 1 TO WK-DEC-DROP-CNT
                           IF WK-C <= WK-CREW-CNT
                             THEN
                               ADD 1 TO CRW-DROP(WK-C)
                           END-IF
                           MOVE SPACES TO RPT-RECORD
                           STRING "DROPPED BY DECISION X=" SORT-X
                             " Y=" SORT-Y DELIMITED BY SIZE
                           WRITE RPT-RECORD
                         ELSE
                           ADD 1 TO WK-KEPT-CNT
                           MOVE SPACES TO CLEAN-RECORD
                           MOVE SORT-X TO CLN-X
                           MOVE "," TO CLN-COMMA
                           MOVE SORT-Y TO CLN-Y
                           MOVE SORT-CREW TO CLN-CREW
                           WRITE CLEAN-RECORD
                           MOVE "Y" TO WK-HAVE-PREV
                           MOVE SORT-X TO WK-PREV-X
      * A RECORDED KEEP - BOTH CREWS REALLY MEASURED NEARBY STAKES,
      * AND THE PAIR STOPS BEING RE-FLAGGED EVERY NIGHT
                   ADD 1 TO WK-DEC-KEEP-CNT
                   IF WK-C <= WK-CREW-CNT
                     THEN
                       ADD 1 TO CRW-KEEP(WK-C)
                   END-IF
               END-IF
             ELSE
               ADD 1 TO WK-NEAR-CNT
               IF WK-C <= WK-CREW-CNT
                 THEN
                   ADD 1 TO CRW-NEAR(WK-C)
               END-IF
               MOVE SORT-X TO NEA-X
               MOVE SORT-Y TO NEA-Y
               MOVE WK-PAIR-X1 TO NEA-PX
               MOVE WK-FIRST-DATE TO UND-DATE(WK-UNDEC-CNT)
           END-IF.

      ******************************************************************
      * CREW LOOKUP - POINT WK-C AT THE CREW'S ENTRY FOR TONIGHT,     *
      * ADDING IT ON FIRST SIGHT. POINTS WITH NO CREW CODE ARE BOOKED *
      * TOGETHER. A FULL TABLE LEAVES WK-C PAST THE END, AND THE      *
      * POINT IS COUNTED AS UNATTRIBUTED RATHER THAN MISBOOKED        *
      ******************************************************************
       235-FIND-CREW.
           IF WK-CREW = SPACES
             THEN
               MOVE "*NONE*" TO WK-CREW
           END-IF.
           PERFORM VARYING WK-C FROM 1 BY 1
             UNTIL WK-C > WK-CREW-CNT
               OR CRW-ID(WK-C) = WK-CREW
               CONTINUE
           END-PERFORM.
           IF WK-C > WK-CREW-CNT
             THEN
               IF WK-CREW-CNT < CON-MAX-CREWS
                 THEN
                   ADD 1 TO WK-CREW-CNT
                   MOVE WK-CREW-CNT TO WK-C
                   MOVE WK-CREW TO CRW-ID(WK-C)
                   MOVE ZERO TO CRW-SUBMIT(WK-C) CRW-DUP(WK-C)
                     CRW-BAD(WK-C) CRW-NEAR(WK-C) CRW-KEEP(WK-C)
                     CRW-DROP(WK-C)
               END-IF
           END-IF.

      ******************************************************************
      * JOIN THE WINDOW - A FULL WINDOW DROPS ITS OLDEST ENTRY        *
      ******************************************************************
           MOVE SORT-X TO WIN-X(WK-WIN-CNT).
           MOVE SORT-Y TO WIN-Y(WK-WIN-CNT).

      ******************************************************************
      * CREW HISTORY LOAD - KEEP THE "DAY09CLN.CREWHST" RECORDS       *
      * INSIDE THE ROLLING MONTH. A RECORD FROM THIS SAME NIGHT IS    *
      * LEFT BEHIND - A RERUN REPLACES THE NIGHT'S FIGURES RATHER     *
      * THAN COUNTING THE SAME FEED TWICE                             *
      ******************************************************************
       240-LOAD-CREW-HISTORY.
           MOVE WK-TODAY(1:4) TO WK-HST-YMD(1:4).
           MOVE WK-TODAY(6:2) TO WK-HST-YMD(5:2).
           MOVE WK-TODAY(9:2) TO WK-HST-YMD(7:2).
           COMPUTE WK-NOW-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WK-HST-YMD)).
           OPEN INPUT CREW-HIST-FILE.
           IF WK-CRWHST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-CRWHST-EOF = "1"
                 READ CREW-HIST-FILE
                   AT END
                     MOVE "1" TO WK-CRWHST-EOF
                   NOT AT END
                     PERFORM 241-AGE-CREW-HISTORY
                     IF CH-CREW NOT = SPACES AND
                        CH-SUBMIT IS NUMERIC AND CH-DUP IS NUMERIC AND
                        CH-BAD IS NUMERIC AND CH-NEAR IS NUMERIC AND
                        CH-KEEP IS NUMERIC AND CH-DROP IS NUMERIC AND
                        CH-DATE NOT = WK-TODAY AND
                        WK-HST-AGE < CON-MONTH-DAYS
                       THEN
                         IF WK-CH-CNT < CON-MAX-CREW-HIST
                           THEN
                             ADD 1 TO WK-CH-CNT
                             MOVE CH-DATE   TO CHT-DATE(WK-CH-CNT)
                             MOVE CH-CREW   TO CHT-CREW(WK-CH-CNT)
                             MOVE CH-SUBMIT TO CHT-SUBMIT(WK-CH-CNT)
                             MOVE CH-DUP    TO CHT-DUP(WK-CH-CNT)
                             MOVE CH-BAD    TO CHT-BAD(WK-CH-CNT)
                             MOVE CH-NEAR   TO CHT-NEAR(WK-CH-CNT)
                             MOVE CH-KEEP   TO CHT-KEEP(WK-CH-CNT)
                             MOVE CH-DROP   TO CHT-DROP(WK-CH-CNT)
                           ELSE
                             ADD 1 TO WK-CH-DROPPED
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CREW-HIST-FILE
           END-IF.
           IF WK-CH-DROPPED > ZERO
             THEN
               DISPLAY "*** DAY09CLN CREW HISTORY FULL - "
                 WK-CH-DROPPED " CREW-NIGHT(S) LEFT OUT OF THE"
                 " MONTH ***"
           END-IF.

      * NIGHTS BETWEEN A HISTORY DATE AND TONIGHT. A DATE THAT IS NOT
      * A REAL DATE, OR LIES AHEAD OF TONIGHT, AGES OUT AT ONCE
       241-AGE-CREW-HISTORY.
           MOVE CH-DATE(1:4) TO WK-HST-YMD(1:4).
           MOVE CH-DATE(6:2) TO WK-HST-YMD(5:2).
           MOVE CH-DATE(9:2) TO WK-HST-YMD(7:2).
           IF WK-HST-YMD IS NUMERIC AND
              CH-DATE(5:1) = "-" AND CH-DATE(8:1) = "-" AND
              FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WK-HST-YMD)) = ZERO
             THEN
               COMPUTE WK-HST-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WK-HST-YMD))
               COMPUTE WK-HST-AGE = WK-NOW-INT - WK-HST-INT
               IF WK-HST-AGE < ZERO
                 THEN
                   MOVE 999 TO WK-HST-AGE
               END-IF
             ELSE
               MOVE 999 TO WK-HST-AGE
           END-IF.

      ******************************************************************
      * ROLLING MONTH - TOTAL EACH CREW ACROSS THE RETAINED HISTORY   *
      * AND TONIGHT. EACH HISTORY RECORD IS ONE CREW-NIGHT            *
      ******************************************************************
       245-ROLL-CREW-MONTH.
           PERFORM VARYING WK-CH FROM 1 BY 1
             UNTIL WK-CH > WK-CH-CNT
               MOVE CHT-CREW(WK-CH) TO WK-CREW
               PERFORM 246-FIND-MONTH-CREW
               IF WK-M <= WK-MTH-CNT
                 THEN
                   ADD 1                TO MTH-NIGHTS(WK-M)
                   ADD CHT-SUBMIT(WK-CH) TO MTH-SUBMIT(WK-M)
                   ADD CHT-DUP(WK-CH)   TO MTH-DUP(WK-M)
                   ADD CHT-BAD(WK-CH)   TO MTH-BAD(WK-M)
                   ADD CHT-NEAR(WK-CH)  TO MTH-NEAR(WK-M)
                   ADD CHT-KEEP(WK-CH)  TO MTH-KEEP(WK-M)
                   ADD CHT-DROP(WK-CH)  TO MTH-DROP(WK-M)
               END-IF
           END-PERFORM.
           PERFORM VARYING WK-C FROM 1 BY 1
             UNTIL WK-C > WK-CREW-CNT
               MOVE CRW-ID(WK-C) TO WK-CREW
               PERFORM 246-FIND-MONTH-CREW
               IF WK-M <= WK-MTH-CNT
                 THEN
                   ADD 1               TO MTH-NIGHTS(WK-M)
                   ADD CRW-SUBMIT(WK-C) TO MTH-SUBMIT(WK-M)
                   ADD CRW-DUP(WK-C)   TO MTH-DUP(WK-M)
                   ADD CRW-BAD(WK-C)   TO MTH-BAD(WK-M)
                   ADD CRW-NEAR(WK-C)  TO MTH-NEAR(WK-M)
                   ADD CRW-KEEP(WK-C)  TO MTH-KEEP(WK-M)
                   ADD CRW-DROP(WK-C)  TO MTH-DROP(WK-M)
               END-IF
           END-PERFORM.

      * POINT WK-M AT THE CREW'S MONTH ENTRY, ADDING IT ON FIRST SIGHT
       246-FIND-MONTH-CREW.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > WK-MTH-CNT
               OR MTH-ID(WK-M) = WK-CREW
               CONTINUE
           END-PERFORM.
           IF WK-M > WK-MTH-CNT AND WK-MTH-CNT < CON-MAX-CREWS
             THEN
               ADD 1 TO WK-MTH-CNT
               MOVE WK-MTH-CNT TO WK-M
               MOVE WK-CREW TO MTH-ID(WK-M)
               MOVE ZERO TO MTH-NIGHTS(WK-M) MTH-SUBMIT(WK-M)
                 MTH-DUP(WK-M) MTH-BAD(WK-M) MTH-NEAR(WK-M)
                 MTH-KEEP(WK-M) MTH-DROP(WK-M)
           END-IF.

      ******************************************************************
      * CREW HISTORY SAVE - REWRITE "DAY09CLN.CREWHST" WITH THE       *
      * HISTORY STILL INSIDE THE MONTH PLUS ONE RECORD PER CREW FOR   *
      * TONIGHT                                                       *
      ******************************************************************
       250-SAVE-CREW-HISTORY.
           OPEN OUTPUT CREW-HIST-FILE.
           PERFORM VARYING WK-CH FROM 1 BY 1
             UNTIL WK-CH > WK-CH-CNT
               MOVE CHT-DATE(WK-CH)   TO CH-DATE
               MOVE CHT-CREW(WK-CH)   TO CH-CREW
               MOVE CHT-SUBMIT(WK-CH) TO CH-SUBMIT
               MOVE CHT-DUP(WK-CH)    TO CH-DUP
               MOVE CHT-BAD(WK-CH)    TO CH-BAD
               MOVE CHT-NEAR(WK-CH)   TO CH-NEAR
               MOVE CHT-KEEP(WK-CH)   TO CH-KEEP
               MOVE CHT-DROP(WK-CH)   TO CH-DROP
               WRITE CREW-HIST-RECORD
           END-PERFORM.
           PERFORM VARYING WK-C FROM 1 BY 1
             UNTIL WK-C > WK-CREW-CNT
               MOVE WK-TODAY          TO CH-DATE
               MOVE CRW-ID(WK-C)      TO CH-CREW
               MOVE CRW-SUBMIT(WK-C)  TO CH-SUBMIT
               MOVE CRW-DUP(WK-C)     TO CH-DUP
               MOVE CRW-BAD(WK-C)     TO CH-BAD
               MOVE CRW-NEAR(WK-C)    TO CH-NEAR
               MOVE CRW-KEEP(WK-C)    TO CH-KEEP
               MOVE CRW-DROP(WK-C)    TO CH-DROP
               WRITE CREW-HIST-RECORD
           END-PERFORM.
           CLOSE CREW-HIST-FILE.

      ******************************************************************
      * CREW SCORECARD - A NIGHT LINE AND A MONTH LINE PER CREW SEEN  *
      * IN THE ROLLING MONTH. THE DEFECT RATE IS THE SHARE OF A       *
      * CREW'S SUBMISSIONS THAT NEVER REACHED THE CLEANSED FEED -     *
      * DUPLICATES, MALFORMED RECORDS, AND POINTS DROPPED BY REVIEW   *
      * DECISION. FLAGGED PAIRS ARE STILL UNDECIDED, SO THEY ARE      *
      * SHOWN BUT NOT COUNTED AGAINST THE CREW                        *
      ******************************************************************
       255-REPORT-CREW-SCORECARD.
           OPEN OUTPUT CREW-RPT-FILE.
           MOVE WK-TODAY TO SCH-DATE.
           MOVE CON-MONTH-DAYS TO SCH-DAYS.
           MOVE WK-SCORE-HEAD-1 TO CREW-RPT-RECORD.
           WRITE CREW-RPT-RECORD.
           MOVE WK-SCORE-HEAD-2 TO CREW-RPT-RECORD.
           WRITE CREW-RPT-RECORD.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > WK-MTH-CNT
               MOVE MTH-ID(WK-M) TO WK-CREW
               PERFORM VARYING WK-C FROM 1 BY 1
                 UNTIL WK-C > WK-CREW-CNT
                   OR CRW-ID(WK-C) = WK-CREW
                   CONTINUE
               END-PERFORM
      * TONIGHT - A CREW SEEN ONLY EARLIER IN THE MONTH SHOWS ZEROES
               MOVE WK-CREW TO SCL-CREW
               MOVE "NIGHT" TO SCL-PERIOD
               MOVE ZERO TO WK-NIGHT-PCT
               IF WK-C <= WK-CREW-CNT
                 THEN
                   MOVE 1                TO SCL-NIGHTS
                   MOVE CRW-SUBMIT(WK-C) TO SCL-SUBMIT
                   MOVE CRW-DUP(WK-C)    TO SCL-DUP
                   MOVE CRW-BAD(WK-C)    TO SCL-BAD
                   MOVE CRW-NEAR(WK-C)   TO SCL-NEAR
                   MOVE CRW-KEEP(WK-C)   TO SCL-KEEP
                   MOVE CRW-DROP(WK-C)   TO SCL-DROP
                   IF CRW-SUBMIT(WK-C) > ZERO
                     THEN
                       COMPUTE WK-DEFECTS = CRW-DUP(WK-C)
                         + CRW-BAD(WK-C) + CRW-DROP(WK-C)
                       COMPUTE WK-NIGHT-PCT ROUNDED =
                         WK-DEFECTS * 100 / CRW-SUBMIT(WK-C)
                   END-IF
                 ELSE
                   MOVE ZERO TO SCL-NIGHTS SCL-SUBMIT SCL-DUP
                     SCL-BAD SCL-NEAR SCL-KEEP SCL-DROP
               END-IF
               MOVE WK-NIGHT-PCT TO SCL-PCT
               MOVE WK-SCORE-LINE TO CREW-RPT-RECORD
               WRITE CREW-RPT-RECORD
      * THE ROLLING MONTH, TONIGHT INCLUDED
               MOVE SPACES TO SCL-CREW
               MOVE "MONTH" TO SCL-PERIOD
               MOVE MTH-NIGHTS(WK-M) TO SCL-NIGHTS
               MOVE MTH-SUBMIT(WK-M) TO SCL-SUBMIT
               MOVE MTH-DUP(WK-M)    TO SCL-DUP
               MOVE MTH-BAD(WK-M)    TO SCL-BAD
               MOVE MTH-NEAR(WK-M)   TO SCL-NEAR
               MOVE MTH-KEEP(WK-M)   TO SCL-KEEP
               MOVE MTH-DROP(WK-M)   TO SCL-DROP
               MOVE ZERO TO WK-DEFECT-PCT
               IF MTH-SUBMIT(WK-M) > ZERO
                 THEN
                   COMPUTE WK-DEFECTS = MTH-DUP(WK-M)
                     + MTH-BAD(WK-M) + MTH-DROP(WK-M)
                   COMPUTE WK-DEFECT-PCT ROUNDED =
                     WK-DEFECTS * 100 / MTH-SUBMIT(WK-M)
               END-IF
               MOVE WK-DEFECT-PCT TO SCL-PCT
               MOVE WK-SCORE-LINE TO CREW-RPT-RECORD
               WRITE CREW-RPT-RECORD
               MOVE WK-NIGHT-PCT TO WK-NIGHT-PCT-ED
               MOVE WK-DEFECT-PCT TO WK-MONTH-PCT-ED
               DISPLAY "*** DAY09CLN CREW " WK-CREW
                 " NIGHT DEFECT%=" WK-NIGHT-PCT-ED
                 " MONTH SUBMITTED=" MTH-SUBMIT(WK-M)
                 " DEFECT%=" WK-MONTH-PCT-ED " ***"
           END-PERFORM.
           CLOSE CREW-RPT-FILE.
           IF WK-CREW-LOST > ZERO
             THEN
               DISPLAY "*** DAY09CLN CREW TABLE FULL - "
                 WK-CREW-LOST " POINT(S) NOT ATTRIBUTED TO A CREW ***"
           END-IF.

      ******************************************************************
      * END PROCESS - SUMMARY, AND THE CLEANSED NAME LEFT ON STEPCTL  *
      * SO DAY09P1 READS THE CLEANSED FEED THROUGH THE NORMAL         *
               DISPLAY "*** DAY09CLN DECISIONS APPLIED - KEPT="
                 WK-DEC-KEEP-CNT " DROPPED=" WK-DEC-DROP-CNT " ***"
           END-IF.
      * THE CREW SCORECARD - TONIGHT'S FIGURES JOIN THE ROLLING MONTH
           PERFORM 240-LOAD-CREW-HISTORY.
           PERFORM 245-ROLL-CREW-MONTH.
           PERFORM 250-SAVE-CREW-HISTORY.
           PERFORM 255-REPORT-CREW-SCORECARD.
           IF WK-CLEAN-FILENAME NOT = SPACES
             THEN
               MOVE WK-CLEAN-FILENAME(1:16) TO STEPCTL-FILENAME
