           SELECT PWD-HANDOFF-FILE ASSIGN TO "DAY01P1.PWDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PWDS-STATUS.
           SELECT PWD-HIST-FILE ASSIGN TO "PWDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PWDHIST-STATUS.
           SELECT PWD-REUSE-FILE ASSIGN TO "DAY01P1.REUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REUSE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ROST-STATUS.
           SELECT CREW-FILE ASSIGN TO "DAY01P1.CREW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CREW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
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
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  BATCH-RESULTS-FILE.
         03  PWD-DIAL           PIC X(4).
         03  PWD-SEG-NO         PIC 9(4).
         03  PWD-SEG-PWD        PIC 9(4).
         03  PWD-CREW           PIC X(8).
         03  PWD-SUPERVISOR     PIC X(8).
         03  FILLER             PIC X(12).
       01  PWD-TRL-RECORD REDEFINES PWD-HANDOFF-RECORD.
         03  PWT-MARKER         PIC X(4).
         03  PWT-SEG-COUNT      PIC 9(7).
         03  FILLER             PIC X(29).
      * SEGMENT-PASSWORD HISTORY - ONE RECORD PER PASSWORD HANDED OFF,
      * KEPT FOR THE LOCK ADMINISTRATION REUSE WINDOW SO A DIAL IS
      * NEVER GIVEN THE SAME COMBINATION TWICE INSIDE IT
       FD  PWD-HIST-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PWD-HIST-RECORD.
         03  PHR-DIAL           PIC X(4).
         03  PHR-PWD            PIC 9(4).
         03  PHR-DATE           PIC X(10).
         03  PHR-RUN-ID         PIC X(14).
      * REUSE EXCEPTION REPORT - ONE LINE PER SEGMENT PASSWORD THAT
      * REPEATS ONE THE SAME DIAL WAS GIVEN INSIDE THE WINDOW
       FD  PWD-REUSE-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  PWD-REUSE-RECORD.
         03  PRU-DIAL           PIC X(4).
         03  FILLER             PIC X(1).
         03  PRU-SEG-NO         PIC 9(4).
         03  FILLER             PIC X(1).
         03  PRU-PWD            PIC 9(4).
         03  FILLER             PIC X(1).
         03  PRU-PRIOR-DATE     PIC X(10).
         03  FILLER             PIC X(1).
         03  PRU-PRIOR-RUN-ID   PIC X(14).
         03  FILLER             PIC X(1).
         03  PRU-AGE-DAYS       PIC 9(3).
         03  FILLER             PIC X(4).
      * SHIFT ROSTER MASTER - WHO WORKED EACH DIAL'S SHIFTS ON A DATE.
      * THE SHIFT SEQUENCE IS THE SEGMENT NUMBER THE "S" MARKERS
      * PRODUCE, SO EVERY SEGMENT PASSWORD TRACES TO ITS CREW
       FD  ROSTER-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ROSTER-RECORD.
         03  RS-DIAL            PIC X(4).
         03  RS-DATE            PIC X(10).
         03  RS-SHIFT-SEQ       PIC 9(4).
         03  RS-CREW            PIC X(8).
         03  RS-SUPERVISOR      PIC X(8).
      * PER-CREW ACTIVITY - SEGMENTS WORKED, MOVES, AND DISTANCE
       FD  CREW-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  CREW-RECORD.
         03  CRR-CREW           PIC X(8).
         03  CRR-SEGMENTS       PIC 9(5).
         03  CRR-MOVES          PIC 9(7).
         03  CRR-DISTANCE       PIC 9(12).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY01P1".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-CUR-DIAL        PIC 9(2) VALUE ZERO.
         03  WK-DL              PIC 9(2) VALUE ZERO.
         03  WK-DIAL-ID         PIC X(4) VALUE SPACES.
         03  WK-DIAL-ASOF       PIC X(10) VALUE SPACES.
         03  WK-DIR             PIC X(1) VALUE SPACES.
         03  WK-DIS-X           PIC X(5) VALUE SPACES.
         03  WK-DIS             PIC 9(5).
         03  WK-BAD-DIS-CNT     PIC 9(5) VALUE ZERO.
         03  WK-BAD-DIAL-CNT    PIC 9(5) VALUE ZERO.
         03  WK-PWDS-STATUS     PIC X(2) VALUE "00".
         03  WK-PWDHIST-STATUS  PIC X(2) VALUE "00".
         03  WK-PWDHIST-EOF     PIC X(1) VALUE "0".
         03  WK-REUSE-STATUS    PIC X(2) VALUE "00".
         03  WK-HST-CNT         PIC 9(5) VALUE ZERO.
         03  WK-HS              PIC 9(5) VALUE ZERO.
         03  WK-HST-DROPPED     PIC 9(5) VALUE ZERO.
         03  WK-REUSE-CNT       PIC 9(5) VALUE ZERO.
         03  WK-ASOF-INT        PIC 9(8) VALUE ZERO.
         03  WK-HST-INT         PIC 9(8) VALUE ZERO.
         03  WK-HST-AGE         PIC S9(5) VALUE ZERO.
         03  WK-HST-DATE        PIC X(10) VALUE SPACES.
         03  WK-HST-YMD         PIC X(8) VALUE SPACES.
         03  WK-ROST-STATUS     PIC X(2) VALUE "00".
         03  WK-ROST-EOF        PIC X(1) VALUE "0".
         03  WK-ROST-CNT        PIC 9(4) VALUE ZERO.
         03  WK-RS              PIC 9(4) VALUE ZERO.
         03  WK-CREW-STATUS     PIC X(2) VALUE "00".
         03  WK-CREW-CNT        PIC 9(3) VALUE ZERO.
         03  WK-CR              PIC 9(3) VALUE ZERO.
         03  WK-SEG-CREW        PIC X(8) VALUE SPACES.
         03  WK-SEG-SUPV        PIC X(8) VALUE SPACES.
         03  WK-UNROSTERED-CNT  PIC 9(5) VALUE ZERO.
         03  WK-BR-ANS          PIC Z(19)9.
      * ONE ENTRY PER DIAL - SIZE AND START FROM THE "DIALMST" DIAL
      * MASTER (OR THE SINGLE LEGACY DIALCTL DIAL), WITH INDEPENDENT
           05  DL-SEG-NO        PIC 9(4).
           05  DL-SEG-PWD       PIC 9(4).
           05  DL-SEG-RECS      PIC 9(7).
           05  DL-SEG-MOVES     PIC 9(7).
           05  DL-SEG-DIS       PIC 9(12).
      * THE PASSWORD HISTORY INSIDE THE REUSE WINDOW, PLUS TONIGHT'S
      * PASSWORDS AS EACH SEGMENT CLOSES
       01  WK-PWD-HIST-TABLE.
         03  WK-PWD-HIST-ENTRY OCCURS 5000 TIMES.
           05  HST-DIAL         PIC X(4).
           05  HST-PWD          PIC 9(4).
           05  HST-DATE         PIC X(10).
           05  HST-RUN-ID       PIC X(14).
      * TONIGHT'S ROSTER ROWS, FROM "ROSTMST" FOR THE RUN DATE
       01  WK-ROSTER-TABLE.
         03  WK-ROSTER-ENTRY OCCURS 500 TIMES.
           05  RST-DIAL         PIC X(4).
           05  RST-SEQ          PIC 9(4).
           05  RST-CREW         PIC X(8).
           05  RST-SUPV         PIC X(8).
      * ACTIVITY PER CREW ACROSS EVERY DIAL THEY WORKED TONIGHT
       01  WK-CREW-TABLE.
         03  WK-CREW-ENTRY OCCURS 100 TIMES.
           05  CRW-ID           PIC X(8).
           05  CRW-SEGS         PIC 9(5).
           05  CRW-MOVES        PIC 9(7).
           05  CRW-DIS          PIC 9(12).
       01  CON-AREA.
         03  CON-MAX-DIALS      PIC 9(2) VALUE 10.
         03  CON-MAX-ROSTER     PIC 9(4) VALUE 500.
         03  CON-MAX-CREWS      PIC 9(3) VALUE 100.
         03  CON-MAX-HIST       PIC 9(5) VALUE 5000.
         03  CON-REUSE-DAYS     PIC 9(3) VALUE 90.
       01  WK-SEGMENT-LINE.
         03  FILLER             PIC X(5)  VALUE "DIAL=".
         03  SEG-DIAL           PIC X(4).
         03  SEG-PWD            PIC ZZZ9.
         03  FILLER             PIC X(7)  VALUE "  RECS=".
         03  SEG-RECS           PIC ZZZZZZ9.
         03  FILLER             PIC X(7)  VALUE "  CREW=".
         03  SEG-CREW           PIC X(8).
       01  WK-ERROR-LINE.
         03  FILLER             PIC X(28)
             VALUE "*** INVALID IN-DIR AT REC=".

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
               DISPLAY "*** DAY01P1 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
           MOVE "-" TO PWH-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO PWH-RUN-DATE(9:2).
           WRITE PWD-HANDOFF-RECORD.
      * EVERY PASSWORD ABOUT TO GO OUT IS CHECKED AGAINST THE DIAL'S
      * RECENT HISTORY, SO THE REUSE REPORT STARTS FRESH EACH NIGHT
           PERFORM 106-LOAD-PWD-HISTORY.
           OPEN OUTPUT PWD-REUSE-FILE.
      * TONIGHT'S SHIFT ROSTER, SO EACH CLOSED SEGMENT CARRIES ITS CREW
           PERFORM 108-LOAD-ROSTER.
      * RESUME FROM A PRIOR CHECKPOINT, IF ONE WAS LEFT BY AN ABENDED
      * RUN. A MULTI-DIAL RUN NEITHER TAKES NOR HONORS CHECKPOINTS -
      * PER-DIAL STATE DOES NOT FIT THE COMMON CHECKPOINT RECORD
                       PERFORM 395-FREE-RUN-LOCK
                       GOBACK
                   END-IF
      * THE SEGMENTS CLOSED BEFORE THE CHECKPOINT WENT ONTO "PWDHIST"
      * WHEN IT WAS TAKEN - RELOAD THE HISTORY WITH THEM, SO THE
      * SEGMENTS STILL TO COME ARE CHECKED AGAINST THEM AND THEY ARE
      * CARRIED INTO TONIGHT'S REWRITE
                   MOVE ZERO TO WK-HST-CNT
                   MOVE "0" TO WK-PWDHIST-EOF
                   PERFORM 106-LOAD-PWD-HISTORY
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
               PERFORM 270-WRITE-RUN-LOG
             ELSE
               MOVE WK-DIS-X TO WK-DIS
               ADD 1 TO DL-SEG-MOVES(WK-CUR-DIAL)
               ADD WK-DIS TO DL-SEG-DIS(WK-CUR-DIAL)
      * UPDATE POSITION - GENERALIZED FOR ANY DIAL SIZE/DISTANCE. THE
      * INTERMEDIATE SUM IS COMPUTED INTO A WIDER FIELD FIRST SINCE A
      * DIAL SIZE NEAR THE PIC 9(4) CEILING CAN PUSH IT PAST 9999

      ******************************************************************
      * SEGMENT CLOSE-OUT - REPORT THE DIAL'S SEGMENT PASSWORD AND    *
      * RECORD COUNT AND THE CREW ROSTERED FOR THAT SHIFT, THEN RESET *
      * THAT DIAL TO ITS CONFIGURED START POSITION FOR THE NEXT       *
      * OPERATOR SHIFT                                                *
      ******************************************************************
       230-CLOSE-SEGMENT.
           ADD 1 TO DL-SEG-NO(WK-CUR-DIAL).
           ADD 1 TO WK-TOTAL-SEGS.
           PERFORM 231-FIND-SEGMENT-CREW.
           MOVE DL-ID(WK-CUR-DIAL)       TO SEG-DIAL.
           MOVE DL-SEG-NO(WK-CUR-DIAL)   TO SEG-NO.
           MOVE DL-SEG-PWD(WK-CUR-DIAL)  TO SEG-PWD.
           MOVE DL-SEG-RECS(WK-CUR-DIAL) TO SEG-RECS.
           MOVE WK-SEG-CREW              TO SEG-CREW.
           DISPLAY WK-SEGMENT-LINE.
      * THE SAME SEGMENT PASSWORD GOES OUT ON THE HANDOFF DATASET
           MOVE SPACES TO PWD-HANDOFF-RECORD.
           MOVE DL-ID(WK-CUR-DIAL)      TO PWD-DIAL.
           MOVE DL-SEG-NO(WK-CUR-DIAL)  TO PWD-SEG-NO.
           MOVE DL-SEG-PWD(WK-CUR-DIAL) TO PWD-SEG-PWD.
           MOVE WK-SEG-CREW             TO PWD-CREW.
           MOVE WK-SEG-SUPV             TO PWD-SUPERVISOR.
           WRITE PWD-HANDOFF-RECORD.
           PERFORM 232-CHECK-PWD-REUSE.
           PERFORM 233-ADD-CREW-ACTIVITY.
           MOVE DL-START(WK-CUR-DIAL) TO DL-POS(WK-CUR-DIAL).
           MOVE ZERO TO DL-SEG-PWD(WK-CUR-DIAL).
           MOVE ZERO TO DL-SEG-RECS(WK-CUR-DIAL).
           MOVE ZERO TO DL-SEG-MOVES(WK-CUR-DIAL).
           MOVE ZERO TO DL-SEG-DIS(WK-CUR-DIAL).

      ******************************************************************
      * ROSTER JOIN - THE CREW AND SUPERVISOR ON TONIGHT'S ROSTER FOR *
      * THIS DIAL AND SHIFT SEQUENCE. A SHIFT NOBODY ROSTERED GOES    *
      * OUT WITH A BLANK CREW AND IS COUNTED, NOT GUESSED AT          *
      ******************************************************************
       231-FIND-SEGMENT-CREW.
           PERFORM VARYING WK-RS FROM 1 BY 1
             UNTIL WK-RS > WK-ROST-CNT
               OR (RST-DIAL(WK-RS) = DL-ID(WK-CUR-DIAL) AND
                   RST-SEQ(WK-RS) = DL-SEG-NO(WK-CUR-DIAL))
               CONTINUE
           END-PERFORM.
           IF WK-RS > WK-ROST-CNT
             THEN
               MOVE SPACES TO WK-SEG-CREW
               MOVE SPACES TO WK-SEG-SUPV
               ADD 1 TO WK-UNROSTERED-CNT
             ELSE
               MOVE RST-CREW(WK-RS) TO WK-SEG-CREW
               MOVE RST-SUPV(WK-RS) TO WK-SEG-SUPV
           END-IF.

      ******************************************************************
      * CREW ACTIVITY - BOOK THE CLOSED SEGMENT'S MOVES AND DISTANCE  *
      * TO ITS CREW. UNROSTERED SHIFTS ARE BOOKED TOGETHER            *
      ******************************************************************
       233-ADD-CREW-ACTIVITY.
           IF WK-SEG-CREW = SPACES
             THEN
               MOVE "*NONE*" TO WK-SEG-CREW
           END-IF.
           PERFORM VARYING WK-CR FROM 1 BY 1
             UNTIL WK-CR > WK-CREW-CNT
               OR CRW-ID(WK-CR) = WK-SEG-CREW
               CONTINUE
           END-PERFORM.
           IF WK-CR > WK-CREW-CNT AND WK-CREW-CNT < CON-MAX-CREWS
             THEN
               ADD 1 TO WK-CREW-CNT
               MOVE WK-CREW-CNT TO WK-CR
               MOVE WK-SEG-CREW TO CRW-ID(WK-CR)
               MOVE ZERO TO CRW-SEGS(WK-CR)
               MOVE ZERO TO CRW-MOVES(WK-CR)
               MOVE ZERO TO CRW-DIS(WK-CR)
           END-IF.
           IF WK-CR <= WK-CREW-CNT
             THEN
               ADD 1 TO CRW-SEGS(WK-CR)
               ADD DL-SEG-MOVES(WK-CUR-DIAL) TO CRW-MOVES(WK-CR)
               ADD DL-SEG-DIS(WK-CUR-DIAL) TO CRW-DIS(WK-CR)
           END-IF.

      ******************************************************************
      * CREW ACTIVITY REPORT - ONE LINE AND ONE "DAY01P1.CREW" RECORD *
      * PER CREW THAT WORKED A SCORED SEGMENT TONIGHT                 *
      ******************************************************************
       237-REPORT-CREW-ACTIVITY.
           OPEN OUTPUT CREW-FILE.
           PERFORM VARYING WK-CR FROM 1 BY 1
             UNTIL WK-CR > WK-CREW-CNT
               DISPLAY "*** DAY01P1 CREW " CRW-ID(WK-CR)
                 " SEGMENTS=" CRW-SEGS(WK-CR)
                 " MOVES=" CRW-MOVES(WK-CR)
                 " DISTANCE=" CRW-DIS(WK-CR) " ***"
               MOVE CRW-ID(WK-CR)    TO CRR-CREW
               MOVE CRW-SEGS(WK-CR)  TO CRR-SEGMENTS
               MOVE CRW-MOVES(WK-CR) TO CRR-MOVES
               MOVE CRW-DIS(WK-CR)   TO CRR-DISTANCE
               WRITE CREW-RECORD
           END-PERFORM.
           CLOSE CREW-FILE.
           IF WK-UNROSTERED-CNT > ZERO
             THEN
               DISPLAY "*** DAY01P1 " WK-UNROSTERED-CNT
                 " SEGMENT(S) HAD NO CREW ON ROSTMST ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING WK-UNROSTERED-CNT " SEGMENT(S) WITH NO CREW ON"
                 " ROSTMST" DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * ROSTER PROCESS - LOAD THE "ROSTMST" ROWS FOR THE RUN DATE. NO *
      * ROSTER ON DISK MEANS EVERY SEGMENT GOES OUT UNATTRIBUTED      *
      ******************************************************************
       108-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WK-ROST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-ROST-EOF = "1"
                 READ ROSTER-FILE
                   AT END
                     MOVE "1" TO WK-ROST-EOF
                   NOT AT END
                     IF RS-DIAL NOT = SPACES AND
                        RS-DATE = WK-DIAL-ASOF AND
                        RS-SHIFT-SEQ IS NUMERIC AND
                        WK-ROST-CNT < CON-MAX-ROSTER
                       THEN
                         ADD 1 TO WK-ROST-CNT
                         MOVE RS-DIAL      TO RST-DIAL(WK-ROST-CNT)
                         MOVE RS-SHIFT-SEQ TO RST-SEQ(WK-ROST-CNT)
                         MOVE RS-CREW      TO RST-CREW(WK-ROST-CNT)
                         MOVE RS-SUPERVISOR TO RST-SUPV(WK-ROST-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               DISPLAY "*** DAY01P1 " WK-ROST-CNT " ROSTERED SHIFT(S)"
                 " FOR " WK-DIAL-ASOF " ***"
           END-IF.

      ******************************************************************
      * PASSWORD REUSE CHECK - A SEGMENT PASSWORD THE SAME DIAL WAS   *
      * ALREADY GIVEN INSIDE THE WINDOW GOES ON THE REUSE REPORT.     *
      * TONIGHT'S PASSWORD THEN JOINS THE HISTORY, SO A REPEAT WITHIN *
      * ONE NIGHT IS CAUGHT TOO                                       *
      ******************************************************************
       232-CHECK-PWD-REUSE.
           PERFORM VARYING WK-HS FROM 1 BY 1
             UNTIL WK-HS > WK-HST-CNT
               IF HST-DIAL(WK-HS) = DL-ID(WK-CUR-DIAL) AND
                  HST-PWD(WK-HS) = DL-SEG-PWD(WK-CUR-DIAL)
                 THEN
                   MOVE HST-DATE(WK-HS) TO WK-HST-DATE
                   PERFORM 107-AGE-HIST-DATE
                   ADD 1 TO WK-REUSE-CNT
                   MOVE SPACES TO PWD-REUSE-RECORD
                   MOVE DL-ID(WK-CUR-DIAL)      TO PRU-DIAL
                   MOVE DL-SEG-NO(WK-CUR-DIAL)  TO PRU-SEG-NO
                   MOVE DL-SEG-PWD(WK-CUR-DIAL) TO PRU-PWD
                   MOVE HST-DATE(WK-HS)         TO PRU-PRIOR-DATE
                   MOVE HST-RUN-ID(WK-HS)       TO PRU-PRIOR-RUN-ID
                   MOVE WK-HST-AGE              TO PRU-AGE-DAYS
                   WRITE PWD-REUSE-RECORD
                   DISPLAY "*** DAY01P1 DIAL " DL-ID(WK-CUR-DIAL)
                     " SEGMENT " DL-SEG-NO(WK-CUR-DIAL) " PASSWORD "
                     DL-SEG-PWD(WK-CUR-DIAL) " REUSED - LAST GIVEN "
                     HST-DATE(WK-HS) " ***"
               END-IF
           END-PERFORM.
           IF WK-HST-CNT < CON-MAX-HIST
             THEN
               ADD 1 TO WK-HST-CNT
               MOVE DL-ID(WK-CUR-DIAL)      TO HST-DIAL(WK-HST-CNT)
               MOVE DL-SEG-PWD(WK-CUR-DIAL) TO HST-PWD(WK-HST-CNT)
               MOVE WK-DIAL-ASOF            TO HST-DATE(WK-HST-CNT)
               MOVE WK-RUN-ID               TO HST-RUN-ID(WK-HST-CNT)
             ELSE
               ADD 1 TO WK-HST-DROPPED
           END-IF.

      ******************************************************************
      * REUSE REPORT CLOSE-OUT - ANY REPEAT RAISES A WARNING ALERT    *
      * FOR THE LOCK ADMINISTRATION TEAM WHILE THE HANDOFF IS STILL   *
      * UNSEALED. THE RUN ANSWER IS UNAFFECTED                        *
      ******************************************************************
       236-REPORT-PWD-REUSE.
           IF WK-REUSE-CNT > ZERO
             THEN
               DISPLAY "*** DAY01P1 " WK-REUSE-CNT " SEGMENT"
                 " PASSWORD(S) REUSED WITHIN " CON-REUSE-DAYS
                 " DAYS - SEE DAY01P1.REUSE ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "SEGMENT PASSWORD REUSE - " WK-REUSE-CNT
                 " ON DAY01P1.REUSE"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE "WARN " TO WK-ALR-SEVERITY
               MOVE ZERO TO WK-ALR-RC
               MOVE "SEGMENT PASSWORD REUSED ON HANDOFF"
                 TO WK-ALR-REASON
               PERFORM 275-WRITE-ALERT
           END-IF.
           IF WK-HST-DROPPED > ZERO
             THEN
               DISPLAY "*** DAY01P1 PASSWORD HISTORY FULL - "
                 WK-HST-DROPPED " PASSWORD(S) NOT RECORDED ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE "PASSWORD HISTORY FULL - ENTRIES NOT RECORDED"
                 TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * PASSWORD HISTORY SAVE - REWRITE "PWDHIST" FROM THE TABLE: THE *
      * HISTORY STILL INSIDE THE WINDOW PLUS TONIGHT'S PASSWORDS      *
      ******************************************************************
       238-SAVE-PWD-HISTORY.
           OPEN OUTPUT PWD-HIST-FILE.
           PERFORM VARYING WK-HS FROM 1 BY 1
             UNTIL WK-HS > WK-HST-CNT
               MOVE HST-DIAL(WK-HS)   TO PHR-DIAL
               MOVE HST-PWD(WK-HS)    TO PHR-PWD
               MOVE HST-DATE(WK-HS)   TO PHR-DATE
               MOVE HST-RUN-ID(WK-HS) TO PHR-RUN-ID
               WRITE PWD-HIST-RECORD
           END-PERFORM.
           CLOSE PWD-HIST-FILE.

      ******************************************************************
      * PASSWORD HISTORY LOAD - KEEP THE "PWDHIST" RECORDS INSIDE THE *
      * REUSE WINDOW. A RECORD FROM THIS SAME NIGHT IS LEFT BEHIND -  *
      * A RERUN OF THE FEED REPLACES THAT NIGHT'S PASSWORDS RATHER    *
      * THAN FLAGGING EVERY ONE OF THEM AS A REPEAT OF ITSELF. A      *
      * RESTART KEEPS THEM - THEY ARE THE SEGMENTS THE ABENDED RUN    *
      * CLOSED BEFORE ITS CHECKPOINT, AND THE FEED IS NOT REREAD      *
      ******************************************************************
       106-LOAD-PWD-HISTORY.
           MOVE WK-DIAL-ASOF TO WK-HST-DATE.
           MOVE WK-HST-DATE(1:4) TO WK-HST-YMD(1:4).
           MOVE WK-HST-DATE(6:2) TO WK-HST-YMD(5:2).
           MOVE WK-HST-DATE(9:2) TO WK-HST-YMD(7:2).
           COMPUTE WK-ASOF-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WK-HST-YMD)).
           OPEN INPUT PWD-HIST-FILE.
           IF WK-PWDHIST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-PWDHIST-EOF = "1"
                 READ PWD-HIST-FILE
                   AT END
                     MOVE "1" TO WK-PWDHIST-EOF
                   NOT AT END
                     MOVE PHR-DATE TO WK-HST-DATE
                     PERFORM 107-AGE-HIST-DATE
                     IF PHR-DIAL NOT = SPACES AND
                        PHR-PWD IS NUMERIC AND
                        (PHR-DATE NOT = WK-DIAL-ASOF OR
                         WK-RUN-STATUS = "RESTARTED") AND
                        WK-HST-AGE < CON-REUSE-DAYS AND
                        WK-HST-CNT < CON-MAX-HIST
                       THEN
                         ADD 1 TO WK-HST-CNT
                         MOVE PHR-DIAL   TO HST-DIAL(WK-HST-CNT)
                         MOVE PHR-PWD    TO HST-PWD(WK-HST-CNT)
                         MOVE PHR-DATE   TO HST-DATE(WK-HST-CNT)
                         MOVE PHR-RUN-ID TO HST-RUN-ID(WK-HST-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PWD-HIST-FILE
           END-IF.
           DISPLAY "*** DAY01P1 " WK-HST-CNT " PASSWORD(S) IN THE "
             CON-REUSE-DAYS "-DAY REUSE HISTORY ***".

      * DAYS BETWEEN A HISTORY DATE AND THE RUN DATE, EITHER WAY ROUND.
      * A DATE THAT IS NOT A REAL DATE AGES OUT AT ONCE
       107-AGE-HIST-DATE.
           MOVE WK-HST-DATE(1:4) TO WK-HST-YMD(1:4).
           MOVE WK-HST-DATE(6:2) TO WK-HST-YMD(5:2).
           MOVE WK-HST-DATE(9:2) TO WK-HST-YMD(7:2).
           IF WK-HST-YMD IS NUMERIC AND
              WK-HST-DATE(5:1) = "-" AND WK-HST-DATE(8:1) = "-" AND
              FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WK-HST-YMD)) = ZERO
             THEN
               COMPUTE WK-HST-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WK-HST-YMD))
               COMPUTE WK-HST-AGE = WK-ASOF-INT - WK-HST-INT
               IF WK-HST-AGE < ZERO
                 THEN
                   COMPUTE WK-HST-AGE = ZERO - WK-HST-AGE
               END-IF
             ELSE
               MOVE 999 TO WK-HST-AGE
           END-IF.

      ******************************************************************
      * DIAL MASTER PROCESS - LOAD THE PER-DIAL SIZE AND START FROM   *
      * "DIALMST", TAKING ONLY THE VERSION OF EACH DIAL IN EFFECT ON  *
      * THE RUN DATE (THE MASTER IS KEPT IN DIAL AND EFFECTIVE-DATE   *
      * ORDER BY DAY01DM, SO THE LAST VERSION IN EFFECT WINS). NO     *
      * MASTER MEANS THE SINGLE LEGACY DIAL, SIZED BY DIALCTL         *
      ******************************************************************
       102-LOAD-DIAL-MASTER.
      * THE FEED DATE, WHEN THE LOG CARRIES ONE, IS THE NIGHT THE
      * ROTATIONS BELONG TO - OTHERWISE TODAY
           IF WK-FEED-DATE NOT = SPACES
             THEN
               MOVE WK-FEED-DATE TO WK-DIAL-ASOF
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WK-DIAL-ASOF(1:4)
               MOVE "-" TO WK-DIAL-ASOF(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WK-DIAL-ASOF(6:2)
               MOVE "-" TO WK-DIAL-ASOF(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WK-DIAL-ASOF(9:2)
           END-IF.
           OPEN INPUT DIAL-MST-FILE.
           IF WK-MST-STATUS = "00"
             THEN
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
                             MOVE DM-START   TO DL-POS(WK-DL)
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
      * CHECKPOINT PROCESS (SINGLE-DIAL RUNS ONLY)                     *
      ******************************************************************
       250-SAVE-CHECKPOINT.
      * THE PASSWORDS OF THE SEGMENTS CLOSED SO FAR GO ONTO "PWDHIST"
      * FIRST - A RESTART SKIPS THOSE RECORDS AND RELOADS THEM FROM IT
           PERFORM 238-SAVE-PWD-HISTORY.
           MOVE "DAY01P1" TO CHKPT-PROGRAM-ID.
           MOVE WK-REC-NO TO CHKPT-RECS-READ.
           MOVE DL-PWD(1) TO CHKPT-ACCUM-1.
               DISPLAY "*** DAY01P1 " WK-TOTAL-SEGS
                 " OPERATOR SEGMENT(S) SCORED ***"
           END-IF.
      * ANY REUSED PASSWORD IS ALERTED BEFORE THE TRAILER RELEASES THE
      * HANDOFF TO THE LOCK ADMIN LOADER, AND THE HISTORY IS REWRITTEN
      * WITH TONIGHT'S PASSWORDS
           CLOSE PWD-REUSE-FILE.
           PERFORM 236-REPORT-PWD-REUSE.
           PERFORM 238-SAVE-PWD-HISTORY.
           PERFORM 237-REPORT-CREW-ACTIVITY.
      * SEAL THE HANDOFF WITH ITS CONTROL TRAILER - THE LOCK ADMIN
      * LOADER REFUSES A FILE WHOSE SEGMENT COUNT DOES NOT MATCH
           MOVE SPACES TO PWD-HANDOFF-RECORD.
