       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYMEC.
      ******************************************************************
      * MONTH-END CLOSE PACKAGE. AT MONTH END DAYHST, DAYLSM, DAYPRR,  *
      * DAYRCN AND DAYEXC USED TO BE RUN BY HAND WITH DATE-RANGE       *
      * CONTROL RECORDS, PRINTED, AND SIGNED ON PAPER. THIS JOB RUNS   *
      * THE WHOLE SET FOR THE CLOSING MONTH AS ONE NUMBERED PACKAGE -  *
      * A CONTENTS PAGE, ONE NUMBERED SECTION PER REPORT (DAYHST ONCE  *
      * PER CHAIN PROGRAM), AND A SIGN-OFF PAGE - AND RECORDS THE      *
      * CLOSE ON THE "CLOSEREG" SIGN-OFF REGISTER.                     *
      *                                                                *
      * THE "MECCTL" CONTROL RECORD CARRIES THE CLOSING MONTH          *
      * (YYYY-MM, BLANK FOR THE PREVIOUS CALENDAR MONTH), THE          *
      * OPERATOR WHO PREPARED THE PACKAGE AND THE SUPERVISOR           *
      * APPROVING IT. THE APPROVER MUST HOLD THE SIGNOFF ACTION ON     *
      * OPERMST AND CANNOT BE THE PREPARER; A REFUSED APPROVER STOPS   *
      * THE JOB BEFORE ANYTHING IS PRODUCED.                           *
      *                                                                *
      * DAYHST, DAYLSM AND DAYPRR ARE SCOPED TO THE MONTH THROUGH      *
      * THEIR HISTCTL, LSMCTL AND PRRCTL CONTROL RECORDS; WHATEVER     *
      * THOSE HELD BEFORE THE JOB IS PUT BACK AFTERWARD. DAYRCN AND    *
      * DAYEXC REPORT AS AT THE CLOSE. A SECTION THAT COULD NOT BE     *
      * PRODUCED (RETURN CODE 16 OR WORSE) LEAVES THE PACKAGE          *
      * INCOMPLETE AND THE CLOSE UNRECORDED. A MONTH ALREADY CLOSED    *
      * MAY BE CLOSED AGAIN - THE RE-ISSUED PACKAGE TAKES THE NEXT     *
      * ISSUE NUMBER AND BECOMES THE CLOSE OF RECORD.                  *
      *                                                                *
      * RETURN-CODE 0 - CLOSED; 4 - CLOSED, A SECTION REPORTED         *
      * WARNINGS; 8 - PACKAGE INCOMPLETE, NOT CLOSED; 16 - REFUSED.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEC-CTL-FILE ASSIGN TO "MECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT CLOSE-REG-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REG-STATUS.
           SELECT SCOPE-CTL-FILE ASSIGN TO DYNAMIC WK-SCOPE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SCOPE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEC-CTL-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  MEC-CTL-RECORD.
         03  MEC-MONTH          PIC X(7).
         03  MEC-PREPARED-BY    PIC X(8).
         03  MEC-APPROVED-BY    PIC X(8).
       FD  CLOSE-REG-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY CLSREGRC.
      * THE PERIOD CONTROL RECORD HANDED TO A SCOPED REPORT - DAYHST
      * TAKES A PROGRAM NAME BEFORE THE DATES, DAYLSM AND DAYPRR THE
      * DATES ALONE
       FD  SCOPE-CTL-FILE.
       01  SCOPE-HIST-RECORD.
         03  SCH-PROGRAM        PIC X(8).
         03  SCH-FROM-DATE      PIC X(10).
         03  SCH-TO-DATE        PIC X(10).
       01  SCOPE-DATE-RECORD.
         03  SCD-FROM-DATE      PIC X(10).
         03  SCD-TO-DATE        PIC X(10).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYMEC".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-LOCK-OWNED      PIC X(1) VALUE "N".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-REG-STATUS      PIC X(2) VALUE "00".
         03  WK-SCOPE-FILENAME  PIC X(16) VALUE SPACES.
         03  WK-SCOPE-STATUS    PIC X(2) VALUE "00".
         03  WK-MONTH           PIC X(7) VALUE SPACES.
         03  WK-PREPARED-BY     PIC X(8) VALUE SPACES.
         03  WK-APPROVED-BY     PIC X(8) VALUE SPACES.
         03  WK-REFUSAL         PIC X(40) VALUE SPACES.
         03  WK-CUR-YYYY        PIC 9(4) VALUE ZERO.
         03  WK-CUR-MM          PIC 9(2) VALUE ZERO.
         03  WK-CLOSE-YYYY      PIC 9(4) VALUE ZERO.
         03  WK-CLOSE-MM        PIC 9(2) VALUE ZERO.
         03  WK-NEXT-YYYY       PIC 9(4) VALUE ZERO.
         03  WK-NEXT-MM         PIC 9(2) VALUE ZERO.
         03  WK-LAST-INT        PIC 9(7) VALUE ZERO.
         03  WK-LAST-YMD        PIC 9(8) VALUE ZERO.
         03  WK-LAST-YMD-X REDEFINES WK-LAST-YMD.
           05  FILLER           PIC X(6).
           05  WK-LAST-DD       PIC X(2).
         03  WK-FROM-DATE       PIC X(10) VALUE SPACES.
         03  WK-TO-DATE         PIC X(10) VALUE SPACES.
         03  WK-PRIOR-ISSUES    PIC 9(2) VALUE ZERO.
         03  WK-ISSUE           PIC 9(2) VALUE ZERO.
         03  WK-PACKAGE-ID      PIC X(12) VALUE SPACES.
         03  WK-STAMP           PIC X(14) VALUE SPACES.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-C               PIC 9(2) VALUE ZERO.
         03  WK-SECTION-NAME    PIC X(8) VALUE SPACES.
         03  WK-SECTION-RC      PIC 9(2) VALUE ZERO.
         03  WK-WORST-RC        PIC 9(2) VALUE ZERO.
         03  WK-FAILED-CNT      PIC 9(2) VALUE ZERO.
         03  WK-WARNED-CNT      PIC 9(2) VALUE ZERO.
         03  WK-SIGNOFF-NO      PIC 9(2) VALUE ZERO.
         03  WK-SOURCE-NAME     PIC X(24) VALUE SPACES.
         03  WK-TARGET-NAME     PIC X(24) VALUE SPACES.
         03  WK-COPY-RC         PIC S9(9) COMP VALUE ZERO.
         03  WK-OPM-ACTION      PIC X(8) VALUE "SIGNOFF".
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYMEC".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYMEC".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE PACKAGE, IN SECTION ORDER - THE REPORT PROGRAM, THE CHAIN
      * PROGRAM A DAYHST SECTION COVERS, THE PERIOD CONTROL DATASET
      * THE REPORT IS SCOPED THROUGH (BLANK FOR AN AS-AT-CLOSE
      * REPORT), AND THE SECTION TITLE
       01  WK-SECTION-TABLE.
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY01P1 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY01P2 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY03P1 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY03P2 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY05P1 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY05P2 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYHST  DAY09P1 HISTCTL ".
         03  FILLER  PIC X(32) VALUE "RESULT HISTORY".
         03  FILLER  PIC X(24) VALUE "DAYLSM          LSMCTL  ".
         03  FILLER  PIC X(32) VALUE "RUN LOG SUMMARY".
         03  FILLER  PIC X(24) VALUE "DAYPRR          PRRCTL  ".
         03  FILLER  PIC X(32) VALUE "PROMOTION AUDIT ACTIVITY".
         03  FILLER  PIC X(24) VALUE "DAYRCN                  ".
         03  FILLER  PIC X(32) VALUE "ROUTE RECONCILIATION AT CLOSE".
         03  FILLER  PIC X(24) VALUE "DAYEXC                  ".
         03  FILLER  PIC X(32) VALUE "EXCEPTION BACKLOG AT CLOSE".
       01  WK-SECTIONS REDEFINES WK-SECTION-TABLE.
         03  WK-SECTION-ENTRY OCCURS 11 TIMES.
           05  SEC-PROGRAM      PIC X(8).
           05  SEC-SUBJECT      PIC X(8).
           05  SEC-SCOPE-CTL    PIC X(8).
           05  SEC-TITLE        PIC X(32).
       01  WK-SECTION-RESULTS.
         03  SEC-RC             PIC 9(2) OCCURS 11 TIMES.
      * THE PERIOD CONTROL DATASETS THE PACKAGE OVERWRITES, SAVED
      * BEFORE THE FIRST SECTION AND PUT BACK AFTER THE LAST
       01  WK-SAVE-TABLE.
         03  FILLER             PIC X(8) VALUE "HISTCTL".
         03  FILLER             PIC X(8) VALUE "LSMCTL".
         03  FILLER             PIC X(8) VALUE "PRRCTL".
       01  WK-SAVES REDEFINES WK-SAVE-TABLE.
         03  WK-SAVE-NAME       PIC X(8) OCCURS 3 TIMES.
       01  WK-SAVE-STATE.
         03  WK-SAVED           PIC X(1) OCCURS 3 TIMES.
       01  CON-AREA.
         03  CON-SECTION-CNT    PIC 9(2) VALUE 11.
         03  CON-SAVE-CNT       PIC 9(1) VALUE 3.
         03  CON-FAILED-RC      PIC 9(2) VALUE 16.
       01  WK-CONTENTS-LINE.
         03  FILLER             PIC X(8)  VALUE "SECTION ".
         03  CNT-NO             PIC 99.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  CNT-PROGRAM        PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  CNT-TITLE          PIC X(32).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  CNT-SUBJECT        PIC X(8).
       01  WK-RESULT-LINE.
         03  FILLER             PIC X(8)  VALUE "SECTION ".
         03  RSL-NO             PIC 99.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  RSL-PROGRAM        PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RSL-SUBJECT        PIC X(8).
         03  FILLER             PIC X(4)  VALUE " RC=".
         03  RSL-RC             PIC 99.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  RSL-FLAG           PIC X(20).
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
               DISPLAY "*** DAYMEC CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * RUN LOCK PROCESS - TAKE THE SUITE-WIDE RUN LOCK, OR PASS IF    *
      * THIS RUN UNIT ALREADY HOLDS IT. A LOCK HELD BY ANOTHER RUN     *
      * MEANS A CHAIN IS MID-FLIGHT AND STILL APPENDING TO THE FEEDS   *
      * THE PACKAGE REPORTS ON, SO THIS RUN REFUSES                    *
      ******************************************************************
       095-TAKE-RUN-LOCK.
           MOVE "LOCK" TO WK-LCK-FUNCTION.
           CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
               WK-LCK-RESULT.
           IF WK-LCK-RESULT = "2" OR WK-LCK-RESULT = "3"
             THEN
               DISPLAY "*** DAYMEC ANOTHER RUN HOLDS THE RUN LOCK -"
                 " ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-LCK-RESULT = "0"
             THEN
               MOVE "Y" TO WK-LOCK-OWNED
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE CLOSING MONTH, THE SIGN-OFF AND   *
      * THE PACKAGE NUMBER                                             *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYMEC RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - MONTH-END CLOSE PACKAGE ***".
           PERFORM 095-TAKE-RUN-LOCK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-STAMP.
           PERFORM 110-READ-CLOSE-CONTROL.
           PERFORM 120-CHECK-SIGNOFF.
           IF WK-REFUSAL NOT = SPACES
             THEN
               DISPLAY "*** DAYMEC CLOSE OF " WK-MONTH " REFUSED - "
                 FUNCTION TRIM(WK-REFUSAL) " - NO PACKAGE PRODUCED ***"
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "CLOSE OF " WK-MONTH " REFUSED - "
                 WK-REFUSAL DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM 130-NUMBER-PACKAGE.
           PERFORM 140-SAVE-CONTROLS.

      ******************************************************************
      * CLOSE CONTROL - THE MONTH (DEFAULT THE PREVIOUS CALENDAR       *
      * MONTH), WHO PREPARED AND WHO APPROVES. THE MONTH IS TURNED     *
      * INTO THE FIRST AND LAST DATES THE SCOPED REPORTS ARE GIVEN     *
      ******************************************************************
       110-READ-CLOSE-CONTROL.
           OPEN INPUT MEC-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ MEC-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE MEC-MONTH       TO WK-MONTH
                   MOVE MEC-PREPARED-BY TO WK-PREPARED-BY
                   MOVE MEC-APPROVED-BY TO WK-APPROVED-BY
               END-READ
               CLOSE MEC-CTL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-CUR-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-CUR-MM.
           IF WK-MONTH = SPACES
             THEN
               IF WK-CUR-MM = 1
                 THEN
                   COMPUTE WK-CLOSE-YYYY = WK-CUR-YYYY - 1
                   MOVE 12 TO WK-CLOSE-MM
                 ELSE
                   MOVE WK-CUR-YYYY TO WK-CLOSE-YYYY
                   COMPUTE WK-CLOSE-MM = WK-CUR-MM - 1
               END-IF
               STRING WK-CLOSE-YYYY "-" WK-CLOSE-MM
                 DELIMITED BY SIZE INTO WK-MONTH
           ELSE IF WK-MONTH(1:4) IS NUMERIC AND WK-MONTH(5:1) = "-"
              AND WK-MONTH(6:2) IS NUMERIC
             THEN
               MOVE WK-MONTH(1:4) TO WK-CLOSE-YYYY
               MOVE WK-MONTH(6:2) TO WK-CLOSE-MM
           END-IF.
           IF WK-CLOSE-MM < 1 OR WK-CLOSE-MM > 12
             THEN
               MOVE "CLOSING MONTH NOT A VALID YYYY-MM"
                 TO WK-REFUSAL
           ELSE IF WK-CLOSE-YYYY > WK-CUR-YYYY OR
              (WK-CLOSE-YYYY = WK-CUR-YYYY AND WK-CLOSE-MM > WK-CUR-MM)
             THEN
               MOVE "CLOSING MONTH IS IN THE FUTURE" TO WK-REFUSAL
             ELSE
      * THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE
      * NEXT ONE
               IF WK-CLOSE-MM = 12
                 THEN
                   COMPUTE WK-NEXT-YYYY = WK-CLOSE-YYYY + 1
                   MOVE 1 TO WK-NEXT-MM
                 ELSE
                   MOVE WK-CLOSE-YYYY TO WK-NEXT-YYYY
                   COMPUTE WK-NEXT-MM = WK-CLOSE-MM + 1
               END-IF
               COMPUTE WK-LAST-INT = FUNCTION INTEGER-OF-DATE(
                 WK-NEXT-YYYY * 10000 + WK-NEXT-MM * 100 + 1) - 1
               COMPUTE WK-LAST-YMD =
                 FUNCTION DATE-OF-INTEGER(WK-LAST-INT)
               STRING WK-MONTH "-01" DELIMITED BY SIZE
                 INTO WK-FROM-DATE
               STRING WK-MONTH "-" WK-LAST-DD DELIMITED BY SIZE
                 INTO WK-TO-DATE
           END-IF.

      ******************************************************************
      * SIGN-OFF CHECK - A PREPARER, AND AN APPROVER WHO IS SOMEONE    *
      * ELSE AND HOLDS THE SIGNOFF ACTION ON THE OPERATOR MASTER       *
      ******************************************************************
       120-CHECK-SIGNOFF.
           IF WK-REFUSAL NOT = SPACES
             THEN
               CONTINUE
           ELSE IF WK-PREPARED-BY = SPACES
             THEN
               MOVE "NO PREPARER ON MECCTL" TO WK-REFUSAL
           ELSE IF WK-APPROVED-BY = SPACES
             THEN
               MOVE "NO APPROVER ON MECCTL" TO WK-REFUSAL
           ELSE IF WK-APPROVED-BY = WK-PREPARED-BY
             THEN
               MOVE "APPROVER CANNOT BE THE PREPARER" TO WK-REFUSAL
             ELSE
               MOVE SPACES TO WK-OPM-TARGET
               STRING "CLOSE " WK-MONTH DELIMITED BY SIZE
                 INTO WK-OPM-TARGET
               MOVE SPACES TO WK-OPM-REASON
               STRING "MONTH-END CLOSE PREPARED BY " WK-PREPARED-BY
                 DELIMITED BY SIZE INTO WK-OPM-REASON
               MOVE RETURN-CODE TO WK-SAVED-RC
               CALL "DAYOPM" USING WK-APPROVED-BY WK-OPM-ACTION
                   WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
                   WK-OPM-REASON
               MOVE WK-SAVED-RC TO RETURN-CODE
               IF WK-OPM-RESULT = "2"
                 THEN
                   MOVE "APPROVER NOT AUTHORIZED TO SIGN OFF"
                     TO WK-REFUSAL
               END-IF
           END-IF.

      ******************************************************************
      * PACKAGE NUMBER - ONE MORE THAN THE ISSUES ALREADY ON THE       *
      * REGISTER FOR THE MONTH                                         *
      ******************************************************************
       130-NUMBER-PACKAGE.
           MOVE ZERO TO WK-PRIOR-ISSUES.
           OPEN INPUT CLOSE-REG-FILE.
           IF WK-REG-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ CLOSE-REG-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF CLR-MONTH = WK-MONTH
                       THEN
                         ADD 1 TO WK-PRIOR-ISSUES
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CLOSE-REG-FILE
           END-IF.
           COMPUTE WK-ISSUE = WK-PRIOR-ISSUES + 1.
           MOVE SPACES TO WK-PACKAGE-ID.
           STRING "MEC" WK-MONTH(1:4) WK-MONTH(6:2) "-" WK-ISSUE
             DELIMITED BY SIZE INTO WK-PACKAGE-ID.
           IF WK-PRIOR-ISSUES > ZERO
             THEN
               DISPLAY "*** DAYMEC " WK-MONTH " ALREADY CLOSED "
                 WK-PRIOR-ISSUES " TIME(S) - THIS PACKAGE RE-ISSUES"
                 " THE CLOSE ***"
           END-IF.

      ******************************************************************
      * SAVE THE PERIOD CONTROL DATASETS THE SECTIONS WILL OVERWRITE   *
      ******************************************************************
       140-SAVE-CONTROLS.
           PERFORM VARYING WK-C FROM 1 BY 1 UNTIL WK-C > CON-SAVE-CNT
               MOVE WK-SAVE-NAME(WK-C) TO WK-SOURCE-NAME
               MOVE SPACES TO WK-TARGET-NAME
               STRING FUNCTION TRIM(WK-SAVE-NAME(WK-C)) ".MECSAVE"
                 DELIMITED BY SIZE INTO WK-TARGET-NAME
               MOVE RETURN-CODE TO WK-SAVED-RC
               CALL "CBL_COPY_FILE" USING WK-SOURCE-NAME
                   WK-TARGET-NAME
               END-CALL
               MOVE RETURN-CODE TO WK-COPY-RC
               MOVE WK-SAVED-RC TO RETURN-CODE
               IF WK-COPY-RC = ZERO
                 THEN
                   MOVE "Y" TO WK-SAVED(WK-C)
                 ELSE
                   MOVE "N" TO WK-SAVED(WK-C)
               END-IF
           END-PERFORM.

      ******************************************************************
      * MAIN PROCESS - THE CONTENTS PAGE, THEN EVERY SECTION IN ORDER  *
      ******************************************************************
       200-MAIN.
           COMPUTE WK-SIGNOFF-NO = CON-SECTION-CNT + 1.
           DISPLAY "******************************************".
           DISPLAY "*** MONTH-END CLOSE PACKAGE " WK-PACKAGE-ID
             " - MONTH " WK-MONTH " ***".
           DISPLAY "*** PERIOD " WK-FROM-DATE " TO " WK-TO-DATE
             " - PREPARED BY " WK-PREPARED-BY " ***".
           DISPLAY "*** CONTENTS ***".
           PERFORM VARYING WK-S FROM 1 BY 1
             UNTIL WK-S > CON-SECTION-CNT
               MOVE WK-S              TO CNT-NO
               MOVE SEC-PROGRAM(WK-S) TO CNT-PROGRAM
               MOVE SEC-TITLE(WK-S)   TO CNT-TITLE
               MOVE SEC-SUBJECT(WK-S) TO CNT-SUBJECT
               DISPLAY WK-CONTENTS-LINE
           END-PERFORM.
           MOVE WK-SIGNOFF-NO TO CNT-NO.
           MOVE "DAYMEC"      TO CNT-PROGRAM.
           MOVE "SIGN-OFF"    TO CNT-TITLE.
           MOVE SPACES        TO CNT-SUBJECT.
           DISPLAY WK-CONTENTS-LINE.
           PERFORM VARYING WK-S FROM 1 BY 1
             UNTIL WK-S > CON-SECTION-CNT
               PERFORM 210-RUN-SECTION
           END-PERFORM.

      ******************************************************************
      * ONE SECTION - SCOPE THE REPORT TO THE MONTH WHERE IT TAKES A   *
      * PERIOD, PRINT THE SECTION BANNER AND CALL THE REPORT. ITS      *
      * RETURN CODE IS KEPT FOR THE SIGN-OFF PAGE                      *
      ******************************************************************
       210-RUN-SECTION.
           IF SEC-SCOPE-CTL(WK-S) NOT = SPACES
             THEN
               PERFORM 220-WRITE-SCOPE
           END-IF.
           DISPLAY "******************************************".
           DISPLAY "*** PACKAGE " WK-PACKAGE-ID " SECTION " WK-S
             " OF " WK-SIGNOFF-NO " - " FUNCTION TRIM(SEC-PROGRAM(WK-S))
             " " FUNCTION TRIM(SEC-TITLE(WK-S)) " "
             FUNCTION TRIM(SEC-SUBJECT(WK-S)) " ***".
           MOVE SEC-PROGRAM(WK-S) TO WK-SECTION-NAME.
           MOVE ZERO TO RETURN-CODE.
           CALL WK-SECTION-NAME
             ON EXCEPTION
               DISPLAY "*** DAYMEC CANNOT LOAD MODULE "
                 WK-SECTION-NAME " ***"
               MOVE 16 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE > 99 OR RETURN-CODE < ZERO
             THEN
               MOVE 99 TO WK-SECTION-RC
             ELSE
               MOVE RETURN-CODE TO WK-SECTION-RC
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      * A FRESH COPY FOR THE NEXT SECTION - DAYHST RUNS ONCE PER CHAIN
      * PROGRAM AND MUST NOT CARRY ONE RUN'S TOTALS INTO THE NEXT
           CANCEL WK-SECTION-NAME.
           MOVE WK-SECTION-RC TO SEC-RC(WK-S).
           IF WK-SECTION-RC > WK-WORST-RC
             THEN
               MOVE WK-SECTION-RC TO WK-WORST-RC
           END-IF.
           DISPLAY "*** END OF SECTION " WK-S " - RC=" WK-SECTION-RC
             " ***".

      ******************************************************************
      * WRITE THE SECTION'S PERIOD CONTROL RECORD - THE CLOSING MONTH  *
      ******************************************************************
       220-WRITE-SCOPE.
           MOVE SEC-SCOPE-CTL(WK-S) TO WK-SCOPE-FILENAME.
           OPEN OUTPUT SCOPE-CTL-FILE.
           IF WK-SCOPE-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYMEC CANNOT WRITE " WK-SCOPE-FILENAME
                 " - STATUS=" WK-SCOPE-STATUS " - SECTION " WK-S
                 " NOT SCOPED TO THE MONTH ***"
           ELSE IF SEC-SUBJECT(WK-S) NOT = SPACES
             THEN
               MOVE SEC-SUBJECT(WK-S) TO SCH-PROGRAM
               MOVE WK-FROM-DATE      TO SCH-FROM-DATE
               MOVE WK-TO-DATE        TO SCH-TO-DATE
               WRITE SCOPE-HIST-RECORD
               CLOSE SCOPE-CTL-FILE
             ELSE
               MOVE WK-FROM-DATE TO SCD-FROM-DATE
               MOVE WK-TO-DATE   TO SCD-TO-DATE
               WRITE SCOPE-DATE-RECORD
               CLOSE SCOPE-CTL-FILE
           END-IF.

      ******************************************************************
      * RUN LOG PROCESS - APPEND ONE SEVERITY-CODED RECORD TO THE      *
      * SHARED RUN LOG THROUGH DAYLOG. RETURN-CODE IS SAVED AROUND     *
      * THE CALL                                                       *
      ******************************************************************
       270-WRITE-RUN-LOG.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * END PROCESS - PUT THE PERIOD CONTROLS BACK, PRINT THE SIGN-OFF *
      * PAGE AND, FOR A COMPLETE PACKAGE, RECORD THE CLOSE             *
      ******************************************************************
       300-END.
           PERFORM 310-RESTORE-CONTROLS.
           DISPLAY "******************************************".
           DISPLAY "*** PACKAGE " WK-PACKAGE-ID " SECTION "
             WK-SIGNOFF-NO " OF " WK-SIGNOFF-NO " - SIGN-OFF ***".
           PERFORM VARYING WK-S FROM 1 BY 1
             UNTIL WK-S > CON-SECTION-CNT
               MOVE WK-S              TO RSL-NO
               MOVE SEC-PROGRAM(WK-S) TO RSL-PROGRAM
               MOVE SEC-SUBJECT(WK-S) TO RSL-SUBJECT
               MOVE SEC-RC(WK-S)      TO RSL-RC
               PERFORM 305-FLAG-SECTION
               DISPLAY WK-RESULT-LINE
           END-PERFORM.
           DISPLAY "*** PREPARED BY " WK-PREPARED-BY
             "   APPROVED BY " WK-APPROVED-BY " ***".
           IF WK-FAILED-CNT > ZERO
             THEN
               DISPLAY "*** DAYMEC " WK-FAILED-CNT " SECTION(S) NOT"
                 " PRODUCED - PACKAGE " WK-PACKAGE-ID " INCOMPLETE -"
                 " CLOSE OF " WK-MONTH " NOT RECORDED ***"
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "PACKAGE " WK-PACKAGE-ID " INCOMPLETE - CLOSE OF "
                 WK-MONTH " NOT RECORDED" DELIMITED BY SIZE
                 INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 320-RECORD-CLOSE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYMEC PACKAGE " WK-PACKAGE-ID " SECTIONS="
             CON-SECTION-CNT " WARNED=" WK-WARNED-CNT " NOT PRODUCED="
             WK-FAILED-CNT " ***".

      ******************************************************************
      * FLAG A SECTION ON THE SIGN-OFF PAGE BY HOW IT ENDED            *
      ******************************************************************
       305-FLAG-SECTION.
           IF SEC-RC(WK-S) >= CON-FAILED-RC
             THEN
               ADD 1 TO WK-FAILED-CNT
               MOVE "*** NOT PRODUCED ***" TO RSL-FLAG
           ELSE IF SEC-RC(WK-S) > ZERO
             THEN
               ADD 1 TO WK-WARNED-CNT
               MOVE "WARNINGS REPORTED" TO RSL-FLAG
             ELSE
               MOVE SPACES TO RSL-FLAG
           END-IF.

      ******************************************************************
      * PUT BACK WHAT THE PERIOD CONTROL DATASETS HELD BEFORE THE JOB, *
      * OR REMOVE THE ONES THAT WERE NOT THERE                         *
      ******************************************************************
       310-RESTORE-CONTROLS.
           PERFORM VARYING WK-C FROM 1 BY 1 UNTIL WK-C > CON-SAVE-CNT
               MOVE SPACES TO WK-SOURCE-NAME
               STRING FUNCTION TRIM(WK-SAVE-NAME(WK-C)) ".MECSAVE"
                 DELIMITED BY SIZE INTO WK-SOURCE-NAME
               MOVE WK-SAVE-NAME(WK-C) TO WK-TARGET-NAME
               MOVE RETURN-CODE TO WK-SAVED-RC
               IF WK-SAVED(WK-C) = "Y"
                 THEN
                   CALL "CBL_COPY_FILE" USING WK-SOURCE-NAME
                       WK-TARGET-NAME
                   END-CALL
                   CALL "CBL_DELETE_FILE" USING WK-SOURCE-NAME
                   END-CALL
                 ELSE
                   CALL "CBL_DELETE_FILE" USING WK-TARGET-NAME
                   END-CALL
               END-IF
               MOVE WK-SAVED-RC TO RETURN-CODE
           END-PERFORM.

      ******************************************************************
      * RECORD THE CLOSE ON THE SIGN-OFF REGISTER                      *
      ******************************************************************
       320-RECORD-CLOSE.
           OPEN EXTEND CLOSE-REG-FILE.
           IF WK-REG-STATUS = "35"
             THEN
               OPEN OUTPUT CLOSE-REG-FILE
           END-IF.
           IF WK-REG-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYMEC CANNOT WRITE CLOSEREG - STATUS="
                 WK-REG-STATUS " - CLOSE OF " WK-MONTH
                 " NOT RECORDED ***"
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE WK-MONTH       TO CLR-MONTH
               MOVE WK-PACKAGE-ID  TO CLR-PACKAGE-ID
               MOVE WK-PREPARED-BY TO CLR-PREPARED-BY
               MOVE WK-APPROVED-BY TO CLR-APPROVED-BY
               MOVE WK-STAMP       TO CLR-STAMP
               MOVE WK-WORST-RC    TO CLR-WORST-RC
               WRITE CLOSE-REG-RECORD
               CLOSE CLOSE-REG-FILE
               DISPLAY "*** DAYMEC " WK-MONTH " CLOSED - PACKAGE "
                 WK-PACKAGE-ID " SIGNED OFF BY " WK-APPROVED-BY " ***"
               MOVE "INFO " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "MONTH " WK-MONTH " CLOSED - PACKAGE "
                 WK-PACKAGE-ID " SIGNED OFF BY " WK-APPROVED-BY
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               IF WK-WARNED-CNT > ZERO
                 THEN
                   MOVE 4 TO RETURN-CODE
                 ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * RELEASE THE RUN LOCK, BUT ONLY IF THIS RUN TOOK IT ITSELF      *
      ******************************************************************
       395-FREE-RUN-LOCK.
           IF WK-LOCK-OWNED = "Y"
             THEN
      * A CALLED PROGRAM'S RETURN-CODE REPLACES THE CALLER'S ON RETURN,
      * SO THE CODE ALREADY SET BY THIS RUN IS SAVED AROUND THE CALL
      * AND PUT BACK AFTERWARD
               MOVE RETURN-CODE TO WK-SAVED-RC
               MOVE "FREE" TO WK-LCK-FUNCTION
               CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
                   WK-LCK-RESULT
               MOVE WK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WK-LOCK-OWNED
           END-IF.
