       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYESC.
      ******************************************************************
      * ON-CALL ESCALATION OVER THE "ALERTS" DATASET, RUN EVERY FEW   *
      * MINUTES BY THE SCHEDULER. DAYAWB AGES OPEN ALERTS BUT NOTHING *
      * DECIDED WHO WAS PAGED, SO AN ERROR AT 2 AM WENT TO WHOEVER    *
      * HAPPENED TO BE WATCHING THE BRIDGE. EACH PASS:                *
      *   - ASSIGNS EVERY NEW ALERT TO THE PRIMARY ON DUTY TODAY PER  *
      *     THE "ONCMST" ROSTER MASTER (DATE RANGE, PRIMARY,          *
      *     SECONDARY, MANAGER)                                       *
      *   - ESCALATES AN ALERT STILL OPEN PAST ITS SEVERITY'S LIMIT   *
      *     TO THE SECONDARY, AND PAST THE SECOND LIMIT TO THE        *
      *     MANAGER. THE LIMITS, IN MINUTES FROM THE ALERT STAMP,     *
      *     COME FROM THE OPTIONAL "ESCCTL" FILE (SEVERITY, SECONDARY *
      *     MINUTES, MANAGER MINUTES); ERROR DEFAULTS TO 15/45 AND    *
      *     WARN TO 120/480, AND A ZERO LIMIT NEVER ESCALATES         *
      *   - RECORDS THE STEP ON THE ALERT (LEVEL, WHO, WHEN) AND      *
      *     APPENDS A NOTIFICATION RECORD TO "ESCLOG"                 *
      * AN ACKNOWLEDGED OR CLOSED ALERT IS NEVER ESCALATED, AND ONE   *
      * DAYALR SUPPRESSED IN A MAINTENANCE WINDOW IS NEVER PAGED AT   *
      * ALL - THE WINDOW'S SUMMARY FROM DAYMWS COVERS IT. RETURN-     *
      * CODE 8 WHEN NOBODY IS ROSTERED FOR TODAY, SO THE GAP IS SEEN  *
      * BEFORE THE NEXT 2 AM PAGE GOES NOWHERE.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
           SELECT ALERT-NEW-FILE ASSIGN TO "ALERTS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALRNEW-STATUS.
           SELECT ONCALL-MST-FILE ASSIGN TO "ONCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ONC-STATUS.
           SELECT ESC-CTL-FILE ASSIGN TO "ESCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT ESC-LOG-FILE ASSIGN TO "ESCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESCLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  ALERT-NEW-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  ALERT-NEW-RECORD     PIC X(146).
       FD  ONCALL-MST-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  ONCALL-MST-RECORD.
         03  ONC-FROM-DATE      PIC X(10).
         03  ONC-TO-DATE        PIC X(10).
         03  ONC-PRIMARY        PIC X(8).
         03  ONC-SECONDARY      PIC X(8).
         03  ONC-MANAGER        PIC X(8).
       FD  ESC-CTL-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  ESC-CTL-RECORD.
         03  ECT-SEVERITY       PIC X(5).
         03  ECT-SECONDARY-MINS PIC X(4).
         03  ECT-MANAGER-MINS   PIC X(4).
      * ONE RECORD PER NOTIFICATION - THE FIRST ASSIGNMENT AND EACH
      * ESCALATION - KEYED BACK TO THE ALERT BY ITS STAMP AND PROGRAM
       FD  ESC-LOG-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  ESC-LOG-RECORD.
         03  ESL-STAMP          PIC X(14).
         03  ESL-ALERT-STAMP    PIC X(14).
         03  ESL-ALERT-PROGRAM  PIC X(8).
         03  ESL-SEVERITY       PIC X(5).
         03  ESL-STEP           PIC X(8).
         03  ESL-LEVEL          PIC X(1).
         03  ESL-ROLE           PIC X(9).
         03  ESL-NOTIFIED       PIC X(8).
         03  ESL-AGE-MINS       PIC 9(7).
         03  ESL-LIMIT-MINS     PIC 9(4).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-ALRNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-ALERTS-OPEN     PIC X(1) VALUE "N".
         03  WK-ONC-STATUS      PIC X(2) VALUE "00".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-ESCLOG-STATUS   PIC X(2) VALUE "00".
         03  WK-NOW-STAMP       PIC X(14) VALUE SPACES.
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-NOW-MINS        PIC 9(9) VALUE ZERO.
         03  WK-ALERT-MINS      PIC 9(9) VALUE ZERO.
         03  WK-AGE-MINS        PIC 9(7) VALUE ZERO.
         03  WK-ON-DUTY         PIC X(1) VALUE "N".
         03  WK-PRIMARY         PIC X(8) VALUE SPACES.
         03  WK-SECONDARY       PIC X(8) VALUE SPACES.
         03  WK-MANAGER         PIC X(8) VALUE SPACES.
         03  WK-STATE           PIC X(8) VALUE SPACES.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-SEV-CNT         PIC 9(2) VALUE ZERO.
         03  WK-LIMIT-MINS      PIC 9(4) VALUE ZERO.
         03  WK-STEP            PIC X(8) VALUE SPACES.
         03  WK-ROLE            PIC X(9) VALUE SPACES.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-ASSIGNED-CNT    PIC 9(7) VALUE ZERO.
         03  WK-ESCALATED-CNT   PIC 9(7) VALUE ZERO.
         03  WK-UNROUTED-CNT    PIC 9(7) VALUE ZERO.
         03  WK-UPDATED-CNT     PIC 9(7) VALUE ZERO.
         03  WK-ALERT-NAME      PIC X(16) VALUE "ALERTS".
         03  WK-ALRNEW-NAME     PIC X(16) VALUE "ALERTS.NEW".
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYESC".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * ESCALATION LIMITS PER SEVERITY, IN MINUTES FROM THE ALERT
      * STAMP - THE DEFAULTS, OVERRIDDEN OR EXTENDED BY ESCCTL
       01  WK-SEV-TABLE.
         03  WK-SEV-ENTRY OCCURS 10 TIMES.
           05  SEV-CODE         PIC X(5).
           05  SEV-SECONDARY    PIC 9(4).
           05  SEV-MANAGER      PIC 9(4).
       01  CON-AREA.
         03  CON-MAX-SEVS       PIC 9(2) VALUE 10.
         03  CON-ERROR-SECONDARY PIC 9(4) VALUE 15.
         03  CON-ERROR-MANAGER  PIC 9(4) VALUE 45.
         03  CON-WARN-SECONDARY PIC 9(4) VALUE 120.
         03  CON-WARN-MANAGER   PIC 9(4) VALUE 480.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
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
               DISPLAY "*** DAYESC CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * A TEST ENVIRONMENT'S ALERTS STAY ON ITS OWN ALERTS DATASET FOR
      * THE TESTERS - NOBODY ON THE ROSTER IS EVER PAGED FOR THEM
           IF WK-ENV-RESULT = "1"
             THEN
               DISPLAY "*** DAYESC ENVIRONMENT " WK-ENV-CODE " IS NOT"
                 " LIVE - NOBODY PAGED ***"
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - TODAY'S ROSTER, THE LIMITS, AND THE  *
      * FIRST ALERT                                                   *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYESC RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - ON-CALL ESCALATION ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-NOW-STAMP.
           MOVE WK-NOW-STAMP(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE WK-NOW-STAMP(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE WK-NOW-STAMP(7:2) TO WK-TODAY(9:2).
           COMPUTE WK-NOW-MINS = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WK-NOW-STAMP(1:8))) * 1440
             + FUNCTION NUMVAL(WK-NOW-STAMP(9:2)) * 60
             + FUNCTION NUMVAL(WK-NOW-STAMP(11:2)).
           PERFORM 110-FIND-ON-DUTY.
           PERFORM 120-LOAD-LIMITS.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYESC NO ALERTS DATASET - NOTHING TO"
                 " ROUTE ***"
               MOVE "1" TO WK-EOF
             ELSE
               MOVE "Y" TO WK-ALERTS-OPEN
               OPEN OUTPUT ALERT-NEW-FILE
               OPEN EXTEND ESC-LOG-FILE
               IF WK-ESCLOG-STATUS = "35"
                 THEN
                   OPEN OUTPUT ESC-LOG-FILE
               END-IF
               READ ALERT-FILE
                   AT END MOVE "1" TO WK-EOF
               END-READ
           END-IF.

      ******************************************************************
      * TODAY'S ON-CALL - THE FIRST ROSTER ENTRY WHOSE DATE RANGE     *
      * (INCLUSIVE) TAKES IN TODAY                                    *
      ******************************************************************
       110-FIND-ON-DUTY.
           OPEN INPUT ONCALL-MST-FILE.
           IF WK-ONC-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1" OR WK-ON-DUTY = "Y"
                 READ ONCALL-MST-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF ONC-FROM-DATE(1:1) NOT = "*" AND
                        ONC-FROM-DATE <= WK-TODAY AND
                        ONC-TO-DATE >= WK-TODAY
                       THEN
                         MOVE "Y" TO WK-ON-DUTY
                         MOVE ONC-PRIMARY   TO WK-PRIMARY
                         MOVE ONC-SECONDARY TO WK-SECONDARY
                         MOVE ONC-MANAGER   TO WK-MANAGER
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ONCALL-MST-FILE
               MOVE "0" TO WK-EOF
           END-IF.
           IF WK-ON-DUTY = "Y"
             THEN
               DISPLAY "*** DAYESC ON CALL " WK-TODAY " PRIMARY="
                 WK-PRIMARY " SECONDARY=" WK-SECONDARY " MANAGER="
                 WK-MANAGER " ***"
             ELSE
               DISPLAY "*** DAYESC NOBODY ON THE ONCMST ROSTER FOR "
                 WK-TODAY " - ALERTS CANNOT BE ROUTED ***"
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "NO ON-CALL ROSTERED FOR " WK-TODAY
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
                   WK-LOG-MESSAGE
           END-IF.

      ******************************************************************
      * ESCALATION LIMITS - THE DEFAULTS FIRST, THEN ESCCTL. A        *
      * RECORD FOR A SEVERITY ALREADY HELD REPLACES ITS LIMITS; A     *
      * RECORD WITH A NON-NUMERIC LIMIT IS REPORTED AND IGNORED       *
      ******************************************************************
       120-LOAD-LIMITS.
           MOVE 2 TO WK-SEV-CNT.
           MOVE "ERROR"             TO SEV-CODE(1).
           MOVE CON-ERROR-SECONDARY TO SEV-SECONDARY(1).
           MOVE CON-ERROR-MANAGER   TO SEV-MANAGER(1).
           MOVE "WARN "             TO SEV-CODE(2).
           MOVE CON-WARN-SECONDARY  TO SEV-SECONDARY(2).
           MOVE CON-WARN-MANAGER    TO SEV-MANAGER(2).
           OPEN INPUT ESC-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ ESC-CTL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF ECT-SEVERITY NOT = SPACES AND
                        ECT-SEVERITY(1:1) NOT = "*"
                       THEN
                         PERFORM 125-TAKE-ONE-LIMIT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ESC-CTL-FILE
               MOVE "0" TO WK-EOF
           END-IF.

       125-TAKE-ONE-LIMIT.
           IF ECT-SECONDARY-MINS NOT NUMERIC OR
              ECT-MANAGER-MINS NOT NUMERIC
             THEN
               DISPLAY "*** DAYESC ESCCTL RECORD [" ESC-CTL-RECORD
                 "] LIMITS NOT NUMERIC - IGNORED ***"
             ELSE
               PERFORM VARYING WK-S FROM 1 BY 1
                 UNTIL WK-S > WK-SEV-CNT
                   OR SEV-CODE(WK-S) = ECT-SEVERITY
                   CONTINUE
               END-PERFORM
               IF WK-S > WK-SEV-CNT
                 THEN
                   IF WK-SEV-CNT < CON-MAX-SEVS
                     THEN
                       ADD 1 TO WK-SEV-CNT
                       MOVE ECT-SEVERITY TO SEV-CODE(WK-S)
                     ELSE
                       DISPLAY "*** DAYESC MORE THAN " CON-MAX-SEVS
                         " SEVERITIES ON ESCCTL - [" ECT-SEVERITY
                         "] IGNORED ***"
                   END-IF
               END-IF
               IF WK-S <= WK-SEV-CNT
                 THEN
                   MOVE ECT-SECONDARY-MINS TO SEV-SECONDARY(WK-S)
                   MOVE ECT-MANAGER-MINS   TO SEV-MANAGER(WK-S)
               END-IF
           END-IF.

      ******************************************************************
      * MAIN PROCESS - ROUTE EACH OPEN ALERT AND COPY EVERY ALERT TO  *
      * THE NEW DATASET                                               *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-READ-CNT.
      * RECORDS WRITTEN BEFORE THE STATE FIELDS EXISTED ARE OPEN
           IF AL-STATE = SPACES
             THEN
               MOVE "OPEN" TO WK-STATE
             ELSE
               MOVE AL-STATE TO WK-STATE
           END-IF.
           IF WK-STATE = "OPEN"
             THEN
               IF WK-ON-DUTY = "N"
                 THEN
                   IF AL-ESC-LEVEL = SPACES
                     THEN
                       ADD 1 TO WK-UNROUTED-CNT
                   END-IF
                 ELSE
                   PERFORM 210-ROUTE-ONE-ALERT
               END-IF
           END-IF.
           MOVE ALERT-RECORD TO ALERT-NEW-RECORD.
           WRITE ALERT-NEW-RECORD.
      * READ NEXT ALERT
           READ ALERT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * ROUTE ONE OPEN ALERT - A NEW ALERT GOES TO THE PRIMARY; ONE   *
      * STILL OPEN PAST ITS LIMITS CLIMBS TO THE SECONDARY AND THEN   *
      * THE MANAGER. AN ALERT OLD ENOUGH TO PASS BOTH LIMITS AT ONCE  *
      * TAKES BOTH STEPS, EACH RECORDED                               *
      ******************************************************************
       210-ROUTE-ONE-ALERT.
           PERFORM 220-COMPUTE-AGE.
           PERFORM VARYING WK-S FROM 1 BY 1
             UNTIL WK-S > WK-SEV-CNT
               OR SEV-CODE(WK-S) = AL-SEVERITY
               CONTINUE
           END-PERFORM.
           IF AL-ESC-LEVEL = SPACES
             THEN
               MOVE "1"         TO AL-ESC-LEVEL
               MOVE WK-PRIMARY  TO AL-ASSIGNED-TO
               MOVE "ASSIGN"    TO WK-STEP
               MOVE "PRIMARY"   TO WK-ROLE
               MOVE ZERO        TO WK-LIMIT-MINS
               ADD 1 TO WK-ASSIGNED-CNT
               PERFORM 230-RECORD-STEP
           END-IF.
      * A SEVERITY WITH NO LIMITS HELD STAYS WITH THE PRIMARY
           IF WK-S <= WK-SEV-CNT
             THEN
               IF AL-ESC-LEVEL = "1" AND SEV-SECONDARY(WK-S) > ZERO
                  AND WK-AGE-MINS >= SEV-SECONDARY(WK-S)
                 THEN
                   MOVE "2"            TO AL-ESC-LEVEL
                   MOVE WK-SECONDARY   TO AL-ASSIGNED-TO
                   MOVE "ESCALATE"     TO WK-STEP
                   MOVE "SECONDARY"    TO WK-ROLE
                   MOVE SEV-SECONDARY(WK-S) TO WK-LIMIT-MINS
                   ADD 1 TO WK-ESCALATED-CNT
                   PERFORM 230-RECORD-STEP
               END-IF
               IF AL-ESC-LEVEL = "2" AND SEV-MANAGER(WK-S) > ZERO
                  AND WK-AGE-MINS >= SEV-MANAGER(WK-S)
                 THEN
                   MOVE "3"            TO AL-ESC-LEVEL
                   MOVE WK-MANAGER     TO AL-ASSIGNED-TO
                   MOVE "ESCALATE"     TO WK-STEP
                   MOVE "MANAGER"      TO WK-ROLE
                   MOVE SEV-MANAGER(WK-S) TO WK-LIMIT-MINS
                   ADD 1 TO WK-ESCALATED-CNT
                   PERFORM 230-RECORD-STEP
               END-IF
           END-IF.

      ******************************************************************
      * AGE OF THE CURRENT ALERT IN MINUTES. AN UNREADABLE STAMP AGES *
      * AS ZERO RATHER THAN ESCALATING ON JUNK                        *
      ******************************************************************
       220-COMPUTE-AGE.
           MOVE ZERO TO WK-AGE-MINS.
           IF AL-STAMP(1:12) IS NUMERIC
             THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(AL-STAMP(1:8))) = ZERO
                 THEN
                   COMPUTE WK-ALERT-MINS = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(AL-STAMP(1:8))) * 1440
                     + FUNCTION NUMVAL(AL-STAMP(9:2)) * 60
                     + FUNCTION NUMVAL(AL-STAMP(11:2))
                   IF WK-NOW-MINS > WK-ALERT-MINS
                     THEN
                       COMPUTE WK-AGE-MINS = WK-NOW-MINS - WK-ALERT-MINS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RECORD ONE NOTIFICATION - ON THE ALERT, ON ESCLOG, IN THE JOB *
      * LOG AND ON THE RUN LOG                                        *
      ******************************************************************
       230-RECORD-STEP.
           ADD 1 TO WK-UPDATED-CNT.
           MOVE WK-NOW-STAMP   TO AL-ESC-STAMP.
           MOVE WK-NOW-STAMP   TO ESL-STAMP.
           MOVE AL-STAMP       TO ESL-ALERT-STAMP.
           MOVE AL-PROGRAM     TO ESL-ALERT-PROGRAM.
           MOVE AL-SEVERITY    TO ESL-SEVERITY.
           MOVE WK-STEP        TO ESL-STEP.
           MOVE AL-ESC-LEVEL   TO ESL-LEVEL.
           MOVE WK-ROLE        TO ESL-ROLE.
           MOVE AL-ASSIGNED-TO TO ESL-NOTIFIED.
           MOVE WK-AGE-MINS    TO ESL-AGE-MINS.
           MOVE WK-LIMIT-MINS  TO ESL-LIMIT-MINS.
           IF WK-ESCLOG-STATUS = "00"
             THEN
               WRITE ESC-LOG-RECORD
           END-IF.
           DISPLAY "*** DAYESC ALERT " AL-STAMP " " AL-PROGRAM " "
             AL-SEVERITY " " WK-STEP " TO " WK-ROLE " "
             AL-ASSIGNED-TO " AGE=" WK-AGE-MINS " MIN ***".
           IF WK-STEP = "ESCALATE"
             THEN
               MOVE "WARN " TO WK-LOG-SEVERITY
             ELSE
               MOVE "INFO " TO WK-LOG-SEVERITY
           END-IF.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "ALERT " AL-STAMP " " AL-PROGRAM " " WK-STEP
             " TO " WK-ROLE " " AL-ASSIGNED-TO
             DELIMITED BY SIZE INTO WK-LOG-MESSAGE.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.

      ******************************************************************
      * END PROCESS - SWAP THE ROUTED FILE INTO PLACE WHEN ANYTHING   *
      * MOVED, AND REPORT                                             *
      ******************************************************************
       300-END.
           IF WK-ALERTS-OPEN = "Y"
             THEN
               CLOSE ALERT-FILE
               CLOSE ALERT-NEW-FILE
               IF WK-ESCLOG-STATUS = "00"
                 THEN
                   CLOSE ESC-LOG-FILE
               END-IF
      * THE ROUTED COPY REPLACES THE LIVE DATASET ONLY AFTER EVERY
      * RECORD HAS BEEN SAFELY REWRITTEN
               IF WK-UPDATED-CNT > ZERO
                 THEN
                   CALL "CBL_DELETE_FILE" USING WK-ALERT-NAME
                   END-CALL
                   CALL "CBL_RENAME_FILE" USING WK-ALRNEW-NAME
                       WK-ALERT-NAME
                   END-CALL
                 ELSE
                   CALL "CBL_DELETE_FILE" USING WK-ALRNEW-NAME
                   END-CALL
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WK-ON-DUTY = "N"
             THEN
               DISPLAY "*** DAYESC " WK-UNROUTED-CNT " NEW ALERT(S)"
                 " LEFT UNROUTED - NOBODY ON CALL ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYESC READ=" WK-READ-CNT " ASSIGNED="
             WK-ASSIGNED-CNT " ESCALATED=" WK-ESCALATED-CNT
             " UNROUTED=" WK-UNROUTED-CNT " ***".
