       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYQRL.
      ******************************************************************
      * QUARANTINE RELEASE UTILITY - THE SUPPORTED WAY TO LET A HELD  *
      * ROUTE'S DATA THROUGH. DAYRTE DIVERTS A BLOCK WHOSE ROUTE IS   *
      * ON "QUARCTL" WHOLE TO "<ROUTE>.QUAR"; THE "QRLCMD" CONTROL    *
      * RECORD NAMES THE OPERATOR, THE ROUTE AND A REASON, AND ONCE   *
      * DAYOPM HAS AUTHORIZED THE RELEASE THE HELD BODY LINES ARE     *
      * MOVED TO THE NAME THE STEP READS (<ROUTE>.IN), THEIR BLOCK    *
      * PROVENANCE WITH THEM, AND THAT NAME IS LEFT ON "STEPCTL" -    *
      * THE SAME CONVENTION DAYDRV USES - SO THE STEP CAN BE RERUN    *
      * STANDALONE. THE QUARANTINE DATASET IS CLEARED ONCE RELEASED.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRL-CTL-FILE ASSIGN TO "QRLCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT QUAR-CTL-FILE ASSIGN TO "QUARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-QUARCTL-STATUS.
           SELECT QUAR-FILE ASSIGN TO DYNAMIC WK-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-QUAR-STATUS.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WK-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LIVE-STATUS.
           SELECT STEP-CTL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STEPCTL-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WK-PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROBE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QRL-CTL-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  QRL-CTL-RECORD.
      * WHO IS ASKING FOR THE RELEASE - VALIDATED AGAINST THE
      * "OPERMST" AUTHORIZED-OPERATOR MASTER AND WRITTEN TO THE RUN
      * LOG WITH THE RELEASE
         03  QRL-OPERATOR       PIC X(8).
         03  QRL-ROUTE          PIC X(8).
         03  QRL-REASON         PIC X(40).
       FD  QUAR-CTL-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  QUAR-CTL-RECORD.
         03  QRC-ROUTE          PIC X(8).
         03  QRC-RUN-DATE       PIC X(10).
         03  QRC-REQUESTOR      PIC X(8).
         03  QRC-REASON         PIC X(30).
       FD  QUAR-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  QUAR-RECORD.
         03  QR-MARKER          PIC X(4).
         03  QR-ROUTE           PIC X(8).
         03  QR-RUN-DATE        PIC X(10).
         03  FILLER             PIC X(228).
       FD  LIVE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LIVE-RECORD          PIC X(250).
       FD  STEP-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY STEPCTL.
       FD  PROBE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PROBE-RECORD         PIC X(250).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYQRL".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-LOCK-OWNED      PIC X(1) VALUE "N".
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-QUARCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-QUARCTL-EOF     PIC X(1) VALUE "0".
         03  WK-QUAR-STATUS     PIC X(2) VALUE "00".
         03  WK-LIVE-STATUS     PIC X(2) VALUE "00".
         03  WK-STEPCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-PROBE-FILENAME  PIC X(24) VALUE SPACES.
         03  WK-PROBE-STATUS    PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-EXISTS          PIC X(1) VALUE "N".
         03  WK-ROUTE           PIC X(8) VALUE SPACES.
         03  WK-QUAR-NAME       PIC X(24) VALUE SPACES.
         03  WK-QUAR-SRC-NAME   PIC X(24) VALUE SPACES.
         03  WK-LIVE-NAME       PIC X(16) VALUE SPACES.
         03  WK-LIVE-SRC-NAME   PIC X(24) VALUE SPACES.
         03  WK-DATE-SIDECAR    PIC X(24) VALUE SPACES.
         03  WK-RELEASED-RECS   PIC 9(7) VALUE ZERO.
         03  WK-RELEASED-BLOCKS PIC 9(3) VALUE ZERO.
         03  WK-STANDING        PIC X(1) VALUE "N".
         03  WK-OPERATOR        PIC X(8) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYQRL".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40)
             VALUE "RELEASE ROUTE BLOCK FROM QUARANTINE".
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYQRL".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
       01  CON-AREA.
         03  CON-HDR-MARKER     PIC X(4) VALUE "HDR:".
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
               DISPLAY "*** DAYQRL CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE CONTROL RECORD IS REQUIRED       *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYQRL RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - RELEASING A QUARANTINED ROUTE ***".
      * A RELEASE REWRITES THE STEP'S INPUT AND THE SHARED STEPCTL -
      * REFUSE TO START WHILE A CHAIN IS MID-FLIGHT, OTHERWISE TAKE
      * THE SUITE RUN LOCK
           PERFORM 095-TAKE-RUN-LOCK.
           OPEN INPUT QRL-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ QRL-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE QRL-OPERATOR TO WK-OPERATOR
                   MOVE QRL-ROUTE TO WK-ROUTE
                   IF QRL-REASON NOT = SPACES
                     THEN
                       MOVE QRL-REASON TO WK-OPM-REASON
                   END-IF
               END-READ
               CLOSE QRL-CTL-FILE
           END-IF.
           IF WK-ROUTE = SPACES
             THEN
               DISPLAY "*** DAYQRL NEEDS A ROUTE CODE ON THE QRLCMD"
                 " RECORD - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
      * A RELEASE LETS DATA SOMEONE DELIBERATELY HELD BACK INTO A
      * STEP - THE OPERATOR ASKING FOR IT MUST HOLD THE RELEASE ACTION
      * ON THE "OPERMST" MASTER. NO MASTER ON DISK MEANS VALIDATION IS
      * OFF (DAYOPM WARNS), AS WITH EVERY OTHER OPTIONAL MASTER
           MOVE "RELEASE" TO WK-OPM-ACTION.
           MOVE SPACES TO WK-OPM-TARGET.
           STRING "ROUTE " WK-ROUTE
             DELIMITED BY SIZE INTO WK-OPM-TARGET.
           CALL "DAYOPM" USING WK-OPERATOR WK-OPM-ACTION
               WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
               WK-OPM-REASON.
           IF WK-OPM-RESULT = "2"
             THEN
               DISPLAY "*** DAYQRL RELEASE FROM [" WK-OPERATOR
                 "] REFUSED - NOT AN AUTHORIZED OPERATOR -"
                 " NOTHING RELEASED ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "RELEASE " WK-ROUTE " REFUSED FOR "
                 WK-OPERATOR DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
      * THE QUARANTINE AND LIVE NAMES FOLLOW THE CONVENTIONS DAYRTE
      * AND THE CHAIN USE - <ROUTE>.QUAR AND <ROUTE>.IN, EACH WITH
      * ITS ".SRC" BLOCK PROVENANCE BESIDE IT
           MOVE SPACES TO WK-QUAR-NAME.
           STRING FUNCTION TRIM(WK-ROUTE) ".QUAR" DELIMITED BY SIZE
             INTO WK-QUAR-NAME.
           MOVE SPACES TO WK-QUAR-SRC-NAME.
           STRING FUNCTION TRIM(WK-QUAR-NAME) ".SRC" DELIMITED BY SIZE
             INTO WK-QUAR-SRC-NAME.
           MOVE SPACES TO WK-LIVE-NAME.
           STRING FUNCTION TRIM(WK-ROUTE) ".IN" DELIMITED BY SIZE
             INTO WK-LIVE-NAME.
           MOVE SPACES TO WK-LIVE-SRC-NAME.
           STRING FUNCTION TRIM(WK-LIVE-NAME) ".SRC" DELIMITED BY SIZE
             INTO WK-LIVE-SRC-NAME.

      ******************************************************************
      * MAIN PROCESS - REFUSE WHEN NOTHING IS HELD, OTHERWISE MOVE THE *
      * HELD BODY LINES TO THE LIVE NAME, CARRY THEIR PROVENANCE, AND  *
      * CLEAR THE QUARANTINE                                           *
      ******************************************************************
       200-MAIN.
           OPEN INPUT QUAR-FILE.
           IF WK-QUAR-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYQRL NO " WK-QUAR-NAME
                 " ON DISK - NOTHING HELD FOR ROUTE " WK-ROUTE " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           OPEN OUTPUT LIVE-FILE.
           IF WK-LIVE-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYQRL CANNOT OPEN " WK-LIVE-NAME
                 " - STATUS=" WK-LIVE-STATUS " - NOTHING RELEASED ***"
               CLOSE QUAR-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM UNTIL WK-EOF = "1"
               READ QUAR-FILE
                 AT END
                   MOVE "1" TO WK-EOF
                 NOT AT END
                   PERFORM 210-RELEASE-LINE
               END-READ
           END-PERFORM.
           CLOSE QUAR-FILE.
           CLOSE LIVE-FILE.
           DISPLAY "*** DAYQRL RELEASED " WK-RELEASED-RECS
             " RECORD(S) IN " WK-RELEASED-BLOCKS " BLOCK(S) FROM "
             WK-QUAR-NAME " TO " WK-LIVE-NAME " ***".
      * THE HELD BLOCKS' PROVENANCE TRAVELS WITH THEM SO THE RERUN'S
      * LINEAGE STILL NAMES THE FEED THEY CAME IN ON - A LIVE ".SRC"
      * LEFT FROM AN EARLIER NIGHT WOULD NAME THE WRONG ONE. THE CBL_
      * ROUTINES REPORT THROUGH RETURN-CODE, SO IT IS SAVED AROUND
      * EACH CALL
           MOVE WK-QUAR-SRC-NAME TO WK-PROBE-FILENAME.
           PERFORM 220-FILE-EXISTS.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           IF WK-EXISTS = "Y"
             THEN
               CALL "CBL_COPY_FILE" USING WK-QUAR-SRC-NAME
                   WK-LIVE-SRC-NAME
               END-CALL
             ELSE
               CALL "CBL_DELETE_FILE" USING WK-LIVE-SRC-NAME
               END-CALL
           END-IF.
      * THE DATE SIDECAR BESIDE THE LIVE NAME BELONGS TO THE FEED JUST
      * OVERWRITTEN - LEFT IN PLACE IT WOULD MAKE THE STEP REFUSE THE
      * RELEASED BLOCK AS STALE OR ALREADY PROCESSED. REMOVING IT PUTS
      * THE RELEASE ON THE DOCUMENTED HAND-STAGED (NO-SIDECAR) PATH
           MOVE SPACES TO WK-DATE-SIDECAR.
           STRING FUNCTION TRIM(WK-LIVE-NAME) ".DATE"
             DELIMITED BY SIZE INTO WK-DATE-SIDECAR.
           CALL "CBL_DELETE_FILE" USING WK-DATE-SIDECAR
           END-CALL.
      * CLEAR THE QUARANTINE NOW ITS CONTENTS ARE LIVE - A SECOND
      * RELEASE WOULD OTHERWISE FEED THE SAME BLOCKS THROUGH AGAIN
           CALL "CBL_DELETE_FILE" USING WK-QUAR-NAME
           END-CALL.
           CALL "CBL_DELETE_FILE" USING WK-QUAR-SRC-NAME
           END-CALL.
           MOVE WK-SAVED-RC TO RETURN-CODE.
      * LEAVE THE RELEASE AND ITS OPERATOR ON THE RUN LOG - WHO LET
      * HELD DATA THROUGH IS EXACTLY WHAT AN INCIDENT REVIEW ASKS
           MOVE "INFO " TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "RELEASE " DELIMITED BY SIZE
                  WK-ROUTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WK-RELEASED-RECS DELIMITED BY SIZE
                  " RECS " DELIMITED BY SIZE
                  WK-RELEASED-BLOCKS DELIMITED BY SIZE
                  " BLOCK(S) BY " DELIMITED BY SIZE
                  WK-OPERATOR DELIMITED BY SIZE
             INTO WK-LOG-MESSAGE.
           PERFORM 270-WRITE-RUN-LOG.
      * LEAVE THE LIVE NAME ON "STEPCTL" SO THE STEP PICKS IT UP THE
      * SAME WAY IT WOULD UNDER DAYDRV
           MOVE WK-LIVE-NAME TO STEPCTL-FILENAME.
           OPEN OUTPUT STEP-CTL-FILE.
           WRITE STEP-CTL-RECORD.
           CLOSE STEP-CTL-FILE.
           DISPLAY "*** DAYQRL STEPCTL NOW NAMES " WK-LIVE-NAME
             " - RERUN " WK-ROUTE " STANDALONE ***".
           PERFORM 230-CHECK-STANDING-HOLD.

      ******************************************************************
      * ONE QUARANTINED LINE - A HELD BLOCK'S HEADER IS REPORTED AND   *
      * DROPPED (THE STEP READS BODY LINES ONLY), A BODY LINE GOES TO  *
      * THE LIVE DATASET AS IT WAS RECEIVED                            *
      ******************************************************************
       210-RELEASE-LINE.
           IF QR-MARKER = CON-HDR-MARKER
             THEN
               ADD 1 TO WK-RELEASED-BLOCKS
               DISPLAY "*** DAYQRL RELEASING BLOCK FOR ROUTE "
                 QR-ROUTE " DATED " QR-RUN-DATE " ***"
             ELSE
               MOVE QUAR-RECORD TO LIVE-RECORD
               WRITE LIVE-RECORD
               ADD 1 TO WK-RELEASED-RECS
           END-IF.

      ******************************************************************
      * EXISTENCE CHECK - OPENS WK-PROBE-FILENAME READ-ONLY AND USES   *
      * THE FILE STATUS, THE SAME WAY DAYARC TESTS FOR PRESENCE        *
      ******************************************************************
       220-FILE-EXISTS.
           MOVE "N" TO WK-EXISTS.
           OPEN INPUT PROBE-FILE.
           IF WK-PROBE-STATUS = "00"
             THEN
               MOVE "Y" TO WK-EXISTS
               CLOSE PROBE-FILE
           END-IF.

      ******************************************************************
      * STANDING HOLD CHECK - THE RELEASE DOES NOT LIFT THE HOLD. A    *
      * "QUARCTL" ENTRY FOR THE ROUTE WITH NO BUSINESS DATE STILL      *
      * HOLDS EVERY FUTURE BLOCK, SO THE OPERATOR IS TOLD TO REMOVE IT *
      * IF THE ROUTE IS NOW TRUSTED AGAIN                              *
      ******************************************************************
       230-CHECK-STANDING-HOLD.
           OPEN INPUT QUAR-CTL-FILE.
           IF WK-QUARCTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-QUARCTL-EOF = "1"
                 READ QUAR-CTL-FILE
                   AT END
                     MOVE "1" TO WK-QUARCTL-EOF
                   NOT AT END
                     IF QRC-ROUTE = WK-ROUTE AND
                        QRC-RUN-DATE = SPACES AND
                        QUAR-CTL-RECORD(1:1) NOT = "*"
                       THEN
                         MOVE "Y" TO WK-STANDING
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE QUAR-CTL-FILE
           END-IF.
           IF WK-STANDING = "Y"
             THEN
               DISPLAY "*** DAYQRL QUARCTL STILL HOLDS ROUTE " WK-ROUTE
                 " FOR EVERY DATE - REMOVE THE ENTRY OR THE NEXT"
                 " SPLIT HOLDS IT AGAIN ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * RUN LOG PROCESS - APPEND ONE SEVERITY-CODED RECORD TO THE     *
      * SHARED RUN LOG THROUGH DAYLOG. RETURN-CODE IS SAVED AROUND    *
      * THE CALL                                                      *
      ******************************************************************
       270-WRITE-RUN-LOG.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYQRL RUN COMPLETE ***".

      ******************************************************************
      * RUN LOCK PROCESS - TAKE THE SUITE-WIDE RUN LOCK, OR PASS IF    *
      * THIS RUN UNIT ALREADY HOLDS IT. A LOCK HELD BY ANOTHER RUN     *
      * MEANS A CHAIN IS MID-FLIGHT AND A RELEASE WOULD CLOBBER ITS    *
      * STEPCTL, SO THIS RUN REFUSES                                   *
      ******************************************************************
       095-TAKE-RUN-LOCK.
           MOVE "LOCK" TO WK-LCK-FUNCTION.
           CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
               WK-LCK-RESULT.
           IF WK-LCK-RESULT = "2" OR WK-LCK-RESULT = "3"
             THEN
               DISPLAY "*** DAYQRL ANOTHER RUN HOLDS THE RUN LOCK -"
                 " ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-LCK-RESULT = "0"
             THEN
               MOVE "Y" TO WK-LOCK-OWNED
           END-IF.

      ******************************************************************
      * RELEASE THE RUN LOCK, BUT ONLY IF THIS RUN TOOK IT ITSELF      *
      ******************************************************************
       395-FREE-RUN-LOCK.
           IF WK-LOCK-OWNED = "Y"
             THEN
      * A CALLED PROGRAM'S RETURN-CODE REPLACES THE CALLER'S ON RETURN,
      * SO THE FAILURE CODE ALREADY SET BY THIS RUN IS SAVED AROUND
      * THE CALL AND PUT BACK AFTERWARD
               MOVE RETURN-CODE TO WK-SAVED-RC
               MOVE "FREE" TO WK-LCK-FUNCTION
               CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
                   WK-LCK-RESULT
               MOVE WK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WK-LOCK-OWNED
           END-IF.
