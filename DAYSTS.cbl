      *   - THE LAST SCHEDULE-ADHERENCE RECORD ON "SCHEDLOG"          *
      *   - EVERY OUTSTANDING PER-STEP CHECKPOINT (DAYCKR'S VIEW)     *
      *   - THE LAST FEW ERROR RECORDS ON THE SHARED RUN LOG          *
      *   - MIS TRANSMISSIONS HELD FOR BUSINESS CERTIFICATION         *
      *   - THE ALERT BACKLOG, WITH ALERTS SUPPRESSED IN MAINTENANCE  *
      *     WINDOWS COUNTED AND LISTED APART FROM THE LIVE ONES, AND  *
      *     ANY WINDOW ACTIVE NOW                                     *
      * PURELY A READER - NOTHING IS CHANGED AND NO LOCK IS TAKEN,    *
      * SO IT IS SAFE TO RUN WHILE A CHAIN IS MID-FLIGHT.             *
      ******************************************************************
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WK-CKPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CKPT-STATUS.
           SELECT MIS-HOLD-FILE ASSIGN TO "MISHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HOLD-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
           SELECT MNT-WIN-FILE ASSIGN TO "MNTWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MNTWIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  VERDICT-RECORD       PIC X(4).
       FD  SCHED-LOG-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  SCHED-LOG-RECORD.
         03  SCH-RUN-DATE       PIC X(10).
         03  SCH-PLANNED        PIC X(8).
         03  SCH-ACTUAL         PIC X(8).
         03  SCH-RUN-ID         PIC X(14).
         03  SCH-PRE-RESULT     PIC X(8).
         03  SCH-POST-RESULT    PIC X(8).
         03  SCH-STEP-STATES    PIC X(7).
       FD  RUN-LOG-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY RUNLOGRC.
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  MIS-HOLD-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY MISHLDRC.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  MNT-WIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY MNTWINRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LOCK-STATUS     PIC X(2) VALUE "00".
         03  WK-CHAIN-CKPT-STATUS PIC X(2) VALUE "00".
         03  WK-VERDICT-STATUS  PIC X(2) VALUE "00".
         03  WK-ERR-CNT         PIC 9(2) VALUE ZERO.
         03  WK-CKPT-FOUND      PIC 9(2) VALUE ZERO.
         03  WK-HAVE-SCHED      PIC X(1) VALUE "N".
         03  WK-LAST-SCHED      PIC X(63) VALUE SPACES.
         03  WK-HOLD-STATUS     PIC X(2) VALUE "00".
         03  WK-H               PIC 9(2) VALUE ZERO.
         03  WK-HOLD-CNT        PIC 9(2) VALUE ZERO.
         03  WK-HELD-CNT        PIC 9(2) VALUE ZERO.
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-MNTWIN-STATUS   PIC X(2) VALUE "00".
         03  WK-NOW-MINUTE      PIC X(12) VALUE SPACES.
         03  WK-ALR-OPEN-CNT    PIC 9(7) VALUE ZERO.
         03  WK-ALR-ACKED-CNT   PIC 9(7) VALUE ZERO.
         03  WK-ALR-SUPPR-CNT   PIC 9(7) VALUE ZERO.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-WIN-CNT         PIC 9(2) VALUE ZERO.
      * THE LATEST HOLD-LOG RECORD PER NIGHT - A NIGHT HELD AND THEN
      * CERTIFIED ENDS UP CERTIFIED. ONLY THE MOST RECENT NIGHTS ARE
      * KEPT; AN OLDER ONE DROPS OFF THE FRONT
       01  WK-HOLD-TABLE.
         03  WK-HOLD-ENTRY OCCURS 31 TIMES.
           05  HLD-RUN-DATE     PIC X(10).
           05  HLD-FILENAME     PIC X(24).
           05  HLD-STATE        PIC X(8).
           05  HLD-VOL-BREACHES PIC 9(3).
           05  HLD-RCN-BREAKS   PIC 9(3).
           05  HLD-REG-FAILS    PIC 9(3).
           05  HLD-REASON       PIC X(40).
           05  HLD-STAMP        PIC X(14).
      * THE LAST FEW ERROR RECORDS FROM THE RUN LOG, HELD IN A RING
      * SO ONE PASS OVER THE WHOLE LOG KEEPS ONLY THE NEWEST
       01  WK-ERROR-RING.
           05  ERR-STAMP        PIC X(14).
           05  ERR-PROGRAM      PIC X(8).
           05  ERR-MESSAGE      PIC X(80).
      * THE LATEST ALERTS SUPPRESSED BY A MAINTENANCE WINDOW, HELD IN
      * A RING THE SAME WAY AS THE ERROR RECORDS
       01  WK-SUPPR-RING.
         03  WK-SUP-ENTRY OCCURS 5 TIMES.
           05  SUP-STAMP        PIC X(14).
           05  SUP-SEVERITY     PIC X(5).
           05  SUP-PROGRAM      PIC X(8).
           05  SUP-WINDOW-ID    PIC X(8).
           05  SUP-REASON       PIC X(40).
      * THE PROGRAMS THAT KEEP CHECKPOINTS, AS DAYCKR KNOWS THEM
       01  WK-CKPT-TABLE.
         03  FILLER             PIC X(8) VALUE "DAY01P1 ".
       01  CON-AREA.
         03  CON-CKPT-CNT       PIC 9(2) VALUE 4.
         03  CON-ERR-KEEP       PIC 9(2) VALUE 5.
         03  CON-HOLD-KEEP      PIC 9(2) VALUE 31.
         03  CON-SUPPR-KEEP     PIC 9(2) VALUE 5.
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
               DISPLAY "*** DAYSTS CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - STATE OF THE BATCH ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-NOW-STAMP.
           MOVE WK-NOW-STAMP(1:12) TO WK-NOW-MINUTE.
           COMPUTE WK-NOW-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WK-NOW-STAMP(1:8))).

           PERFORM 240-REPORT-SCHEDULE.
           PERFORM 250-REPORT-STEP-CKPTS.
           PERFORM 260-REPORT-LAST-ERRORS.
           PERFORM 270-REPORT-MIS-HOLDS.
           PERFORM 280-REPORT-ALERTS.

      ******************************************************************
      * RUN LOCK - HELD OR FREE, OWNER, AND AGE IN HOURS              *
                     " PLANNED=" WK-LAST-SCHED(11:8)
                     " ACTUAL=" WK-LAST-SCHED(19:8)
                     " RUN-ID=" WK-LAST-SCHED(27:14)
                   DISPLAY "  PRE-CHAIN=" WK-LAST-SCHED(41:8)
                     " POST-CHAIN=" WK-LAST-SCHED(49:8)
      * ONE CODE PER DEFAULT-CHAIN STEP, DAY01P1 THROUGH DAY09P1 -
      * R RAN, F FAILED, O PLANNED OFF, M MISSED, C DONE BY THE RUN
      * THIS ONE RESUMED
                   IF WK-LAST-SCHED(57:7) NOT = SPACES
                     THEN
                       DISPLAY "  STEPS (R RAN/F FAILED/O OFF/M MISSED"
                         "/C EARLIER RUN)=" WK-LAST-SCHED(57:7)
                   END-IF
                 ELSE
                   DISPLAY "  SCHEDLOG IS EMPTY"
               END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * MIS HOLDS - EVERY NIGHT WHOSE RESULTS FILE DAYMIS BUILT BUT IS *
      * STILL HOLDING FOR A CERTIFIER, FROM ITS "MISHOLD" LOG          *
      ******************************************************************
       270-REPORT-MIS-HOLDS.
           DISPLAY "MIS TRANSMISSIONS HELD FOR CERTIFICATION:".
           MOVE "0" TO WK-EOF.
           OPEN INPUT MIS-HOLD-FILE.
           IF WK-HOLD-STATUS NOT = "00"
             THEN
               DISPLAY "  NONE - NO MISHOLD ON DISK"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ MIS-HOLD-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     PERFORM 275-NOTE-ONE-HOLD
                 END-READ
               END-PERFORM
               CLOSE MIS-HOLD-FILE
               PERFORM VARYING WK-H FROM 1 BY 1
                 UNTIL WK-H > WK-HOLD-CNT
                   IF HLD-STATE(WK-H) = "HELD"
                     THEN
                       ADD 1 TO WK-HELD-CNT
                       DISPLAY "  " HLD-RUN-DATE(WK-H) " "
                         HLD-FILENAME(WK-H) " SINCE " HLD-STAMP(WK-H)
                       DISPLAY "    VOLUME BREACHES="
                         HLD-VOL-BREACHES(WK-H)
                         " RECON BREAKS=" HLD-RCN-BREAKS(WK-H)
                         " REGRESSION FAILURES=" HLD-REG-FAILS(WK-H)
                       DISPLAY "    " HLD-REASON(WK-H)
                   END-IF
               END-PERFORM
               IF WK-HELD-CNT = ZERO
                 THEN
                   DISPLAY "  NONE - EVERY HELD NIGHT HAS BEEN"
                     " CERTIFIED"
               END-IF
           END-IF.

      * A LATER RECORD FOR A NIGHT ALREADY HELD REPLACES IT; A NEW
      * NIGHT GOES ON THE END, THE OLDEST FALLING OFF WHEN FULL
       275-NOTE-ONE-HOLD.
           PERFORM VARYING WK-H FROM 1 BY 1
             UNTIL WK-H > WK-HOLD-CNT
               OR HLD-RUN-DATE(WK-H) = MHL-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WK-H > WK-HOLD-CNT
             THEN
               IF WK-HOLD-CNT < CON-HOLD-KEEP
                 THEN
                   ADD 1 TO WK-HOLD-CNT
                 ELSE
                   PERFORM VARYING WK-H FROM 1 BY 1
                     UNTIL WK-H >= CON-HOLD-KEEP
                       MOVE WK-HOLD-ENTRY(WK-H + 1)
                         TO WK-HOLD-ENTRY(WK-H)
                   END-PERFORM
               END-IF
               MOVE WK-HOLD-CNT TO WK-H
           END-IF.
           MOVE MHL-RUN-DATE     TO HLD-RUN-DATE(WK-H).
           MOVE MHL-FILENAME     TO HLD-FILENAME(WK-H).
           MOVE MHL-STATE        TO HLD-STATE(WK-H).
           MOVE MHL-VOL-BREACHES TO HLD-VOL-BREACHES(WK-H).
           MOVE MHL-RCN-BREAKS   TO HLD-RCN-BREAKS(WK-H).
           MOVE MHL-REG-FAILS    TO HLD-REG-FAILS(WK-H).
           MOVE MHL-HOLD-REASON  TO HLD-REASON(WK-H).
           MOVE MHL-STAMP        TO HLD-STAMP(WK-H).

      ******************************************************************
      * ALERTS - THE LIVE BACKLOG BY STATE, THEN THE ALERTS A         *
      * MAINTENANCE WINDOW SUPPRESSED KEPT APART SO THEY ARE NOT      *
      * MISTAKEN FOR ONES STILL WAITING ON THE ON-CALL, THEN ANY      *
      * WINDOW ON "MNTWIN" ACTIVE NOW                                 *
      ******************************************************************
       280-REPORT-ALERTS.
           DISPLAY "ALERTS:".
           MOVE "0" TO WK-EOF.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS NOT = "00"
             THEN
               DISPLAY "  NO ALERTS DATASET ON DISK"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ ALERT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     PERFORM 285-NOTE-ONE-ALERT
                 END-READ
               END-PERFORM
               CLOSE ALERT-FILE
               DISPLAY "  OPEN=" WK-ALR-OPEN-CNT " ACKED="
                 WK-ALR-ACKED-CNT
               DISPLAY "SUPPRESSED IN MAINTENANCE WINDOWS - NOT PAGED:"
               DISPLAY "  SUPPRESSED=" WK-ALR-SUPPR-CNT
               IF WK-ALR-SUPPR-CNT > ZERO
                 THEN
                   PERFORM 287-PRINT-SUPPR-RING
               END-IF
           END-IF.
           DISPLAY "MAINTENANCE WINDOWS ACTIVE NOW:".
           MOVE "0" TO WK-EOF.
           OPEN INPUT MNT-WIN-FILE.
           IF WK-MNTWIN-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ MNT-WIN-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF MW-WINDOW-ID NOT = SPACES AND
                        MW-START <= WK-NOW-MINUTE AND
                        MW-END > WK-NOW-MINUTE
                       THEN
                         ADD 1 TO WK-WIN-CNT
                         DISPLAY "  " MW-WINDOW-ID " " MW-START
                           " TO " MW-END " BY " MW-DECLARED-BY
                         DISPLAY "    " MW-REASON
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MNT-WIN-FILE
           END-IF.
           IF WK-WIN-CNT = ZERO
             THEN
               DISPLAY "  NONE"
           END-IF.

      * RECORDS WRITTEN BEFORE THE STATE FIELDS EXISTED ARE OPEN
       285-NOTE-ONE-ALERT.
           IF AL-STATE = "SUPPRESS"
             THEN
               ADD 1 TO WK-ALR-SUPPR-CNT
               COMPUTE WK-S =
                 FUNCTION MOD(WK-ALR-SUPPR-CNT - 1 CON-SUPPR-KEEP) + 1
               MOVE AL-STAMP     TO SUP-STAMP(WK-S)
               MOVE AL-SEVERITY  TO SUP-SEVERITY(WK-S)
               MOVE AL-PROGRAM   TO SUP-PROGRAM(WK-S)
               MOVE AL-WINDOW-ID TO SUP-WINDOW-ID(WK-S)
               MOVE AL-REASON    TO SUP-REASON(WK-S)
           ELSE IF AL-STATE = "OPEN" OR AL-STATE = SPACES
             THEN
               ADD 1 TO WK-ALR-OPEN-CNT
           ELSE IF AL-STATE = "ACKED"
             THEN
               ADD 1 TO WK-ALR-ACKED-CNT
           END-IF.

      * OLDEST-KEPT FIRST, AS FOR THE ERROR RING
       287-PRINT-SUPPR-RING.
           IF WK-ALR-SUPPR-CNT < CON-SUPPR-KEEP
             THEN
               MOVE 1 TO WK-S
               MOVE WK-ALR-SUPPR-CNT TO WK-E
             ELSE
               COMPUTE WK-S =
                 FUNCTION MOD(WK-ALR-SUPPR-CNT CON-SUPPR-KEEP) + 1
               MOVE CON-SUPPR-KEEP TO WK-E
           END-IF.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-E
               DISPLAY "  " SUP-STAMP(WK-S) " " SUP-SEVERITY(WK-S)
                 " " SUP-PROGRAM(WK-S) " WINDOW " SUP-WINDOW-ID(WK-S)
               DISPLAY "    " SUP-REASON(WK-S)
               COMPUTE WK-S = FUNCTION MOD(WK-S CON-SUPPR-KEEP) + 1
           END-PERFORM.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
