       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYMWS.
      ******************************************************************
      * MAINTENANCE-WINDOW SUMMARY - RUN AFTER THE CHAIN, OR BY THE   *
      * SCHEDULER ON ITS OWN. DAYALR WRITES AN ALERT RAISED INSIDE AN *
      * ACTIVE WINDOW ON "MNTWIN" AS SUPPRESSED, SO NOBODY IS PAGED   *
      * FOR THE NOISE A PLANNED OUTAGE MAKES - BUT SOMETHING REALLY   *
      * BROKEN DURING THE WINDOW MUST STILL BE SEEN AFTERWARDS. FOR   *
      * EACH WINDOW THAT HAS ENDED AND NOT YET BEEN SUMMARIZED, EVERY *
      * ALERT ON "ALERTS" CARRYING ITS WINDOW ID IS LISTED WITH THE   *
      * COUNTS BY SEVERITY, AND THE WINDOW IS APPENDED TO THE         *
      * "MNTSUMM" REGISTER (WINDOW ID, END, WHEN SUMMARIZED, HOW MANY  *
      * SUPPRESSED) SO IT IS SUMMARIZED EXACTLY ONCE. A WINDOW WHOSE  *
      * END IS MOVED LATER IS SUMMARIZED AGAIN AT ITS NEW END.        *
      * RETURN-CODE 4 WHEN AN ENDED WINDOW SUPPRESSED AN ERROR ALERT, *
      * SO THE ON-CALL LOOKS AT WHAT WAS HIDDEN. NO "MNTWIN", NOTHING *
      * TO SUMMARIZE.                                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-WIN-FILE ASSIGN TO "MNTWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MNTWIN-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
           SELECT SUMM-REG-FILE ASSIGN TO "MNTSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUMM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MNT-WIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY MNTWINRC.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  SUMM-REG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  SUMM-REG-RECORD.
         03  MSR-WINDOW-ID      PIC X(8).
         03  MSR-END            PIC X(12).
         03  MSR-STAMP          PIC X(14).
         03  MSR-SUPPR-CNT      PIC 9(7).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-LOAD-EOF        PIC X(1) VALUE "0".
         03  WK-MNTWIN-STATUS   PIC X(2) VALUE "00".
         03  WK-HAVE-WINDOWS    PIC X(1) VALUE "N".
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-SUMM-STATUS     PIC X(2) VALUE "00".
         03  WK-NOW-STAMP       PIC X(14) VALUE SPACES.
         03  WK-DONE            PIC X(1) VALUE "N".
         03  WK-G               PIC 9(3) VALUE ZERO.
         03  WK-WIN-READ-CNT    PIC 9(5) VALUE ZERO.
         03  WK-SUMMARIZED-CNT  PIC 9(5) VALUE ZERO.
         03  WK-OPEN-WIN-CNT    PIC 9(5) VALUE ZERO.
         03  WK-ERROR-WIN-CNT   PIC 9(5) VALUE ZERO.
      * COUNTS FOR THE WINDOW BEING SUMMARIZED
         03  WK-SUPPR-CNT       PIC 9(7) VALUE ZERO.
         03  WK-SUPPR-ERROR     PIC 9(7) VALUE ZERO.
         03  WK-SUPPR-WARN      PIC 9(7) VALUE ZERO.
         03  WK-SUPPR-OTHER     PIC 9(7) VALUE ZERO.
      * THE WINDOWS ALREADY SUMMARIZED, FROM THE MNTSUMM REGISTER
       01  WK-REG-TABLE.
         03  REG-CNT            PIC 9(3).
         03  REG-ENTRY OCCURS 500 TIMES.
           05  REG-WINDOW-ID    PIC X(8).
           05  REG-END          PIC X(12).
       01  CON-AREA.
         03  CON-MAX-REG        PIC 9(3) VALUE 500.
       01  WK-SUPPR-LINE.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  SPL-STAMP          PIC X(14).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SPL-SEVERITY       PIC X(5).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SPL-PROGRAM        PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SPL-STEP-NO        PIC 9(2).
         03  FILLER             PIC X(4)  VALUE " RC=".
         03  SPL-RC             PIC 9(2).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SPL-STATE          PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SPL-REASON         PIC X(40).
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
               DISPLAY "*** DAYMWS CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYMWS RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - MAINTENANCE-WINDOW SUMMARY ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-NOW-STAMP.
           PERFORM 110-LOAD-REGISTER.
           OPEN INPUT MNT-WIN-FILE.
           IF WK-MNTWIN-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYMWS NO MNTWIN ON DISK - NO WINDOWS TO"
                 " SUMMARIZE ***"
               MOVE "1" TO WK-EOF
             ELSE
               MOVE "Y" TO WK-HAVE-WINDOWS
               PERFORM 205-READ-WINDOW
           END-IF.

      ******************************************************************
      * REGISTER PROCESS - THE WINDOWS ALREADY SUMMARIZED. A MISSING  *
      * REGISTER MEANS NONE HAVE BEEN                                  *
      ******************************************************************
       110-LOAD-REGISTER.
           MOVE ZERO TO REG-CNT.
           OPEN INPUT SUMM-REG-FILE.
           IF WK-SUMM-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ SUMM-REG-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF REG-CNT < CON-MAX-REG
                       THEN
                         ADD 1 TO REG-CNT
                         MOVE MSR-WINDOW-ID TO REG-WINDOW-ID(REG-CNT)
                         MOVE MSR-END       TO REG-END(REG-CNT)
                       ELSE
      * A FULL TABLE KEEPS THE NEWEST - THE OLDEST WINDOWS ENDED LONG
      * AGO AND ARE NO LONGER ON THE MASTER
                         PERFORM VARYING WK-G FROM 1 BY 1
                           UNTIL WK-G >= CON-MAX-REG
                             MOVE REG-ENTRY(WK-G + 1)
                               TO REG-ENTRY(WK-G)
                         END-PERFORM
                         MOVE MSR-WINDOW-ID TO REG-WINDOW-ID(REG-CNT)
                         MOVE MSR-END       TO REG-END(REG-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SUMM-REG-FILE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - SUMMARIZE EACH WINDOW THAT HAS ENDED AND IS NOT *
      * YET ON THE REGISTER                                            *
      ******************************************************************
       200-MAIN.
           IF MW-WINDOW-ID NOT = SPACES
             THEN
               ADD 1 TO WK-WIN-READ-CNT
               IF MW-END > WK-NOW-STAMP(1:12)
                 THEN
                   ADD 1 TO WK-OPEN-WIN-CNT
                 ELSE
                   MOVE "N" TO WK-DONE
                   PERFORM VARYING WK-G FROM 1 BY 1
                     UNTIL WK-G > REG-CNT
                       IF REG-WINDOW-ID(WK-G) = MW-WINDOW-ID AND
                          REG-END(WK-G) = MW-END
                         THEN
                           MOVE "Y" TO WK-DONE
                       END-IF
                   END-PERFORM
                   IF WK-DONE = "N"
                     THEN
                       PERFORM 210-SUMMARIZE-WINDOW
                   END-IF
               END-IF
           END-IF.
           PERFORM 205-READ-WINDOW.

       205-READ-WINDOW.
           READ MNT-WIN-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * ONE ENDED WINDOW - LIST EVERY ALERT IT SUPPRESSED, COUNT THEM *
      * BY SEVERITY, AND REGISTER THE WINDOW AS SUMMARIZED            *
      ******************************************************************
       210-SUMMARIZE-WINDOW.
           ADD 1 TO WK-SUMMARIZED-CNT.
           MOVE ZERO TO WK-SUPPR-CNT WK-SUPPR-ERROR WK-SUPPR-WARN
             WK-SUPPR-OTHER.
           DISPLAY "WINDOW " MW-WINDOW-ID " " MW-START " TO " MW-END
             " DECLARED BY " MW-DECLARED-BY.
           DISPLAY "  " MW-REASON.
           MOVE "0" TO WK-LOAD-EOF.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ ALERT-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF AL-WINDOW-ID = MW-WINDOW-ID
                       THEN
                         PERFORM 220-LIST-ONE-ALERT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
           IF WK-SUPPR-CNT = ZERO
             THEN
               DISPLAY "  NOTHING SUPPRESSED"
             ELSE
               DISPLAY "  SUPPRESSED=" WK-SUPPR-CNT " ERROR="
                 WK-SUPPR-ERROR " WARN=" WK-SUPPR-WARN " OTHER="
                 WK-SUPPR-OTHER
           END-IF.
           IF WK-SUPPR-ERROR > ZERO
             THEN
               ADD 1 TO WK-ERROR-WIN-CNT
           END-IF.
           PERFORM 230-REGISTER-WINDOW.

       220-LIST-ONE-ALERT.
           ADD 1 TO WK-SUPPR-CNT.
           IF AL-SEVERITY = "ERROR"
             THEN
               ADD 1 TO WK-SUPPR-ERROR
           ELSE IF AL-SEVERITY = "WARN"
             THEN
               ADD 1 TO WK-SUPPR-WARN
             ELSE
               ADD 1 TO WK-SUPPR-OTHER
           END-IF.
           MOVE AL-STAMP       TO SPL-STAMP.
           MOVE AL-SEVERITY    TO SPL-SEVERITY.
           MOVE AL-PROGRAM     TO SPL-PROGRAM.
           MOVE AL-STEP-NO     TO SPL-STEP-NO.
           MOVE AL-RETURN-CODE TO SPL-RC.
           MOVE AL-STATE       TO SPL-STATE.
           MOVE AL-REASON      TO SPL-REASON.
           DISPLAY WK-SUPPR-LINE.

      * APPEND TO THE REGISTER, CREATING IT ON FIRST USE
       230-REGISTER-WINDOW.
           OPEN EXTEND SUMM-REG-FILE.
           IF WK-SUMM-STATUS = "35"
             THEN
               OPEN OUTPUT SUMM-REG-FILE
           END-IF.
           IF WK-SUMM-STATUS = "00"
             THEN
               MOVE MW-WINDOW-ID TO MSR-WINDOW-ID
               MOVE MW-END       TO MSR-END
               MOVE WK-NOW-STAMP TO MSR-STAMP
               MOVE WK-SUPPR-CNT TO MSR-SUPPR-CNT
               WRITE SUMM-REG-RECORD
               CLOSE SUMM-REG-FILE
             ELSE
               DISPLAY "*** DAYMWS CANNOT WRITE MNTSUMM - STATUS="
                 WK-SUMM-STATUS " - WINDOW " MW-WINDOW-ID
                 " WILL BE SUMMARIZED AGAIN ***"
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           IF WK-HAVE-WINDOWS = "Y"
             THEN
               CLOSE MNT-WIN-FILE
           END-IF.
           IF WK-ERROR-WIN-CNT > ZERO
             THEN
               DISPLAY "*** DAYMWS " WK-ERROR-WIN-CNT " WINDOW(S)"
                 " SUPPRESSED ERROR ALERTS - REVIEW THEM ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYMWS WINDOWS=" WK-WIN-READ-CNT " SUMMARIZED="
             WK-SUMMARIZED-CNT " STILL OPEN=" WK-OPEN-WIN-CNT " ***".
