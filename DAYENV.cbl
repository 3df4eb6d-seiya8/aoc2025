       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYENV.
      ******************************************************************
      * RUN ENVIRONMENT RESOLVER. EVERY DATASET NAME IN THE SUITE IS   *
      * FIXED (INPUT, BATCHRES, RUNLOG, ALERTS, STEPCTL, RUNLOCK ...), *
      * SO A QA RUN ON THE BATCH SERVER USED TO LAND ON PRODUCTION'S   *
      * FILES AND FIGHT PRODUCTION FOR THE RUN LOCK. EVERY PROGRAM     *
      * NOW CALLS THIS BEFORE IT OPENS ANYTHING. THE OPTIONAL          *
      * "ENVCTL" RECORD NAMES THE ENVIRONMENT THE JOB RUNS IN - THE    *
      * SCHEDULER GIVES EACH ENVIRONMENT'S JOBS THEIR OWN ENVCTL       *
      * DATASET, THE SAME WAY YEARCTL QUALIFIES A VINTAGE:             *
      *   - NO ENVCTL, A BLANK CODE OR "PROD" - PRODUCTION, DATASETS   *
      *     STAY WHERE THEY ALWAYS WERE                                *
      *   - ANY OTHER CODE (QA, DR ...) - EVERY DATASET IS RESOLVED    *
      *     UNDER THAT ENVIRONMENT'S OWN AREA (A DIRECTORY NAMED FOR   *
      *     THE CODE), INCLUDING THE RUN LOCK, SO THE ENVIRONMENTS     *
      *     NEVER SEE EACH OTHER'S FILES. AN AREA THAT HAS NOT BEEN    *
      *     PROVISIONED IS REFUSED RATHER THAN CREATED, SO A MISTYPED  *
      *     CODE CANNOT START AN EMPTY RUN                             *
      * A NON-PRODUCTION ENVIRONMENT IS "NOT LIVE" UNLESS ITS ENVCTL   *
      * RECORD SAYS OTHERWISE (A DR SITE RUNNING FOR REAL): DAYALR     *
      * TAGS ITS ALERTS, DAYESC PAGES NOBODY AND DAYMIS RECORDS NO     *
      * TRANSMISSION, SO TESTING CAN NEVER PAGE THE ON-CALL OR FEED    *
      * THE MIS.                                                       *
      *                                                                *
      * RESULTS:                                                       *
      *   "0" - PRODUCTION                                             *
      *   "1" - NON-PRODUCTION, NOT LIVE - ALERTS, PAGING AND MIS      *
      *         SUPPRESSED OR TAGGED                                   *
      *   "2" - NON-PRODUCTION AREA, LIVE (DR)                         *
      *   "9" - THE ENVIRONMENT'S AREA CANNOT BE USED - THE CALLER     *
      *         MUST NOT OPEN A SINGLE DATASET                         *
      * THE ENVIRONMENT IS RESOLVED ONCE PER RUN UNIT - A STEP CALLED  *
      * BY DAYDRV GETS THE ANSWER DAYDRV ALREADY RESOLVED.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-CTL-FILE ASSIGN TO "ENVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ENVCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENV-CTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  ENV-CTL-RECORD.
         03  ENV-CODE           PIC X(8).
      * "Y" - THIS NON-PRODUCTION ENVIRONMENT RUNS FOR REAL (DR), SO
      * ITS ALERTS PAGE AND ITS MIS FILES ARE TRANSMITTED
         03  ENV-LIVE           PIC X(1).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENVCTL-STATUS   PIC X(2) VALUE "00".
      * WK-RESOLVED, WK-ENV-CODE AND WK-RESULT SURVIVE ACROSS CALLS
      * WITHIN ONE RUN UNIT - THE AREA IS ENTERED EXACTLY ONCE
         03  WK-RESOLVED        PIC X(1) VALUE "N".
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-LIVE        PIC X(1) VALUE SPACES.
         03  WK-RESULT          PIC X(1) VALUE "0".
         03  WK-ENV-DIR         PIC X(9) VALUE SPACES.
         03  WK-BAD-CHARS       PIC 9(2) VALUE ZERO.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-CHDIR-RC        PIC S9(9) COMP VALUE ZERO.
       01  CON-AREA.
         03  CON-PRODUCTION     PIC X(8) VALUE "PROD".
       LINKAGE SECTION.
       01  LNK-ENV-CODE         PIC X(8).
       01  LNK-RESULT           PIC X(1).
       PROCEDURE DIVISION USING LNK-ENV-CODE LNK-RESULT.
       000-CONTROL.
           IF WK-RESOLVED NOT = "Y"
             THEN
               PERFORM 100-RESOLVE
           END-IF.
           MOVE WK-ENV-CODE TO LNK-ENV-CODE.
           MOVE WK-RESULT   TO LNK-RESULT.
           GOBACK.

      ******************************************************************
      * RESOLVE THE ENVIRONMENT - READ ENVCTL AND, FOR ANYTHING BUT    *
      * PRODUCTION, MOVE THE RUN UNIT INTO THE ENVIRONMENT'S AREA      *
      ******************************************************************
       100-RESOLVE.
           MOVE "Y" TO WK-RESOLVED.
           MOVE CON-PRODUCTION TO WK-ENV-CODE.
           MOVE "0" TO WK-RESULT.
           OPEN INPUT ENV-CTL-FILE.
           IF WK-ENVCTL-STATUS = "00"
             THEN
               READ ENV-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF ENV-CODE NOT = SPACES
                     THEN
                       MOVE ENV-CODE TO WK-ENV-CODE
                       MOVE ENV-LIVE TO WK-ENV-LIVE
                   END-IF
               END-READ
               CLOSE ENV-CTL-FILE
           END-IF.
      * THE CODE BECOMES A DIRECTORY NAME - ONE THAT COULD STEP
      * OUTSIDE ITS OWN AREA (OR BACK INTO PRODUCTION'S) IS REFUSED
           MOVE ZERO TO WK-BAD-CHARS.
           INSPECT WK-ENV-CODE TALLYING WK-BAD-CHARS FOR ALL "/"
               WK-BAD-CHARS FOR ALL "." WK-BAD-CHARS FOR ALL "\".
           MOVE SPACES TO WK-ENV-DIR.
           STRING WK-ENV-CODE DELIMITED BY SPACE
             INTO WK-ENV-DIR.
           IF WK-ENV-CODE = CON-PRODUCTION
             THEN
               CONTINUE
           ELSE IF WK-BAD-CHARS > ZERO OR WK-ENV-CODE(1:1) = SPACE
             THEN
               DISPLAY "*** DAYENV ENVIRONMENT CODE [" WK-ENV-CODE
                 "] ON ENVCTL IS NOT A VALID AREA NAME ***"
               MOVE "9" TO WK-RESULT
             ELSE
               PERFORM 110-ENTER-AREA
           END-IF.

      ******************************************************************
      * ENTER THE ENVIRONMENT'S AREA. THE CBL_ ROUTINE REPORTS         *
      * THROUGH RETURN-CODE, SO THE CALLER'S CODE IS SAVED AROUND IT   *
      ******************************************************************
       110-ENTER-AREA.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "CBL_CHANGE_DIR" USING WK-ENV-DIR
           END-CALL.
           MOVE RETURN-CODE TO WK-CHDIR-RC.
           MOVE WK-SAVED-RC TO RETURN-CODE.
           IF WK-CHDIR-RC NOT = ZERO
             THEN
               DISPLAY "*** DAYENV NO AREA PROVISIONED FOR ENVIRONMENT "
                 WK-ENV-CODE " - NOTHING MAY RUN ***"
               MOVE "9" TO WK-RESULT
           ELSE IF WK-ENV-LIVE = "Y"
             THEN
               MOVE "2" TO WK-RESULT
               DISPLAY "*** DAYENV ENVIRONMENT " WK-ENV-CODE
                 " - DATASETS RESOLVED UNDER ITS OWN AREA - LIVE ***"
             ELSE
               MOVE "1" TO WK-RESULT
               DISPLAY "*** DAYENV ENVIRONMENT " WK-ENV-CODE
                 " - DATASETS RESOLVED UNDER ITS OWN AREA - ALERTS"
                 " TAGGED, PAGING AND MIS SUPPRESSED ***"
           END-IF.
