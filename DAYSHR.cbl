       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSHR.
      ******************************************************************
      * SHADOW RUN AND COMPARISON - POST-CHAIN PHASE. FOR EACH STEP    *
      * ON THE OPTIONAL "SHDLIST" CONTROL FILE, THE CANDIDATE VERSION  *
      * NAMED THERE IS RUN INSIDE THE "SHADOW" WORK AREA THAT DAYSHS   *
      * STAGED BEFORE THE CHAIN - THE SAME ROUTED INPUT AND THE SAME   *
      * STARTING CONTROL AND STATE DATASETS PRODUCTION HAD. EVERYTHING *
      * THE CANDIDATE WRITES (ITS RESULTS FEED, RESULTS MASTER,        *
      * EXPECTED-ANSWER FILES, HANDOFF DATASETS, CHECKPOINTS, LOG AND  *
      * ALERTS) LANDS IN THE SHADOW AREA, SO BATCHRES, RESMST, THE     *
      * .EXPECT FILES AND EVERY HANDOFF DATASET IN PRODUCTION ARE      *
      * NEVER TOUCHED. TONIGHT'S PRODUCTION ANSWER AND RECORDS READ    *
      * ARE THEN SET BESIDE THE SHADOW ONES, ONE LINE PER STEP, AND    *
      * THE VERDICT IS KEPT ON THE "SHDHIST" REGISTER, WHICH ALSO      *
      * GIVES EACH CANDIDATE'S RUN OF CONSECUTIVE MATCHING NIGHTS FOR  *
      * CHANGE CONTROL TO SIGN OFF AGAINST. A DIFFERENCE IS A WARNING  *
      * (RETURN-CODE 4) - A SHADOW RUN NEVER FAILS PRODUCTION.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHD-LIST-FILE ASSIGN TO "SHDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SHDLIST-STATUS.
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT SHD-STAMP-FILE ASSIGN TO DYNAMIC WK-STAMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STAMP-STATUS.
           SELECT STEP-CTL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STEPCTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT SHD-HIST-FILE ASSIGN TO "SHDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SHDHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHD-LIST-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  SHD-LIST-RECORD.
         03  SHL-STEP           PIC X(8).
         03  SHL-CANDIDATE      PIC X(8).
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  SHD-STAMP-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SHD-STAMP-RECORD.
         03  SST-RUN-DATE       PIC X(10).
         03  SST-RUN-ID         PIC X(14).
       FD  STEP-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
           COPY STEPCTL.
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
      * ONE RECORD PER SHADOWED STEP PER NIGHT - BOTH ANSWERS, BOTH
      * VOLUMES, THE CANDIDATE'S RETURN CODE AND THE VERDICT
       FD  SHD-HIST-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  SHD-HIST-RECORD.
         03  SHH-RUN-DATE       PIC X(10).
         03  SHH-RUN-ID         PIC X(14).
         03  SHH-STEP           PIC X(8).
         03  SHH-CANDIDATE      PIC X(8).
         03  SHH-PROD-ANSWER    PIC X(20).
         03  SHH-SHADOW-ANSWER  PIC X(20).
         03  SHH-PROD-READ      PIC 9(9).
         03  SHH-SHADOW-READ    PIC 9(9).
         03  SHH-SHADOW-RC      PIC 9(2).
         03  SHH-VERDICT        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-SHDLIST-STATUS  PIC X(2) VALUE "00".
         03  WK-SHDLIST-EOF     PIC X(1) VALUE "0".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
         03  WK-RUN-ID          PIC X(14) VALUE SPACES.
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-STAMP-STATUS    PIC X(2) VALUE "00".
         03  WK-STAMP-NAME      PIC X(40) VALUE SPACES.
         03  WK-STEPCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-BATCH-FILENAME  PIC X(40) VALUE SPACES.
         03  WK-PROD-FILENAME   PIC X(40) VALUE "BATCHRES".
         03  WK-SHADOW-FILENAME PIC X(40) VALUE SPACES.
         03  WK-BATCH-EOF       PIC X(1) VALUE "0".
         03  WK-SHDHIST-STATUS  PIC X(2) VALUE "00".
         03  WK-SHDHIST-EOF     PIC X(1) VALUE "0".
         03  WK-STAGED          PIC X(1) VALUE "N".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-NIGHT           PIC X(10) VALUE SPACES.
         03  WK-STEP-CNT        PIC 9(2) VALUE ZERO.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-K               PIC 9(2) VALUE ZERO.
         03  WK-REC-CNT         PIC 9(7) VALUE ZERO.
         03  WK-SHD-BEFORE      PIC 9(7) VALUE ZERO.
         03  WK-SIDE            PIC X(1) VALUE SPACES.
         03  WK-CHDIR-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-MATCH-CNT       PIC 9(2) VALUE ZERO.
         03  WK-DIFFER-CNT      PIC 9(2) VALUE ZERO.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYSHR".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * THE STEPS TO SHADOW TONIGHT, FROM "SHDLIST", WITH WHAT EACH
      * SIDE ANSWERED AND THE CANDIDATE'S STANDING ON "SHDHIST"
       01  WK-SHADOW-TABLE.
         03  WK-SHADOW-ENTRY OCCURS 20 TIMES.
           05  SHT-STEP         PIC X(8).
           05  SHT-CANDIDATE    PIC X(8).
           05  SHT-RC           PIC 9(2).
           05  SHT-PROD-FOUND   PIC X(1).
           05  SHT-PROD-ANSWER  PIC X(20).
           05  SHT-PROD-READ    PIC 9(9).
           05  SHT-SHD-FOUND    PIC X(1).
           05  SHT-SHD-ANSWER   PIC X(20).
           05  SHT-SHD-READ     PIC 9(9).
           05  SHT-VERDICT      PIC X(14).
      * CONSECUTIVE MATCHING NIGHTS, ENDING WITH THE LATEST ONE
           05  SHT-STREAK       PIC 9(3).
           05  SHT-LAST-DATE    PIC X(10).
       01  CON-AREA.
         03  CON-SHADOW-DIR     PIC X(8) VALUE "SHADOW".
         03  CON-PARENT-DIR     PIC X(8) VALUE "..".
         03  CON-MAX-SHADOW     PIC 9(2) VALUE 20.
      * MATCHING NIGHTS IN A ROW BEFORE A CANDIDATE IS REPORTED AS
      * READY FOR CHANGE-CONTROL SIGN-OFF
         03  CON-SIGNOFF-NIGHTS PIC 9(3) VALUE 14.
       01  WK-SHADOW-LINE.
         03  SHW-STEP           PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-CANDIDATE      PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-PROD-ANSWER    PIC X(20).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-SHD-ANSWER     PIC X(20).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-PROD-READ      PIC ZZZZZZZZ9.
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-SHD-READ       PIC ZZZZZZZZ9.
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-VERDICT        PIC X(14).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  SHW-STREAK         PIC ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-STEP-CNT > ZERO AND WK-STAGED = "Y"
             THEN
               PERFORM 200-MAIN
           END-IF.
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
               DISPLAY "*** DAYSHR CANNOT RESOLVE ITS ENVIRONMENT"
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
           DISPLAY "*** DAYSHR RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - SHADOW RUN AND COMPARISON ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
           MOVE WK-TODAY TO WK-NIGHT.
           PERFORM 110-LOAD-SHADOW-LIST.
           IF WK-STEP-CNT = ZERO
             THEN
               DISPLAY "*** DAYSHR NO SHADOW STEPS ON SHDLIST -"
                 " NOTHING TO RUN ***"
             ELSE
               PERFORM 101-SET-FILENAMES
               PERFORM 120-CHECK-STAGING
           END-IF.

      ******************************************************************
      * YEAR SELECTION PROCESS - THE CANDIDATE WRITES THE SAME YEAR-   *
      * QUALIFIED RESULTS FEED PRODUCTION DOES, SINCE DAYSHS STAGED    *
      * THE SAME "YEARCTL" INTO THE SHADOW AREA                        *
      ******************************************************************
       101-SET-FILENAMES.
           OPEN INPUT YEAR-CTL-FILE.
           IF WK-YRCTL-STATUS = "00"
             THEN
               READ YEAR-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE YRCTL-YEAR TO WK-YEAR
               END-READ
               CLOSE YEAR-CTL-FILE
           END-IF.
           IF WK-YEAR NOT = SPACES
             THEN
               MOVE SPACES TO WK-PROD-FILENAME
               STRING "BATCHRES." WK-YEAR DELIMITED BY SIZE
                 INTO WK-PROD-FILENAME
           END-IF.
           STRING FUNCTION TRIM(CON-SHADOW-DIR) "/"
                  FUNCTION TRIM(WK-PROD-FILENAME)
             DELIMITED BY SIZE INTO WK-SHADOW-FILENAME.

      ******************************************************************
      * SHADOW LIST PROCESS - THE OPTIONAL "SHDLIST" CONTROL FILE, ONE *
      * STEP PER RECORD: THE PRODUCTION STEP NAME AND THE CANDIDATE    *
      * PROGRAM TO RUN IN ITS PLACE ("*" COMMENTS OUT AN ENTRY)        *
      ******************************************************************
       110-LOAD-SHADOW-LIST.
           OPEN INPUT SHD-LIST-FILE.
           IF WK-SHDLIST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SHDLIST-EOF = "1"
                 READ SHD-LIST-FILE
                   AT END
                     MOVE "1" TO WK-SHDLIST-EOF
                   NOT AT END
                     IF SHL-STEP NOT = SPACES AND
                        SHD-LIST-RECORD(1:1) NOT = "*" AND
                        WK-STEP-CNT < CON-MAX-SHADOW
                       THEN
                         ADD 1 TO WK-STEP-CNT
                         INITIALIZE WK-SHADOW-ENTRY(WK-STEP-CNT)
                         MOVE SHL-STEP TO SHT-STEP(WK-STEP-CNT)
                         MOVE SHL-CANDIDATE TO
                           SHT-CANDIDATE(WK-STEP-CNT)
                         MOVE "N" TO SHT-PROD-FOUND(WK-STEP-CNT)
                         MOVE "N" TO SHT-SHD-FOUND(WK-STEP-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SHD-LIST-FILE
           END-IF.

      ******************************************************************
      * STAGING CHECK - THE SHADOW AREA MUST HAVE BEEN STAGED BY       *
      * DAYSHS FOR THIS CHAIN RUN. A CANDIDATE RUN AGAINST ANOTHER     *
      * NIGHT'S INPUTS WOULD COMPARE NOTHING WITH ANYTHING. THE        *
      * CHAIN'S RUN ID DECIDES IT, SO A CHAIN THAT CROSSES MIDNIGHT    *
      * STILL MATCHES; ONLY A CHAIN WITH NO RUN ID FALLS BACK TO THE   *
      * DATE. THE NIGHT REGISTERED ON SHDHIST IS THE ONE DAYSHS        *
      * STAGED                                                         *
      ******************************************************************
       120-CHECK-STAGING.
           OPEN INPUT RUN-ID-FILE.
           IF WK-RUNID-STATUS = "00"
             THEN
               READ RUN-ID-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE RUN-ID-RECORD TO WK-RUN-ID
               END-READ
               CLOSE RUN-ID-FILE
           END-IF.
           STRING FUNCTION TRIM(CON-SHADOW-DIR) "/SHDSTAMP"
             DELIMITED BY SIZE INTO WK-STAMP-NAME.
           OPEN INPUT SHD-STAMP-FILE.
           IF WK-STAMP-STATUS = "00"
             THEN
               READ SHD-STAMP-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF (WK-RUN-ID NOT = SPACES AND
                       SST-RUN-ID = WK-RUN-ID) OR
                      (WK-RUN-ID = SPACES AND
                       SST-RUN-DATE = WK-TODAY)
                     THEN
                       MOVE "Y" TO WK-STAGED
                       MOVE SST-RUN-DATE TO WK-NIGHT
                   END-IF
               END-READ
               CLOSE SHD-STAMP-FILE
           END-IF.
           IF WK-STAGED NOT = "Y"
             THEN
               DISPLAY "*** DAYSHR SHADOW AREA WAS NOT STAGED FOR THIS"
                 " RUN - NO CANDIDATE RUN ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "SHADOW AREA NOT STAGED FOR RUN " WK-RUN-ID
                 " - SHADOW RUN SKIPPED"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - RUN EVERY CANDIDATE IN THE SHADOW AREA, GATHER  *
      * BOTH SIDES' ANSWERS, JUDGE AND REGISTER EACH STEP              *
      ******************************************************************
       200-MAIN.
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-STEP-CNT
               PERFORM 210-RUN-CANDIDATE
           END-PERFORM.
           MOVE WK-PROD-FILENAME TO WK-BATCH-FILENAME.
           MOVE "P" TO WK-SIDE.
           PERFORM 220-SCAN-RESULTS.
           PERFORM 230-LOAD-HISTORY.
           DISPLAY "STEP     CANDIDAT PRODUCTION ANSWER    "
             "SHADOW ANSWER        PROD READ SHADOW RD VERDICT        "
             "RUN".
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-STEP-CNT
               PERFORM 240-JUDGE-STEP
           END-PERFORM.
           PERFORM 250-WRITE-HISTORY.

      ******************************************************************
      * RUN ONE CANDIDATE - MOVE INTO THE SHADOW AREA, NAME THE STEP'S *
      * ROUTED INPUT ON THE SHADOW "STEPCTL" AND CALL THE CANDIDATE,   *
      * THEN COME BACK. THE CANDIDATE'S OWN RETURN CODE IS KEPT FOR    *
      * THE REPORT AND NEVER BECOMES THIS PROGRAM'S                    *
      ******************************************************************
       210-RUN-CANDIDATE.
      * COUNT THE SHADOW FEED FIRST - ONLY A RECORD APPENDED DURING
      * THIS CANDIDATE'S RUN IS ITS ANSWER, SO TWO CANDIDATES FOR ONE
      * STEP NEVER PICK UP EACH OTHER'S RESULT
           MOVE WK-SHADOW-FILENAME TO WK-BATCH-FILENAME.
           MOVE "C" TO WK-SIDE.
           PERFORM 220-SCAN-RESULTS.
           MOVE WK-REC-CNT TO WK-SHD-BEFORE.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "CBL_CHANGE_DIR" USING CON-SHADOW-DIR
           END-CALL.
           MOVE RETURN-CODE TO WK-CHDIR-RC.
           MOVE WK-SAVED-RC TO RETURN-CODE.
           IF WK-CHDIR-RC NOT = ZERO
             THEN
               DISPLAY "*** DAYSHR CANNOT ENTER THE SHADOW AREA - "
                 SHT-CANDIDATE(WK-S) " NOT RUN ***"
               MOVE 99 TO SHT-RC(WK-S)
             ELSE
               OPEN OUTPUT STEP-CTL-FILE
               IF WK-STEPCTL-STATUS = "00"
                 THEN
                   MOVE SPACES TO STEPCTL-FILENAME
                   STRING FUNCTION TRIM(SHT-STEP(WK-S)) ".IN"
                     DELIMITED BY SIZE INTO STEPCTL-FILENAME
                   WRITE STEP-CTL-RECORD
                   CLOSE STEP-CTL-FILE
               END-IF
               DISPLAY "*** DAYSHR RUNNING CANDIDATE "
                 SHT-CANDIDATE(WK-S) " FOR STEP " SHT-STEP(WK-S)
                 " IN THE SHADOW AREA ***"
               MOVE ZERO TO RETURN-CODE
               CALL SHT-CANDIDATE(WK-S)
                 ON EXCEPTION
                   DISPLAY "*** DAYSHR CANNOT LOAD MODULE "
                     SHT-CANDIDATE(WK-S) " ***"
                   MOVE 16 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE > 99 OR RETURN-CODE < ZERO
                 THEN
                   MOVE 99 TO SHT-RC(WK-S)
                 ELSE
                   MOVE RETURN-CODE TO SHT-RC(WK-S)
               END-IF
               CANCEL SHT-CANDIDATE(WK-S)
               CALL "CBL_CHANGE_DIR" USING CON-PARENT-DIR
               END-CALL
               MOVE WK-SAVED-RC TO RETURN-CODE
               MOVE "S" TO WK-SIDE
               PERFORM 220-SCAN-RESULTS
           END-IF.

      ******************************************************************
      * RESULTS SCAN - READ ONE RESULTS FEED FOR THIS CHAIN RUN - OR   *
      * TONIGHT'S DATE WHEN NO RUN ID WAS PUBLISHED. "C" ONLY COUNTS   *
      * THE RECORDS; "P" KEEPS THE LATEST PRODUCTION RECORD PER        *
      * SHADOWED STEP (THE FEED IS APPEND-ONLY, SO THE LAST ONE SEEN   *
      * WINS); "S" KEEPS THE CURRENT CANDIDATE'S RECORD FROM THOSE     *
      * APPENDED SINCE THE COUNT, UNDER THE STEP'S NAME OR ITS OWN     *
      ******************************************************************
       220-SCAN-RESULTS.
           MOVE "0" TO WK-BATCH-EOF.
           MOVE ZERO TO WK-REC-CNT.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS NOT = "00"
             THEN
               IF WK-SIDE NOT = "C"
                 THEN
                   DISPLAY "*** DAYSHR NO RESULTS FEED "
                     FUNCTION TRIM(WK-BATCH-FILENAME) " ***"
               END-IF
             ELSE
               PERFORM UNTIL WK-BATCH-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-BATCH-EOF
                   NOT AT END
                     ADD 1 TO WK-REC-CNT
                     IF (WK-RUN-ID NOT = SPACES AND
                         BR-RUN-ID = WK-RUN-ID) OR
                        (WK-RUN-ID = SPACES AND
                         BR-RUN-DATE = WK-TODAY)
                       THEN
                         PERFORM 225-KEEP-RESULT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
           END-IF.

       225-KEEP-RESULT.
           IF WK-SIDE = "P"
             THEN
               PERFORM VARYING WK-K FROM 1 BY 1
                 UNTIL WK-K > WK-STEP-CNT
                   IF BR-PROGRAM-ID = SHT-STEP(WK-K)
                     THEN
                       MOVE "Y" TO SHT-PROD-FOUND(WK-K)
                       MOVE BR-ANSWER TO SHT-PROD-ANSWER(WK-K)
                       MOVE BR-RECORDS-READ TO SHT-PROD-READ(WK-K)
                   END-IF
               END-PERFORM
           END-IF.
           IF WK-SIDE = "S" AND WK-REC-CNT > WK-SHD-BEFORE AND
              (BR-PROGRAM-ID = SHT-STEP(WK-S) OR
               BR-PROGRAM-ID = SHT-CANDIDATE(WK-S))
             THEN
               MOVE "Y" TO SHT-SHD-FOUND(WK-S)
               MOVE BR-ANSWER TO SHT-SHD-ANSWER(WK-S)
               MOVE BR-RECORDS-READ TO SHT-SHD-READ(WK-S)
           END-IF.

      ******************************************************************
      * HISTORY LOAD - WALK "SHDHIST" IN DATE ORDER TO GET EACH        *
      * CANDIDATE'S CURRENT RUN OF MATCHING NIGHTS. A NIGHT THAT DID   *
      * NOT MATCH STARTS THE COUNT AGAIN; A SECOND RUN ON THE SAME     *
      * NIGHT DOES NOT COUNT TWICE                                     *
      ******************************************************************
       230-LOAD-HISTORY.
           OPEN INPUT SHD-HIST-FILE.
           IF WK-SHDHIST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SHDHIST-EOF = "1"
                 READ SHD-HIST-FILE
                   AT END
                     MOVE "1" TO WK-SHDHIST-EOF
                   NOT AT END
                     PERFORM VARYING WK-S FROM 1 BY 1
                       UNTIL WK-S > WK-STEP-CNT
                         IF SHH-STEP = SHT-STEP(WK-S) AND
                            SHH-CANDIDATE = SHT-CANDIDATE(WK-S)
                           THEN
                             PERFORM 235-COUNT-NIGHT
                         END-IF
                     END-PERFORM
                 END-READ
               END-PERFORM
               CLOSE SHD-HIST-FILE
           END-IF.

       235-COUNT-NIGHT.
           IF SHH-VERDICT NOT = "MATCH"
             THEN
               MOVE ZERO TO SHT-STREAK(WK-S)
               MOVE SHH-RUN-DATE TO SHT-LAST-DATE(WK-S)
           ELSE IF SHH-RUN-DATE NOT = SHT-LAST-DATE(WK-S)
             THEN
               ADD 1 TO SHT-STREAK(WK-S)
               MOVE SHH-RUN-DATE TO SHT-LAST-DATE(WK-S)
           END-IF.

      ******************************************************************
      * JUDGE ONE STEP - SET THE TWO SIDES BESIDE EACH OTHER AND PRINT *
      * THE COMPARISON LINE                                            *
      ******************************************************************
       240-JUDGE-STEP.
           IF SHT-PROD-FOUND(WK-S) = "N"
             THEN
               MOVE "NO PRODUCTION" TO SHT-VERDICT(WK-S)
           ELSE IF SHT-SHD-FOUND(WK-S) = "N"
             THEN
               MOVE "NO SHADOW" TO SHT-VERDICT(WK-S)
           ELSE IF SHT-SHD-ANSWER(WK-S) NOT = SHT-PROD-ANSWER(WK-S)
             THEN
               MOVE "ANSWER DIFFERS" TO SHT-VERDICT(WK-S)
           ELSE IF SHT-SHD-READ(WK-S) NOT = SHT-PROD-READ(WK-S)
             THEN
               MOVE "VOLUME DIFFERS" TO SHT-VERDICT(WK-S)
             ELSE
               MOVE "MATCH" TO SHT-VERDICT(WK-S)
           END-IF.
      * TONIGHT'S VERDICT EXTENDS OR RESTARTS THE RUN THE SAME WAY A
      * REGISTERED NIGHT DOES
           MOVE SHT-VERDICT(WK-S) TO SHH-VERDICT.
           MOVE WK-NIGHT TO SHH-RUN-DATE.
           PERFORM 235-COUNT-NIGHT.
           IF SHT-VERDICT(WK-S) = "MATCH"
             THEN
               ADD 1 TO WK-MATCH-CNT
             ELSE
               ADD 1 TO WK-DIFFER-CNT
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "SHADOW " SHT-CANDIDATE(WK-S) " FOR "
                 SHT-STEP(WK-S) " - " SHT-VERDICT(WK-S)
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.
           MOVE SHT-STEP(WK-S)       TO SHW-STEP.
           MOVE SHT-CANDIDATE(WK-S)  TO SHW-CANDIDATE.
           MOVE SHT-PROD-ANSWER(WK-S) TO SHW-PROD-ANSWER.
           MOVE SHT-SHD-ANSWER(WK-S) TO SHW-SHD-ANSWER.
           MOVE SHT-PROD-READ(WK-S)  TO SHW-PROD-READ.
           MOVE SHT-SHD-READ(WK-S)   TO SHW-SHD-READ.
           MOVE SHT-VERDICT(WK-S)    TO SHW-VERDICT.
           MOVE SHT-STREAK(WK-S)     TO SHW-STREAK.
           DISPLAY WK-SHADOW-LINE.
           IF SHT-RC(WK-S) NOT = ZERO
             THEN
               DISPLAY "*** DAYSHR CANDIDATE " SHT-CANDIDATE(WK-S)
                 " ENDED RETURN-CODE=" SHT-RC(WK-S) " ***"
           END-IF.
           IF SHT-STREAK(WK-S) >= CON-SIGNOFF-NIGHTS
             THEN
               DISPLAY "*** DAYSHR " SHT-CANDIDATE(WK-S) " HAS MATCHED "
                 SHT-STEP(WK-S) " FOR " SHT-STREAK(WK-S)
                 " NIGHTS IN A ROW - READY FOR SIGN-OFF ***"
           END-IF.

      ******************************************************************
      * HISTORY WRITE - APPEND TONIGHT'S VERDICT PER STEP TO "SHDHIST" *
      ******************************************************************
       250-WRITE-HISTORY.
           OPEN EXTEND SHD-HIST-FILE.
           IF WK-SHDHIST-STATUS = "35"
             THEN
               OPEN OUTPUT SHD-HIST-FILE
           END-IF.
           IF WK-SHDHIST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYSHR CANNOT WRITE SHDHIST - STATUS="
                 WK-SHDHIST-STATUS " ***"
             ELSE
               PERFORM VARYING WK-S FROM 1 BY 1
                 UNTIL WK-S > WK-STEP-CNT
                   MOVE WK-NIGHT               TO SHH-RUN-DATE
                   MOVE WK-RUN-ID              TO SHH-RUN-ID
                   MOVE SHT-STEP(WK-S)         TO SHH-STEP
                   MOVE SHT-CANDIDATE(WK-S)    TO SHH-CANDIDATE
                   MOVE SHT-PROD-ANSWER(WK-S)  TO SHH-PROD-ANSWER
                   MOVE SHT-SHD-ANSWER(WK-S)   TO SHH-SHADOW-ANSWER
                   MOVE SHT-PROD-READ(WK-S)    TO SHH-PROD-READ
                   MOVE SHT-SHD-READ(WK-S)     TO SHH-SHADOW-READ
                   MOVE SHT-RC(WK-S)           TO SHH-SHADOW-RC
                   MOVE SHT-VERDICT(WK-S)      TO SHH-VERDICT
                   WRITE SHD-HIST-RECORD
               END-PERFORM
               CLOSE SHD-HIST-FILE
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
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           IF WK-DIFFER-CNT > ZERO
             THEN
               DISPLAY "*** DAYSHR " WK-DIFFER-CNT " SHADOW STEP(S) DID"
                 " NOT MATCH PRODUCTION ***"
               MOVE 4 TO RETURN-CODE
           ELSE IF WK-MATCH-CNT > ZERO
             THEN
               DISPLAY "*** DAYSHR EVERY SHADOW STEP MATCHED"
                 " PRODUCTION ***"
           END-IF.
           IF WK-MATCH-CNT > ZERO OR WK-DIFFER-CNT > ZERO
             THEN
               MOVE "INFO " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "SHADOW RUN " WK-MATCH-CNT " MATCHED "
                 WK-DIFFER-CNT " DIFFERED - RUN " WK-RUN-ID
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYSHR SHADOW STEPS=" WK-STEP-CNT
             " MATCHED=" WK-MATCH-CNT " DIFFERED=" WK-DIFFER-CNT " ***".
