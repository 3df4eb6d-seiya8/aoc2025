       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSHS.
      ******************************************************************
      * SHADOW-RUN STAGING - PRE-CHAIN PHASE. WHEN THE OPTIONAL        *
      * "SHDLIST" CONTROL FILE NAMES STEPS TO SHADOW (STEP AND THE     *
      * CANDIDATE PROGRAM THAT WILL REPLACE IT), THE "SHADOW" WORK     *
      * AREA IS SET UP BEFORE THE PRODUCTION STEPS RUN: THE CONTROL    *
      * AND STATE DATASETS THE STEPS READ ARE COPIED IN AS THEY STAND  *
      * TONIGHT, WITH EACH SHADOWED STEP'S ROUTED INPUT. DAYSHR RUNS   *
      * THE CANDIDATES THERE AFTER THE CHAIN, SO THEY SEE EXACTLY THE  *
      * INPUTS AND STARTING STATE PRODUCTION SAW AND EVERYTHING THEY   *
      * WRITE STAYS INSIDE THE SHADOW AREA. NO "SHDLIST", NO WORK.     *
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
           SELECT SHD-STAMP-FILE ASSIGN TO DYNAMIC WK-STAMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STAMP-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WK-PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROBE-STATUS.
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
      * WHICH CHAIN RUN THE SHADOW AREA WAS STAGED FOR - DAYSHR WILL
      * NOT RUN CANDIDATES AGAINST ANOTHER NIGHT'S STAGING
       FD  SHD-STAMP-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SHD-STAMP-RECORD.
         03  SST-RUN-DATE       PIC X(10).
         03  SST-RUN-ID         PIC X(14).
       FD  PROBE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PROBE-RECORD         PIC X(250).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-SHDLIST-STATUS  PIC X(2) VALUE "00".
         03  WK-SHDLIST-EOF     PIC X(1) VALUE "0".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
         03  WK-RUN-ID          PIC X(14) VALUE SPACES.
         03  WK-STAMP-STATUS    PIC X(2) VALUE "00".
         03  WK-STAMP-NAME      PIC X(40) VALUE SPACES.
         03  WK-PROBE-FILENAME  PIC X(40) VALUE SPACES.
         03  WK-PROBE-STATUS    PIC X(2) VALUE "00".
         03  WK-EXISTS          PIC X(1) VALUE "N".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-STEP-CNT        PIC 9(2) VALUE ZERO.
         03  WK-S               PIC 9(2) VALUE ZERO.
         03  WK-D               PIC 9(2) VALUE ZERO.
         03  WK-SOURCE-NAME     PIC X(40) VALUE SPACES.
         03  WK-TARGET-NAME     PIC X(40) VALUE SPACES.
         03  WK-STAGED-CNT      PIC 9(3) VALUE ZERO.
         03  WK-MISSING-CNT     PIC 9(2) VALUE ZERO.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYSHS".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * THE STEPS TO SHADOW TONIGHT, FROM "SHDLIST"
       01  WK-SHADOW-TABLE.
         03  WK-SHADOW-ENTRY OCCURS 20 TIMES.
           05  SHT-STEP         PIC X(8).
           05  SHT-CANDIDATE    PIC X(8).
      * THE CONTROL AND STATE DATASETS THE ROUTED STEPS READ - EACH
      * IS COPIED INTO THE SHADOW AREA WHEN PRODUCTION HAS ONE, AND
      * AN EARLIER NIGHT'S COPY IS REMOVED WHEN PRODUCTION HAS NONE
       01  WK-STAGE-TABLE.
         03  FILLER             PIC X(16) VALUE "RUNID".
         03  FILLER             PIC X(16) VALUE "YEARCTL".
         03  FILLER             PIC X(16) VALUE "DATEOVR".
         03  FILLER             PIC X(16) VALUE "DIALCTL".
         03  FILLER             PIC X(16) VALUE "DIALMST".
         03  FILLER             PIC X(16) VALUE "PWDHIST".
         03  FILLER             PIC X(16) VALUE "ROSTMST".
         03  FILLER             PIC X(16) VALUE "GRIDCTL".
         03  FILLER             PIC X(16) VALUE "BANDCTL".
         03  FILLER             PIC X(16) VALUE "SCANCTL".
         03  FILLER             PIC X(16) VALUE "DIGITCTL".
         03  FILLER             PIC X(16) VALUE "BANKMST".
         03  FILLER             PIC X(16) VALUE "SUSPCTL".
         03  FILLER             PIC X(16) VALUE "RNGCTL".
         03  FILLER             PIC X(16) VALUE "UTILCTL".
         03  FILLER             PIC X(16) VALUE "RNGUTIL".
         03  FILLER             PIC X(16) VALUE "DAY05P1.SUSP".
         03  FILLER             PIC X(16) VALUE "GAPCTL".
         03  FILLER             PIC X(16) VALUE "SECTCTL".
         03  FILLER             PIC X(16) VALUE "TOPCTL".
         03  FILLER             PIC X(16) VALUE "RECTCTL".
         03  FILLER             PIC X(16) VALUE "DAY09P1.MASTER".
         03  FILLER             PIC X(16) VALUE "PTTXN".
       01  WK-STAGE-NAMES REDEFINES WK-STAGE-TABLE.
         03  WK-STAGE-NAME      PIC X(16) OCCURS 23 TIMES.
       01  CON-AREA.
         03  CON-SHADOW-DIR     PIC X(8) VALUE "SHADOW".
         03  CON-STAGE-CNT      PIC 9(2) VALUE 23.
         03  CON-MAX-SHADOW     PIC 9(2) VALUE 20.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-STEP-CNT > ZERO
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
               DISPLAY "*** DAYSHS CANNOT RESOLVE ITS ENVIRONMENT"
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
           DISPLAY "*** DAYSHS RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - STAGING THE SHADOW-RUN AREA ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
           PERFORM 110-LOAD-SHADOW-LIST.
           IF WK-STEP-CNT = ZERO
             THEN
               DISPLAY "*** DAYSHS NO SHADOW STEPS ON SHDLIST -"
                 " NOTHING STAGED ***"
           END-IF.
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
                         MOVE SHL-STEP TO SHT-STEP(WK-STEP-CNT)
                         MOVE SHL-CANDIDATE TO
                           SHT-CANDIDATE(WK-STEP-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SHD-LIST-FILE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - CREATE THE SHADOW AREA, COPY IN THE CONTROL AND *
      * STATE DATASETS AND EACH SHADOWED STEP'S ROUTED INPUT, AND      *
      * STAMP THE AREA WITH TONIGHT'S CHAIN RUN                        *
      ******************************************************************
       200-MAIN.
      * THE CBL_ ROUTINES REPORT THROUGH RETURN-CODE (AN AREA THAT
      * ALREADY EXISTS IS FINE), SO IT IS SAVED AROUND THE CALLS
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "CBL_CREATE_DIR" USING CON-SHADOW-DIR
           END-CALL.
           MOVE WK-SAVED-RC TO RETURN-CODE.
           PERFORM VARYING WK-D FROM 1 BY 1 UNTIL WK-D > CON-STAGE-CNT
               MOVE WK-STAGE-NAME(WK-D) TO WK-SOURCE-NAME
               PERFORM 210-STAGE-ONE-FILE
           END-PERFORM.
      * EACH SHADOWED STEP READS THE SAME ROUTED INPUT PRODUCTION
      * WILL. ITS DATE SIDECAR IS NOT STAGED - THE FEED-DATE GUARD
      * BELONGS TO PRODUCTION - AND A CHECKPOINT LEFT BY AN EARLIER
      * SHADOW RUN IS CLEARED SO THE CANDIDATE STARTS FROM RECORD ONE
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-STEP-CNT
               MOVE SPACES TO WK-SOURCE-NAME
               STRING FUNCTION TRIM(SHT-STEP(WK-S)) ".IN"
                 DELIMITED BY SIZE INTO WK-SOURCE-NAME
               PERFORM 210-STAGE-ONE-FILE
               IF WK-EXISTS = "N"
                 THEN
                   ADD 1 TO WK-MISSING-CNT
                   DISPLAY "*** DAYSHS NO ROUTED INPUT "
                     WK-SOURCE-NAME " FOR SHADOW STEP "
                     SHT-STEP(WK-S) " ***"
               END-IF
               MOVE SPACES TO WK-TARGET-NAME
               STRING FUNCTION TRIM(CON-SHADOW-DIR) "/"
                      FUNCTION TRIM(SHT-STEP(WK-S)) ".CKPT"
                 DELIMITED BY SIZE INTO WK-TARGET-NAME
               MOVE RETURN-CODE TO WK-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WK-TARGET-NAME
               END-CALL
               MOVE WK-SAVED-RC TO RETURN-CODE
           END-PERFORM.
           MOVE SPACES TO WK-STAMP-NAME.
           STRING FUNCTION TRIM(CON-SHADOW-DIR) "/SHDSTAMP"
             DELIMITED BY SIZE INTO WK-STAMP-NAME.
           OPEN OUTPUT SHD-STAMP-FILE.
           IF WK-STAMP-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYSHS CANNOT WRITE " WK-STAMP-NAME
                 " - STATUS=" WK-STAMP-STATUS
                 " - SHADOW AREA NOT STAGED ***"
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE WK-TODAY  TO SST-RUN-DATE
               MOVE WK-RUN-ID TO SST-RUN-ID
               WRITE SHD-STAMP-RECORD
               CLOSE SHD-STAMP-FILE
               DISPLAY "*** DAYSHS " WK-STAGED-CNT " DATASET(S) STAGED"
                 " FOR " WK-STEP-CNT " SHADOW STEP(S) ***"
               MOVE "INFO " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "SHADOW AREA STAGED FOR " WK-STEP-CNT
                 " STEP(S) - RUN " WK-RUN-ID
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.
           IF WK-MISSING-CNT > ZERO AND RETURN-CODE = ZERO
             THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * STAGE ONE DATASET - COPY WK-SOURCE-NAME INTO THE SHADOW AREA   *
      * WHEN PRODUCTION HAS IT, OTHERWISE REMOVE ANY EARLIER COPY SO   *
      * THE CANDIDATE NEVER READS A DATASET PRODUCTION DID NOT         *
      ******************************************************************
       210-STAGE-ONE-FILE.
           MOVE WK-SOURCE-NAME TO WK-PROBE-FILENAME.
           PERFORM 220-FILE-EXISTS.
           MOVE SPACES TO WK-TARGET-NAME.
           STRING FUNCTION TRIM(CON-SHADOW-DIR) "/"
                  FUNCTION TRIM(WK-SOURCE-NAME)
             DELIMITED BY SIZE INTO WK-TARGET-NAME.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           IF WK-EXISTS = "Y"
             THEN
               CALL "CBL_COPY_FILE" USING WK-SOURCE-NAME
                   WK-TARGET-NAME
               END-CALL
               ADD 1 TO WK-STAGED-CNT
             ELSE
               CALL "CBL_DELETE_FILE" USING WK-TARGET-NAME
               END-CALL
           END-IF.
           MOVE WK-SAVED-RC TO RETURN-CODE.

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
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYSHS RUN COMPLETE ***".
