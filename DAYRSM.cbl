       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYRSM.
      ******************************************************************
      * RESULT RESTATEMENT UTILITY. WHEN A STEP'S ANSWER TURNS OUT TO *
      * BE WRONG AND THE STEP IS RERUN, BOTH RUNS SIT ON THE RESULTS  *
      * FEED AND NOTHING SAYS WHICH ONE STANDS. EACH "RSMTXN"         *
      * TRANSACTION NAMES A PROGRAM, THE ORIGINAL RUN (RUN DATE AND   *
      * SEQUENCE - THE RESMST SEQUENCE NUMBER, 000 FOR THE FIRST RUN  *
      * ON A DATE) AND ITS REPLACEMENT, AND THE OPERATOR ASKING,      *
      * WHO MUST HOLD THE RESTATE ACTION ON "OPERMST". THE ORIGINAL   *
      * IS MARKED SUPERSEDED ON BATCHRES AND ON THE KEYED RESMST      *
      * MASTER, ONE "RSMREG" REGISTER RECORD LINKS IT TO ITS          *
      * REPLACEMENT (WITH THE ORIGINAL RUN STATUS IT REPLACED), AND A *
      * CORRECTION IS QUEUED ON "MISCORR" FOR THE NEXT DAYMIS         *
      * TRANSMISSION SO THE MIS CAN REVERSE THE FIGURE IT ALREADY     *
      * HOLDS. AN OPTIONAL "YEARCTL" RECORD POINTS THE RUN AT A       *
      * YEAR-QUALIFIED BATCHRES.YYYY THE SAME WAY THE REST OF THE     *
      * SUITE RESOLVES ITS FILES. REFUSES TO RUN WHILE A CHAIN HOLDS  *
      * THE RUN LOCK - THE FEED IS REWRITTEN IN PLACE.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT RSM-TXN-FILE ASSIGN TO "RSMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TXN-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT NEW-FEED-FILE ASSIGN TO DYNAMIC WK-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-NEW-STATUS.
           SELECT RES-MASTER-FILE ASSIGN TO "RESMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMK-KEY
               FILE STATUS IS WK-MST-STATUS.
           SELECT RSM-REG-FILE ASSIGN TO "RSMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REG-STATUS.
           SELECT MIS-CORR-FILE ASSIGN TO "MISCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MCQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  RSM-TXN-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  RSM-TXN-RECORD.
         03  RSX-PROGRAM        PIC X(8).
         03  RSX-OLD-DATE       PIC X(10).
         03  RSX-OLD-SEQ        PIC X(3).
         03  RSX-NEW-DATE       PIC X(10).
         03  RSX-NEW-SEQ        PIC X(3).
         03  RSX-OPERATOR       PIC X(8).
         03  RSX-REASON         PIC X(20).
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
       FD  NEW-FEED-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  NEW-FEED-RECORD      PIC X(79).
       FD  RES-MASTER-FILE.
           COPY RESMSTRC.
      * ONE RECORD PER RESTATEMENT - THE LINK FROM A SUPERSEDED RUN TO
      * THE RUN THAT REPLACED IT, AND WHO SAID SO
       FD  RSM-REG-FILE
           RECORD CONTAINS 175 CHARACTERS.
       01  RSM-REG-RECORD.
         03  RGR-STAMP          PIC X(14).
         03  RGR-VINTAGE        PIC X(4).
         03  RGR-PROGRAM        PIC X(8).
         03  RGR-OLD-DATE       PIC X(10).
         03  RGR-OLD-SEQ        PIC 9(3).
         03  RGR-OLD-ANSWER     PIC X(20).
         03  RGR-OLD-RECS       PIC 9(9).
         03  RGR-OLD-STATUS     PIC X(18).
         03  RGR-OLD-RUN-ID     PIC X(14).
         03  RGR-NEW-DATE       PIC X(10).
         03  RGR-NEW-SEQ        PIC 9(3).
         03  RGR-NEW-ANSWER     PIC X(20).
         03  RGR-NEW-RUN-ID     PIC X(14).
         03  RGR-OPERATOR       PIC X(8).
         03  RGR-REASON         PIC X(20).
       FD  MIS-CORR-FILE
           RECORD CONTAINS 114 CHARACTERS.
           COPY MISCORRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAYRSM".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-LOCK-OWNED      PIC X(1) VALUE "N".
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-TXN-STATUS      PIC X(2) VALUE "00".
         03  WK-TXN-EOF         PIC X(1) VALUE "0".
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-NEW-FILENAME    PIC X(24) VALUE SPACES.
         03  WK-NEW-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-REG-STATUS      PIC X(2) VALUE "00".
         03  WK-MCQ-STATUS      PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-T               PIC 9(3) VALUE ZERO.
         03  WK-U               PIC 9(3) VALUE ZERO.
         03  WK-TXN-CNT         PIC 9(3) VALUE ZERO.
         03  WK-APPLIED-CNT     PIC 9(3) VALUE ZERO.
         03  WK-REJECT-CNT      PIC 9(3) VALUE ZERO.
         03  WK-MARKED-CNT      PIC 9(3) VALUE ZERO.
         03  WK-MST-MARKED      PIC 9(3) VALUE ZERO.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-REJECT-TEXT     PIC X(40) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE "RESTATE".
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYRSM".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
         03  WK-SEAL-FUNCTION   PIC X(4) VALUE SPACES.
         03  WK-SEAL-DUMMY      PIC X(79) VALUE SPACES.
         03  WK-STAMP           PIC X(14) VALUE SPACES.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYRSM".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * TONIGHT'S TRANSACTIONS, WITH WHAT THE FEED PASS FOUND FOR
      * EACH ONE'S ORIGINAL AND REPLACEMENT RUNS. STATE IS "P" UNTIL
      * CHECKED, THEN "A" (APPLY) OR "R" (REJECTED)
       01  WK-TXN-TABLE.
         03  WK-TXN-ENTRY OCCURS 50 TIMES.
           05  TXT-STATE        PIC X(1).
           05  TXT-PROGRAM      PIC X(8).
           05  TXT-OLD-DATE     PIC X(10).
           05  TXT-OLD-SEQ      PIC 9(3).
           05  TXT-NEW-DATE     PIC X(10).
           05  TXT-NEW-SEQ      PIC 9(3).
           05  TXT-OPERATOR     PIC X(8).
           05  TXT-REASON       PIC X(20).
           05  TXT-OLD-CNT      PIC 9(3).
           05  TXT-NEW-CNT      PIC 9(3).
           05  TXT-OLD-FOUND    PIC X(1).
           05  TXT-NEW-FOUND    PIC X(1).
           05  TXT-OLD-ANSWER   PIC X(20).
           05  TXT-OLD-RECS     PIC 9(9).
           05  TXT-OLD-STATUS   PIC X(18).
           05  TXT-OLD-RUN-ID   PIC X(14).
           05  TXT-NEW-ANSWER   PIC X(20).
           05  TXT-NEW-RECS     PIC 9(9).
           05  TXT-NEW-STATUS   PIC X(18).
           05  TXT-NEW-RUN-ID   PIC X(14).
       01  CON-AREA.
         03  CON-MAX-TXNS       PIC 9(3) VALUE 50.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
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
               DISPLAY "*** DAYRSM CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - TAKE THE RUN LOCK, RESOLVE THE FEED, *
      * AND LOAD AND AUTHORIZE TONIGHT'S RESTATEMENT TRANSACTIONS     *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYRSM RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - RESULT RESTATEMENT ***".
      * A RESTATEMENT REWRITES THE SHARED RESULTS FEED - REFUSE TO
      * START WHILE A CHAIN IS MID-FLIGHT, OTHERWISE TAKE THE SUITE
      * RUN LOCK
           PERFORM 095-TAKE-RUN-LOCK.
           PERFORM 101-SET-FILENAMES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-STAMP.
           OPEN INPUT RSM-TXN-FILE.
           IF WK-TXN-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRSM NO RSMTXN TRANSACTIONS ON DISK -"
                 " NOTHING TO RESTATE ***"
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM UNTIL WK-TXN-EOF = "1"
               READ RSM-TXN-FILE
                 AT END
                   MOVE "1" TO WK-TXN-EOF
                 NOT AT END
                   IF RSM-TXN-RECORD NOT = SPACES
                     THEN
                       PERFORM 110-LOAD-ONE-TXN
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE RSM-TXN-FILE.
           IF WK-TXN-CNT = ZERO
             THEN
               DISPLAY "*** DAYRSM RSMTXN IS EMPTY -"
                 " NOTHING TO RESTATE ***"
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
      * OPEN FILE - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND
      * IF THE DATASET IS MISSING, UNREADABLE, OR CAN'T BE OPENED
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRSM CANNOT OPEN " WK-BATCH-FILENAME
                 " - STATUS=" WK-BATCH-STATUS " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.

      ******************************************************************
      * YEAR SELECTION PROCESS - AN OPTIONAL "YEARCTL" CONTROL RECORD  *
      * NAMES THE VINTAGE YEAR WHOSE FEED IS RESTATED                 *
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
               STRING "BATCHRES." WK-YEAR DELIMITED BY SIZE
                 INTO WK-BATCH-FILENAME
               DISPLAY "*** DAYRSM RESTATING VINTAGE YEAR " WK-YEAR
                 " ***"
           END-IF.
           MOVE SPACES TO WK-NEW-FILENAME.
           STRING FUNCTION TRIM(WK-BATCH-FILENAME) ".NEW"
             DELIMITED BY SIZE INTO WK-NEW-FILENAME.

      ******************************************************************
      * LOAD ONE TRANSACTION - EDIT IT AND CHECK ITS OPERATOR HOLDS   *
      * THE RESTATE ACTION BEFORE IT GOES ANYWHERE NEAR THE FEED      *
      ******************************************************************
       110-LOAD-ONE-TXN.
           IF WK-TXN-CNT >= CON-MAX-TXNS
             THEN
               DISPLAY "*** DAYRSM MORE THAN " CON-MAX-TXNS
                 " TRANSACTIONS - " RSX-PROGRAM " " RSX-OLD-DATE
                 " NOT TAKEN, RESUBMIT IT TOMORROW ***"
               ADD 1 TO WK-REJECT-CNT
             ELSE
               ADD 1 TO WK-TXN-CNT
               MOVE WK-TXN-CNT TO WK-T
               INITIALIZE WK-TXN-ENTRY(WK-T)
               MOVE "P"          TO TXT-STATE(WK-T)
               MOVE RSX-PROGRAM  TO TXT-PROGRAM(WK-T)
               MOVE RSX-OLD-DATE TO TXT-OLD-DATE(WK-T)
               MOVE RSX-NEW-DATE TO TXT-NEW-DATE(WK-T)
               MOVE RSX-OPERATOR TO TXT-OPERATOR(WK-T)
               MOVE RSX-REASON   TO TXT-REASON(WK-T)
               MOVE "N" TO TXT-OLD-FOUND(WK-T)
               MOVE "N" TO TXT-NEW-FOUND(WK-T)
               IF RSX-OLD-SEQ IS NUMERIC
                 THEN
                   MOVE RSX-OLD-SEQ TO TXT-OLD-SEQ(WK-T)
               END-IF
               IF RSX-NEW-SEQ IS NUMERIC
                 THEN
                   MOVE RSX-NEW-SEQ TO TXT-NEW-SEQ(WK-T)
               END-IF
               PERFORM 115-EDIT-ONE-TXN
           END-IF.

      ******************************************************************
      * TRANSACTION EDITS - FIRST FAILURE REJECTS THE TRANSACTION     *
      ******************************************************************
       115-EDIT-ONE-TXN.
           MOVE SPACES TO WK-REJECT-TEXT.
           IF RSX-PROGRAM = SPACES OR RSX-OLD-DATE = SPACES OR
              RSX-NEW-DATE = SPACES
             THEN
               MOVE "PROGRAM OR RUN DATE MISSING" TO WK-REJECT-TEXT
           ELSE IF RSX-OLD-SEQ NOT NUMERIC OR RSX-NEW-SEQ NOT NUMERIC
             THEN
               MOVE "SEQUENCE NOT NUMERIC" TO WK-REJECT-TEXT
           ELSE IF RSX-OLD-DATE = RSX-NEW-DATE AND
                   RSX-OLD-SEQ = RSX-NEW-SEQ
             THEN
               MOVE "RUN CANNOT REPLACE ITSELF" TO WK-REJECT-TEXT
           ELSE IF RSX-OPERATOR = SPACES
             THEN
               MOVE "NO OPERATOR NAMED" TO WK-REJECT-TEXT
           ELSE
               MOVE SPACES TO WK-OPM-TARGET
               STRING RSX-PROGRAM " " RSX-OLD-DATE "/" RSX-OLD-SEQ
                 DELIMITED BY SIZE INTO WK-OPM-TARGET
               MOVE RSX-REASON TO WK-OPM-REASON
               CALL "DAYOPM" USING RSX-OPERATOR WK-OPM-ACTION
                   WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
                   WK-OPM-REASON
               IF WK-OPM-RESULT = "2"
                 THEN
                   MOVE "OPERATOR NOT AUTHORIZED TO RESTATE"
                     TO WK-REJECT-TEXT
               END-IF
           END-IF.
           IF WK-REJECT-TEXT NOT = SPACES
             THEN
               PERFORM 120-REJECT-TXN
           END-IF.

      ******************************************************************
      * REJECT THE CURRENT TRANSACTION - SAY WHY, LEAVE THE FEED ALONE *
      ******************************************************************
       120-REJECT-TXN.
           MOVE "R" TO TXT-STATE(WK-T).
           ADD 1 TO WK-REJECT-CNT.
           DISPLAY "*** DAYRSM REJECTED " TXT-PROGRAM(WK-T) " "
             TXT-OLD-DATE(WK-T) "/" TXT-OLD-SEQ(WK-T) " BY ["
             TXT-OPERATOR(WK-T) "] - "
             FUNCTION TRIM(WK-REJECT-TEXT) " ***".
           MOVE "WARN " TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "RESTATEMENT OF " TXT-PROGRAM(WK-T) " "
             TXT-OLD-DATE(WK-T) " REJECTED - "
             WK-REJECT-TEXT DELIMITED BY SIZE INTO WK-LOG-MESSAGE.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************************
      * MAIN PROCESS - FIND EVERY ORIGINAL AND REPLACEMENT ON THE     *
      * FEED, DECIDE WHICH TRANSACTIONS STAND, THEN MARK THE FEED,    *
      * THE MASTER, THE REGISTER AND THE MIS CORRECTION QUEUE         *
      ******************************************************************
       200-MAIN.
           PERFORM UNTIL WK-EOF = "1"
               READ BATCH-RESULTS-FILE
                 AT END
                   MOVE "1" TO WK-EOF
                 NOT AT END
                   ADD 1 TO WK-READ-CNT
                   PERFORM 210-MATCH-ONE-RESULT
               END-READ
           END-PERFORM.
           CLOSE BATCH-RESULTS-FILE.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TXN-CNT
               IF TXT-STATE(WK-T) = "P"
                 THEN
                   PERFORM 220-CHECK-ONE-TXN
               END-IF
           END-PERFORM.
           IF WK-APPLIED-CNT > ZERO
             THEN
               PERFORM 230-REWRITE-FEED
               PERFORM 240-MARK-MASTER
               PERFORM 250-WRITE-REGISTER
           END-IF.

      ******************************************************************
      * ONE FEED RECORD - COUNT IT AGAINST EVERY TRANSACTION FOR ITS  *
      * PROGRAM. THE NTH RUN OF A PROGRAM ON A DATE (FROM 000) IS     *
      * SEQUENCE N, THE SAME NUMBER DAYRMW GIVES IT ON RESMST         *
      ******************************************************************
       210-MATCH-ONE-RESULT.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TXN-CNT
               IF TXT-STATE(WK-T) = "P" AND
                  TXT-PROGRAM(WK-T) = BR-PROGRAM-ID
                 THEN
                   IF BR-RUN-DATE = TXT-OLD-DATE(WK-T)
                     THEN
                       IF TXT-OLD-CNT(WK-T) = TXT-OLD-SEQ(WK-T)
                         THEN
                           MOVE "Y" TO TXT-OLD-FOUND(WK-T)
                           MOVE BR-ANSWER TO TXT-OLD-ANSWER(WK-T)
                           MOVE BR-RECORDS-READ TO TXT-OLD-RECS(WK-T)
                           MOVE BR-RUN-STATUS TO TXT-OLD-STATUS(WK-T)
                           MOVE BR-RUN-ID TO TXT-OLD-RUN-ID(WK-T)
                       END-IF
                       ADD 1 TO TXT-OLD-CNT(WK-T)
                   END-IF
                   IF BR-RUN-DATE = TXT-NEW-DATE(WK-T)
                     THEN
                       IF TXT-NEW-CNT(WK-T) = TXT-NEW-SEQ(WK-T)
                         THEN
                           MOVE "Y" TO TXT-NEW-FOUND(WK-T)
                           MOVE BR-ANSWER TO TXT-NEW-ANSWER(WK-T)
                           MOVE BR-RECORDS-READ TO TXT-NEW-RECS(WK-T)
                           MOVE BR-RUN-STATUS TO TXT-NEW-STATUS(WK-T)
                           MOVE BR-RUN-ID TO TXT-NEW-RUN-ID(WK-T)
                       END-IF
                       ADD 1 TO TXT-NEW-CNT(WK-T)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * DECIDE ONE TRANSACTION - BOTH RUNS MUST BE ON THE FEED AND    *
      * STILL CURRENT, AND NO EARLIER TRANSACTION TONIGHT MAY ALREADY *
      * HAVE RETIRED EITHER OF THEM                                   *
      ******************************************************************
       220-CHECK-ONE-TXN.
           MOVE SPACES TO WK-REJECT-TEXT.
           IF TXT-OLD-FOUND(WK-T) NOT = "Y"
             THEN
               MOVE "ORIGINAL RUN NOT ON FEED" TO WK-REJECT-TEXT
           ELSE IF TXT-NEW-FOUND(WK-T) NOT = "Y"
             THEN
               MOVE "REPLACEMENT RUN NOT ON FEED" TO WK-REJECT-TEXT
           ELSE IF TXT-OLD-STATUS(WK-T) = CON-SUPERSEDED
             THEN
               MOVE "ORIGINAL ALREADY SUPERSEDED" TO WK-REJECT-TEXT
           ELSE IF TXT-NEW-STATUS(WK-T) = CON-SUPERSEDED
             THEN
               MOVE "REPLACEMENT IS ITSELF SUPERSEDED"
                 TO WK-REJECT-TEXT
           ELSE
               PERFORM VARYING WK-U FROM 1 BY 1 UNTIL WK-U >= WK-T
                   IF TXT-STATE(WK-U) = "A" AND
                      TXT-PROGRAM(WK-U) = TXT-PROGRAM(WK-T)
                     THEN
                       IF TXT-OLD-DATE(WK-U) = TXT-OLD-DATE(WK-T) AND
                          TXT-OLD-SEQ(WK-U) = TXT-OLD-SEQ(WK-T)
                         THEN
                           MOVE "ORIGINAL ALREADY RESTATED TONIGHT"
                             TO WK-REJECT-TEXT
                       END-IF
                       IF TXT-OLD-DATE(WK-U) = TXT-NEW-DATE(WK-T) AND
                          TXT-OLD-SEQ(WK-U) = TXT-NEW-SEQ(WK-T)
                         THEN
                           MOVE "REPLACEMENT SUPERSEDED TONIGHT"
                             TO WK-REJECT-TEXT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WK-REJECT-TEXT NOT = SPACES
             THEN
               PERFORM 120-REJECT-TXN
             ELSE
               MOVE "A" TO TXT-STATE(WK-T)
               ADD 1 TO WK-APPLIED-CNT
           END-IF.

      ******************************************************************
      * REWRITE THE FEED WITH EACH APPLIED ORIGINAL MARKED SUPERSEDED. *
      * THE COPY REPLACES THE ONLINE FEED ONLY ONCE EVERY RECORD IS   *
      * WRITTEN, AND THE SEAL IS REBUILT, THE SAME AS DAYRET DOES     *
      ******************************************************************
       230-REWRITE-FEED.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TXN-CNT
               MOVE ZERO TO TXT-OLD-CNT(WK-T)
           END-PERFORM.
           MOVE "0" TO WK-EOF.
           OPEN INPUT BATCH-RESULTS-FILE.
           OPEN OUTPUT NEW-FEED-FILE.
           IF WK-BATCH-STATUS NOT = "00" OR WK-NEW-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRSM CANNOT REWRITE " WK-BATCH-FILENAME
                 " - STATUS=" WK-BATCH-STATUS "/" WK-NEW-STATUS
                 " - ABORTING, NOTHING RESTATED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM UNTIL WK-EOF = "1"
               READ BATCH-RESULTS-FILE
                 AT END
                   MOVE "1" TO WK-EOF
                 NOT AT END
                   PERFORM 235-MARK-ONE-RESULT
                   MOVE BATCH-RESULT-RECORD TO NEW-FEED-RECORD
                   WRITE NEW-FEED-RECORD
               END-READ
           END-PERFORM.
           CLOSE BATCH-RESULTS-FILE.
           CLOSE NEW-FEED-FILE.
           CALL "CBL_DELETE_FILE" USING WK-BATCH-FILENAME
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WK-NEW-FILENAME
               WK-BATCH-FILENAME
           END-CALL.
      * THE MARKED FEED IS A DIFFERENT FILE FROM THE ONE THE STEPS
      * SEALED - REBUILD ITS INTEGRITY SEAL SO DAYVFY KEEPS PASSING
           MOVE "BLD" TO WK-SEAL-FUNCTION.
           CALL "DAYSEAL" USING WK-SEAL-FUNCTION WK-BATCH-FILENAME
               WK-SEAL-DUMMY.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************************
      * MARK ONE FEED RECORD IF IT IS AN APPLIED TRANSACTION'S        *
      * ORIGINAL RUN - COUNTED THE SAME WAY THE MATCHING PASS COUNTED *
      ******************************************************************
       235-MARK-ONE-RESULT.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TXN-CNT
               IF TXT-STATE(WK-T) = "A" AND
                  TXT-PROGRAM(WK-T) = BR-PROGRAM-ID AND
                  TXT-OLD-DATE(WK-T) = BR-RUN-DATE
                 THEN
                   IF TXT-OLD-CNT(WK-T) = TXT-OLD-SEQ(WK-T)
                     THEN
                       MOVE CON-SUPERSEDED TO BR-RUN-STATUS
                       ADD 1 TO WK-MARKED-CNT
                   END-IF
                   ADD 1 TO TXT-OLD-CNT(WK-T)
               END-IF
           END-PERFORM.

      ******************************************************************
      * MARK THE SAME ORIGINALS ON THE KEYED RESULTS MASTER, WHEN IT  *
      * IS ON DISK. THE FEED IS THE BOOK OF RECORD - A MASTER THAT    *
      * CANNOT BE MARKED IS REPORTED, NOT FATAL                       *
      ******************************************************************
       240-MARK-MASTER.
           OPEN I-O RES-MASTER-FILE.
           IF WK-MST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRSM NO RESMST ON DISK - STATUS="
                 WK-MST-STATUS " - MASTER NOT MARKED ***"
             ELSE
               PERFORM VARYING WK-T FROM 1 BY 1
                 UNTIL WK-T > WK-TXN-CNT
                   IF TXT-STATE(WK-T) = "A"
                     THEN
                       MOVE TXT-PROGRAM(WK-T)  TO RMK-PROGRAM
                       MOVE TXT-OLD-DATE(WK-T) TO RMK-RUN-DATE
                       MOVE WK-YEAR            TO RMK-VINTAGE
                       MOVE TXT-OLD-SEQ(WK-T)  TO RMK-SEQ
                       READ RES-MASTER-FILE
                         INVALID KEY
                           DISPLAY "*** DAYRSM " TXT-PROGRAM(WK-T)
                             " " TXT-OLD-DATE(WK-T) "/"
                             TXT-OLD-SEQ(WK-T)
                             " NOT ON RESMST - MASTER NOT MARKED ***"
                         NOT INVALID KEY
                           MOVE CON-SUPERSEDED TO RMK-RUN-STATUS
                           REWRITE RES-MASTER-RECORD
                           ADD 1 TO WK-MST-MARKED
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RES-MASTER-FILE
           END-IF.

      ******************************************************************
      * REGISTER EACH RESTATEMENT - THE LINK FROM ORIGINAL TO         *
      * REPLACEMENT - AND QUEUE ITS CORRECTION FOR THE NEXT DAYMIS    *
      * TRANSMISSION                                                  *
      ******************************************************************
       250-WRITE-REGISTER.
           OPEN EXTEND RSM-REG-FILE.
           IF WK-REG-STATUS = "35"
             THEN
               OPEN OUTPUT RSM-REG-FILE
           END-IF.
           OPEN EXTEND MIS-CORR-FILE.
           IF WK-MCQ-STATUS = "35"
             THEN
               OPEN OUTPUT MIS-CORR-FILE
           END-IF.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TXN-CNT
               IF TXT-STATE(WK-T) = "A"
                 THEN
                   PERFORM 255-REGISTER-ONE-TXN
               END-IF
           END-PERFORM.
           CLOSE RSM-REG-FILE.
           CLOSE MIS-CORR-FILE.

       255-REGISTER-ONE-TXN.
           MOVE SPACES TO RSM-REG-RECORD.
           MOVE WK-STAMP              TO RGR-STAMP.
           MOVE WK-YEAR               TO RGR-VINTAGE.
           MOVE TXT-PROGRAM(WK-T)     TO RGR-PROGRAM.
           MOVE TXT-OLD-DATE(WK-T)    TO RGR-OLD-DATE.
           MOVE TXT-OLD-SEQ(WK-T)     TO RGR-OLD-SEQ.
           MOVE TXT-OLD-ANSWER(WK-T)  TO RGR-OLD-ANSWER.
           MOVE TXT-OLD-RECS(WK-T)    TO RGR-OLD-RECS.
           MOVE TXT-OLD-STATUS(WK-T)  TO RGR-OLD-STATUS.
           MOVE TXT-OLD-RUN-ID(WK-T)  TO RGR-OLD-RUN-ID.
           MOVE TXT-NEW-DATE(WK-T)    TO RGR-NEW-DATE.
           MOVE TXT-NEW-SEQ(WK-T)     TO RGR-NEW-SEQ.
           MOVE TXT-NEW-ANSWER(WK-T)  TO RGR-NEW-ANSWER.
           MOVE TXT-NEW-RUN-ID(WK-T)  TO RGR-NEW-RUN-ID.
           MOVE TXT-OPERATOR(WK-T)    TO RGR-OPERATOR.
           MOVE TXT-REASON(WK-T)      TO RGR-REASON.
           WRITE RSM-REG-RECORD.
           MOVE SPACES TO MIS-CORR-RECORD.
           MOVE TXT-PROGRAM(WK-T)     TO MCQ-PROGRAM.
           MOVE TXT-OLD-DATE(WK-T)    TO MCQ-OLD-DATE.
           MOVE TXT-OLD-RUN-ID(WK-T)  TO MCQ-OLD-RUN-ID.
           MOVE TXT-OLD-ANSWER(WK-T)  TO MCQ-OLD-ANSWER.
           MOVE TXT-OLD-RECS(WK-T)    TO MCQ-OLD-RECS.
           MOVE TXT-NEW-DATE(WK-T)    TO MCQ-NEW-DATE.
           MOVE TXT-NEW-RUN-ID(WK-T)  TO MCQ-NEW-RUN-ID.
           MOVE TXT-NEW-ANSWER(WK-T)  TO MCQ-NEW-ANSWER.
           MOVE TXT-NEW-RECS(WK-T)    TO MCQ-NEW-RECS.
           WRITE MIS-CORR-RECORD.
           DISPLAY "*** DAYRSM " TXT-PROGRAM(WK-T) " "
             TXT-OLD-DATE(WK-T) "/" TXT-OLD-SEQ(WK-T) " ANSWER "
             FUNCTION TRIM(TXT-OLD-ANSWER(WK-T))
             " SUPERSEDED BY " TXT-NEW-DATE(WK-T) "/"
             TXT-NEW-SEQ(WK-T) " ANSWER "
             FUNCTION TRIM(TXT-NEW-ANSWER(WK-T)) " ***".
           MOVE "WARN " TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING TXT-PROGRAM(WK-T) " " TXT-OLD-DATE(WK-T) "/"
             TXT-OLD-SEQ(WK-T) " RESTATED BY " TXT-NEW-DATE(WK-T)
             "/" TXT-NEW-SEQ(WK-T) " - " TXT-OPERATOR(WK-T)
             DELIMITED BY SIZE INTO WK-LOG-MESSAGE.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************************
      * END PROCESS - THE TRANSACTIONS ARE SPENT, APPLIED OR NOT: A   *
      * REJECTED ONE IS CORRECTED AND RESUBMITTED, NOT RETRIED BLIND  *
      ******************************************************************
       300-END.
           OPEN OUTPUT RSM-TXN-FILE.
           CLOSE RSM-TXN-FILE.
           IF WK-REJECT-CNT > ZERO
             THEN
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYRSM TRANSACTIONS=" WK-TXN-CNT
             " APPLIED=" WK-APPLIED-CNT " REJECTED=" WK-REJECT-CNT
             " FEED MARKED=" WK-MARKED-CNT " RESMST MARKED="
             WK-MST-MARKED " - RESULTS READ=" WK-READ-CNT " ***".

      ******************************************************************
      * RUN LOCK PROCESS - TAKE THE SUITE-WIDE RUN LOCK, OR PASS IF    *
      * THIS RUN UNIT ALREADY HOLDS IT. A LOCK HELD BY ANOTHER RUN     *
      * MEANS A CHAIN IS MID-FLIGHT AND STILL APPENDING TO THE FEED    *
      * THIS RUN WOULD REWRITE, SO THIS RUN REFUSES                    *
      ******************************************************************
       095-TAKE-RUN-LOCK.
           MOVE "LOCK" TO WK-LCK-FUNCTION.
           CALL "DAYLCK" USING WK-LCK-FUNCTION WK-LCK-CALLER
               WK-LCK-RESULT.
           IF WK-LCK-RESULT = "2" OR WK-LCK-RESULT = "3"
             THEN
               DISPLAY "*** DAYRSM ANOTHER RUN HOLDS THE RUN LOCK -"
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
