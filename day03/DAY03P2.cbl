           SELECT TOPN-RPT-FILE ASSIGN TO "DAY03P2.TOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TOPN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "DAY03P2.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REJ-STATUS.
           SELECT BANK-MST-FILE ASSIGN TO "BANKMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BANKMST-STATUS.
           SELECT SITE-RPT-FILE ASSIGN TO "DAY03P2.SITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SITE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DAY03P2.CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CKPT-STATUS.
         03  TPN-VALUE          PIC 9(14).
         03  TPN-REC-NO         PIC 9(7).
         03  FILLER             PIC X(16).
      * ONE RECORD PER FEED LINE REFUSED BY 205-VALIDATE-LINE - THE
      * NIGHT IT WAS REFUSED, ITS RECORD NUMBER, WHY, AND THE LINE
      * ITSELF. APPENDED NIGHT AFTER NIGHT UNTIL SOMEONE WORKS IT OFF
       FD  REJECT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  REJECT-RECORD.
         03  REJ-RUN-DATE       PIC X(10).
         03  REJ-REC-NO         PIC 9(7).
         03  REJ-REASON         PIC X(23).
         03  REJ-LINE           PIC X(100).
      * BANK IDENTITY MASTER - ONE RECORD PER FEED POSITION, NAMING
      * THE SITE AND BANK ID THE ENGINEERING GROUP KNOWS THAT LINE BY
       FD  BANK-MST-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  BANK-MST-RECORD.
         03  BKM-REC-NO         PIC 9(7).
         03  BKM-SITE           PIC X(8).
         03  BKM-BANK-ID        PIC X(8).
       FD  SITE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SITE-RPT-RECORD      PIC X(80).
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  BATCH-RESULTS-FILE.
       01  RUN-ID-RECORD        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY03P2".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-INPUT-STATUS    PIC X(2) VALUE "00".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-CKPT-STATUS     PIC X(2) VALUE "00".
         03  WK-REJ-STATUS      PIC X(2) VALUE "00".
         03  WK-BANKMST-STATUS  PIC X(2) VALUE "00".
         03  WK-SITE-STATUS     PIC X(2) VALUE "00".
         03  WK-BANKS-LOADED    PIC X(1) VALUE "N".
         03  WK-BANK-CNT        PIC 9(5) VALUE ZERO.
         03  WK-SITE-CNT        PIC 9(3) VALUE ZERO.
         03  WK-S               PIC 9(3) VALUE ZERO.
         03  WK-SITE-KEY        PIC X(8) VALUE SPACES.
         03  WK-RESTART-REC     PIC 9(7) VALUE ZERO.
         03  WK-RESTART-REJ     PIC 9(7) VALUE ZERO.
         03  WK-UNMATCHED-CNT   PIC 9(7) VALUE ZERO.
         03  WK-UNMATCHED-TOT   PIC 9(18) VALUE ZERO.
         03  WK-SITE-GRAND      PIC 9(18) VALUE ZERO.
         03  WK-SITE-EXC-CNT    PIC 9(7) VALUE ZERO.
         03  WK-REJ-OPEN        PIC X(1) VALUE "N".
         03  WK-REJ-CNT         PIC 9(7) VALUE ZERO.
      * LINE VALIDATION - THE DIGITS A LINE ACTUALLY CARRIES (UP TO
      * ITS LAST NON-BLANK), THE WIDEST WINDOW IT MUST FILL, AND THE
      * VERDICT
         03  WK-LINE-OK         PIC X(1) VALUE "Y".
         03  WK-LINE-LEN        PIC 9(3) VALUE ZERO.
         03  WK-NEED-DIGITS     PIC 9(2) VALUE ZERO.
         03  WK-BAD-POS         PIC 9(3) VALUE ZERO.
         03  WK-REJ-REASON      PIC X(23) VALUE SPACES.
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-EXPECT-STATUS   PIC X(2) VALUE "00".
         03  WK-CKPT-INTERVAL   PIC 9(5) VALUE 5000.
         03  WK-TOP-ENTRY OCCURS 100 TIMES.
           05  TN-VALUE         PIC 9(14).
           05  TN-REC-NO        PIC 9(7).
      * THE BANK MASTER BY FEED POSITION - ENTRY N IS LINE N
       01  WK-BANK-TABLE.
         03  WK-BANK-ENTRY OCCURS 10000 TIMES.
           05  BNK-SITE-IDX     PIC 9(3).
           05  BNK-ID           PIC X(8).
      * ONE SUBTOTAL PER SITE NAMED ON THE MASTER
       01  WK-SITE-TABLE.
         03  WK-SITE-ENTRY OCCURS 200 TIMES.
           05  STE-SITE         PIC X(8).
           05  STE-BANKS        PIC 9(5).
           05  STE-LINES        PIC 9(7).
           05  STE-TOTAL        PIC 9(18).
       01  CON-AREA.
         03  CON-MAX-BANKS      PIC 9(5) VALUE 10000.
         03  CON-MAX-SITES      PIC 9(3) VALUE 200.
         03  CON-DIGIT          PIC 9(2) VALUE 12.
         03  CON-MAX-DIGIT      PIC 9(2) VALUE 12.
         03  CON-MAX-TOPN       PIC 9(3) VALUE 100.
         03  SWP-SIZE           PIC Z9.
         03  FILLER             PIC X(9)  VALUE "  ANSWER=".
         03  SWP-ANS            PIC Z(13)9.
       01  WK-SITE-LINE.
         03  FILLER             PIC X(5)  VALUE "SITE=".
         03  SIT-SITE           PIC X(8).
         03  FILLER             PIC X(7)  VALUE " BANKS=".
         03  SIT-BANKS          PIC ZZZZ9.
         03  FILLER             PIC X(7)  VALUE " LINES=".
         03  SIT-LINES          PIC ZZZZZZ9.
         03  FILLER             PIC X(7)  VALUE " TOTAL=".
         03  SIT-TOTAL          PIC Z(17)9.
       01  WK-SITE-EXC-LINE.
         03  FILLER             PIC X(10) VALUE "EXCEPTION ".
         03  SXC-KEY-NAME       PIC X(5).
         03  SXC-KEY            PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  SXC-REASON         PIC X(30).
       01  WK-LINE-DETAIL.
         03  FILLER             PIC X(4)  VALUE "REC=".
         03  DTL-REC-NO         PIC ZZZZZZ9.

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
               DISPLAY "*** DAY03P2 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
             THEN
               PERFORM 105-CHECK-RESTART
           END-IF.
      * SITE SUBTOTALS NEED ONE CODE PER LINE, SO A SWEEP RUN GOES
      * WITHOUT THEM
           IF WK-SWEEPING = "N"
             THEN
               PERFORM 107-LOAD-BANK-MASTER
           END-IF.
      * READ FIRST LINE
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
                   MOVE "RESTARTED" TO WK-RUN-STATUS
                   MOVE CHKPT-RECS-READ TO WK-REC-NO
                   MOVE CHKPT-ACCUM-1   TO WK-ANS
                   MOVE CHKPT-ACCUM-2   TO WK-REJ-CNT
      * SKIP THE INPUT RECORDS ALREADY ACCOUNTED FOR BY THE CHECKPOINT
                   PERFORM VARYING WK-SKIP-I FROM 1 BY 1
                     UNTIL WK-SKIP-I > WK-REC-NO
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * BANK MASTER LOAD - OPTIONAL "BANKMST". ABSENT MEANS NO SITE   *
      * REPORTING, AS BEFORE. A LATER RECORD FOR THE SAME FEED        *
      * POSITION REPLACES AN EARLIER ONE                              *
      ******************************************************************
       107-LOAD-BANK-MASTER.
           OPEN INPUT BANK-MST-FILE.
           IF WK-BANKMST-STATUS = "00"
             THEN
               PERFORM 108-READ-BANK-MASTER
           END-IF.

       108-READ-BANK-MASTER.
           MOVE "Y" TO WK-BANKS-LOADED.
           INITIALIZE WK-BANK-TABLE.
           PERFORM UNTIL WK-BANKMST-STATUS NOT = "00"
               READ BANK-MST-FILE
                 AT END
                   MOVE "10" TO WK-BANKMST-STATUS
                 NOT AT END
                   IF BKM-REC-NO IS NUMERIC AND
                      BKM-REC-NO > ZERO AND
                      BKM-REC-NO <= CON-MAX-BANKS AND
                      BKM-SITE NOT = SPACES
                     THEN
                       MOVE BKM-SITE TO WK-SITE-KEY
                       PERFORM 109-FIND-SITE
                       IF WK-S > ZERO
                         THEN
                           IF BNK-SITE-IDX(BKM-REC-NO) = ZERO
                             THEN
                               ADD 1 TO WK-BANK-CNT
                             ELSE
                               SUBTRACT 1 FROM
                                 STE-BANKS(BNK-SITE-IDX(BKM-REC-NO))
                           END-IF
                           MOVE WK-S TO BNK-SITE-IDX(BKM-REC-NO)
                           MOVE BKM-BANK-ID TO BNK-ID(BKM-REC-NO)
                           ADD 1 TO STE-BANKS(WK-S)
                       END-IF
                     ELSE
                       DISPLAY "*** DAY03P2 BANKMST RECORD ["
                         BANK-MST-RECORD "] IS INVALID - IGNORED ***"
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-MST-FILE.
           DISPLAY "*** DAY03P2 BANK MASTER LOADED - " WK-BANK-CNT
             " BANK(S) AT " WK-SITE-CNT " SITE(S) ***".
      * A RESTARTED RUN NEVER SEES THE LINES BEFORE ITS CHECKPOINT,
      * SO ITS SUBTOTALS COVER ONLY THE REST OF THE FEED
           IF WK-RUN-STATUS = "RESTARTED"
             THEN
               MOVE WK-REC-NO TO WK-RESTART-REC
               MOVE WK-REJ-CNT TO WK-RESTART-REJ
           END-IF.
           OPEN OUTPUT SITE-RPT-FILE.

      ******************************************************************
      * FIND (OR ADD) THE SITE TABLE ENTRY FOR WK-SITE-KEY - WK-S IS  *
      * ZERO IF THE TABLE IS FULL                                     *
      ******************************************************************
       109-FIND-SITE.
           PERFORM VARYING WK-S FROM 1 BY 1
             UNTIL WK-S > WK-SITE-CNT
               OR STE-SITE(WK-S) = WK-SITE-KEY
               CONTINUE
           END-PERFORM.
           IF WK-S > WK-SITE-CNT
             THEN
               IF WK-SITE-CNT < CON-MAX-SITES
                 THEN
                   ADD 1 TO WK-SITE-CNT
                   MOVE WK-SITE-CNT TO WK-S
                   MOVE WK-SITE-KEY TO STE-SITE(WK-S)
                   MOVE ZERO TO STE-BANKS(WK-S) STE-LINES(WK-S)
                                STE-TOTAL(WK-S)
                 ELSE
                   DISPLAY "*** DAY03P2 MORE THAN " CON-MAX-SITES
                     " SITES ON BANKMST - SITE " WK-SITE-KEY
                     " IGNORED ***"
                   MOVE ZERO TO WK-S
               END-IF
           END-IF.

      ******************************************************************
      * MAIN PROCESS                                                   *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-REC-NO.
      * A LINE THAT CANNOT YIELD A FULL-WIDTH CODE GOES TO THE REJECT
      * DATASET AND STAYS OUT OF THE ANSWER
           PERFORM 205-VALIDATE-LINE.
           IF WK-LINE-OK = "N"
             THEN
               PERFORM 207-WRITE-REJECT
           ELSE IF WK-SWEEPING = "Y"
             THEN
      * ONE EXTRACTION PER WINDOW SIZE, ALL AGAINST THE LINE JUST
      * READ - THE WHOLE RANGE COSTS ONE PASS OVER THE INPUT
                 WHEN OTHER
                   ADD WK-LINE-VAL TO WK-ANS
               END-EVALUATE
      * ROLL THE CODE INTO ITS SITE'S SUBTOTAL
               IF WK-BANKS-LOADED = "Y"
                 THEN
                   PERFORM 217-ADD-SITE-SUBTOTAL
               END-IF
      * WRITE PER-LINE BREAKDOWN OF THE EXTRACTED CODE
               MOVE WK-REC-NO TO DTL-REC-NO
               MOVE WK-NUM    TO DTL-NUM
                   PERFORM 250-SAVE-CHECKPOINT
               END-IF
           END-IF.
      * READ NEXT LINE
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * SITE SUBTOTAL - BOOK THE LINE'S CODE TO THE SITE ITS FEED     *
      * POSITION MAPS TO. A LINE WITH NO MASTER ENTRY IS LISTED AS AN *
      * EXCEPTION AND CARRIED IN ITS OWN UNMATCHED TOTAL              *
      ******************************************************************
       217-ADD-SITE-SUBTOTAL.
           IF WK-REC-NO <= CON-MAX-BANKS
             THEN
               MOVE BNK-SITE-IDX(WK-REC-NO) TO WK-S
             ELSE
               MOVE ZERO TO WK-S
           END-IF.
           IF WK-S > ZERO
             THEN
               ADD 1 TO STE-LINES(WK-S)
               ADD WK-LINE-VAL TO STE-TOTAL(WK-S)
             ELSE
               ADD 1 TO WK-UNMATCHED-CNT
               ADD WK-LINE-VAL TO WK-UNMATCHED-TOT
               MOVE " REC=" TO SXC-KEY-NAME
               MOVE WK-REC-NO TO SXC-KEY
               MOVE "NO BANK MASTER ENTRY" TO SXC-REASON
               MOVE WK-SITE-EXC-LINE TO SITE-RPT-RECORD
               WRITE SITE-RPT-RECORD
               ADD 1 TO WK-SITE-EXC-CNT
           END-IF.

      ******************************************************************
      * LINE VALIDATION - BEFORE 210-EXTRACT-CODE SEES IT, A LINE     *
      * MUST BE UNBROKEN DIGITS UP TO ITS LAST NON-BLANK, WITH AT     *
      * LEAST AS MANY DIGITS AS THE WIDEST WINDOW THIS RUN EXTRACTS   *
      ******************************************************************
       205-VALIDATE-LINE.
           MOVE "Y" TO WK-LINE-OK.
           MOVE SPACES TO WK-REJ-REASON.
           PERFORM VARYING WK-LINE-LEN FROM 100 BY -1
             UNTIL WK-LINE-LEN = ZERO
               OR IN-RECORD(WK-LINE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WK-SWEEPING = "Y"
             THEN
               MOVE WK-SWEEP-TO TO WK-NEED-DIGITS
             ELSE
               MOVE CON-DIGIT TO WK-NEED-DIGITS
           END-IF.
           MOVE ZERO TO WK-BAD-POS.
           IF WK-LINE-LEN > ZERO
             THEN
               PERFORM VARYING WK-J FROM 1 BY 1
                 UNTIL WK-J > WK-LINE-LEN OR WK-BAD-POS > ZERO
                   IF IN-RECORD(WK-J:1) NOT NUMERIC
                     THEN
                       MOVE WK-J TO WK-BAD-POS
                   END-IF
               END-PERFORM
           END-IF.
           IF WK-LINE-LEN = ZERO
             THEN
               MOVE "N" TO WK-LINE-OK
               MOVE "BLANK LINE" TO WK-REJ-REASON
           ELSE IF WK-BAD-POS > ZERO AND
                   IN-RECORD(WK-BAD-POS:1) = SPACE
             THEN
               MOVE "N" TO WK-LINE-OK
               STRING "EMBEDDED BLANK AT " WK-BAD-POS
                 DELIMITED BY SIZE INTO WK-REJ-REASON
           ELSE IF WK-BAD-POS > ZERO
             THEN
               MOVE "N" TO WK-LINE-OK
               STRING "NON-DIGIT AT " WK-BAD-POS
                 DELIMITED BY SIZE INTO WK-REJ-REASON
           ELSE IF WK-LINE-LEN < WK-NEED-DIGITS
             THEN
               MOVE "N" TO WK-LINE-OK
               STRING "ONLY " WK-LINE-LEN " DIGITS < "
                 WK-NEED-DIGITS DELIMITED BY SIZE INTO WK-REJ-REASON
           END-IF.

      ******************************************************************
      * REJECT PROCESS - APPEND THE REFUSED LINE TO "DAY03P2.REJ",    *
      * OPENING IT ON THE FIRST REJECT OF THE RUN                     *
      ******************************************************************
       207-WRITE-REJECT.
           IF WK-REJ-OPEN = "N"
             THEN
               OPEN EXTEND REJECT-FILE
               IF WK-REJ-STATUS = "35"
                 THEN
                   OPEN OUTPUT REJECT-FILE
               END-IF
               MOVE "Y" TO WK-REJ-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO REJ-RUN-DATE(1:4).
           MOVE "-" TO REJ-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO REJ-RUN-DATE(6:2).
           MOVE "-" TO REJ-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO REJ-RUN-DATE(9:2).
           MOVE WK-REC-NO     TO REJ-REC-NO.
           MOVE WK-REJ-REASON TO REJ-REASON.
           MOVE IN-RECORD     TO REJ-LINE.
           WRITE REJECT-RECORD.
           ADD 1 TO WK-REJ-CNT.
           DISPLAY "*** DAY03P2 REC=" WK-REC-NO " REJECTED - "
             WK-REJ-REASON " ***".

      ******************************************************************
      * TOP-N RANKING - KEEP THE N LARGEST CODES SEEN SO FAR. A FULL  *
                   MOVE WK-REC-NO   TO TN-REC-NO(WK-MIN-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * EXTRACT THE LARGEST WK-CUR-DIGIT-DIGIT CODE FROM THE CURRENT  *
      * LOOP TO FIND MAX VALUE FOR I-TH DIGIT - EVERY POSITION THAT
      * UNSEATS THE CURRENT BEST IS LOGGED AS A CANDIDATE BELOW
               PERFORM VARYING WK-J FROM WK-POS BY 1
                 UNTIL WK-J > WK-LINE-LEN - (WK-CUR-DIGIT - WK-I)
                   IF IN-RECORD(WK-J:1) > WK-MAX-CHR
                       MOVE WK-J             TO WK-POS
                       MOVE IN-RECORD(WK-J:1) TO WK-MAX-CHR
           MOVE "DAY03P2" TO CHKPT-PROGRAM-ID.
           MOVE WK-REC-NO TO CHKPT-RECS-READ.
           MOVE WK-ANS    TO CHKPT-ACCUM-1.
           MOVE WK-REJ-CNT TO CHKPT-ACCUM-2.
           MOVE ZERO      TO CHKPT-ACCUM-3.
           MOVE ZERO      TO CHKPT-ACCUM-4.
           MOVE WK-INPUT-FILENAME TO CHKPT-INPUT-NAME.
       300-END.
      * CLOSE FILE
           CLOSE INPUT-FILE.
           IF WK-REJ-OPEN = "Y"
             THEN
               CLOSE REJECT-FILE
           END-IF.
      * CLEAR THE CHECKPOINT - THIS RUN FINISHED CLEAN, SO A SUBSEQUENT
      * RUN SHOULD START FROM THE TOP RATHER THAN RESTART PARTWAY THROUGH
           OPEN OUTPUT CHECKPOINT-FILE.
             THEN
               PERFORM 320-WRITE-TOPN-REPORT
           END-IF.
      * THE PER-SITE SUBTOTALS, WHEN THE BANK MASTER WAS ON DISK
           IF WK-BANKS-LOADED = "Y"
             THEN
               PERFORM 330-WRITE-SITE-REPORT
           END-IF.
      * DISPLAY ANSWER
           DISPLAY WK-FINAL-ANS.
      * RECORD THIS RUN'S ANSWER ON THE SHARED CROSS-PROGRAM RESULTS FEED
      * STATUS GOES OUT ON THE SHARED RESULTS FEED WITH THE ANSWER
           PERFORM 290-CHECK-EXPECTED.
           PERFORM 280-APPEND-BATCH-RESULT.
      * REFUSED LINES GO ON THE RUN LOG SO THE MORNING REVIEW SEES
      * THEM WITHOUT OPENING THE REJECT DATASET
           IF WK-REJ-CNT > ZERO
             THEN
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING WK-REJ-CNT " LINE(S) REJECTED TO DAY03P2.REJ"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.
           MOVE "INFO " TO WK-LOG-SEVERITY.
           MOVE "RUN COMPLETE" TO WK-LOG-MESSAGE.
           PERFORM 270-WRITE-RUN-LOG.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY03P2 RECORDS READ=" WK-REC-NO
             " REJECTED=" WK-REJ-CNT
             " FINAL ANSWER=" WK-FINAL-ANS " ***".

      ******************************************************************
           DISPLAY "*** DAY03P2 TOP " WK-TOP-CNT " CODE(S) WRITTEN"
             " TO DAY03P2.TOPN ***".

      ******************************************************************
      * SITE REPORT - ONE SUBTOTAL LINE PER SITE ON THE MASTER, THEN  *
      * THE UNMATCHED LINES' TOTAL AND THE GRAND TOTAL, SO THE REPORT *
      * RECONCILES TO THE SUM OF EVERY EXTRACTED CODE. A SITE WITH NO *
      * LINES TONIGHT IS LISTED AS AN EXCEPTION                       *
      ******************************************************************
       330-WRITE-SITE-REPORT.
           IF WK-RESTART-REC > ZERO
             THEN
               MOVE SPACES TO SITE-RPT-RECORD
               STRING "PARTIAL - RUN RESTARTED AFTER REC="
                 WK-RESTART-REC DELIMITED BY SIZE
                 INTO SITE-RPT-RECORD
               WRITE SITE-RPT-RECORD
           END-IF.
           MOVE ZERO TO WK-SITE-GRAND.
           PERFORM VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-SITE-CNT
               MOVE STE-SITE(WK-S)  TO SIT-SITE
               MOVE STE-BANKS(WK-S) TO SIT-BANKS
               MOVE STE-LINES(WK-S) TO SIT-LINES
               MOVE STE-TOTAL(WK-S) TO SIT-TOTAL
               MOVE WK-SITE-LINE TO SITE-RPT-RECORD
               WRITE SITE-RPT-RECORD
               DISPLAY WK-SITE-LINE
               ADD STE-TOTAL(WK-S) TO WK-SITE-GRAND
           END-PERFORM.
           MOVE "*UNMATCH" TO SIT-SITE.
           MOVE ZERO TO SIT-BANKS.
           MOVE WK-UNMATCHED-CNT TO SIT-LINES.
           MOVE WK-UNMATCHED-TOT TO SIT-TOTAL.
           MOVE WK-SITE-LINE TO SITE-RPT-RECORD.
           WRITE SITE-RPT-RECORD.
           DISPLAY WK-SITE-LINE.
           ADD WK-UNMATCHED-TOT TO WK-SITE-GRAND.
           MOVE "*ALL    " TO SIT-SITE.
           MOVE WK-BANK-CNT TO SIT-BANKS.
      * THE REJECT COUNT CARRIES ON FROM THE CHECKPOINT - ONLY THE
      * REJECTS SINCE THE RESTART COME OUT OF THE LINES SEEN SINCE IT
           COMPUTE SIT-LINES = WK-REC-NO - WK-RESTART-REC
             - (WK-REJ-CNT - WK-RESTART-REJ).
           MOVE WK-SITE-GRAND TO SIT-TOTAL.
           MOVE WK-SITE-LINE TO SITE-RPT-RECORD.
           WRITE SITE-RPT-RECORD.
           DISPLAY WK-SITE-LINE.
      * A PARTIAL RUN CANNOT SAY A SITE HAD NO LINES - THEY MAY HAVE
      * COME BEFORE THE CHECKPOINT
           IF WK-RESTART-REC = ZERO
             THEN
               PERFORM VARYING WK-S FROM 1 BY 1
                 UNTIL WK-S > WK-SITE-CNT
                   IF STE-LINES(WK-S) = ZERO
                     THEN
                       MOVE "SITE=" TO SXC-KEY-NAME
                       MOVE STE-SITE(WK-S) TO SXC-KEY
                       MOVE "NO LINES TONIGHT" TO SXC-REASON
                       MOVE WK-SITE-EXC-LINE TO SITE-RPT-RECORD
                       WRITE SITE-RPT-RECORD
                       ADD 1 TO WK-SITE-EXC-CNT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE SITE-RPT-FILE.
           DISPLAY "*** DAY03P2 " WK-SITE-CNT " SITE SUBTOTAL(S) AND "
             WK-SITE-EXC-CNT " EXCEPTION(S) WRITTEN TO DAY03P2.SITE"
             " ***".
           IF WK-SITE-EXC-CNT > ZERO
             THEN
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING WK-SITE-EXC-CNT
                 " SITE EXCEPTION(S) LISTED ON DAY03P2.SITE"
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * SHARED RESULTS PROCESS - APPEND THIS RUN'S ANSWER TO THE        *
      * CROSS-PROGRAM RESULTS FEED SHARED BY THE WHOLE BATCH SUITE      *
