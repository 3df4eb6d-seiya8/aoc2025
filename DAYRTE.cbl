           SELECT ROUTE-TOT-FILE ASSIGN TO "DAYRTE.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TOT-STATUS.
           SELECT BLOCK-SRC-FILE ASSIGN TO DYNAMIC WK-BLKSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BLKSRC-STATUS.
           SELECT QUAR-CTL-FILE ASSIGN TO "QUARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-QUARCTL-STATUS.
           SELECT FEED-ARR-FILE ASSIGN TO "FEEDARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEEDARR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
           RECORD CONTAINS 10 CHARACTERS.
       01  FEED-DATE-RECORD     PIC X(10).
       FD  ROUTE-TOT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  ROUTE-TOT-RECORD.
         03  TOT-RUN-DATE       PIC X(10).
         03  TOT-ROUTE          PIC X(8).
         03  TOT-ROUTED         PIC 9(7).
      * RECORDS HELD IN QUARANTINE FOR THE ROUTE, AND "H" WHEN THE
      * ROUTE'S WHOLE NIGHT WAS HELD - NOTHING WAS ROUTED TO ITS STEP
         03  TOT-HELD-RECS      PIC 9(7).
         03  TOT-STATUS         PIC X(1).
       FD  BLOCK-SRC-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY BLKSRCRC.
       FD  QUAR-CTL-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  QUAR-CTL-RECORD.
         03  QRC-ROUTE          PIC X(8).
         03  QRC-RUN-DATE       PIC X(10).
         03  QRC-REQUESTOR      PIC X(8).
         03  QRC-REASON         PIC X(30).
      * THE FEED ARRIVAL VERDICT DAYFAW LEAVES FOR THE NIGHT
       FD  FEED-ARR-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FEED-ARR-RECORD.
         03  FAV-STAMP          PIC X(14).
         03  FAV-VERDICT        PIC X(8).
         03  FAV-LATE-CNT       PIC 9(2).
         03  FAV-MISSED-CNT     PIC 9(2).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-FEED-STATUS     PIC X(2) VALUE "00".
         03  WK-FEED-FILENAME   PIC X(24) VALUE "FEED".
         03  WK-DATE-FILENAME   PIC X(32) VALUE SPACES.
         03  WK-DATE-STATUS     PIC X(2) VALUE "00".
         03  WK-TOT-STATUS      PIC X(2) VALUE "00".
      * WHERE THE OPEN ROUTED BLOCK CAME FROM - CAPTURED WHEN THE
      * BLOCK STARTS, SINCE THE NEXT HEADER HAS ALREADY REPLACED THE
      * HEADER VALUES BY THE TIME THE BLOCK IS CLOSED
         03  WK-BLKSRC-FILENAME PIC X(32) VALUE SPACES.
         03  WK-BLKSRC-STATUS   PIC X(2) VALUE "00".
         03  WK-BLKSRC-FRESH    PIC X(1) VALUE "N".
         03  WK-BLOCK-SOURCE    PIC X(24) VALUE SPACES.
         03  WK-BLOCK-ROUTE     PIC X(8) VALUE SPACES.
         03  WK-BLOCK-DATE      PIC X(10) VALUE SPACES.
         03  WK-UNKNOWN-CNT     PIC 9(2) VALUE ZERO.
      * QUARANTINE HOLDS - A BLOCK WHOSE ROUTE (AND BUSINESS DATE, WHEN
      * ONE WAS GIVEN) IS ON "QUARCTL" IS DIVERTED WHOLE TO
      * "<ROUTE>.QUAR" UNTIL AN OPERATOR RELEASES IT WITH DAYQRL
         03  WK-QUARCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-QUARCTL-EOF     PIC X(1) VALUE "0".
         03  WK-QUARANTINING    PIC X(1) VALUE "N".
         03  WK-Q               PIC 9(2) VALUE ZERO.
         03  WK-QUAR-CNT        PIC 9(2) VALUE ZERO.
         03  WK-HELD-RECS       PIC 9(7) VALUE ZERO.
         03  WK-HELD-BLOCKS     PIC 9(3) VALUE ZERO.
         03  WK-BLOCK-REQUESTOR PIC X(8) VALUE SPACES.
         03  WK-BLOCK-REASON    PIC X(30) VALUE SPACES.
         03  WK-RECEIVED        PIC 9(7) VALUE ZERO.
         03  WK-FEEDARR-STATUS  PIC X(2) VALUE "00".
         03  WK-FEED-VERDICT    PIC X(8) VALUE SPACES.
         03  WK-VERDICT-DATE    PIC X(8) VALUE SPACES.
         03  WK-YESTERDAY       PIC 9(8) VALUE ZERO.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-LOG-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-LOG-PROGRAM     PIC X(8) VALUE "DAYRTE".
         03  WK-LOG-MESSAGE     PIC X(80) VALUE SPACES.
      * KNOWN ROUTING CODES LOADED FROM THE "ROUTEMST" DATASET - A
      * FEED HEADER NAMING A CODE NOT ON THE MASTER IS DIVERTED TO
      * THE CATCH-ALL REJECT DATASET INSTEAD OF CREATING AN ORPHAN
      * CARRIED OUT ON THE ROUTED-TOTALS DATASET SO THE POST-CHAIN
      * RECONCILIATION KNOWS WHICH NIGHT THE COUNTS BELONG TO
           05  RT-RUN-DATE      PIC X(10).
      * BODY LINES HELD IN QUARANTINE - RECEIVED, SO THEY COUNT
      * TOWARDS THE TRAILER'S CLAIM, BUT NOT ROUTED TO THE STEP
           05  RT-HELD          PIC 9(7).
      * THE ROUTED FILES ALREADY OPENED THIS RUN - A CODE SEEN AGAIN,
      * WHETHER IN A LATER BLOCK OR A LATER SOURCE FILE, APPENDS TO
      * WHAT WAS ALREADY ROUTED INSTEAD OF TRUNCATING IT
           05  GT-CODE          PIC X(8).
           05  GT-RUN-DATE      PIC X(10).
           05  GT-ROUTED        PIC 9(7).
           05  GT-HELD          PIC 9(7).
      * THE DISTINCT BUSINESS DATES A CATCH-UP RUN FOUND ON THE FEED,
      * IN THE ORDER THEY FIRST APPEARED - THE RECOVERY REPORT THAT
      * TELLS THE OPERATOR WHICH DATES TO RUN THE CHAIN FOR
      * FILE NAMES FOR A MULTI-SENDER NIGHT
       01  WK-SOURCE-TABLE.
         03  WK-SRC-NAME        PIC X(24) OCCURS 10 TIMES.
      * THE STANDING QUARANTINE REQUESTS LOADED FROM "QUARCTL"
       01  WK-QUAR-TABLE.
         03  WK-QUAR-ENTRY OCCURS 20 TIMES.
           05  QT-ROUTE         PIC X(8).
           05  QT-RUN-DATE      PIC X(10).
           05  QT-REQUESTOR     PIC X(8).
           05  QT-REASON        PIC X(30).
       01  CON-AREA.
         03  CON-HDR-MARKER     PIC X(4) VALUE "HDR:".
         03  CON-TRL-MARKER     PIC X(4) VALUE "TRL:".
         03  CON-MAX-ROUTES     PIC 9(2) VALUE 20.
         03  CON-MAX-SOURCES    PIC 9(2) VALUE 10.
         03  CON-MAX-HOLDS      PIC 9(2) VALUE 20.
      * SIZED LIKE THE TOTALS TABLES - A CATCH-UP RUN OPENS ONE
      * DATE-QUALIFIED FILE PER (ROUTE, BUSINESS DATE) PAIR
         03  CON-MAX-OPENED     PIC 9(3) VALUE 140.
         03  CON-MAX-TOTALS     PIC 9(3) VALUE 140.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-MODE = "RESUSP"
             THEN
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
               DISPLAY "*** DAYRTE CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * LOAD THE KNOWN ROUTING CODES SO A TYPO IN A FEED HEADER IS
      * DIVERTED INSTEAD OF CREATING AN ORPHAN ROUTED FILE
           PERFORM 115-LOAD-ROUTE-MASTER.
      * LOAD THE STANDING QUARANTINE REQUESTS - A HELD ROUTE'S BLOCK IS
      * KEPT BACK FROM ITS STEP UNTIL AN OPERATOR RELEASES IT
           PERFORM 117-LOAD-QUARANTINE.
           IF WK-MODE = "RESUSP"
             THEN
               IF WK-RTE-ROUTE = SPACES
                   DISPLAY "*** DAYRTE CATCH-UP RUN - MULTI-DATE"
                     " BLOCKS SPLIT INTO DATE-QUALIFIED INPUTS ***"
               END-IF
      * A NORMAL NIGHTLY SPLIT HONOURS THE FEED ARRIVAL VERDICT - WHEN
      * DAYFAW GAVE UP ON A SOURCE, SPLITTING WHAT DID ARRIVE WOULD
      * ONLY ABORT PART-WAY ON THE MISSING ONE
               IF WK-MODE = "SPLIT"
                 THEN
                   PERFORM 118-CHECK-FEED-ARRIVAL
               END-IF
      * BUILD THE LIST OF SOURCE FEEDS FOR THIS RUN - THE SINGLE
      * "FEED" DEFAULT, OR THE DATASETS "FEEDLST" NAMES, SO A MULTI-
      * SENDER NIGHT NO LONGER INVOLVES A TEXT EDITOR
      * A SOURCE BOUNDARY ENDS THE CURRENT ROUTED BLOCK
           IF WK-ROUTE-OPEN = "Y"
             THEN
               PERFORM 212-CLOSE-BLOCK
           END-IF.
           CLOSE FEED-FILE.
      * RECONCILE THIS SOURCE'S ROUTED COUNTS AGAINST ITS OWN
                   MOVE WK-GRAND-CNT TO WK-G
                   MOVE RT-CODE(WK-R) TO GT-CODE(WK-G)
                   MOVE ZERO TO GT-ROUTED(WK-G)
                   MOVE ZERO TO GT-HELD(WK-G)
               END-IF
               IF WK-G <= WK-GRAND-CNT
                 THEN
                   ADD RT-ACTUAL(WK-R) TO GT-ROUTED(WK-G)
                   ADD RT-HELD(WK-R) TO GT-HELD(WK-G)
                   MOVE RT-RUN-DATE(WK-R) TO GT-RUN-DATE(WK-G)
                 ELSE
      * AN INCOMPLETE TOTALS HANDOFF WOULD LET A SHORT-READ STEP
                 " CODES NOT VALIDATED ***"
           END-IF.

      ******************************************************************
      * QUARANTINE PROCESS - LOAD THE OPTIONAL "QUARCTL" REQUESTS, ONE *
      * PER RECORD: ROUTE CODE, BUSINESS DATE (BLANK HOLDS EVERY       *
      * DATE), REQUESTOR AND REASON ("*" COMMENTS OUT AN ENTRY). ONLY  *
      * A NORMAL OR CATCH-UP SPLIT HONOURS THEM - AN EXTRACTION OR A   *
      * SUSPENSE MERGE IS ALREADY A DELIBERATE OPERATOR ACTION         *
      ******************************************************************
       117-LOAD-QUARANTINE.
           OPEN INPUT QUAR-CTL-FILE.
           IF WK-QUARCTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-QUARCTL-EOF = "1"
                 READ QUAR-CTL-FILE
                   AT END
                     MOVE "1" TO WK-QUARCTL-EOF
                   NOT AT END
                     IF QRC-ROUTE NOT = SPACES AND
                        QUAR-CTL-RECORD(1:1) NOT = "*"
                       THEN
                         IF WK-QUAR-CNT < CON-MAX-HOLDS
                           THEN
                             ADD 1 TO WK-QUAR-CNT
                             MOVE QRC-ROUTE     TO
                               QT-ROUTE(WK-QUAR-CNT)
                             MOVE QRC-RUN-DATE  TO
                               QT-RUN-DATE(WK-QUAR-CNT)
                             MOVE QRC-REQUESTOR TO
                               QT-REQUESTOR(WK-QUAR-CNT)
                             MOVE QRC-REASON    TO
                               QT-REASON(WK-QUAR-CNT)
                           ELSE
                             DISPLAY "*** DAYRTE MORE THAN "
                               CON-MAX-HOLDS " QUARANTINE REQUESTS -"
                               " HOLD ON " QRC-ROUTE " IGNORED ***"
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE QUAR-CTL-FILE
               IF WK-QUAR-CNT > ZERO
                 THEN
                   DISPLAY "*** DAYRTE " WK-QUAR-CNT " QUARANTINE"
                     " REQUEST(S) LOADED FROM QUARCTL ***"
               END-IF
           END-IF.

      ******************************************************************
      * FEED ARRIVAL PROCESS - READ THE VERDICT DAYFAW LEFT ON         *
      * "FEEDARR". ONLY A STANDDWN REACHED TODAY OR YESTERDAY (A WAIT  *
      * THAT RAN PAST MIDNIGHT) STOPS THE SPLIT; NO VERDICT, OR AN     *
      * OLDER ONE, MEANS NO MONITOR RAN FOR THIS NIGHT                 *
      ******************************************************************
       118-CHECK-FEED-ARRIVAL.
           OPEN INPUT FEED-ARR-FILE.
           IF WK-FEEDARR-STATUS = "00"
             THEN
               READ FEED-ARR-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE FAV-VERDICT TO WK-FEED-VERDICT
                   MOVE FAV-STAMP(1:8) TO WK-VERDICT-DATE
               END-READ
               CLOSE FEED-ARR-FILE
           END-IF.
           IF WK-FEED-VERDICT = "STANDDWN"
             THEN
               COMPUTE WK-YESTERDAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
               IF WK-VERDICT-DATE = FUNCTION CURRENT-DATE(1:8) OR
                  WK-VERDICT-DATE = WK-YESTERDAY
                 THEN
                   DISPLAY "*** DAYRTE FEED ARRIVAL VERDICT IS STANDDWN"
                     " - A SOURCE MISSED ITS CUTOFF - NOTHING SPLIT"
                     " ***"
                   DISPLAY "*** DAYRTE RERUN DAYFAW ONCE THE FEED IS"
                     " IN, THEN RERUN THIS JOB ***"
                   MOVE "ERROR" TO WK-LOG-SEVERITY
                   MOVE "FEED ARRIVAL STANDDWN - SPLIT NOT RUN"
                     TO WK-LOG-MESSAGE
                   CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
                       WK-LOG-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      ******************************************************************
      * REPROCESSING PROCESS - ROUTE THE LINES A PRIOR SPLIT PARKED ON *
      * THE SUSPENSE DATASET THROUGH THE NORMAL ROUTING PATH, UNDER    *
       210-START-BLOCK.
           IF WK-ROUTE-OPEN = "Y"
             THEN
               PERFORM 212-CLOSE-BLOCK
           END-IF.
           MOVE ZERO TO WK-BLOCK-RECS.
      * IN EXTRACTION MODE ONLY THE BLOCK(S) FOR THE REQUESTED ROUTE
                   PERFORM 227-WRITE-REJECT
               END-IF
           END-IF.
      * A BLOCK FOR A ROUTE ON HOLD GOES WHOLE TO THE ROUTE'S
      * QUARANTINE DATASET INSTEAD OF ITS STEP'S INPUT
           MOVE "N" TO WK-QUARANTINING.
           IF WK-DIVERTING = "N" AND WK-SKIPPING = "N" AND
              (WK-MODE = "SPLIT" OR WK-MODE = "CATCHUP") AND
              WK-QUAR-CNT > ZERO
             THEN
               PERFORM VARYING WK-Q FROM 1 BY 1
                 UNTIL WK-Q > WK-QUAR-CNT
                   OR (QT-ROUTE(WK-Q) = WK-HDR-ROUTE
                       AND (QT-RUN-DATE(WK-Q) = SPACES
                            OR QT-RUN-DATE(WK-Q) = WK-HDR-RUN-DATE))
                   CONTINUE
               END-PERFORM
               IF WK-Q <= WK-QUAR-CNT
                 THEN
                   MOVE "Y" TO WK-QUARANTINING
                   MOVE QT-REQUESTOR(WK-Q) TO WK-BLOCK-REQUESTOR
                   MOVE QT-REASON(WK-Q)    TO WK-BLOCK-REASON
               END-IF
           END-IF.
           IF WK-DIVERTING = "N" AND WK-SKIPPING = "N"
             THEN
      * A CATCH-UP RUN SPLITS A MULTI-DATE BACKLOG FEED INTO DATE-
      * RECOVERY WEEKEND IS "RUN THE CHAIN ONCE PER DATE AGAINST
      * STAGED INPUTS" INSTEAD OF A HAND DISSECTION OF THE FEED
               MOVE SPACES TO WK-ROUTE-FILENAME
               IF WK-QUARANTINING = "Y"
                 THEN
                   STRING FUNCTION TRIM(WK-HDR-ROUTE)
                            DELIMITED BY SIZE
                          ".QUAR" DELIMITED BY SIZE
                     INTO WK-ROUTE-FILENAME
                 ELSE
                   IF WK-MODE = "CATCHUP"
                     THEN
                       STRING FUNCTION TRIM(WK-HDR-ROUTE)
                                DELIMITED BY SIZE
                              ".IN." DELIMITED BY SIZE
                              WK-HDR-RUN-DATE(1:4) DELIMITED BY SIZE
                              WK-HDR-RUN-DATE(6:2) DELIMITED BY SIZE
                              WK-HDR-RUN-DATE(9:2) DELIMITED BY SIZE
                         INTO WK-ROUTE-FILENAME
                       PERFORM 250-NOTE-DATE-FOUND
                     ELSE
                       STRING FUNCTION TRIM(WK-HDR-ROUTE)
                                DELIMITED BY SIZE
                              ".IN" DELIMITED BY SIZE
                         INTO WK-ROUTE-FILENAME
                   END-IF
               END-IF
      * POINT THE RUNNING PER-ROUTE TOTAL AT THIS HEADER'S ROUTE CODE
      * SO EVERY BODY LINE ROUTED BELOW IS COUNTED AGAINST IT
      * THAN ONE SOURCE FILE. A REPROCESSING RUN ALSO APPENDS, SO
      * THE MERGED LINES JOIN WHAT THE NIGHTLY SPLIT ALREADY ROUTED
               PERFORM 245-CHECK-OPENED
               MOVE "N" TO WK-BLKSRC-FRESH
      * THE QUARANTINE DATASET IS NEVER TRUNCATED - IT ACCUMULATES
      * HELD BLOCKS ACROSS RUNS UNTIL THE RELEASE CLEARS IT
               IF WK-MODE = "RESUSP" OR WK-WAS-OPENED = "Y" OR
                  WK-QUARANTINING = "Y"
                 THEN
                   OPEN EXTEND ROUTE-FILE
                   IF WK-ROUTE-STATUS = "35"
                     THEN
                       OPEN OUTPUT ROUTE-FILE
                       IF WK-QUARANTINING = "N"
                         THEN
                           MOVE "Y" TO WK-BLKSRC-FRESH
                       END-IF
                   END-IF
                 ELSE
                   OPEN OUTPUT ROUTE-FILE
                   MOVE "Y" TO WK-BLKSRC-FRESH
               END-IF
               IF WK-ROUTE-STATUS NOT = "00"
                 THEN
                   GOBACK
               END-IF
               MOVE "Y" TO WK-ROUTE-OPEN
               MOVE WK-HDR-ROUTE    TO WK-BLOCK-ROUTE
               MOVE WK-HDR-RUN-DATE TO WK-BLOCK-DATE
               IF WK-MODE = "RESUSP"
                 THEN
                   MOVE "DAYRTE.SUSP" TO WK-BLOCK-SOURCE
                 ELSE
                   MOVE WK-FEED-FILENAME TO WK-BLOCK-SOURCE
               END-IF
      * A HELD BLOCK KEEPS ITS HEADER ON THE QUARANTINE DATASET SO
      * THE RELEASE KNOWS WHICH BUSINESS DATE EACH HELD BLOCK CARRIES
               IF WK-QUARANTINING = "Y"
                 THEN
                   MOVE SPACES TO ROUTE-RECORD
                   MOVE CON-HDR-MARKER  TO ROUTE-RECORD(1:4)
                   MOVE WK-HDR-ROUTE    TO ROUTE-RECORD(5:8)
                   MOVE WK-HDR-RUN-DATE TO ROUTE-RECORD(13:10)
                   WRITE ROUTE-RECORD
                   ADD 1 TO WK-HELD-BLOCKS
                   DISPLAY "*** DAYRTE ROUTE " WK-HDR-ROUTE " DATED "
                     WK-HDR-RUN-DATE " IS ON HOLD - BLOCK DIVERTED TO "
                     WK-ROUTE-FILENAME " ***"
                 ELSE
                   PERFORM 214-WRITE-FEED-DATE
               END-IF
           END-IF.

      ******************************************************************
      * LEAVE THE FEED'S BUSINESS DATE BESIDE THE ROUTED FILE SO THE   *
      * STEP THAT READS IT CAN REFUSE A STALE OR ALREADY-PROCESSED     *
      * FEED                                                           *
      ******************************************************************
       214-WRITE-FEED-DATE.
           MOVE SPACES TO WK-DATE-FILENAME.
           STRING FUNCTION TRIM(WK-ROUTE-FILENAME) DELIMITED BY SIZE
                  ".DATE" DELIMITED BY SIZE
             INTO WK-DATE-FILENAME.
           OPEN OUTPUT FEED-DATE-FILE.
           MOVE WK-HDR-RUN-DATE TO FEED-DATE-RECORD.
           WRITE FEED-DATE-RECORD.
           CLOSE FEED-DATE-FILE.
           DISPLAY "*** DAYRTE ROUTING TO " WK-ROUTE-FILENAME
                 " FOR RUN DATE " WK-HDR-RUN-DATE " ***".

      ******************************************************************
      * END OF A ROUTED BLOCK - CLOSE THE ROUTED FILE AND RECORD THE  *
      * BLOCK ON ITS "<ROUTED>.SRC" PROVENANCE FILE: SOURCE FEED,     *
      * BUSINESS DATE, ROUTE AND RECORD COUNT. THE PROVENANCE FILE    *
      * STARTS OVER WHENEVER THE ROUTED FILE ITSELF DID, AND GAINS    *
      * ONE RECORD PER BLOCK APPENDED TO IT                           *
      ******************************************************************
       212-CLOSE-BLOCK.
           IF WK-QUARANTINING = "Y"
             THEN
               DISPLAY "*** DAYRTE HELD " WK-BLOCK-RECS
                 " RECORD(S) ON " WK-ROUTE-FILENAME " ***"
             ELSE
               DISPLAY "*** DAYRTE ROUTED " WK-BLOCK-RECS
                 " RECORD(S) TO " WK-ROUTE-FILENAME " ***"
           END-IF.
           CLOSE ROUTE-FILE.
           MOVE "N" TO WK-ROUTE-OPEN.
           MOVE SPACES TO WK-BLKSRC-FILENAME.
           STRING FUNCTION TRIM(WK-ROUTE-FILENAME) DELIMITED BY SIZE
                  ".SRC" DELIMITED BY SIZE
             INTO WK-BLKSRC-FILENAME.
           IF WK-BLKSRC-FRESH = "Y"
             THEN
               OPEN OUTPUT BLOCK-SRC-FILE
             ELSE
               OPEN EXTEND BLOCK-SRC-FILE
               IF WK-BLKSRC-STATUS = "35"
                 THEN
                   OPEN OUTPUT BLOCK-SRC-FILE
               END-IF
           END-IF.
           IF WK-BLKSRC-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRTE CANNOT OPEN " WK-BLKSRC-FILENAME
                 " - STATUS=" WK-BLKSRC-STATUS
                 " - BLOCK PROVENANCE NOT RECORDED ***"
             ELSE
               MOVE WK-BLOCK-SOURCE TO BS-SOURCE-FEED
               MOVE WK-BLOCK-DATE   TO BS-FEED-DATE
               MOVE WK-BLOCK-ROUTE  TO BS-ROUTE
               MOVE WK-BLOCK-RECS   TO BS-BLOCK-RECS
               WRITE BLOCK-SRC-RECORD
               CLOSE BLOCK-SRC-FILE
           END-IF.
      * A HELD BLOCK GOES ON THE AUDIT TRAIL WITH WHO ASKED FOR THE
      * HOLD, SO THE RELEASE CAN BE MATCHED BACK TO IT
           IF WK-QUARANTINING = "Y"
             THEN
               PERFORM 216-LOG-HOLD
           END-IF.

      ******************************************************************
      * AUDIT A HELD BLOCK ON THE RUN LOG                              *
      ******************************************************************
       216-LOG-HOLD.
           MOVE "WARN " TO WK-LOG-SEVERITY.
           MOVE SPACES TO WK-LOG-MESSAGE.
           STRING "HOLD " DELIMITED BY SIZE
                  WK-BLOCK-ROUTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WK-BLOCK-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WK-BLOCK-RECS DELIMITED BY SIZE
                  " RECS BY " DELIMITED BY SIZE
                  WK-BLOCK-REQUESTOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WK-BLOCK-REASON DELIMITED BY SIZE
             INTO WK-LOG-MESSAGE.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYLOG" USING WK-LOG-SEVERITY WK-LOG-PROGRAM
               WK-LOG-MESSAGE.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * CATCH-ALL PROCESS - APPEND ONE RAW FEED RECORD TO "DAYRTE.REJ" *
      ******************************************************************
               MOVE WK-BODY-LINE TO ROUTE-RECORD
               WRITE ROUTE-RECORD
               ADD 1 TO WK-BLOCK-RECS
      * A HELD LINE WAS RECEIVED BUT NOT ROUTED TO THE STEP
               IF WK-QUARANTINING = "Y"
                 THEN
                   ADD 1 TO WK-HELD-RECS
                   ADD 1 TO RT-HELD(WK-CUR-ROUTE)
                 ELSE
                   ADD 1 TO WK-ROUTED-RECS
                   ADD 1 TO RT-ACTUAL(WK-CUR-ROUTE)
               END-IF
             ELSE
      * A BODY LINE WITH NO HEADER TO ASSIGN IT TO IS PARKED ON THE
      * SUSPENSE DATASET WITH ITS FEED POSITION, NOT DISCARDED - A
               MOVE WK-ROUTE-CNT TO WK-R
               MOVE WK-FIND-CODE TO RT-CODE(WK-R)
               MOVE ZERO TO RT-ACTUAL(WK-R)
               MOVE ZERO TO RT-HELD(WK-R)
               MOVE ZERO TO RT-EXPECTED(WK-R)
               MOVE "N" TO RT-HAS-TRL(WK-R)
               MOVE WK-FIND-DATE TO RT-RUN-DATE(WK-R)
      * RECONCILE THE PER-ROUTE CONTROL TOTALS - EVERY ROUTED BLOCK    *
      * MUST BE COVERED BY A TRAILER WHOSE CLAIMED COUNT MATCHES WHAT  *
      * WAS ACTUALLY ROUTED. A FEED WITH NO TRAILERS AT ALL IS AN OLD- *
      * FORMAT TRANSMISSION AND PASSES WITH A WARNING ONLY. LINES HELD *
      * IN QUARANTINE WERE RECEIVED AND COUNT TOWARDS THE CLAIM        *
      ******************************************************************
       310-RECONCILE-TOTALS.
           IF WK-TRL-RECS = ZERO AND WK-BAD-TOTAL-CNT = ZERO
             ELSE
               PERFORM VARYING WK-R FROM 1 BY 1
                 UNTIL WK-R > WK-ROUTE-CNT
                   COMPUTE WK-RECEIVED = RT-ACTUAL(WK-R) + RT-HELD(WK-R)
                   IF RT-HAS-TRL(WK-R) = "N"
                     THEN
                       DISPLAY "*** DAYRTE NO TRAILER FOR ROUTE "
                         RT-CODE(WK-R) " - RECEIVED " WK-RECEIVED
                         " RECORD(S) UNVERIFIED ***"
                       ADD 1 TO WK-BAD-TOTAL-CNT
                   ELSE IF WK-RECEIVED NOT = RT-EXPECTED(WK-R)
                     THEN
                       DISPLAY "*** DAYRTE CONTROL TOTAL MISMATCH FOR"
                         " ROUTE " RT-CODE(WK-R) " - TRAILER CLAIMS "
                         RT-EXPECTED(WK-R) " BUT RECEIVED "
                         WK-RECEIVED " ***"
                       ADD 1 TO WK-BAD-TOTAL-CNT
                   END-IF
               END-PERFORM

      ******************************************************************
      * ROUTED-TOTALS PROCESS - ONE RECORD PER ROUTE CODE (BUSINESS   *
      * DATE, CODE, RECORDS ROUTED, RECORDS HELD, HELD STATUS),       *
      * REWRITTEN EACH FULL SPLIT                                     *
      ******************************************************************
       320-WRITE-ROUTE-TOTALS.
           OPEN OUTPUT ROUTE-TOT-FILE.
               MOVE GT-RUN-DATE(WK-G) TO TOT-RUN-DATE
               MOVE GT-CODE(WK-G)     TO TOT-ROUTE
               MOVE GT-ROUTED(WK-G)   TO TOT-ROUTED
               MOVE GT-HELD(WK-G)     TO TOT-HELD-RECS
               IF GT-HELD(WK-G) > ZERO AND GT-ROUTED(WK-G) = ZERO
                 THEN
                   MOVE "H" TO TOT-STATUS
                 ELSE
                   MOVE SPACE TO TOT-STATUS
               END-IF
               WRITE ROUTE-TOT-RECORD
           END-PERFORM.
           CLOSE ROUTE-TOT-FILE.
       300-END.
           IF WK-ROUTE-OPEN = "Y"
             THEN
               PERFORM 212-CLOSE-BLOCK
           END-IF.
           IF WK-REJ-OPEN = "Y"
             THEN
                       DISPLAY "    " WK-FOUND-DATE(WK-DT)
                   END-PERFORM
               END-IF
               IF WK-HELD-BLOCKS > ZERO
                 THEN
                   DISPLAY "*** DAYRTE " WK-HELD-BLOCKS " BLOCK(S) HELD"
                     " IN QUARANTINE - RELEASE WITH DAYQRL ***"
               END-IF
      * STANDARD RUN TRAILER
               DISPLAY "*** DAYRTE FEED RECORDS READ=" WK-FEED-RECS
                 " ROUTED=" WK-ROUTED-RECS " HELD=" WK-HELD-RECS " ***"
           END-IF.
