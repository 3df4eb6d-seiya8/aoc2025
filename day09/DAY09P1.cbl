           SELECT SECT-CTL-FILE ASSIGN TO "SECTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SECTCTL-STATUS.
           SELECT SECT-RPT-FILE ASSIGN TO DYNAMIC WK-SECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SECTRPT-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ASSIGN TO DYNAMIC WK-FEED-DATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEED-DATE-STATUS.
           SELECT LAST-RUN-FILE ASSIGN TO DYNAMIC WK-LASTRUN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LASTRUN-STATUS.
           SELECT DATE-OVR-FILE ASSIGN TO "DATEOVR"
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
           SELECT TOP-CTL-FILE ASSIGN TO "TOPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TOPCTL-STATUS.
           SELECT TOP-RPT-FILE ASSIGN TO DYNAMIC WK-TOP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TOPRPT-STATUS.
           SELECT RECT-CTL-FILE ASSIGN TO "RECTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RECTCTL-STATUS.
           SELECT PAIR-SORT-FILE ASSIGN TO "SORTPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PT-TXN-FILE ASSIGN TO "PTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PTTXN-STATUS.
           SELECT PT-AUD-FILE ASSIGN TO "PTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
       01  SORT-REC.
         03  SORT-X             PIC 9(5).
         03  SORT-Y             PIC 9(5).
      * MH-N-POINTS IS THE POINTS ON FILE, MH-FEED-POINTS THE VALID
      * FEED RECORDS ALREADY CONSUMED - THEY PART COMPANY ONCE A POINT
      * IS RETIRED. A HEADER WRITTEN BEFORE THE FEED COUNT EXISTED IS
      * 42 BYTES LONG AND HAS THE TWO EQUAL
       FD  MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 48 CHARACTERS
             DEPENDING ON WK-MST-REC-LEN.
       01  MASTER-HEADER-RECORD.
         03  MH-MARKER          PIC X(4).
         03  MH-Y1              PIC 9(5).
         03  MH-X2              PIC 9(5).
         03  MH-Y2              PIC 9(5).
         03  MH-FEED-POINTS     PIC 9(6).
       01  MASTER-POINT-RECORD REDEFINES MASTER-HEADER-RECORD.
         03  MP-X               PIC 9(5).
         03  MP-Y               PIC 9(5).
         03  FILLER             PIC X(38).
      * NAMED X/Y BOUNDARY PARTITIONS OF THE SURVEY AREA - THE
      * PLANNERS EVALUATE PARCELS SECTOR BY SECTOR
       FD  SECT-CTL-FILE
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
      * HOW MANY OF THE LARGEST RECTANGLES THE PLANNERS' SHORTLIST
      * CARRIES
       FD  TOP-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  TOP-CTL-RECORD.
         03  TPC-COUNT          PIC X(3).
      * THE RANKED SHORTLIST - ALSO READ BACK BY AN INCREMENTAL RUN,
      * WHICH CAN ONLY OFFER IT THE PAIRS ITS NEW POINTS TAKE PART IN.
      * TPR-OF-N IS THE LIST LENGTH IT WAS KEPT AT
       FD  TOP-RPT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  TOP-RPT-RECORD.
         03  TPR-RANK           PIC 9(3).
         03  TPR-SIZE           PIC 9(12).
         03  TPR-X1             PIC 9(5).
         03  TPR-Y1             PIC 9(5).
         03  TPR-X2             PIC 9(5).
         03  TPR-Y2             PIC 9(5).
         03  TPR-OF-N           PIC 9(3).
      * PROCESSING MODE - "BOUNDARY" READS THE FEED AS THE SITE
      * BOUNDARY TRACED IN ORDER; BLANK OR "LOOSE" IS THE POINT SET
       FD  RECT-CTL-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  RECT-CTL-RECORD.
         03  RCT-MODE           PIC X(8).
      * EVERY POINT PAIR BY AREA, LARGEST FIRST, FOR THE BOUNDARY
      * MODE'S ELIGIBILITY WALK
       SD  PAIR-SORT-FILE.
       01  PAIR-SORT-REC.
         03  PRS-SIZE           PIC 9(12).
         03  PRS-I              PIC 9(6).
         03  PRS-J              PIC 9(6).
      * POINT RETIREMENT AND CORRECTION - "DEL" REMOVES THE POINT AT
      * X,Y FROM THE SET, "COR" MOVES IT TO NEW-X,NEW-Y. EVERY COPY OF
      * THE COORDINATE ON FILE IS CHANGED
       FD  PT-TXN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  PT-TXN-RECORD.
         03  PTX-ACTION         PIC X(3).
         03  PTX-X              PIC X(5).
         03  PTX-Y              PIC X(5).
         03  PTX-NEW-X          PIC X(5).
         03  PTX-NEW-Y          PIC X(5).
         03  PTX-OPERATOR       PIC X(8).
         03  PTX-REASON         PIC X(20).
      * ONE RECORD PER APPLIED POINT CHANGE: WHEN, WHICH RUN, THE
      * BEFORE AND AFTER COORDINATES, HOW MANY POINTS IT TOUCHED, WHO
      * AND WHY, AND WHETHER IT FORCED THE BEST TO BE RECOMPUTED. A
      * FULL REBUILD REPLAYS THIS FILE SO A CHANGE OUTLIVES THE MASTER
       FD  PT-AUD-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  PT-AUD-RECORD.
         03  PTA-STAMP          PIC X(14).
         03  PTA-RUN-ID         PIC X(14).
         03  PTA-ACTION         PIC X(3).
         03  PTA-X              PIC 9(5).
         03  PTA-Y              PIC 9(5).
         03  PTA-NEW-X          PIC 9(5).
         03  PTA-NEW-Y          PIC 9(5).
         03  PTA-POINTS         PIC 9(6).
         03  PTA-OPERATOR       PIC X(8).
         03  PTA-REASON         PIC X(20).
         03  PTA-RECOMPUTE      PIC X(1).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY09P1".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-SECTRPT-STATUS  PIC X(2) VALUE "00".
         03  WK-SECT-CNT        PIC 9(2) VALUE ZERO.
         03  WK-SC              PIC 9(2) VALUE ZERO.
      * TOP-N SHORTLIST - EVERY PAIR SCORED IS OFFERED; THE FULL SCAN
      * PRUNES AGAINST THE SHORTEST ENTRY ONCE THE LIST IS FULL
      * INSTEAD OF AGAINST THE SINGLE BEST
         03  WK-TOPCTL-STATUS   PIC X(2) VALUE "00".
         03  WK-TOPRPT-STATUS   PIC X(2) VALUE "00".
         03  WK-TOP-EOF         PIC X(1) VALUE "0".
         03  WK-TOP-N           PIC 9(3) VALUE 10.
         03  WK-TOP-CNT         PIC 9(3) VALUE ZERO.
         03  WK-TOP-FLOOR       PIC 9(12) COMP-3 VALUE ZERO.
         03  WK-TOP-KEPT-AT     PIC 9(3) VALUE ZERO.
         03  WK-T               PIC 9(3) VALUE ZERO.
         03  WK-T2              PIC 9(3) VALUE ZERO.
         03  WK-TOP-DUP         PIC X(1) VALUE "N".
         03  WK-CAND-X1         PIC 9(5) VALUE ZERO.
         03  WK-CAND-Y1         PIC 9(5) VALUE ZERO.
         03  WK-CAND-X2         PIC 9(5) VALUE ZERO.
         03  WK-CAND-Y2         PIC 9(5) VALUE ZERO.
         03  WK-CAND-XLO        PIC 9(5) VALUE ZERO.
         03  WK-CAND-XHI        PIC 9(5) VALUE ZERO.
         03  WK-CAND-YLO        PIC 9(5) VALUE ZERO.
         03  WK-CAND-YHI        PIC 9(5) VALUE ZERO.
         03  WK-TOP-FILENAME    PIC X(24) VALUE "DAY09P1.TOP".
         03  WK-SECT-FILENAME   PIC X(24) VALUE "DAY09P1.SECT".
         03  WK-LASTRUN-FILENAME PIC X(24) VALUE "DAY09P1.LASTRUN".
      * BOUNDARY MODE - THE FEED, IN ORDER, TRACES THE SITE'S CLOSED
      * BOUNDARY (EACH POINT TO THE NEXT, THE LAST BACK TO THE
      * FIRST). ITS ANSWER GOES OUT UNDER ITS OWN RESULTS NAME SO
      * THE TWO MODES' HISTORIES NEVER MIX
         03  WK-RECTCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-BOUNDARY        PIC X(1) VALUE "N".
         03  WK-BR-PROGRAM      PIC X(8) VALUE "DAY09P1".
         03  WK-PAIR-EOF        PIC X(1) VALUE "0".
         03  WK-ELIGIBLE        PIC X(1) VALUE "Y".
         03  WK-ON-EDGE         PIC X(1) VALUE "N".
         03  WK-INSIDE          PIC X(1) VALUE "N".
         03  WK-E               PIC 9(6) VALUE ZERO.
         03  WK-E2              PIC 9(6) VALUE ZERO.
         03  WK-V               PIC 9(6) VALUE ZERO.
         03  WK-CROSS-CNT       PIC 9(6) VALUE ZERO.
         03  WK-PAIR-CNT        PIC 9(12) VALUE ZERO.
         03  WK-JUDGED-CNT      PIC 9(12) VALUE ZERO.
      * THE GEOMETRY RUNS ON DOUBLED COORDINATES SO EVERY MIDPOINT
      * AND HALF-STEP TEST POINT IS A WHOLE NUMBER
         03  WK-RX-LO           PIC 9(6) VALUE ZERO.
         03  WK-RX-HI           PIC 9(6) VALUE ZERO.
         03  WK-RY-LO           PIC 9(6) VALUE ZERO.
         03  WK-RY-HI           PIC 9(6) VALUE ZERO.
         03  WK-EX-LO           PIC 9(6) VALUE ZERO.
         03  WK-EX-HI           PIC 9(6) VALUE ZERO.
         03  WK-EY-LO           PIC 9(6) VALUE ZERO.
         03  WK-EY-HI           PIC 9(6) VALUE ZERO.
         03  WK-VX              PIC 9(6) VALUE ZERO.
         03  WK-VY              PIC 9(6) VALUE ZERO.
         03  WK-PX              PIC 9(6) VALUE ZERO.
         03  WK-PY              PIC 9(6) VALUE ZERO.
      * POINT CHANGES - THE FEED PREFIX IS COUNTED SEPARATELY FROM THE
      * POINTS ON FILE, AND A CHANGE TO A CORNER OF THE BEST OR OF A
      * SHORTLISTED RECTANGLE SENDS THE RUN BACK TO A FULL RESCAN
         03  WK-FEED-VALID      PIC 9(6) VALUE ZERO.
         03  WK-CLAIMED-FEED    PIC 9(6) VALUE ZERO.
         03  WK-PTTXN-STATUS    PIC X(2) VALUE "00".
         03  WK-PTAUD-STATUS    PIC X(2) VALUE "00".
         03  WK-PTX-EOF         PIC X(1) VALUE "0".
         03  WK-PTX-PRESENT     PIC X(1) VALUE "N".
         03  WK-RESCAN          PIC X(1) VALUE "N".
         03  WK-PTX-CNT         PIC 9(3) VALUE ZERO.
         03  WK-PTX-REJECTS     PIC 9(5) VALUE ZERO.
         03  WK-REPLAY-CNT      PIC 9(5) VALUE ZERO.
         03  WK-PT              PIC 9(3) VALUE ZERO.
         03  WK-K               PIC 9(6) VALUE ZERO.
         03  WK-CHG-ACTION      PIC X(3) VALUE SPACES.
         03  WK-CHG-X           PIC 9(5) VALUE ZERO.
         03  WK-CHG-Y           PIC 9(5) VALUE ZERO.
         03  WK-CHG-NEW-X       PIC 9(5) VALUE ZERO.
         03  WK-CHG-NEW-Y       PIC 9(5) VALUE ZERO.
         03  WK-CHG-POINTS      PIC 9(6) VALUE ZERO.
         03  WK-CHG-HIT         PIC X(1) VALUE "N".
         03  WK-PTX-REASON      PIC X(40) VALUE SPACES.
      * PER-SECTOR BEST RECTANGLES, TRACKED ALONGSIDE THE SITE-WIDE
      * ANSWER IN THE SAME RUN - THE SECTOR SCAN ONLY PAIRS POINTS
      * THAT BOTH FALL INSIDE THE SECTOR'S BOUNDARIES
           05  SCT-Y1           PIC 9(5).
           05  SCT-X2           PIC 9(5).
           05  SCT-Y2           PIC 9(5).
      * THE N LARGEST DISTINCT RECTANGLES, LARGEST FIRST, WITH THE
      * CORNER POINT PAIR EACH WAS FORMED FROM
       01  WK-TOP-TABLE.
         03  WK-TOP-ENTRY OCCURS 100 TIMES.
           05  TOP-SIZE         PIC 9(12) COMP-3.
           05  TOP-X1           PIC 9(5).
           05  TOP-Y1           PIC 9(5).
           05  TOP-X2           PIC 9(5).
           05  TOP-Y2           PIC 9(5).
      * TONIGHT'S APPLIED POINT CHANGES, AUDITED ONCE THE MASTER THAT
      * HOLDS THEM HAS BEEN WRITTEN
       01  WK-PTX-TABLE.
         03  WK-PTX-ENTRY OCCURS 500 TIMES.
           05  PTT-ACTION       PIC X(3).
           05  PTT-X            PIC 9(5).
           05  PTT-Y            PIC 9(5).
           05  PTT-NEW-X        PIC 9(5).
           05  PTT-NEW-Y        PIC 9(5).
           05  PTT-POINTS       PIC 9(6).
           05  PTT-OPERATOR     PIC X(8).
           05  PTT-REASON       PIC X(20).
           05  PTT-RECOMPUTE    PIC X(1).
       01  CON-AREA.
         03  CON-MAX-PTX        PIC 9(3) VALUE 500.
         03  CON-MAX-POINTS     PIC 9(6) VALUE 100000.
         03  CON-MAX-SECTORS    PIC 9(2) VALUE 10.
         03  CON-MAX-TOP        PIC 9(3) VALUE 100.
         03  CON-MIN-BOUNDARY   PIC 9(6) VALUE 4.
       01  WK-WIN-LINE.
         03  FILLER             PIC X(18) VALUE "MAX RECTANGLE PT1=".
         03  WIN-I              PIC Z(5)9.

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
               DISPLAY "*** DAY09P1 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * RUNNING UNDER A CHAIN - IT GOES OUT ON THE SHARED RESULTS
      * RECORD SO ONE SPECIFIC RUN'S OUTPUT CAN BE PULLED LATER
           PERFORM 099-READ-RUN-ID.
      * LOOSE POINT SET OR TRACED BOUNDARY - THE MODE DECIDES WHICH
      * RESULTS NAME THE DATASETS BELOW ARE QUALIFIED BY
           PERFORM 102-READ-MODE.
           PERFORM 101-SET-FILENAMES.
      * REFUSE A STALE OR ALREADY-PROCESSED FEED BEFORE TOUCHING IT
           PERFORM 096-CHECK-FEED-DATE.
      * LOAD THE NAMED SECTOR PARTITIONS, IF ANY - THE PLANNERS GET
      * A BEST RECTANGLE PER SECTOR FROM THE SAME PASS
           PERFORM 107-LOAD-SECTORS.
      * HOW LONG A SHORTLIST OF CANDIDATE RECTANGLES TO KEEP
           PERFORM 108-READ-TOP-CONTROL.
      * OPEN FILE - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND IF
      * THE DATASET IS MISSING, UNREADABLE, OR OTHERWISE CAN'T BE OPENED
           OPEN INPUT INPUT-FILE.
               GOBACK
           END-IF.
      * LOAD THE ACCUMULATED POINT MASTER, IF ONE IS ON DISK - THE
      * NIGHTLY FEED IS APPEND-ONLY, SO THE FIRST MH-FEED-POINTS VALID
      * POINTS OF THE FEED ARE THE PREFIX ALREADY ACCUMULATED AND
      * ONLY THE REMAINDER IS NEW. DELETE THE MASTER TO FORCE A FULL
      * REBUILD. A FEED STAGED THROUGH DAY09CLN IS SORTED AND DEDUPED,
           MOVE ZERO TO WK-CLEAN-TALLY.
           INSPECT WK-INPUT-FILENAME
             TALLYING WK-CLEAN-TALLY FOR ALL ".CLEAN".
      * A CLEANSED FEED HAS LOST ITS TRACING ORDER, SO IT CANNOT
      * DEFINE A BOUNDARY. A BOUNDARY RUN NEITHER READS NOR REWRITES
      * THE POINT MASTER - THE LOOSE MODE'S INCREMENTAL STATE
           IF WK-CLEAN-TALLY > ZERO AND WK-BOUNDARY = "Y"
             THEN
               DISPLAY "*** DAY09P1 BOUNDARY MODE CANNOT USE A"
                 " CLEANSED (REORDERED) FEED - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               MOVE "ERROR" TO WK-LOG-SEVERITY
               MOVE "STEP ABORTED - SEE JOB LOG" TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
           IF WK-CLEAN-TALLY > ZERO
             THEN
               MOVE "Y" TO WK-CLEANSED
               DISPLAY "*** DAY09P1 CLEANSED FEED - FULL RESCAN,"
                 " MASTER REBUILT ***"
           ELSE IF WK-BOUNDARY = "Y"
             THEN
               DISPLAY "*** DAY09P1 BOUNDARY MODE - FULL SCAN, POINT"
                 " MASTER NOT USED ***"
             ELSE
               PERFORM 106-LOAD-MASTER
           END-IF.
      * AN INCREMENTAL RUN CARRIES THE SHORTLIST FORWARD - ONLY PAIRS
      * WITH A NEW POINT IN THEM CAN CHANGE IT
      * TONIGHT'S POINT RETIREMENTS AND CORRECTIONS APPLY TO THE
      * ACCUMULATED SET BEFORE THE NEW FEED POINTS JOIN IT
           IF WK-INCREMENTAL = "Y"
             THEN
               PERFORM 109-LOAD-TOP-LIST
               PERFORM 110-APPLY-POINT-TXNS
           END-IF.
      * READ ALL LINE
           PERFORM UNTIL WK-EOD = "1"
               READ INPUT-FILE
                       MOVE WK-BAD-LINE TO WK-LOG-MESSAGE
                       PERFORM 270-WRITE-RUN-LOG
                     ELSE
      * THE FIRST MH-FEED-POINTS VALID POINTS ARE THE PREFIX ALREADY IN
      * THE MASTER - COUNT THEM PAST, THEY ARE IN THE TABLE ALREADY
      * (OR WERE RETIRED FROM IT)
                       ADD 1 TO WK-FEED-VALID
                       IF WK-INCREMENTAL = "Y" AND
                          WK-SKIP-CNT < WK-BASE-POINTS
                         THEN
      * AN INCREMENTAL RUN EVALUATES EACH NEW POINT AGAINST EVERY
      * POINT ALREADY ACCUMULATED (EARLIER NEW ONES INCLUDED) - THE
      * OLD-AGAINST-OLD PAIRS ARE IN THE STORED BEST
      * AFTER A CHANGE TO THE BEST'S CORNERS THE STORED BEST IS NO
      * LONGER TRUE - THE FULL RESCAN WILL SEE THE NEW POINTS TOO
                           IF WK-INCREMENTAL = "Y"
                             THEN
                               ADD 1 TO WK-NEW-POINTS
                               IF WK-RESCAN = "N"
                                 THEN
                                   PERFORM 215-EVAL-NEW-POINT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               PERFORM 395-FREE-RUN-LOCK
               GOBACK
           END-IF.
      * A FULL RUN REBUILDS THE SET FROM THE RAW FEED, SO THE POINT
      * CHANGES ALREADY ON THE AUDIT ARE REPLAYED ONTO IT FIRST, THEN
      * TONIGHT'S ARE APPLIED. A BOUNDARY RUN LEAVES BOTH ALONE
           IF WK-INCREMENTAL = "N" AND WK-BOUNDARY = "N"
             THEN
               PERFORM 113-REPLAY-POINT-AUDIT
               PERFORM 110-APPLY-POINT-TXNS
           END-IF.

      ******************************************************************
      * YEAR SELECTION PROCESS - AN OPTIONAL "YEARCTL" CONTROL RECORD  *
                 INTO WK-INPUT-FILENAME
               STRING "BATCHRES." WK-YEAR DELIMITED BY SIZE
                 INTO WK-BATCH-FILENAME
               MOVE SPACES TO WK-EXPECT-FILENAME
               STRING FUNCTION TRIM(WK-BR-PROGRAM) "." WK-YEAR
                 DELIMITED BY SIZE
                 ".EXPECT" DELIMITED BY SIZE
                 INTO WK-EXPECT-FILENAME
               DISPLAY "*** DAY09P1 RUNNING AGAINST VINTAGE YEAR "
               CLOSE STEP-CTL-FILE
           END-IF.

      ******************************************************************
      * MODE CONTROL - AN OPTIONAL "RECTCTL" RECORD. "BOUNDARY" TAKES *
      * THE FEED, IN ORDER, AS THE SITE BOUNDARY AND ONLY RECTANGLES  *
      * LYING WHOLLY INSIDE IT ARE ELIGIBLE. THAT ANSWER IS FILED AS  *
      * DAY09P1B, WITH ITS OWN EXPECTED-ANSWER, LAST-RUN, SHORTLIST   *
      * AND SECTOR-REPORT DATASETS. ABSENT, BLANK OR "LOOSE" IS THE   *
      * POINT SET                                                     *
      ******************************************************************
       102-READ-MODE.
           OPEN INPUT RECT-CTL-FILE.
           IF WK-RECTCTL-STATUS = "00"
             THEN
               READ RECT-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF RCT-MODE = "BOUNDARY"
                     THEN
                       MOVE "Y" TO WK-BOUNDARY
                   ELSE IF RCT-MODE NOT = SPACES AND
                           RCT-MODE NOT = "LOOSE"
                     THEN
                       DISPLAY "*** DAY09P1 RECTCTL MODE [" RCT-MODE
                         "] NOT BOUNDARY OR LOOSE - IGNORED ***"
                   END-IF
               END-READ
               CLOSE RECT-CTL-FILE
           END-IF.
           IF WK-BOUNDARY = "Y"
             THEN
               MOVE "DAY09P1B" TO WK-BR-PROGRAM
               MOVE "DAY09P1B.EXPECT" TO WK-EXPECT-FILENAME
               MOVE "DAY09P1B.LASTRUN" TO WK-LASTRUN-FILENAME
               MOVE "DAY09P1B.TOP" TO WK-TOP-FILENAME
               MOVE "DAY09P1B.SECT" TO WK-SECT-FILENAME
               DISPLAY "*** DAY09P1 BOUNDARY MODE - ANSWER FILED AS "
                 WK-BR-PROGRAM " ***"
           END-IF.

      ******************************************************************
      * MASTER LOAD - THE HEADER CARRIES THE ACCUMULATED COUNT AND    *
      * THE BEST RECTANGLE SO FAR; THE POINT RECORDS REFILL WK-XY     *
                       MOVE "Y" TO WK-INCREMENTAL
      * CAPTURED NOW - THE POINT READS BELOW REUSE THIS RECORD AREA
                       MOVE MH-N-POINTS TO WK-CLAIMED-POINTS
                       IF WK-MST-REC-LEN >= 48 AND
                          MH-FEED-POINTS IS NUMERIC
                         THEN
                           MOVE MH-FEED-POINTS TO WK-CLAIMED-FEED
                         ELSE
                           MOVE MH-N-POINTS TO WK-CLAIMED-FEED
                       END-IF
                       MOVE MH-BEST TO WK-ANS
                       IF MH-X1 NOT = ZERO OR MH-Y1 NOT = ZERO OR
                          MH-X2 NOT = ZERO OR MH-Y2 NOT = ZERO
               CLOSE MASTER-FILE
               IF WK-INCREMENTAL = "Y"
                 THEN
                   MOVE WK-CLAIMED-FEED TO WK-BASE-POINTS
      * A MASTER WHOSE POINT RECORDS DON'T MATCH ITS OWN HEADER COUNT
      * IS DAMAGED - REFUSE RATHER THAN GUESS WHERE THE PREFIX ENDS
                   IF WK-N-POINTS NOT = WK-CLAIMED-POINTS
                     THEN
                       DISPLAY "*** DAY09P1 MASTER HEADER CLAIMS "
                         WK-CLAIMED-POINTS " POINT(S) BUT HOLDS "
                         WK-N-POINTS " - DELETE DAY09P1.MASTER"
                         " AND REBUILD - ABORTING ***"
                       MOVE 16 TO RETURN-CODE
                       MOVE "ERROR" TO WK-LOG-SEVERITY
                       GOBACK
                   END-IF
                   DISPLAY "*** DAY09P1 INCREMENTAL RUN - "
                     WK-N-POINTS " POINT(S) AND BEST " WK-ANS
                     " LOADED FROM THE MASTER ***"
               END-IF
           END-IF.

      ******************************************************************
      * POINT CHANGES - THE OPTIONAL "PTTXN" FILE OF POINT            *
      * RETIREMENTS ("DEL") AND COORDINATE CORRECTIONS ("COR"),       *
      * APPLIED TO THE POINT SET IN FILE ORDER. A TRANSACTION NAMING  *
      * A COORDINATE NOT IN THE SET, OR INCOMPLETE, IS REJECTED TO    *
      * THE JOB LOG AND RUN LOG. ON AN INCREMENTAL RUN A CHANGE TO A  *
      * CORNER OF THE STORED BEST OR OF A SHORTLISTED RECTANGLE SENDS *
      * THE RUN TO A FULL RESCAN; A CORRECTED POINT THAT WAS NEITHER  *
      * IS SIMPLY SCORED AT ITS NEW POSITION                          *
      ******************************************************************
       110-APPLY-POINT-TXNS.
           MOVE "0" TO WK-PTX-EOF.
           OPEN INPUT PT-TXN-FILE.
           IF WK-PTTXN-STATUS = "00"
             THEN
               MOVE "Y" TO WK-PTX-PRESENT
               PERFORM UNTIL WK-PTX-EOF = "1"
                 READ PT-TXN-FILE
                   AT END
                     MOVE "1" TO WK-PTX-EOF
                   NOT AT END
                     IF PTX-ACTION NOT = SPACES
                       THEN
                         PERFORM 111-APPLY-ONE-TXN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PT-TXN-FILE
               DISPLAY "*** DAY09P1 " WK-PTX-CNT " POINT CHANGE(S)"
                 " APPLIED, " WK-PTX-REJECTS " REJECTED ***"
           END-IF.

       111-APPLY-ONE-TXN.
           MOVE SPACES TO WK-PTX-REASON.
           IF PTX-ACTION NOT = "DEL" AND PTX-ACTION NOT = "COR"
             THEN
               MOVE "ACTION NOT DEL OR COR" TO WK-PTX-REASON
           ELSE IF PTX-X IS NOT NUMERIC OR PTX-Y IS NOT NUMERIC
             THEN
               MOVE "POINT NOT NUMERIC" TO WK-PTX-REASON
           ELSE IF PTX-ACTION = "COR" AND
                   (PTX-NEW-X IS NOT NUMERIC OR
                    PTX-NEW-Y IS NOT NUMERIC)
             THEN
               MOVE "CORRECTED POINT NOT NUMERIC" TO WK-PTX-REASON
           ELSE IF PTX-ACTION = "COR" AND
                   PTX-NEW-X = PTX-X AND PTX-NEW-Y = PTX-Y
             THEN
               MOVE "CORRECTION CHANGES NOTHING" TO WK-PTX-REASON
           ELSE IF PTX-OPERATOR = SPACES
             THEN
               MOVE "NO OPERATOR" TO WK-PTX-REASON
           ELSE IF WK-PTX-CNT >= CON-MAX-PTX
             THEN
               MOVE "TOO MANY CHANGES IN ONE RUN" TO WK-PTX-REASON
           END-IF.
           IF WK-PTX-REASON = SPACES
             THEN
               MOVE PTX-ACTION TO WK-CHG-ACTION
               MOVE PTX-X TO WK-CHG-X
               MOVE PTX-Y TO WK-CHG-Y
               MOVE ZERO TO WK-CHG-NEW-X WK-CHG-NEW-Y
               IF PTX-ACTION = "COR"
                 THEN
                   MOVE PTX-NEW-X TO WK-CHG-NEW-X
                   MOVE PTX-NEW-Y TO WK-CHG-NEW-Y
               END-IF
               PERFORM 112-CHANGE-POINTS
               IF WK-CHG-POINTS = ZERO
                 THEN
                   MOVE "POINT NOT IN THE SET" TO WK-PTX-REASON
               END-IF
           END-IF.
           IF WK-PTX-REASON NOT = SPACES
             THEN
               ADD 1 TO WK-PTX-REJECTS
               DISPLAY "*** DAY09P1 POINT " PTX-ACTION " X=" PTX-X
                 " Y=" PTX-Y " REJECTED - " WK-PTX-REASON " ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "POINT " PTX-ACTION " " PTX-X "," PTX-Y
                 " REJECTED - " WK-PTX-REASON
                 DELIMITED BY SIZE INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
             ELSE
               IF WK-CHG-HIT = "Y"
                 THEN
                   MOVE "Y" TO WK-RESCAN
               END-IF
      * A CORRECTED POINT CLEAR OF EVERY KNOWN CORNER CAN ONLY ADD
      * RECTANGLES - SCORE ONE COPY OF IT AT ITS NEW POSITION
               IF WK-INCREMENTAL = "Y" AND WK-RESCAN = "N" AND
                  WK-CHG-ACTION = "COR"
                 THEN
                   PERFORM VARYING WK-I FROM 1 BY 1
                     UNTIL WK-I > WK-N-POINTS
                       OR (WK-X(WK-I) = WK-CHG-NEW-X AND
                           WK-Y(WK-I) = WK-CHG-NEW-Y)
                       CONTINUE
                   END-PERFORM
                   PERFORM 216-EVAL-MOVED-POINT
               END-IF
               ADD 1 TO WK-PTX-CNT
               MOVE WK-CHG-ACTION TO PTT-ACTION(WK-PTX-CNT)
               MOVE WK-CHG-X      TO PTT-X(WK-PTX-CNT)
               MOVE WK-CHG-Y      TO PTT-Y(WK-PTX-CNT)
               MOVE WK-CHG-NEW-X  TO PTT-NEW-X(WK-PTX-CNT)
               MOVE WK-CHG-NEW-Y  TO PTT-NEW-Y(WK-PTX-CNT)
               MOVE WK-CHG-POINTS TO PTT-POINTS(WK-PTX-CNT)
               MOVE PTX-OPERATOR  TO PTT-OPERATOR(WK-PTX-CNT)
               MOVE PTX-REASON    TO PTT-REASON(WK-PTX-CNT)
               MOVE WK-CHG-HIT    TO PTT-RECOMPUTE(WK-PTX-CNT)
               DISPLAY "*** DAY09P1 POINT " WK-CHG-ACTION " X="
                 WK-CHG-X " Y=" WK-CHG-Y " APPLIED TO "
                 WK-CHG-POINTS " POINT(S) ***"
           END-IF.

      ******************************************************************
      * CHANGE EVERY COPY OF WK-CHG-X,WK-CHG-Y IN THE POINT TABLE -   *
      * A RETIRED POINT IS CLOSED UP OUT OF THE TABLE, A CORRECTED    *
      * ONE TAKES ITS NEW COORDINATES IN PLACE. WK-CHG-HIT SAYS       *
      * WHETHER THE OLD COORDINATE WAS A CORNER OF THE STORED BEST OR *
      * OF A SHORTLISTED RECTANGLE                                    *
      ******************************************************************
       112-CHANGE-POINTS.
           MOVE ZERO TO WK-CHG-POINTS WK-K.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-N-POINTS
               IF WK-X(WK-I) = WK-CHG-X AND WK-Y(WK-I) = WK-CHG-Y
                 THEN
                   ADD 1 TO WK-CHG-POINTS
                   IF WK-CHG-ACTION = "COR"
                     THEN
                       ADD 1 TO WK-K
                       MOVE WK-CHG-NEW-X TO WK-X(WK-K)
                       MOVE WK-CHG-NEW-Y TO WK-Y(WK-K)
                   END-IF
                 ELSE
                   ADD 1 TO WK-K
                   IF WK-K < WK-I
                     THEN
                       MOVE WK-XY(WK-I) TO WK-XY(WK-K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WK-K TO WK-N-POINTS.
           MOVE "N" TO WK-CHG-HIT.
           IF WK-CHG-POINTS > ZERO AND WK-HAVE-WIN = "Y"
             THEN
               IF (WK-CHG-X = WK-WIN-X1 AND WK-CHG-Y = WK-WIN-Y1) OR
                  (WK-CHG-X = WK-WIN-X2 AND WK-CHG-Y = WK-WIN-Y2)
                 THEN
                   MOVE "Y" TO WK-CHG-HIT
               END-IF
           END-IF.
           IF WK-CHG-POINTS > ZERO
             THEN
               PERFORM VARYING WK-T FROM 1 BY 1
                 UNTIL WK-T > WK-TOP-CNT
                   IF (WK-CHG-X = TOP-X1(WK-T) AND
                       WK-CHG-Y = TOP-Y1(WK-T)) OR
                      (WK-CHG-X = TOP-X2(WK-T) AND
                       WK-CHG-Y = TOP-Y2(WK-T))
                     THEN
                       MOVE "Y" TO WK-CHG-HIT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * AUDIT REPLAY - A FULL RUN'S POINT SET COMES FROM THE RAW FEED *
      * AGAIN, SO EVERY CHANGE ALREADY RECORDED ON "PTAUDIT" IS       *
      * APPLIED TO IT IN THE ORDER IT WAS MADE. A CHANGE WHOSE POINT  *
      * IS NOT IN TONIGHT'S FEED SIMPLY FINDS NOTHING                 *
      ******************************************************************
       113-REPLAY-POINT-AUDIT.
           MOVE "0" TO WK-PTX-EOF.
           OPEN INPUT PT-AUD-FILE.
           IF WK-PTAUD-STATUS = "00"
             THEN
               PERFORM UNTIL WK-PTX-EOF = "1"
                 READ PT-AUD-FILE
                   AT END
                     MOVE "1" TO WK-PTX-EOF
                   NOT AT END
                     IF (PTA-ACTION = "DEL" OR PTA-ACTION = "COR")
                        AND PTA-X IS NUMERIC AND PTA-Y IS NUMERIC
                        AND PTA-NEW-X IS NUMERIC
                        AND PTA-NEW-Y IS NUMERIC
                       THEN
                         MOVE PTA-ACTION TO WK-CHG-ACTION
                         MOVE PTA-X      TO WK-CHG-X
                         MOVE PTA-Y      TO WK-CHG-Y
                         MOVE PTA-NEW-X  TO WK-CHG-NEW-X
                         MOVE PTA-NEW-Y  TO WK-CHG-NEW-Y
                         PERFORM 112-CHANGE-POINTS
                         IF WK-CHG-POINTS > ZERO
                           THEN
                             ADD 1 TO WK-REPLAY-CNT
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PT-AUD-FILE
               DISPLAY "*** DAY09P1 " WK-REPLAY-CNT " RECORDED POINT"
                 " CHANGE(S) REPLAYED ONTO THE REBUILT SET ***"
           END-IF.

      ******************************************************************
      * COMMIT THE POINT CHANGES - ONE "PTAUDIT" RECORD PER APPLIED   *
      * CHANGE, THEN EMPTY "PTTXN" SO A RERUN DOES NOT APPLY THEM A   *
      * SECOND TIME                                                   *
      ******************************************************************
       119-COMMIT-POINT-TXNS.
           IF WK-PTX-CNT > ZERO
             THEN
               OPEN EXTEND PT-AUD-FILE
               IF WK-PTAUD-STATUS = "35"
                 THEN
                   OPEN OUTPUT PT-AUD-FILE
               END-IF
               PERFORM VARYING WK-PT FROM 1 BY 1
                 UNTIL WK-PT > WK-PTX-CNT
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PTA-STAMP
                   MOVE WK-RUN-ID            TO PTA-RUN-ID
                   MOVE PTT-ACTION(WK-PT)    TO PTA-ACTION
                   MOVE PTT-X(WK-PT)         TO PTA-X
                   MOVE PTT-Y(WK-PT)         TO PTA-Y
                   MOVE PTT-NEW-X(WK-PT)     TO PTA-NEW-X
                   MOVE PTT-NEW-Y(WK-PT)     TO PTA-NEW-Y
                   MOVE PTT-POINTS(WK-PT)    TO PTA-POINTS
                   MOVE PTT-OPERATOR(WK-PT)  TO PTA-OPERATOR
                   MOVE PTT-REASON(WK-PT)    TO PTA-REASON
                   MOVE PTT-RECOMPUTE(WK-PT) TO PTA-RECOMPUTE
                   WRITE PT-AUD-RECORD
               END-PERFORM
               CLOSE PT-AUD-FILE
           END-IF.
           IF WK-PTX-PRESENT = "Y"
             THEN
               OPEN OUTPUT PT-TXN-FILE
               CLOSE PT-TXN-FILE
           END-IF.

      ******************************************************************
      * EVALUATE ONE NEW POINT (THE LAST TABLE ENTRY) AGAINST EVERY   *
      * EARLIER POINT - ONLY COMBINATIONS A NEW POINT TAKES PART IN   *
       215-EVAL-NEW-POINT.
           MOVE WK-N-POINTS TO WK-I.
           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J >= WK-I
               PERFORM 217-SCORE-PAIR
           END-PERFORM.

      ******************************************************************
      * EVALUATE ONE CORRECTED POINT (ENTRY WK-I) AGAINST EVERY OTHER *
      * POINT - AT ITS NEW POSITION IT PAIRS WITH THE WHOLE SET       *
      ******************************************************************
       216-EVAL-MOVED-POINT.
           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-N-POINTS
               IF WK-J NOT = WK-I
                 THEN
                   PERFORM 217-SCORE-PAIR
               END-IF
           END-PERFORM.

      * SCORE THE PAIR WK-I, WK-J AGAINST THE STORED BEST AND THE
      * SHORTLIST
       217-SCORE-PAIR.
           COMPUTE WK-WIDTH
             = FUNCTION ABS(WK-X(WK-I) - WK-X(WK-J)) + 1.
           COMPUTE WK-SIZE
             = WK-WIDTH
               * (FUNCTION ABS(WK-Y(WK-I) - WK-Y(WK-J)) + 1).
           IF WK-SIZE > WK-ANS
               MOVE WK-SIZE TO WK-ANS
               MOVE "Y" TO WK-HAVE-WIN
               MOVE WK-X(WK-I) TO WK-WIN-X1
               MOVE WK-Y(WK-I) TO WK-WIN-Y1
               MOVE WK-X(WK-J) TO WK-WIN-X2
               MOVE WK-Y(WK-J) TO WK-WIN-Y2
           END-IF.
           IF WK-SIZE > WK-TOP-FLOOR
             THEN
               PERFORM 250-OFFER-CANDIDATE
           END-IF.

      ******************************************************************
      * MAIN PROCESS                                                   *
      ******************************************************************
       200-MAIN.
      * A POINT CHANGE THAT TOOK AWAY A CORNER OF THE STORED BEST OR
      * OF A SHORTLISTED RECTANGLE LEAVES NOTHING SAFE TO CARRY
      * FORWARD - START THE ANSWER AND THE SHORTLIST AGAIN AND SCAN
      * THE WHOLE ACCUMULATED SET
           IF WK-RESCAN = "Y"
             THEN
               MOVE ZERO TO WK-ANS WK-TOP-CNT WK-TOP-FLOOR
               MOVE ZERO TO WK-WIN-X1 WK-WIN-Y1 WK-WIN-X2 WK-WIN-Y2
               MOVE "N" TO WK-HAVE-WIN
               DISPLAY "*** DAY09P1 POINT CHANGE HIT THE BEST OR THE"
                 " SHORTLIST - FULL RESCAN OF " WK-N-POINTS
                 " POINT(S) ***"
           END-IF.
      * A RECTANGLE NEEDS TWO DISTINCT POINTS - IF THE VALIDATION ABOVE
      * LEFT FEWER THAN TWO ON THE TABLE, THERE IS NOTHING TO SCAN
           IF WK-INCREMENTAL = "Y" AND WK-RESCAN = "N"
             THEN
      * THE NEW POINTS WERE EVALUATED AS THEY ARRIVED - NOTHING LEFT
      * TO SCAN
               DISPLAY "*** DAY09P1 FEWER THAN 2 VALID POINTS - NO"
                 " RECTANGLE CAN BE FORMED ***"
             ELSE
      * THE BOUNDARY MODE KEEPS THE FEED ORDER - IT IS THE BOUNDARY
               IF WK-BOUNDARY = "Y"
                 THEN
                   PERFORM 260-BOUNDARY-SCAN
                 ELSE
      * SORT THE POINTS ASCENDING BY X SO THE INNER SCAN BELOW CAN
      * PRUNE ONCE THE REMAINING WIDTHS CAN NO LONGER BEAT WK-ANS
                   PERFORM 210-SORT-POINTS
                   PERFORM 220-COMPUTE-MAX-HEIGHT
                   PERFORM 230-SCAN
               END-IF
               IF WK-WIN-I > ZERO AND WK-WIN-J > ZERO
                 THEN
                   MOVE "Y" TO WK-HAVE-WIN
               PERFORM 235-SCAN-SECTORS
           END-IF.
      * PERSIST THE ACCUMULATED POINT SET AND THE BEST RECTANGLE SO
      * TOMORROW'S RUN ONLY HAS TO APPLY ITS OWN NEW POINTS. THE POINT
      * CHANGES ARE AUDITED, AND THEIR FILE EMPTIED, ONLY ONCE THE
      * MASTER HOLDING THEM IS WRITTEN
           IF WK-BOUNDARY = "N"
             THEN
               PERFORM 240-WRITE-MASTER
               PERFORM 119-COMMIT-POINT-TXNS
           END-IF.

      ******************************************************************
      * SECTOR CONTROL PROCESS - THE OPTIONAL "SECTCTL" FILE NAMES    *
                 " LOADED FROM SECTCTL ***"
           END-IF.

      ******************************************************************
      * SHORTLIST CONTROL - AN OPTIONAL "TOPCTL" RECORD GIVES HOW     *
      * MANY OF THE LARGEST RECTANGLES TO RANK, 1 TO 100. ABSENT, OR  *
      * NOT A USABLE COUNT, MEANS THE DEFAULT OF 10                   *
      ******************************************************************
       108-READ-TOP-CONTROL.
           OPEN INPUT TOP-CTL-FILE.
           IF WK-TOPCTL-STATUS = "00"
             THEN
               READ TOP-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF TPC-COUNT IS NUMERIC AND TPC-COUNT NOT = "000"
                     THEN
                       MOVE TPC-COUNT TO WK-TOP-N
                     ELSE
                       DISPLAY "*** DAY09P1 TOPCTL COUNT [" TPC-COUNT
                         "] NOT USABLE - DEFAULT " WK-TOP-N " KEPT ***"
                   END-IF
               END-READ
               CLOSE TOP-CTL-FILE
           END-IF.
           IF WK-TOP-N > CON-MAX-TOP
             THEN
               DISPLAY "*** DAY09P1 TOPCTL COUNT " WK-TOP-N
                 " CAPPED AT " CON-MAX-TOP " ***"
               MOVE CON-MAX-TOP TO WK-TOP-N
           END-IF.

      ******************************************************************
      * SHORTLIST CARRY-FORWARD - AN INCREMENTAL RUN RELOADS LAST     *
      * RUN'S RANKED LIST. WITHOUT ONE (THE FIRST INCREMENTAL RUN     *
      * SINCE THE LIST WAS INTRODUCED) IT IS SEEDED WITH THE MASTER'S *
      * BEST; A LIST KEPT SHORTER THAN TONIGHT'S COUNT MAY MISS OLD    *
      * PAIRS. EITHER WAY DELETING DAY09P1.MASTER REBUILDS IT WHOLE   *
      ******************************************************************
       109-LOAD-TOP-LIST.
           OPEN INPUT TOP-RPT-FILE.
           IF WK-TOPRPT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-TOP-EOF = "1"
                 READ TOP-RPT-FILE
                   AT END
                     MOVE "1" TO WK-TOP-EOF
                   NOT AT END
                     IF TPR-SIZE IS NUMERIC AND
                        WK-TOP-CNT < WK-TOP-N
                       THEN
                         ADD 1 TO WK-TOP-CNT
                         MOVE TPR-SIZE TO TOP-SIZE(WK-TOP-CNT)
                         MOVE TPR-X1   TO TOP-X1(WK-TOP-CNT)
                         MOVE TPR-Y1   TO TOP-Y1(WK-TOP-CNT)
                         MOVE TPR-X2   TO TOP-X2(WK-TOP-CNT)
                         MOVE TPR-Y2   TO TOP-Y2(WK-TOP-CNT)
                         MOVE TPR-OF-N TO WK-TOP-KEPT-AT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TOP-RPT-FILE
               IF WK-TOP-KEPT-AT < WK-TOP-N AND
                  WK-TOP-CNT >= WK-TOP-KEPT-AT AND WK-TOP-CNT > ZERO
                 THEN
                   DISPLAY "*** DAY09P1 SHORTLIST WAS KEPT AT "
                     WK-TOP-KEPT-AT " - ENTRIES BEYOND IT MAY BE"
                     " MISSING UNTIL A FULL REBUILD ***"
               END-IF
             ELSE
               IF WK-HAVE-WIN = "Y"
                 THEN
                   MOVE 1 TO WK-TOP-CNT
                   MOVE WK-ANS    TO TOP-SIZE(1)
                   MOVE WK-WIN-X1 TO TOP-X1(1)
                   MOVE WK-WIN-Y1 TO TOP-Y1(1)
                   MOVE WK-WIN-X2 TO TOP-X2(1)
                   MOVE WK-WIN-Y2 TO TOP-Y2(1)
               END-IF
               DISPLAY "*** DAY09P1 NO DAY09P1.TOP ON DISK - SHORTLIST"
                 " SEEDED FROM THE MASTER BEST ***"
           END-IF.
           IF WK-TOP-CNT = WK-TOP-N
             THEN
               MOVE TOP-SIZE(WK-TOP-N) TO WK-TOP-FLOOR
           END-IF.

      ******************************************************************
      * SECTOR SCAN - THE BEST RECTANGLE WHOSE CORNER POINTS BOTH     *
      * FALL INSIDE EACH NAMED SECTOR, IN ONE PASS PER SECTOR OVER    *
                              + 1)
                             * (FUNCTION ABS(WK-Y(WK-I)
                                - WK-Y(WK-J)) + 1)
                           MOVE "Y" TO WK-ELIGIBLE
                           IF WK-SIZE > SCT-BEST(WK-SC) AND
                              WK-BOUNDARY = "Y"
                             THEN
                               PERFORM 265-CHECK-ELIGIBLE
                           END-IF
                           IF WK-SIZE > SCT-BEST(WK-SC) AND
                              WK-ELIGIBLE = "Y"
                             THEN
                               MOVE WK-SIZE TO SCT-BEST(WK-SC)
                               MOVE "Y" TO SCT-HAVE(WK-SC)
           END-PERFORM.
           CLOSE SECT-RPT-FILE.
           DISPLAY "*** DAY09P1 " WK-SECT-CNT " SECTOR RECTANGLE(S)"
             " WRITTEN TO " FUNCTION TRIM(WK-SECT-FILENAME) " ***".

      ******************************************************************
      * OFFER ONE SCORED PAIR (WK-I, WK-J, AREA WK-SIZE) TO THE       *
      * SHORTLIST. THE SAME RECTANGLE FORMED FROM ITS OTHER DIAGONAL  *
      * IS ONLY LISTED ONCE. A PLACE IS FOUND BY SIZE, THE SMALLER    *
      * ENTRIES MOVE DOWN ONE, AND THE LAST FALLS OFF A FULL LIST     *
      ******************************************************************
       250-OFFER-CANDIDATE.
           MOVE WK-X(WK-I) TO WK-CAND-X1.
           MOVE WK-Y(WK-I) TO WK-CAND-Y1.
           MOVE WK-X(WK-J) TO WK-CAND-X2.
           MOVE WK-Y(WK-J) TO WK-CAND-Y2.
           MOVE FUNCTION MIN(WK-CAND-X1 WK-CAND-X2) TO WK-CAND-XLO.
           MOVE FUNCTION MAX(WK-CAND-X1 WK-CAND-X2) TO WK-CAND-XHI.
           MOVE FUNCTION MIN(WK-CAND-Y1 WK-CAND-Y2) TO WK-CAND-YLO.
           MOVE FUNCTION MAX(WK-CAND-Y1 WK-CAND-Y2) TO WK-CAND-YHI.
           MOVE "N" TO WK-TOP-DUP.
           PERFORM VARYING WK-T FROM 1 BY 1
             UNTIL WK-T > WK-TOP-CNT OR WK-TOP-DUP = "Y"
               IF TOP-SIZE(WK-T) = WK-SIZE AND
                  FUNCTION MIN(TOP-X1(WK-T) TOP-X2(WK-T))
                    = WK-CAND-XLO AND
                  FUNCTION MAX(TOP-X1(WK-T) TOP-X2(WK-T))
                    = WK-CAND-XHI AND
                  FUNCTION MIN(TOP-Y1(WK-T) TOP-Y2(WK-T))
                    = WK-CAND-YLO AND
                  FUNCTION MAX(TOP-Y1(WK-T) TOP-Y2(WK-T))
                    = WK-CAND-YHI
                 THEN
                   MOVE "Y" TO WK-TOP-DUP
               END-IF
           END-PERFORM.
           IF WK-TOP-DUP = "N"
             THEN
               PERFORM VARYING WK-T FROM 1 BY 1
                 UNTIL WK-T > WK-TOP-CNT
                   OR WK-SIZE > TOP-SIZE(WK-T)
                   CONTINUE
               END-PERFORM
               IF WK-TOP-CNT < WK-TOP-N
                 THEN
                   ADD 1 TO WK-TOP-CNT
               END-IF
               PERFORM VARYING WK-T2 FROM WK-TOP-CNT BY -1
                 UNTIL WK-T2 <= WK-T
                   MOVE WK-TOP-ENTRY(WK-T2 - 1) TO WK-TOP-ENTRY(WK-T2)
               END-PERFORM
               MOVE WK-SIZE    TO TOP-SIZE(WK-T)
               MOVE WK-CAND-X1 TO TOP-X1(WK-T)
               MOVE WK-CAND-Y1 TO TOP-Y1(WK-T)
               MOVE WK-CAND-X2 TO TOP-X2(WK-T)
               MOVE WK-CAND-Y2 TO TOP-Y2(WK-T)
               IF WK-TOP-CNT = WK-TOP-N
                 THEN
                   MOVE TOP-SIZE(WK-TOP-N) TO WK-TOP-FLOOR
               END-IF
           END-IF.

      ******************************************************************
      * SHORTLIST REPORT - THE N LARGEST RECTANGLES, RANKED, EACH     *
      * WITH ITS CORNER POINT PAIR AND AREA                           *
      ******************************************************************
       255-WRITE-TOP-REPORT.
           OPEN OUTPUT TOP-RPT-FILE.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TOP-CNT
               MOVE WK-T          TO TPR-RANK
               MOVE TOP-SIZE(WK-T) TO TPR-SIZE
               MOVE TOP-X1(WK-T)  TO TPR-X1
               MOVE TOP-Y1(WK-T)  TO TPR-Y1
               MOVE TOP-X2(WK-T)  TO TPR-X2
               MOVE TOP-Y2(WK-T)  TO TPR-Y2
               MOVE WK-TOP-N      TO TPR-OF-N
               WRITE TOP-RPT-RECORD
               DISPLAY "TOP " WK-T " AREA=" TOP-SIZE(WK-T) " (X="
                 TOP-X1(WK-T) ",Y=" TOP-Y1(WK-T) ") TO (X="
                 TOP-X2(WK-T) ",Y=" TOP-Y2(WK-T) ")"
           END-PERFORM.
           CLOSE TOP-RPT-FILE.
           DISPLAY "*** DAY09P1 " WK-TOP-CNT " OF " WK-TOP-N
             " SHORTLISTED RECTANGLE(S) WRITTEN TO "
             FUNCTION TRIM(WK-TOP-FILENAME) " ***".

      ******************************************************************
      * BOUNDARY SCAN - THE FEED MUST TRACE A CLOSED RECTILINEAR      *
      * BOUNDARY (EACH POINT SHARES AN X OR A Y WITH THE NEXT, THE    *
      * LAST WITH THE FIRST). EVERY POINT PAIR IS SORTED LARGEST      *
      * AREA FIRST AND JUDGED IN THAT ORDER, SO THE FIRST ELIGIBLE    *
      * PAIR IS THE ANSWER AND THE WALK STOPS JUDGING ONCE THE        *
      * SHORTLIST IS FULL                                             *
      ******************************************************************
       260-BOUNDARY-SCAN.
           IF WK-N-POINTS < CON-MIN-BOUNDARY
             THEN
               DISPLAY "*** DAY09P1 FEWER THAN " CON-MIN-BOUNDARY
                 " POINTS CANNOT ENCLOSE A SITE - NO RECTANGLE ***"
             ELSE
               PERFORM 261-CHECK-BOUNDARY
               SORT PAIR-SORT-FILE ON DESCENDING KEY PRS-SIZE
                   INPUT PROCEDURE IS 262-RELEASE-PAIRS
                   OUTPUT PROCEDURE IS 263-JUDGE-PAIRS
               DISPLAY "*** DAY09P1 BOUNDARY MODE JUDGED "
                 WK-JUDGED-CNT " OF " WK-PAIR-CNT " PAIR(S) ***"
           END-IF.

      * A DIAGONAL STEP MEANS THE FEED IS NOT A TRACED BOUNDARY -
      * REFUSE RATHER THAN GUESS AT THE SITE'S SHAPE
       261-CHECK-BOUNDARY.
           PERFORM VARYING WK-E FROM 1 BY 1 UNTIL WK-E > WK-N-POINTS
               IF WK-E = WK-N-POINTS
                 THEN
                   MOVE 1 TO WK-E2
                 ELSE
                   COMPUTE WK-E2 = WK-E + 1
               END-IF
               IF WK-X(WK-E) NOT = WK-X(WK-E2) AND
                  WK-Y(WK-E) NOT = WK-Y(WK-E2)
                 THEN
                   DISPLAY "*** DAY09P1 BOUNDARY POINTS " WK-E
                     " AND " WK-E2 " ARE NOT IN LINE - THE FEED"
                     " DOES NOT TRACE A BOUNDARY - ABORTING ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE "ERROR" TO WK-LOG-SEVERITY
                   MOVE "BOUNDARY NOT RECTILINEAR" TO WK-LOG-MESSAGE
                   PERFORM 270-WRITE-RUN-LOG
                   PERFORM 395-FREE-RUN-LOCK
                   GOBACK
               END-IF
           END-PERFORM.

       262-RELEASE-PAIRS.
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-N-POINTS
               PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J >= WK-I
                   COMPUTE PRS-SIZE =
                     (FUNCTION ABS(WK-X(WK-I) - WK-X(WK-J)) + 1)
                     * (FUNCTION ABS(WK-Y(WK-I) - WK-Y(WK-J)) + 1)
                   MOVE WK-I TO PRS-I
                   MOVE WK-J TO PRS-J
                   RELEASE PAIR-SORT-REC
                   ADD 1 TO WK-PAIR-CNT
               END-PERFORM
           END-PERFORM.

      * THE SORT IS DRAINED TO THE END, BUT PAIRS ARE ONLY JUDGED
      * WHILE THE SHORTLIST STILL HAS ROOM
       263-JUDGE-PAIRS.
           PERFORM UNTIL WK-PAIR-EOF = "1"
               RETURN PAIR-SORT-FILE
                 AT END
                   MOVE "1" TO WK-PAIR-EOF
                 NOT AT END
                   IF WK-TOP-CNT < WK-TOP-N
                     THEN
                       ADD 1 TO WK-JUDGED-CNT
                       MOVE PRS-I    TO WK-I
                       MOVE PRS-J    TO WK-J
                       MOVE PRS-SIZE TO WK-SIZE
                       PERFORM 265-CHECK-ELIGIBLE
                       IF WK-ELIGIBLE = "Y"
                         THEN
                           IF WK-WIN-I = ZERO
                             THEN
                               MOVE WK-SIZE TO WK-ANS
                               MOVE WK-I    TO WK-WIN-I
                               MOVE WK-J    TO WK-WIN-J
                           END-IF
                           PERFORM 250-OFFER-CANDIDATE
                       END-IF
                   END-IF
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * ELIGIBILITY - IS THE RECTANGLE ON CORNERS WK-I / WK-J WHOLLY  *
      * INSIDE THE BOUNDARY (THE BOUNDARY ITSELF COUNTS AS INSIDE)?   *
      * NO BOUNDARY EDGE MAY PASS THROUGH ITS INTERIOR, AND ITS       *
      * CENTRE MUST BE INSIDE. A ONE-WIDE RECTANGLE HAS NO INTERIOR,  *
      * SO EACH STRETCH OF IT BETWEEN BOUNDARY CORNERS LYING ON IT IS *
      * ALSO TESTED, JUST EITHER SIDE OF EACH SUCH CORNER             *
      ******************************************************************
       265-CHECK-ELIGIBLE.
           MOVE "Y" TO WK-ELIGIBLE.
           COMPUTE WK-RX-LO = 2 * FUNCTION MIN(WK-X(WK-I) WK-X(WK-J)).
           COMPUTE WK-RX-HI = 2 * FUNCTION MAX(WK-X(WK-I) WK-X(WK-J)).
           COMPUTE WK-RY-LO = 2 * FUNCTION MIN(WK-Y(WK-I) WK-Y(WK-J)).
           COMPUTE WK-RY-HI = 2 * FUNCTION MAX(WK-Y(WK-I) WK-Y(WK-J)).
           PERFORM VARYING WK-E FROM 1 BY 1
             UNTIL WK-E > WK-N-POINTS OR WK-ELIGIBLE = "N"
               PERFORM 267-EDGE-BOUNDS
               IF WK-EX-LO < WK-RX-HI AND WK-EX-HI > WK-RX-LO AND
                  WK-EY-LO < WK-RY-HI AND WK-EY-HI > WK-RY-LO
                 THEN
                   MOVE "N" TO WK-ELIGIBLE
               END-IF
           END-PERFORM.
           IF WK-ELIGIBLE = "Y"
             THEN
               COMPUTE WK-PX = (WK-RX-LO + WK-RX-HI) / 2
               COMPUTE WK-PY = (WK-RY-LO + WK-RY-HI) / 2
               PERFORM 266-POINT-IN-BOUNDARY
               MOVE WK-INSIDE TO WK-ELIGIBLE
           END-IF.
           IF WK-ELIGIBLE = "Y" AND
              (WK-RX-LO = WK-RX-HI OR WK-RY-LO = WK-RY-HI)
             THEN
               PERFORM VARYING WK-V FROM 1 BY 1
                 UNTIL WK-V > WK-N-POINTS OR WK-ELIGIBLE = "N"
                   COMPUTE WK-VX = 2 * WK-X(WK-V)
                   COMPUTE WK-VY = 2 * WK-Y(WK-V)
                   IF WK-RX-LO = WK-RX-HI AND WK-VX = WK-RX-LO AND
                      WK-VY > WK-RY-LO AND WK-VY < WK-RY-HI
                     THEN
                       MOVE WK-VX TO WK-PX
                       COMPUTE WK-PY = WK-VY - 1
                       PERFORM 266-POINT-IN-BOUNDARY
                       MOVE WK-INSIDE TO WK-ELIGIBLE
                       IF WK-ELIGIBLE = "Y"
                         THEN
                           COMPUTE WK-PY = WK-VY + 1
                           PERFORM 266-POINT-IN-BOUNDARY
                           MOVE WK-INSIDE TO WK-ELIGIBLE
                       END-IF
                   END-IF
                   IF WK-ELIGIBLE = "Y" AND
                      WK-RY-LO = WK-RY-HI AND WK-VY = WK-RY-LO AND
                      WK-VX > WK-RX-LO AND WK-VX < WK-RX-HI
                     THEN
                       MOVE WK-VY TO WK-PY
                       COMPUTE WK-PX = WK-VX - 1
                       PERFORM 266-POINT-IN-BOUNDARY
                       MOVE WK-INSIDE TO WK-ELIGIBLE
                       IF WK-ELIGIBLE = "Y"
                         THEN
                           COMPUTE WK-PX = WK-VX + 1
                           PERFORM 266-POINT-IN-BOUNDARY
                           MOVE WK-INSIDE TO WK-ELIGIBLE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * IS THE (DOUBLED) POINT WK-PX/WK-PY ON OR INSIDE THE BOUNDARY?
      * ON AN EDGE COUNTS AS INSIDE; OTHERWISE A RAY CAST TOWARD +X
      * COUNTS THE VERTICAL EDGES IT CROSSES, EACH TAKEN HALF-OPEN IN
      * Y SO A RAY THROUGH A CORNER IS COUNTED ONCE
       266-POINT-IN-BOUNDARY.
           MOVE "N" TO WK-ON-EDGE.
           MOVE ZERO TO WK-CROSS-CNT.
           PERFORM VARYING WK-E FROM 1 BY 1
             UNTIL WK-E > WK-N-POINTS OR WK-ON-EDGE = "Y"
               PERFORM 267-EDGE-BOUNDS
               IF WK-PX >= WK-EX-LO AND WK-PX <= WK-EX-HI AND
                  WK-PY >= WK-EY-LO AND WK-PY <= WK-EY-HI
                 THEN
                   MOVE "Y" TO WK-ON-EDGE
               END-IF
               IF WK-EX-LO = WK-EX-HI AND WK-EX-LO > WK-PX AND
                  WK-PY >= WK-EY-LO AND WK-PY < WK-EY-HI
                 THEN
                   ADD 1 TO WK-CROSS-CNT
               END-IF
           END-PERFORM.
           IF WK-ON-EDGE = "Y" OR FUNCTION MOD(WK-CROSS-CNT 2) = 1
             THEN
               MOVE "Y" TO WK-INSIDE
             ELSE
               MOVE "N" TO WK-INSIDE
           END-IF.

      * THE (DOUBLED) EXTENT OF BOUNDARY EDGE WK-E - FROM POINT WK-E
      * TO THE NEXT, THE LAST POINT CLOSING BACK TO THE FIRST
       267-EDGE-BOUNDS.
           IF WK-E = WK-N-POINTS
             THEN
               MOVE 1 TO WK-E2
             ELSE
               COMPUTE WK-E2 = WK-E + 1
           END-IF.
           COMPUTE WK-EX-LO = 2 * FUNCTION MIN(WK-X(WK-E) WK-X(WK-E2)).
           COMPUTE WK-EX-HI = 2 * FUNCTION MAX(WK-X(WK-E) WK-X(WK-E2)).
           COMPUTE WK-EY-LO = 2 * FUNCTION MIN(WK-Y(WK-E) WK-Y(WK-E2)).
           COMPUTE WK-EY-HI = 2 * FUNCTION MAX(WK-Y(WK-E) WK-Y(WK-E2)).

      ******************************************************************
      * MASTER REWRITE - HEADER FIRST, THEN EVERY ACCUMULATED POINT   *
      ******************************************************************
       240-WRITE-MASTER.
           OPEN OUTPUT MASTER-FILE.
           MOVE 48 TO WK-MST-REC-LEN.
           MOVE "MST:" TO MH-MARKER.
           MOVE WK-N-POINTS TO MH-N-POINTS.
           MOVE WK-FEED-VALID TO MH-FEED-POINTS.
           MOVE WK-ANS TO MH-BEST.
           MOVE WK-WIN-X1 TO MH-X1.
           MOVE WK-WIN-Y1 TO MH-Y1.
      * WIDTH (NON-INCREASING AS J DROPS, SINCE WK-XY IS SORTED
      * ASCENDING BY X) IS CHECKED WIDEST-FIRST - ONLY THEN IS IT SAFE
      * TO EXIT ONCE THE BEST POSSIBLE SIZE AT THIS WIDTH CAN NO
      * LONGER EARN A PLACE ON THE SHORTLIST (WK-TOP-FLOOR, WHICH IS
      * WK-ANS ITSELF WHEN THE LIST IS ONE LONG), SINCE EVERY
      * REMAINING (NARROWER) J WOULD FAIL THE SAME TEST
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-N-POINTS
               PERFORM VARYING WK-J FROM WK-N-POINTS BY -1
                 UNTIL WK-J <= WK-I
                   COMPUTE WK-WIDTH
                     = FUNCTION ABS(WK-X(WK-I) - WK-X(WK-J)) + 1
                   IF WK-WIDTH * WK-MAX-HEIGHT <= WK-TOP-FLOOR
                     THEN
                       EXIT PERFORM
                   END-IF
                       MOVE WK-I    TO WK-WIN-I
                       MOVE WK-J    TO WK-WIN-J
                   END-IF
                   IF WK-SIZE > WK-TOP-FLOOR
                     THEN
                       PERFORM 250-OFFER-CANDIDATE
                   END-IF
               END-PERFORM
           END-PERFORM.

             THEN
               PERFORM 245-WRITE-SECTOR-REPORT
           END-IF.
           PERFORM 255-WRITE-TOP-REPORT.
           IF WK-BAD-CNT > ZERO
             THEN
               DISPLAY "*** " WK-BAD-CNT
             THEN
               OPEN OUTPUT BATCH-RESULTS-FILE
           END-IF.
           MOVE WK-BR-PROGRAM TO BR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO BR-RUN-DATE(1:4).
           MOVE "-" TO BR-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO BR-RUN-DATE(6:2).
