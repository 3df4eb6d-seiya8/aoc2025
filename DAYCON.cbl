       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCON.
      ******************************************************************
      * NIGHTLY CROSS-PROGRAM CONSISTENCY CHECK - RUN AFTER THE CHAIN.*
      * EACH STEP'S REGRESSION CHECK ONLY HOLDS ITS ANSWER AGAINST    *
      * ITS OWN EXPECTATION, SO A WRONG ANSWER THAT HAPPENS TO PASS   *
      * IT GOES OUT. SEVERAL OF THE PROGRAMS MUST AGREE WITH EACH     *
      * OTHER, AND THE "CONRULE" FILE NAMES THOSE RELATIONSHIPS, ONE  *
      * RULE PER RECORD:                                              *
      *   RULE ID, LEFT DATASET AND KEY, RELATION (EQ, LE OR GE),     *
      *   RIGHT DATASET AND KEY, CONDITION                            *
      * A SIDE IS READ FROM TONIGHT'S RESULTS:                        *
      *   - "BATCHRES" - THE LATEST RUN DATED TONIGHT OF THE PROGRAM  *
      *     NAMED BY THE KEY (THE VINTAGE'S FEED WHEN YEARCTL IS SET) *
      *   - KEY "*MAX" - THE LARGEST BEST ON A SECTOR REPORT SUCH AS  *
      *     "DAY09P1.SECT", WHICH DAY09P1 REWRITES EVERY RUN          *
      *   - ANY OTHER DATASET - A BATCHRES-STYLE GROUP RESULTS        *
      *     DATASET SUCH AS "DAY05P1.GROUPS" OR "DAY01P3.PARTS", THE  *
      *     LATEST RECORD DATED TONIGHT FOR THE KEY                   *
      * A "*" KEY ON BOTH SIDES PAIRS THE TWO DATASETS KEY BY KEY     *
      * (GROUP BY GROUP). CONDITION "TILED" APPLIES THE RULE ONLY     *
      * WHEN THE SECTCTL SECTORS TILE THEIR AREA - NO TWO OVERLAP AND *
      * TOGETHER THEY FILL THE RECTANGLE THEY SPAN. E.G.              *
      *   DAY01P3 DAY01P3.PARTS DAY01P1 EQ BATCHRES DAY01P1           *
      *   DAY05GRP DAY05P1.GROUPS * LE DAY05P2.GROUPS *               *
      *   DAY09SCT DAY09P1.SECT *MAX EQ BATCHRES DAY09P1 TILED        *
      * EACH RULE IS REPORTED AS HELD OR BROKEN (UNTESTED WHEN A SIDE *
      * HAS NO RESULT TONIGHT), WITH A DAYALR ALERT ON EVERY BROKEN   *
      * RULE. RETURN-CODE 8 WHEN ANY RULE IS BROKEN. NO "CONRULE", NO *
      * CHECKS.                                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "CONRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RULE-STATUS.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WK-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RESULT-STATUS.
           SELECT SECT-CTL-FILE ASSIGN TO "SECTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SECTCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RULE-RECORD.
         03  RUL-ID             PIC X(8).
         03  RUL-LEFT-DSN       PIC X(16).
         03  RUL-LEFT-KEY       PIC X(8).
         03  RUL-RELATION       PIC X(2).
         03  RUL-RIGHT-DSN      PIC X(16).
         03  RUL-RIGHT-KEY      PIC X(8).
         03  RUL-CONDITION      PIC X(8).
         03  FILLER             PIC X(14).
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
      * A GROUP RESULTS DATASET (BATCHRES-STYLE, KEYED BY GROUP) OR A
      * SECTOR REPORT, DEPENDING ON WHAT THE RULE NAMES
       FD  RESULT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  RESULT-RECORD.
         03  RES-KEY            PIC X(8).
         03  RES-RUN-DATE       PIC X(10).
         03  RES-ANSWER         PIC X(20).
         03  RES-RECORDS-READ   PIC 9(9).
         03  RES-RUN-STATUS     PIC X(18).
       01  SECT-RPT-RECORD.
         03  SRP-NAME           PIC X(8).
         03  SRP-BEST           PIC 9(12).
         03  FILLER             PIC X(45).
       FD  SECT-CTL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  SECT-CTL-RECORD.
         03  SEC-NAME           PIC X(8).
         03  SEC-X-FROM         PIC 9(5).
         03  SEC-X-TO           PIC 9(5).
         03  SEC-Y-FROM         PIC 9(5).
         03  SEC-Y-TO           PIC 9(5).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-LOAD-EOF        PIC X(1) VALUE "0".
         03  WK-RULE-STATUS     PIC X(2) VALUE "00".
         03  WK-HAVE-RULES      PIC X(1) VALUE "N".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-RESULT-NAME     PIC X(16) VALUE SPACES.
         03  WK-RESULT-STATUS   PIC X(2) VALUE "00".
         03  WK-SECTCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
      * "Y" WHEN THE SECTCTL SECTORS TILE THE AREA THEY SPAN
         03  WK-TILED           PIC X(1) VALUE "N".
         03  WK-SECT-CNT        PIC 9(2) VALUE ZERO.
         03  WK-SC              PIC 9(2) VALUE ZERO.
         03  WK-SD              PIC 9(2) VALUE ZERO.
         03  WK-MIN-X           PIC 9(5) VALUE ZERO.
         03  WK-MAX-X           PIC 9(5) VALUE ZERO.
         03  WK-MIN-Y           PIC 9(5) VALUE ZERO.
         03  WK-MAX-Y           PIC 9(5) VALUE ZERO.
         03  WK-SECT-AREA       PIC 9(12) VALUE ZERO.
         03  WK-SPAN-AREA       PIC 9(12) VALUE ZERO.
         03  WK-OVERLAP         PIC X(1) VALUE "N".
      * THE SIDE BEING LOADED
         03  WK-LOAD-DSN        PIC X(16) VALUE SPACES.
         03  WK-LOAD-KEY        PIC X(8) VALUE SPACES.
         03  WK-NOTE-KEY        PIC X(8) VALUE SPACES.
         03  WK-NOTE-VALUE      PIC 9(18) VALUE ZERO.
         03  WK-MAX-VALUE       PIC 9(18) VALUE ZERO.
         03  WK-HAVE-MAX        PIC X(1) VALUE "N".
         03  WK-L               PIC 9(2) VALUE ZERO.
         03  WK-R               PIC 9(2) VALUE ZERO.
      * ONE COMPARISON AND THE RULE'S VERDICT SO FAR
         03  WK-LEFT-VALUE      PIC 9(18) VALUE ZERO.
         03  WK-RIGHT-VALUE     PIC 9(18) VALUE ZERO.
         03  WK-PAIR-KEY        PIC X(8) VALUE SPACES.
         03  WK-HOLDS           PIC X(1) VALUE "N".
         03  WK-RULE-BROKEN     PIC X(1) VALUE "N".
         03  WK-RULE-TESTED     PIC X(1) VALUE "N".
         03  WK-RULE-CNT        PIC 9(3) VALUE ZERO.
         03  WK-HELD-CNT        PIC 9(3) VALUE ZERO.
         03  WK-BROKEN-CNT      PIC 9(3) VALUE ZERO.
         03  WK-UNTESTED-CNT    PIC 9(3) VALUE ZERO.
         03  WK-NOTAPPL-CNT     PIC 9(3) VALUE ZERO.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYCON".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE VALUES ONE SIDE OF A RULE READ, BY KEY - A SINGLE ENTRY
      * FOR A NAMED KEY, EVERY KEY ON THE DATASET FOR "*"
       01  WK-LOAD-TABLE.
         03  LD-CNT             PIC 9(2).
         03  LD-ENTRY OCCURS 50 TIMES.
           05  LD-KEY           PIC X(8).
           05  LD-VALUE         PIC 9(18).
       01  WK-LEFT-TABLE.
         03  LFT-CNT            PIC 9(2).
         03  LFT-ENTRY OCCURS 50 TIMES.
           05  LFT-KEY          PIC X(8).
           05  LFT-VALUE        PIC 9(18).
       01  WK-RIGHT-TABLE.
         03  RGT-CNT            PIC 9(2).
         03  RGT-ENTRY OCCURS 50 TIMES.
           05  RGT-KEY          PIC X(8).
           05  RGT-VALUE        PIC 9(18).
       01  WK-SECT-TABLE.
         03  WK-SECT-ENTRY OCCURS 10 TIMES.
           05  SCT-X-FROM       PIC 9(5).
           05  SCT-X-TO         PIC 9(5).
           05  SCT-Y-FROM       PIC 9(5).
           05  SCT-Y-TO         PIC 9(5).
       01  CON-AREA.
         03  CON-MAX-KEYS       PIC 9(2) VALUE 50.
         03  CON-MAX-SECTORS    PIC 9(2) VALUE 10.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
       01  WK-RULE-LINE.
         03  FILLER             PIC X(5)  VALUE "RULE ".
         03  RLL-ID             PIC X(8).
         03  FILLER             PIC X(2)  VALUE ": ".
         03  RLL-LEFT-DSN       PIC X(16).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  RLL-LEFT-KEY       PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  RLL-RELATION       PIC X(2).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  RLL-RIGHT-DSN      PIC X(16).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  RLL-RIGHT-KEY      PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  RLL-CONDITION      PIC X(8).
       01  WK-PAIR-LINE.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  PRL-KEY            PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  PRL-LEFT           PIC Z(17)9.
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  PRL-RELATION       PIC X(2).
         03  FILLER             PIC X(1)  VALUE SPACES.
         03  PRL-RIGHT          PIC Z(17)9.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  PRL-VERDICT        PIC X(30).
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
               DISPLAY "*** DAYCON CANNOT RESOLVE ITS ENVIRONMENT"
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
           DISPLAY "*** DAYCON RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - CROSS-PROGRAM CONSISTENCY CHECK ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
      * SELECT THE YEAR-QUALIFIED RESULTS FEED, IF A VINTAGE YEAR WAS
      * SUPPLIED, THE SAME WAY DAYSUM SCOPES ITSELF
           PERFORM 101-SET-FILENAMES.
           PERFORM 110-CHECK-TILING.
           OPEN INPUT RULE-FILE.
           IF WK-RULE-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYCON NO CONRULE ON DISK - NO CONSISTENCY"
                 " RULES TO CHECK ***"
               MOVE "1" TO WK-EOF
             ELSE
               MOVE "Y" TO WK-HAVE-RULES
               PERFORM 205-READ-RULE
           END-IF.

      ******************************************************************
      * YEAR SELECTION PROCESS                                         *
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
           END-IF.

      ******************************************************************
      * TILING PROCESS - THE SECTORS DAY09P1 SCANNED TILE THEIR AREA   *
      * WHEN NO TWO OF THEM OVERLAP AND THEIR AREAS ADD UP TO THE      *
      * RECTANGLE THEY SPAN. BOUNDARIES ARE INCLUSIVE, AS THE SECTOR   *
      * SCAN TREATS THEM                                               *
      ******************************************************************
       110-CHECK-TILING.
           OPEN INPUT SECT-CTL-FILE.
           IF WK-SECTCTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ SECT-CTL-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF SEC-NAME NOT = SPACES AND
                        WK-SECT-CNT < CON-MAX-SECTORS
                       THEN
                         ADD 1 TO WK-SECT-CNT
                         MOVE SEC-X-FROM TO SCT-X-FROM(WK-SECT-CNT)
                         MOVE SEC-X-TO   TO SCT-X-TO(WK-SECT-CNT)
                         MOVE SEC-Y-FROM TO SCT-Y-FROM(WK-SECT-CNT)
                         MOVE SEC-Y-TO   TO SCT-Y-TO(WK-SECT-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SECT-CTL-FILE
           END-IF.
           IF WK-SECT-CNT > ZERO
             THEN
               MOVE SCT-X-FROM(1) TO WK-MIN-X
               MOVE SCT-X-TO(1)   TO WK-MAX-X
               MOVE SCT-Y-FROM(1) TO WK-MIN-Y
               MOVE SCT-Y-TO(1)   TO WK-MAX-Y
               PERFORM VARYING WK-SC FROM 1 BY 1
                 UNTIL WK-SC > WK-SECT-CNT
                   PERFORM 115-MEASURE-SECTOR
               END-PERFORM
               COMPUTE WK-SPAN-AREA = (WK-MAX-X - WK-MIN-X + 1)
                 * (WK-MAX-Y - WK-MIN-Y + 1)
               IF WK-OVERLAP = "N" AND WK-SECT-AREA = WK-SPAN-AREA
                 THEN
                   MOVE "Y" TO WK-TILED
               END-IF
           END-IF.
           IF WK-TILED = "Y"
             THEN
               DISPLAY "*** DAYCON " WK-SECT-CNT " SECTOR(S) ON SECTCTL"
                 " TILE THEIR AREA ***"
             ELSE
               DISPLAY "*** DAYCON SECTCTL SECTORS DO NOT TILE AN AREA"
                 " - TILED RULES DO NOT APPLY ***"
           END-IF.

      * ONE SECTOR - ITS AREA, THE SPAN SO FAR, AND WHETHER IT OVERLAPS
      * ANY SECTOR AFTER IT
       115-MEASURE-SECTOR.
           COMPUTE WK-SECT-AREA = WK-SECT-AREA
             + (SCT-X-TO(WK-SC) - SCT-X-FROM(WK-SC) + 1)
             * (SCT-Y-TO(WK-SC) - SCT-Y-FROM(WK-SC) + 1).
           IF SCT-X-FROM(WK-SC) < WK-MIN-X
             THEN
               MOVE SCT-X-FROM(WK-SC) TO WK-MIN-X
           END-IF.
           IF SCT-X-TO(WK-SC) > WK-MAX-X
             THEN
               MOVE SCT-X-TO(WK-SC) TO WK-MAX-X
           END-IF.
           IF SCT-Y-FROM(WK-SC) < WK-MIN-Y
             THEN
               MOVE SCT-Y-FROM(WK-SC) TO WK-MIN-Y
           END-IF.
           IF SCT-Y-TO(WK-SC) > WK-MAX-Y
             THEN
               MOVE SCT-Y-TO(WK-SC) TO WK-MAX-Y
           END-IF.
           COMPUTE WK-SD = WK-SC + 1.
           PERFORM VARYING WK-SD FROM WK-SD BY 1
             UNTIL WK-SD > WK-SECT-CNT
               IF SCT-X-FROM(WK-SC) <= SCT-X-TO(WK-SD) AND
                  SCT-X-FROM(WK-SD) <= SCT-X-TO(WK-SC) AND
                  SCT-Y-FROM(WK-SC) <= SCT-Y-TO(WK-SD) AND
                  SCT-Y-FROM(WK-SD) <= SCT-Y-TO(WK-SC)
                 THEN
                   MOVE "Y" TO WK-OVERLAP
               END-IF
           END-PERFORM.

      ******************************************************************
      * MAIN PROCESS - ONE RULE                                        *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-RULE-CNT.
           MOVE RUL-ID        TO RLL-ID.
           MOVE RUL-LEFT-DSN  TO RLL-LEFT-DSN.
           MOVE RUL-LEFT-KEY  TO RLL-LEFT-KEY.
           MOVE RUL-RELATION  TO RLL-RELATION.
           MOVE RUL-RIGHT-DSN TO RLL-RIGHT-DSN.
           MOVE RUL-RIGHT-KEY TO RLL-RIGHT-KEY.
           MOVE RUL-CONDITION TO RLL-CONDITION.
           DISPLAY WK-RULE-LINE.
           IF RUL-CONDITION = "TILED" AND WK-TILED = "N"
             THEN
               ADD 1 TO WK-NOTAPPL-CNT
               DISPLAY "  NOT APPLICABLE - THE SECTORS DO NOT TILE"
                 " THEIR AREA"
             ELSE
               PERFORM 210-CHECK-RULE
           END-IF.
           PERFORM 205-READ-RULE.

       205-READ-RULE.
           READ RULE-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * RULE PROCESS - READ BOTH SIDES, THEN HOLD THEM AGAINST EACH    *
      * OTHER: KEY BY KEY FOR "*", OTHERWISE THE ONE VALUE EACH SIDE   *
      * NAMES                                                          *
      ******************************************************************
       210-CHECK-RULE.
           MOVE RUL-LEFT-DSN TO WK-LOAD-DSN.
           MOVE RUL-LEFT-KEY TO WK-LOAD-KEY.
           PERFORM 250-LOAD-VALUES.
           MOVE WK-LOAD-TABLE TO WK-LEFT-TABLE.
           MOVE RUL-RIGHT-DSN TO WK-LOAD-DSN.
           MOVE RUL-RIGHT-KEY TO WK-LOAD-KEY.
           PERFORM 250-LOAD-VALUES.
           MOVE WK-LOAD-TABLE TO WK-RIGHT-TABLE.
           MOVE "N" TO WK-RULE-BROKEN.
           MOVE "N" TO WK-RULE-TESTED.
           IF RUL-LEFT-KEY = "*"
             THEN
               PERFORM VARYING WK-L FROM 1 BY 1
                 UNTIL WK-L > LFT-CNT
                   PERFORM 215-PAIR-BY-KEY
               END-PERFORM
           ELSE IF LFT-CNT > ZERO AND RGT-CNT > ZERO
             THEN
               MOVE RUL-LEFT-KEY TO WK-PAIR-KEY
               MOVE LFT-VALUE(1) TO WK-LEFT-VALUE
               MOVE RGT-VALUE(1) TO WK-RIGHT-VALUE
               PERFORM 220-COMPARE-PAIR
           END-IF.
           IF WK-RULE-TESTED = "N"
             THEN
               ADD 1 TO WK-UNTESTED-CNT
               DISPLAY "  UNTESTED - NO RESULT TONIGHT ON ONE SIDE"
                 " OR BOTH"
           ELSE IF WK-RULE-BROKEN = "Y"
             THEN
               ADD 1 TO WK-BROKEN-CNT
               DISPLAY "  *** RULE " FUNCTION TRIM(RUL-ID)
                 " BROKEN ***"
               MOVE "ERROR" TO WK-ALR-SEVERITY
               MOVE 8 TO WK-ALR-RC
               MOVE SPACES TO WK-ALR-REASON
               STRING "CONSISTENCY RULE " FUNCTION TRIM(RUL-ID)
                 " BROKEN" DELIMITED BY SIZE INTO WK-ALR-REASON
               PERFORM 290-WRITE-ALERT
             ELSE
               ADD 1 TO WK-HELD-CNT
               DISPLAY "  RULE " FUNCTION TRIM(RUL-ID) " HELD"
           END-IF.

      * ONE KEY OF THE LEFT SIDE AGAINST THE SAME KEY ON THE RIGHT - A
      * KEY THE RIGHT SIDE DOES NOT HAVE TONIGHT CANNOT BE JUDGED
       215-PAIR-BY-KEY.
           PERFORM VARYING WK-R FROM 1 BY 1
             UNTIL WK-R > RGT-CNT
               OR RGT-KEY(WK-R) = LFT-KEY(WK-L)
               CONTINUE
           END-PERFORM.
           MOVE LFT-KEY(WK-L) TO WK-PAIR-KEY.
           IF WK-R > RGT-CNT
             THEN
               MOVE WK-PAIR-KEY TO PRL-KEY
               MOVE LFT-VALUE(WK-L) TO PRL-LEFT
               MOVE RUL-RELATION TO PRL-RELATION
               MOVE ZERO TO PRL-RIGHT
               MOVE "UNTESTED - NOT ON RIGHT SIDE" TO PRL-VERDICT
               DISPLAY WK-PAIR-LINE
             ELSE
               MOVE LFT-VALUE(WK-L) TO WK-LEFT-VALUE
               MOVE RGT-VALUE(WK-R) TO WK-RIGHT-VALUE
               PERFORM 220-COMPARE-PAIR
           END-IF.

      ******************************************************************
      * COMPARE ONE PAIR OF VALUES UNDER THE RULE'S RELATION           *
      ******************************************************************
       220-COMPARE-PAIR.
           MOVE "Y" TO WK-RULE-TESTED.
           MOVE "N" TO WK-HOLDS.
           EVALUATE RUL-RELATION
             WHEN "EQ"
               IF WK-LEFT-VALUE = WK-RIGHT-VALUE
                 THEN
                   MOVE "Y" TO WK-HOLDS
               END-IF
             WHEN "LE"
               IF WK-LEFT-VALUE <= WK-RIGHT-VALUE
                 THEN
                   MOVE "Y" TO WK-HOLDS
               END-IF
             WHEN "GE"
               IF WK-LEFT-VALUE >= WK-RIGHT-VALUE
                 THEN
                   MOVE "Y" TO WK-HOLDS
               END-IF
           END-EVALUATE.
           MOVE WK-PAIR-KEY    TO PRL-KEY.
           MOVE WK-LEFT-VALUE  TO PRL-LEFT.
           MOVE RUL-RELATION   TO PRL-RELATION.
           MOVE WK-RIGHT-VALUE TO PRL-RIGHT.
           IF WK-HOLDS = "Y"
             THEN
               MOVE "HELD" TO PRL-VERDICT
             ELSE
               MOVE "*** BROKEN ***" TO PRL-VERDICT
               MOVE "Y" TO WK-RULE-BROKEN
           END-IF.
           DISPLAY WK-PAIR-LINE.

      ******************************************************************
      * LOAD ONE SIDE OF A RULE INTO WK-LOAD-TABLE                     *
      ******************************************************************
       250-LOAD-VALUES.
           MOVE ZERO TO LD-CNT.
           MOVE "0" TO WK-LOAD-EOF.
           IF WK-LOAD-DSN = "BATCHRES"
             THEN
               PERFORM 260-LOAD-BATCHRES
           ELSE IF WK-LOAD-KEY = "*MAX"
             THEN
               PERFORM 270-LOAD-SECTOR-MAX
             ELSE
               PERFORM 280-LOAD-GROUP-RESULTS
           END-IF.

      * KEEP ONE VALUE UNDER ITS KEY - A LATER RECORD FOR THE SAME KEY
      * REPLACES AN EARLIER ONE, AS THE FEEDS ARE APPEND-ONLY
       255-NOTE-VALUE.
           PERFORM VARYING WK-L FROM 1 BY 1
             UNTIL WK-L > LD-CNT
               OR LD-KEY(WK-L) = WK-NOTE-KEY
               CONTINUE
           END-PERFORM.
           IF WK-L <= LD-CNT
             THEN
               MOVE WK-NOTE-VALUE TO LD-VALUE(WK-L)
           ELSE IF LD-CNT < CON-MAX-KEYS
             THEN
               ADD 1 TO LD-CNT
               MOVE WK-NOTE-KEY   TO LD-KEY(LD-CNT)
               MOVE WK-NOTE-VALUE TO LD-VALUE(LD-CNT)
           END-IF.

      * TONIGHT'S RUNS ON THE RESULTS FEED - A RESTATED RUN IS NOT THE
      * FIGURE OF RECORD AND IS PASSED OVER
       260-LOAD-BATCHRES.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF BR-RUN-DATE = WK-TODAY AND
                        BR-RUN-STATUS NOT = CON-SUPERSEDED AND
                        (WK-LOAD-KEY = "*" OR
                         BR-PROGRAM-ID = WK-LOAD-KEY)
                       THEN
                         MOVE BR-PROGRAM-ID TO WK-NOTE-KEY
                         COMPUTE WK-NOTE-VALUE =
                           FUNCTION NUMVAL(BR-ANSWER)
                         PERFORM 255-NOTE-VALUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
             ELSE
               DISPLAY "*** DAYCON CANNOT OPEN " WK-BATCH-FILENAME
                 " - STATUS=" WK-BATCH-STATUS " ***"
           END-IF.

      * THE LARGEST BEST ON A SECTOR REPORT. THE REPORT CARRIES NO
      * DATE - IT IS THE ONE ITS PROGRAM LEFT ON ITS LATEST RUN
       270-LOAD-SECTOR-MAX.
           MOVE WK-LOAD-DSN TO WK-RESULT-NAME.
           MOVE "N" TO WK-HAVE-MAX.
           MOVE ZERO TO WK-MAX-VALUE.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ RESULT-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF SRP-BEST IS NUMERIC
                       THEN
                         MOVE "Y" TO WK-HAVE-MAX
                         IF SRP-BEST > WK-MAX-VALUE
                           THEN
                             MOVE SRP-BEST TO WK-MAX-VALUE
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.
           IF WK-HAVE-MAX = "Y"
             THEN
               MOVE WK-LOAD-KEY  TO WK-NOTE-KEY
               MOVE WK-MAX-VALUE TO WK-NOTE-VALUE
               PERFORM 255-NOTE-VALUE
           END-IF.

      * TONIGHT'S RECORDS ON A GROUP RESULTS DATASET
       280-LOAD-GROUP-RESULTS.
           MOVE WK-LOAD-DSN TO WK-RESULT-NAME.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-LOAD-EOF = "1"
                 READ RESULT-FILE
                   AT END
                     MOVE "1" TO WK-LOAD-EOF
                   NOT AT END
                     IF RES-RUN-DATE = WK-TODAY AND
                        RES-RUN-STATUS NOT = CON-SUPERSEDED AND
                        (WK-LOAD-KEY = "*" OR
                         RES-KEY = WK-LOAD-KEY)
                       THEN
                         MOVE RES-KEY TO WK-NOTE-KEY
                         COMPUTE WK-NOTE-VALUE =
                           FUNCTION NUMVAL(RES-ANSWER)
                         PERFORM 255-NOTE-VALUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

      ******************************************************************
      * ALERT PROCESS - APPEND ONE FIXED-LAYOUT ALERT RECORD THROUGH  *
      * DAYALR. RETURN-CODE IS SAVED AROUND THE CALL                  *
      ******************************************************************
       290-WRITE-ALERT.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYALR" USING WK-ALR-SEVERITY WK-ALR-PROGRAM
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           IF WK-HAVE-RULES = "Y"
             THEN
               CLOSE RULE-FILE
           END-IF.
           IF WK-BROKEN-CNT > ZERO
             THEN
               DISPLAY "*** DAYCON " WK-BROKEN-CNT " CONSISTENCY"
                 " RULE(S) BROKEN - AN ANSWER TONIGHT IS WRONG ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYCON RULES=" WK-RULE-CNT " HELD=" WK-HELD-CNT
             " BROKEN=" WK-BROKEN-CNT " UNTESTED=" WK-UNTESTED-CNT
             " NOT APPLICABLE=" WK-NOTAPPL-CNT " ***".
