       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYLNQ.
      ******************************************************************
      * RESULT PROVENANCE QUERY. THE "LNQCTL" CONTROL RECORD NAMES    *
      * ONE ANSWER ON THE RESULTS FEED - PROGRAM, RUN DATE AND        *
      * OPTIONALLY THE SEQUENCE (000 FOR THE FIRST RUN ON THE DATE,   *
      * BLANK FOR THE LATEST). THE ANSWER IS PRINTED, THEN EVERY      *
      * "LINEAGE" RECORD DAYLIN WROTE FOR ITS CHAIN RUN ID AND        *
      * PROGRAM: THE SOURCE FEED AND BUSINESS DATE, THE ROUTED BLOCK, *
      * THE ARCCAT ARCHIVE AND WHICH ROTATING GENERATION NOW HOLDS IT *
      * (OR THAT IT HAS AGED OFF), AND THE DAYSNP BUNDLE THAT WAS IN  *
      * FORCE WITH THE CONTROL FILES ITS MANIFEST LISTS. AN OPTIONAL  *
      * "YEARCTL" RECORD POINTS THE QUERY AT A YEAR-QUALIFIED         *
      * BATCHRES.YYYY THE SAME WAY THE REST OF THE SUITE RESOLVES ITS *
      * FILES. RETURN CODE 4 WHEN THE CHAIN HAS A GAP, 8 WHEN THE     *
      * ANSWER ITSELF IS NOT ON THE FEED.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT LNQ-CTL-FILE ASSIGN TO "LNQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LIN-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARCCAT-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WK-PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROBE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  LNQ-CTL-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  LNQ-CTL-RECORD.
         03  LQC-PROGRAM        PIC X(8).
         03  LQC-RUN-DATE       PIC X(10).
         03  LQC-SEQ            PIC X(3).
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
       FD  LINEAGE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY LINEAGRC.
       FD  ARC-CAT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  ARC-CAT-RECORD.
         03  CAT-SOURCE-NAME    PIC X(24).
         03  CAT-ARCHIVE-NAME   PIC X(24).
         03  CAT-ARC-DATE       PIC X(10).
         03  CAT-REC-COUNT      PIC 9(7).
       FD  PROBE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PROBE-RECORD         PIC X(250).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-LIN-STATUS      PIC X(2) VALUE "00".
         03  WK-ARCCAT-STATUS   PIC X(2) VALUE "00".
         03  WK-PROBE-FILENAME  PIC X(32) VALUE SPACES.
         03  WK-PROBE-STATUS    PIC X(2) VALUE "00".
         03  WK-EXISTS          PIC X(1) VALUE "N".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-PROGRAM         PIC X(8) VALUE SPACES.
         03  WK-RUN-DATE        PIC X(10) VALUE SPACES.
         03  WK-SEQ             PIC 9(3) VALUE ZERO.
         03  WK-SEQ-GIVEN       PIC X(1) VALUE "N".
         03  WK-MATCH-CNT       PIC 9(3) VALUE ZERO.
         03  WK-FOUND           PIC X(1) VALUE "N".
         03  WK-FOUND-SEQ       PIC 9(3) VALUE ZERO.
         03  WK-RES-ANSWER      PIC X(20) VALUE SPACES.
         03  WK-RES-RECS        PIC 9(9) VALUE ZERO.
         03  WK-RES-STATUS      PIC X(18) VALUE SPACES.
         03  WK-RES-RUN-ID      PIC X(14) VALUE SPACES.
         03  WK-L               PIC 9(2) VALUE ZERO.
         03  WK-LIN-CNT         PIC 9(2) VALUE ZERO.
         03  WK-LIN-SKIPPED     PIC 9(3) VALUE ZERO.
         03  WK-CAT-CNT         PIC 9(5) VALUE ZERO.
         03  WK-SLOT            PIC S9(5) VALUE ZERO.
         03  WK-SLOT-DIGIT      PIC 9(1) VALUE ZERO.
         03  WK-LATER-CNT       PIC 9(5) VALUE ZERO.
         03  WK-GAP-CNT         PIC 9(3) VALUE ZERO.
         03  WK-BLOCK-TOTAL     PIC 9(9) VALUE ZERO.
         03  WK-MANIFEST-CNT    PIC 9(3) VALUE ZERO.
      * THE LINEAGE RECORDS FOR THE ANSWER'S RUN - ONE PER FEED BLOCK
      * THE STEP CONSUMED
       01  WK-LINEAGE-TABLE.
         03  WK-LIN-ENTRY OCCURS 20 TIMES.
           05  LT-STAMP         PIC X(14).
           05  LT-INPUT-NAME    PIC X(16).
           05  LT-SOURCE-FEED   PIC X(24).
           05  LT-FEED-DATE     PIC X(10).
           05  LT-ROUTE         PIC X(8).
           05  LT-BLOCK-RECS    PIC 9(7).
           05  LT-ARCHIVE-NAME  PIC X(24).
           05  LT-ARC-GEN       PIC 9(5).
           05  LT-ARC-DATE      PIC X(10).
           05  LT-BUNDLE-DATE   PIC X(10).
       01  CON-AREA.
         03  CON-MAX-LINKS      PIC 9(2) VALUE 20.
      * MATCHES THE GENERATION COUNT DAYARC KEEPS ON DISK
         03  CON-MAX-GEN        PIC 9(1) VALUE 3.
       01  WK-RESULT-LINE.
         03  FILLER             PIC X(9)  VALUE "  ANSWER=".
         03  RSL-ANSWER         PIC X(20).
         03  FILLER             PIC X(7)  VALUE "  RECS=".
         03  RSL-RECS           PIC Z(8)9.
         03  FILLER             PIC X(9)  VALUE "  STATUS=".
         03  RSL-STATUS         PIC X(18).
       01  WK-BLOCK-LINE.
         03  FILLER             PIC X(9)  VALUE "  SOURCE=".
         03  BLK-SOURCE         PIC X(24).
         03  FILLER             PIC X(12) VALUE "  FEED DATE=".
         03  BLK-FEED-DATE      PIC X(10).
         03  FILLER             PIC X(8)  VALUE "  ROUTE=".
         03  BLK-ROUTE          PIC X(8).
         03  FILLER             PIC X(9)  VALUE "  BLOCK=".
         03  BLK-RECS           PIC Z(6)9.
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
               DISPLAY "*** DAYLNQ CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE PROGRAM AND RUN DATE ARE         *
      * REQUIRED, THE SEQUENCE IS NOT                                 *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYLNQ RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - RESULT PROVENANCE QUERY ***".
           OPEN INPUT LNQ-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ LNQ-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LQC-PROGRAM  TO WK-PROGRAM
                   MOVE LQC-RUN-DATE TO WK-RUN-DATE
                   IF LQC-SEQ IS NUMERIC
                     THEN
                       MOVE LQC-SEQ TO WK-SEQ
                       MOVE "Y" TO WK-SEQ-GIVEN
                   END-IF
               END-READ
               CLOSE LNQ-CTL-FILE
           END-IF.
           IF WK-PROGRAM = SPACES OR WK-RUN-DATE = SPACES
             THEN
               DISPLAY "*** DAYLNQ NEEDS A PROGRAM AND RUN DATE ON THE"
                 " LNQCTL CONTROL RECORD - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * SELECT THE YEAR-QUALIFIED RESULTS FEED, IF A VINTAGE YEAR WAS
      * SUPPLIED
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
      * OPEN FILE - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND
      * IF THE DATASET IS MISSING, UNREADABLE, OR CAN'T BE OPENED
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYLNQ CANNOT OPEN " WK-BATCH-FILENAME
                 " - STATUS=" WK-BATCH-STATUS " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * MAIN PROCESS - FIND THE ANSWER, THEN WALK ITS LINEAGE         *
      ******************************************************************
       200-MAIN.
           PERFORM 210-FIND-RESULT.
           IF WK-FOUND = "N"
             THEN
               IF WK-SEQ-GIVEN = "Y"
                 THEN
                   DISPLAY "*** DAYLNQ NO RUN " WK-SEQ " OF "
                     WK-PROGRAM " ON " WK-RUN-DATE " IN "
                     WK-BATCH-FILENAME " ***"
                 ELSE
                   DISPLAY "*** DAYLNQ NO RUN OF " WK-PROGRAM " ON "
                     WK-RUN-DATE " IN " WK-BATCH-FILENAME " ***"
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE IF WK-RES-RUN-ID = SPACES
             THEN
               PERFORM 220-PRINT-RESULT
               DISPLAY "*** DAYLNQ THE ANSWER CARRIES NO CHAIN RUN ID -"
                 " A STANDALONE RUN HAS NO LINEAGE ***"
               ADD 1 TO WK-GAP-CNT
             ELSE
               PERFORM 220-PRINT-RESULT
               PERFORM 230-LOAD-LINEAGE
               IF WK-LIN-CNT = ZERO
                 THEN
                   DISPLAY "*** DAYLNQ NO LINEAGE RECORDED FOR RUN "
                     WK-RES-RUN-ID " ***"
                   ADD 1 TO WK-GAP-CNT
                 ELSE
                   PERFORM VARYING WK-L FROM 1 BY 1
                     UNTIL WK-L > WK-LIN-CNT
                       PERFORM 240-PRINT-ONE-LINK
                   END-PERFORM
                   PERFORM 260-PRINT-BUNDLE
               END-IF
           END-IF.

      ******************************************************************
      * FIND THE ANSWER - THE N-TH RUN OF THE PROGRAM ON THE DATE     *
      * (COUNTING FROM 000) WHEN A SEQUENCE WAS GIVEN, ELSE THE LAST  *
      ******************************************************************
       210-FIND-RESULT.
           MOVE "0" TO WK-EOF.
           PERFORM UNTIL WK-EOF = "1"
               READ BATCH-RESULTS-FILE
                 AT END
                   MOVE "1" TO WK-EOF
                 NOT AT END
                   IF BR-PROGRAM-ID = WK-PROGRAM AND
                      BR-RUN-DATE = WK-RUN-DATE
                     THEN
                       IF WK-SEQ-GIVEN = "N" OR
                          WK-MATCH-CNT = WK-SEQ
                         THEN
                           MOVE "Y" TO WK-FOUND
                           MOVE WK-MATCH-CNT    TO WK-FOUND-SEQ
                           MOVE BR-ANSWER       TO WK-RES-ANSWER
                           MOVE BR-RECORDS-READ TO WK-RES-RECS
                           MOVE BR-RUN-STATUS   TO WK-RES-STATUS
                           MOVE BR-RUN-ID       TO WK-RES-RUN-ID
                       END-IF
                       ADD 1 TO WK-MATCH-CNT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-RESULTS-FILE.

       220-PRINT-RESULT.
           DISPLAY "*** DAYLNQ PROVENANCE OF " WK-PROGRAM " RUN "
             WK-FOUND-SEQ " ON " WK-RUN-DATE " ***".
           MOVE WK-RES-ANSWER TO RSL-ANSWER.
           MOVE WK-RES-RECS   TO RSL-RECS.
           MOVE WK-RES-STATUS TO RSL-STATUS.
           DISPLAY "RESULT   " WK-BATCH-FILENAME " RUN ID "
             WK-RES-RUN-ID.
           DISPLAY WK-RESULT-LINE.

      ******************************************************************
      * LINEAGE PROCESS - EVERY RECORD FOR THE ANSWER'S RUN ID AND    *
      * PROGRAM. AN ABSENT DATASET JUST MEANS NO LINEAGE YET          *
      ******************************************************************
       230-LOAD-LINEAGE.
           MOVE "0" TO WK-EOF.
           OPEN INPUT LINEAGE-FILE.
           IF WK-LIN-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ LINEAGE-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF LIN-RUN-ID = WK-RES-RUN-ID AND
                        LIN-PROGRAM = WK-PROGRAM
                       THEN
                         PERFORM 235-KEEP-ONE-LINK
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           END-IF.
           IF WK-LIN-SKIPPED > ZERO
             THEN
               DISPLAY "*** DAYLNQ MORE THAN " CON-MAX-LINKS
                 " LINEAGE RECORDS - " WK-LIN-SKIPPED
                 " NOT SHOWN ***"
           END-IF.

       235-KEEP-ONE-LINK.
           IF WK-LIN-CNT >= CON-MAX-LINKS
             THEN
               ADD 1 TO WK-LIN-SKIPPED
             ELSE
               ADD 1 TO WK-LIN-CNT
               MOVE LIN-STAMP        TO LT-STAMP(WK-LIN-CNT)
               MOVE LIN-INPUT-NAME   TO LT-INPUT-NAME(WK-LIN-CNT)
               MOVE LIN-SOURCE-FEED  TO LT-SOURCE-FEED(WK-LIN-CNT)
               MOVE LIN-FEED-DATE    TO LT-FEED-DATE(WK-LIN-CNT)
               MOVE LIN-ROUTE        TO LT-ROUTE(WK-LIN-CNT)
               MOVE LIN-BLOCK-RECS   TO LT-BLOCK-RECS(WK-LIN-CNT)
               MOVE LIN-ARCHIVE-NAME TO LT-ARCHIVE-NAME(WK-LIN-CNT)
               MOVE LIN-ARC-GEN      TO LT-ARC-GEN(WK-LIN-CNT)
               MOVE LIN-ARC-DATE     TO LT-ARC-DATE(WK-LIN-CNT)
               MOVE LIN-BUNDLE-DATE  TO LT-BUNDLE-DATE(WK-LIN-CNT)
           END-IF.

      ******************************************************************
      * ONE LINK OF THE CHAIN - THE FEED BLOCK, THEN WHERE THE INPUT  *
      * BUILT FROM IT IS ARCHIVED TODAY                               *
      ******************************************************************
       240-PRINT-ONE-LINK.
           DISPLAY "LINEAGE  " LT-INPUT-NAME(WK-L) " RECORDED "
             LT-STAMP(WK-L).
           IF LT-SOURCE-FEED(WK-L) = SPACES
             THEN
               DISPLAY "  INPUT WAS NOT ROUTED BY DAYRTE - NO FEED"
                 " BLOCK ON RECORD"
               ADD 1 TO WK-GAP-CNT
             ELSE
               MOVE LT-SOURCE-FEED(WK-L) TO BLK-SOURCE
               MOVE LT-FEED-DATE(WK-L)   TO BLK-FEED-DATE
               MOVE LT-ROUTE(WK-L)       TO BLK-ROUTE
               MOVE LT-BLOCK-RECS(WK-L)  TO BLK-RECS
               DISPLAY WK-BLOCK-LINE
               ADD LT-BLOCK-RECS(WK-L) TO WK-BLOCK-TOTAL
           END-IF.
           IF LT-ARC-GEN(WK-L) = ZERO
             THEN
               DISPLAY "  ARCHIVE  NONE - THE INPUT WAS NOT ARCHIVED"
                 " FOR THIS RUN"
               ADD 1 TO WK-GAP-CNT
             ELSE
               PERFORM 250-LOCATE-ARCHIVE
           END-IF.

      ******************************************************************
      * ARCHIVE PROCESS - DAYARC ROTATES EVERY NEW ARCHIVE INTO SLOT  *
      * 1, SO THE SLOT NOW HOLDING THIS ONE IS ONE MORE THAN THE      *
      * NUMBER OF ARCHIVES OF THE SAME INPUT CATALOGED SINCE. PAST    *
      * THE RETAINED GENERATIONS IT HAS AGED OFF DISK                 *
      ******************************************************************
       250-LOCATE-ARCHIVE.
           MOVE ZERO TO WK-CAT-CNT.
           MOVE "0" TO WK-EOF.
           OPEN INPUT ARC-CAT-FILE.
           IF WK-ARCCAT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ ARC-CAT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF CAT-SOURCE-NAME = LT-INPUT-NAME(WK-L)
                       THEN
                         ADD 1 TO WK-CAT-CNT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARC-CAT-FILE
           END-IF.
           DISPLAY "  ARCHIVE  " LT-ARCHIVE-NAME(WK-L) " CATALOGED "
             LT-ARC-DATE(WK-L) " AS ENTRY " LT-ARC-GEN(WK-L).
           COMPUTE WK-SLOT = WK-CAT-CNT - LT-ARC-GEN(WK-L) + 1.
           IF WK-SLOT < 1
             THEN
               DISPLAY "           NOT ON ARCCAT - CATALOG DOES NOT"
                 " MATCH THE LINEAGE"
               ADD 1 TO WK-GAP-CNT
           ELSE IF WK-SLOT > CON-MAX-GEN
             THEN
               COMPUTE WK-LATER-CNT = WK-SLOT - 1
               DISPLAY "           AGED OFF DISK - " WK-LATER-CNT
                 " LATER ARCHIVE(S) OF THE SAME INPUT SINCE"
               ADD 1 TO WK-GAP-CNT
             ELSE
               MOVE WK-SLOT TO WK-SLOT-DIGIT
               MOVE SPACES TO WK-PROBE-FILENAME
               STRING FUNCTION TRIM(LT-INPUT-NAME(WK-L))
                        DELIMITED BY SIZE
                      ".ARC" DELIMITED BY SIZE
                      WK-SLOT-DIGIT DELIMITED BY SIZE
                 INTO WK-PROBE-FILENAME
               PERFORM 270-FILE-EXISTS
               IF WK-EXISTS = "Y"
                 THEN
                   DISPLAY "           NOW HELD AS GENERATION "
                     WK-PROBE-FILENAME
                 ELSE
                   DISPLAY "           GENERATION " WK-PROBE-FILENAME
                     " IS MISSING FROM DISK"
                   ADD 1 TO WK-GAP-CNT
               END-IF
           END-IF.

      ******************************************************************
      * BUNDLE PROCESS - THE DAYSNP BUNDLE IN FORCE WHEN THE STEP     *
      * RAN, AND THE CONTROL FILES ITS MANIFEST SAYS IT HOLDS. EVERY  *
      * LINK OF ONE RUN WAS RECORDED IN THE SAME CALL, SO THE FIRST   *
      * CARRIES THE BUNDLE FOR ALL OF THEM                            *
      ******************************************************************
       260-PRINT-BUNDLE.
           IF LT-BUNDLE-DATE(1) = SPACES
             THEN
               DISPLAY "BUNDLE   NONE - NO DAYSNP SNAPSHOT HAD BEEN"
                 " TAKEN WHEN THE STEP RAN"
               ADD 1 TO WK-GAP-CNT
             ELSE
               MOVE SPACES TO WK-PROBE-FILENAME
               STRING "CFGSNAP." DELIMITED BY SIZE
                      LT-BUNDLE-DATE(1)(1:4) DELIMITED BY SIZE
                      LT-BUNDLE-DATE(1)(6:2) DELIMITED BY SIZE
                      LT-BUNDLE-DATE(1)(9:2) DELIMITED BY SIZE
                      ".MANIFEST" DELIMITED BY SIZE
                 INTO WK-PROBE-FILENAME
               DISPLAY "BUNDLE   " LT-BUNDLE-DATE(1) " - "
                 WK-PROBE-FILENAME
               MOVE ZERO TO WK-MANIFEST-CNT
               MOVE "0" TO WK-EOF
               OPEN INPUT PROBE-FILE
               IF WK-PROBE-STATUS NOT = "00"
                 THEN
                   DISPLAY "  MANIFEST IS NO LONGER ON DISK"
                   ADD 1 TO WK-GAP-CNT
                 ELSE
                   PERFORM UNTIL WK-EOF = "1"
                     READ PROBE-FILE
                       AT END
                         MOVE "1" TO WK-EOF
                       NOT AT END
                         ADD 1 TO WK-MANIFEST-CNT
                         DISPLAY "  " PROBE-RECORD(1:24)
                     END-READ
                   END-PERFORM
                   CLOSE PROBE-FILE
                   DISPLAY "  " WK-MANIFEST-CNT
                     " CONTROL FILE(S) IN THE BUNDLE"
               END-IF
           END-IF.

      ******************************************************************
      * EXISTENCE CHECK - OPENS WK-PROBE-FILENAME READ-ONLY AND USES   *
      * THE FILE STATUS TO TELL WHETHER THE DATASET IS THERE           *
      ******************************************************************
       270-FILE-EXISTS.
           MOVE "N" TO WK-EXISTS.
           OPEN INPUT PROBE-FILE.
           IF WK-PROBE-STATUS = "00"
             THEN
               MOVE "Y" TO WK-EXISTS
               CLOSE PROBE-FILE
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           IF WK-FOUND = "Y"
             THEN
               IF WK-LIN-CNT > ZERO AND WK-BLOCK-TOTAL > ZERO
                 THEN
                   DISPLAY "*** DAYLNQ " WK-BLOCK-TOTAL " FEED"
                     " RECORD(S) ROUTED TO THE STEP AGAINST "
                     WK-RES-RECS " READ ***"
               END-IF
               IF WK-GAP-CNT > ZERO
                 THEN
                   DISPLAY "*** DAYLNQ " WK-GAP-CNT " GAP(S) IN THE"
                     " PROVENANCE CHAIN ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYLNQ MATCHING RUNS=" WK-MATCH-CNT
             " LINEAGE RECORDS=" WK-LIN-CNT " ***".
