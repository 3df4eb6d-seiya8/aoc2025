       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYLIN.
      ******************************************************************
      * RESULT LINEAGE WRITER. CALLED BY DAYDRV ONCE FOR EVERY STEP   *
      * RUN, AFTER THE STEP HAS FINISHED AND (ON SUCCESS) DAYARC HAS  *
      * ARCHIVED ITS INPUT. APPENDS TO THE "LINEAGE" DATASET ONE      *
      * RECORD PER FEED BLOCK THE STEP CONSUMED - THE BLOCKS DAYRTE   *
      * LISTED ON THE INPUT'S "<INPUT>.SRC" PROVENANCE FILE - EACH    *
      * CARRYING THE CHAIN RUN ID FROM "RUNID", THE PROGRAM, THE      *
      * SOURCE FEED AND BUSINESS DATE, THE ROUTE AND BLOCK RECORD     *
      * COUNT, THE ARCCAT ENTRY THE INPUT WAS ARCHIVED UNDER, AND THE *
      * DATE OF THE LATEST DAYSNP BUNDLE ON "SNAPCAT". DAYLNQ READS   *
      * IT BACK TO PRINT THE PROVENANCE OF ANY ONE ANSWER.            *
      *                                                               *
      * NOTE FOR CALLERS - A CALLED PROGRAM'S RETURN-CODE REPLACES    *
      * THE CALLER'S ON RETURN - CALL THIS THROUGH A WRAPPER THAT     *
      * SAVES AND RESTORES RETURN-CODE.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LIN-STATUS.
           SELECT BLOCK-SRC-FILE ASSIGN TO DYNAMIC WK-BLKSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BLKSRC-STATUS.
           SELECT ARC-CAT-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARCCAT-STATUS.
           SELECT SNAP-CAT-FILE ASSIGN TO "SNAPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SNAPCAT-STATUS.
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY LINEAGRC.
       FD  BLOCK-SRC-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY BLKSRCRC.
       FD  ARC-CAT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  ARC-CAT-RECORD.
         03  CAT-SOURCE-NAME    PIC X(24).
         03  CAT-ARCHIVE-NAME   PIC X(24).
         03  CAT-ARC-DATE       PIC X(10).
         03  CAT-REC-COUNT      PIC 9(7).
       FD  SNAP-CAT-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  SNAP-CAT-RECORD.
         03  SNP-DATE           PIC X(10).
         03  SNP-FILE-COUNT     PIC 9(3).
         03  SNP-STAMP          PIC X(14).
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-LIN-STATUS      PIC X(2) VALUE "00".
         03  WK-BLKSRC-FILENAME PIC X(24) VALUE SPACES.
         03  WK-BLKSRC-STATUS   PIC X(2) VALUE "00".
         03  WK-ARCCAT-STATUS   PIC X(2) VALUE "00".
         03  WK-SNAPCAT-STATUS  PIC X(2) VALUE "00".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-RUN-ID          PIC X(14) VALUE SPACES.
         03  WK-STAMP           PIC X(14) VALUE SPACES.
         03  WK-BUNDLE-DATE     PIC X(10) VALUE SPACES.
         03  WK-ARCHIVE-NAME    PIC X(24) VALUE SPACES.
         03  WK-ARC-DATE        PIC X(10) VALUE SPACES.
         03  WK-ARC-GEN         PIC 9(5) VALUE ZERO.
         03  WK-CAT-CNT         PIC 9(5) VALUE ZERO.
         03  WK-WRITTEN         PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
       01  LNK-PROGRAM          PIC X(8).
       01  LNK-INPUT-NAME       PIC X(16).
       01  LNK-ARCHIVED         PIC X(1).
       PROCEDURE DIVISION USING LNK-PROGRAM LNK-INPUT-NAME
           LNK-ARCHIVED.
       000-CONTROL.
      * THE MODULE STAYS LOADED ACROSS A CHAIN'S STEPS - START EVERY
      * CALL FROM A CLEAN SLATE
           MOVE ZERO TO WK-WRITTEN.
           MOVE SPACES TO WK-ARCHIVE-NAME.
           MOVE SPACES TO WK-ARC-DATE.
           MOVE ZERO TO WK-ARC-GEN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-STAMP.
           PERFORM 100-READ-RUN-ID.
           PERFORM 110-READ-BUNDLE-DATE.
      * A FAILED STEP'S INPUT WAS NOT ARCHIVED - AN OLDER CATALOG
      * ENTRY FOR THE SAME NAME IS SOME OTHER NIGHT'S DATA
           IF LNK-ARCHIVED = "Y"
             THEN
               PERFORM 120-FIND-ARCHIVE
           END-IF.
           OPEN EXTEND LINEAGE-FILE.
           IF WK-LIN-STATUS = "35"
             THEN
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           IF WK-LIN-STATUS NOT = "00"
             THEN
      * A RUN MUST NEVER DIE BECAUSE ITS LINEAGE COULD NOT BE WRITTEN
      * - FALL BACK TO THE JOB LOG AND CARRY ON
               DISPLAY "*** DAYLIN CANNOT WRITE LINEAGE - STATUS="
                 WK-LIN-STATUS " - LINEAGE LOST FOR " LNK-PROGRAM
                 " ***"
               GOBACK
           END-IF.
           PERFORM 130-WRITE-FROM-BLOCKS.
      * AN INPUT DAYRTE DID NOT ROUTE STILL GETS ITS RUN RECORDED -
      * THE ARCHIVE AND BUNDLE HALVES OF THE CHAIN STILL APPLY
           IF WK-WRITTEN = ZERO
             THEN
               PERFORM 140-BUILD-RECORD
               MOVE SPACES TO LIN-SOURCE-FEED
               MOVE SPACES TO LIN-FEED-DATE
               MOVE SPACES TO LIN-ROUTE
               MOVE ZERO   TO LIN-BLOCK-RECS
               WRITE LINEAGE-RECORD
               ADD 1 TO WK-WRITTEN
           END-IF.
           CLOSE LINEAGE-FILE.
           DISPLAY "*** DAYLIN " WK-WRITTEN " LINEAGE RECORD(S) FOR "
             LNK-PROGRAM " ***".
           GOBACK.

      ******************************************************************
      * READ THE CHAIN RUN ID, IF ONE IS PUBLISHED                     *
      ******************************************************************
       100-READ-RUN-ID.
           MOVE SPACES TO WK-RUN-ID.
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
      * THE BUNDLE IN FORCE IS THE LAST ONE DAYSNP CATALOGED - BLANK  *
      * WHEN NO SNAPSHOT HAS EVER BEEN TAKEN                          *
      ******************************************************************
       110-READ-BUNDLE-DATE.
           MOVE SPACES TO WK-BUNDLE-DATE.
           MOVE "0" TO WK-EOF.
           OPEN INPUT SNAP-CAT-FILE.
           IF WK-SNAPCAT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ SNAP-CAT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE SNP-DATE TO WK-BUNDLE-DATE
                 END-READ
               END-PERFORM
               CLOSE SNAP-CAT-FILE
           END-IF.

      ******************************************************************
      * FIND THE CATALOG ENTRY DAYARC JUST MADE FOR THIS INPUT - THE  *
      * LAST ONE FOR THE NAME - AND ITS ORDINAL AMONG ALL THE NAME'S  *
      * ENTRIES, WHICH LETS DAYLNQ WORK OUT LATER WHICH ROTATING      *
      * GENERATION SLOT NOW HOLDS IT                                  *
      ******************************************************************
       120-FIND-ARCHIVE.
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
                     IF CAT-SOURCE-NAME = LNK-INPUT-NAME
                       THEN
                         ADD 1 TO WK-CAT-CNT
                         MOVE CAT-ARCHIVE-NAME TO WK-ARCHIVE-NAME
                         MOVE CAT-ARC-DATE     TO WK-ARC-DATE
                         MOVE WK-CAT-CNT       TO WK-ARC-GEN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARC-CAT-FILE
           END-IF.

      ******************************************************************
      * ONE LINEAGE RECORD PER BLOCK ON THE INPUT'S PROVENANCE FILE   *
      ******************************************************************
       130-WRITE-FROM-BLOCKS.
           MOVE SPACES TO WK-BLKSRC-FILENAME.
           STRING FUNCTION TRIM(LNK-INPUT-NAME) DELIMITED BY SIZE
                  ".SRC" DELIMITED BY SIZE
             INTO WK-BLKSRC-FILENAME.
           MOVE "0" TO WK-EOF.
           OPEN INPUT BLOCK-SRC-FILE.
           IF WK-BLKSRC-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ BLOCK-SRC-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     PERFORM 140-BUILD-RECORD
                     MOVE BS-SOURCE-FEED TO LIN-SOURCE-FEED
                     MOVE BS-FEED-DATE   TO LIN-FEED-DATE
                     MOVE BS-ROUTE       TO LIN-ROUTE
                     MOVE BS-BLOCK-RECS  TO LIN-BLOCK-RECS
                     WRITE LINEAGE-RECORD
                     ADD 1 TO WK-WRITTEN
                 END-READ
               END-PERFORM
               CLOSE BLOCK-SRC-FILE
           END-IF.

      ******************************************************************
      * THE PART OF A LINEAGE RECORD COMMON TO EVERY BLOCK OF THE RUN *
      ******************************************************************
       140-BUILD-RECORD.
           MOVE SPACES TO LINEAGE-RECORD.
           MOVE WK-RUN-ID       TO LIN-RUN-ID.
           MOVE LNK-PROGRAM     TO LIN-PROGRAM.
           MOVE WK-STAMP        TO LIN-STAMP.
           MOVE LNK-INPUT-NAME  TO LIN-INPUT-NAME.
           MOVE WK-ARCHIVE-NAME TO LIN-ARCHIVE-NAME.
           MOVE WK-ARC-GEN      TO LIN-ARC-GEN.
           MOVE WK-ARC-DATE     TO LIN-ARC-DATE.
           MOVE WK-BUNDLE-DATE  TO LIN-BUNDLE-DATE.
