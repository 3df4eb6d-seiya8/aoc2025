       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY09GIS.
      ******************************************************************
      * NIGHTLY COORDINATE EXPORT OF THE DAY09 SURVEY FOR THE         *
      * PLANNERS' MAPPING TOOL. THEY USED TO REDRAW THE BEST          *
      * RECTANGLE AND THE SECTOR BESTS BY HAND FROM THE MASTER HEADER *
      * AND THE DAY09P1.SECT LINES, AND A TRANSCRIPTION SLIP PUT A    *
      * PARCEL IN THE WRONG PLACE. THIS PROGRAM WRITES "DAY09P1.GIS", *
      * A COMMA-DELIMITED FILE WITH ONE FEATURE PER RECORD AND ITS    *
      * GEOMETRY AS QUOTED WELL-KNOWN TEXT (WKT):                     *
      *   FEATURE,ID,VALUE,WKT                                        *
      *   BEST     - THE SITE'S BEST RECTANGLE, VALUE ITS AREA        *
      *   SECTOR   - EACH SECTCTL SECTOR'S BOUNDARY                   *
      *   SECTBEST - EACH SECTOR'S BEST RECTANGLE, VALUE ITS AREA     *
      *   REVIEW   - EACH NEAR-DUPLICATE PAIR STILL AWAITING A        *
      *              DECISION ON DAY09CLN.REVIEW, AS A LINE BETWEEN   *
      *              THE TWO POINTS, VALUE THE DATE FIRST FLAGGED     *
      *   POINT    - EVERY CLEANSED SURVEY POINT ON DAY09P1.MASTER    *
      * AN "HDR" RECORD LEADS WITH THE RUN DATE AND RUN ID OF THE     *
      * DAY09P1 RUN THE FILE DEPICTS (ITS LATEST BATCHRES RECORD),    *
      * THEN THE COLUMN NAMES; A "TRL" RECORD ENDS WITH THE FEATURE   *
      * COUNTS. RETURN-CODE 4 WHEN DAY09P1 HAS NOT RUN TONIGHT - THE  *
      * LAST KNOWN SURVEY IS STILL EXPORTED, UNDER ITS OWN RUN DATE - *
      * AND 8 WHEN THERE IS NO MASTER TO EXPORT.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT MASTER-FILE ASSIGN TO "DAY09P1.MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT SECT-CTL-FILE ASSIGN TO "SECTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SECTCTL-STATUS.
           SELECT SECT-RPT-FILE ASSIGN TO "DAY09P1.SECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SECTRPT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "DAY09CLN.REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REVIEW-STATUS.
           SELECT GIS-FILE ASSIGN TO "DAY09P1.GIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
      * THE HEADER RECORD FIRST, THEN ONE RECORD PER POINT ON FILE. A
      * HEADER WRITTEN BEFORE THE FEED COUNT EXISTED IS 42 BYTES
       FD  MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 48 CHARACTERS
             DEPENDING ON WK-MST-REC-LEN.
       01  MASTER-HEADER-RECORD.
         03  MH-MARKER          PIC X(4).
         03  MH-N-POINTS        PIC 9(6).
         03  MH-BEST            PIC 9(12).
         03  MH-X1              PIC 9(5).
         03  MH-Y1              PIC 9(5).
         03  MH-X2              PIC 9(5).
         03  MH-Y2              PIC 9(5).
         03  MH-FEED-POINTS     PIC 9(6).
       01  MASTER-POINT-RECORD REDEFINES MASTER-HEADER-RECORD.
         03  MP-X               PIC 9(5).
         03  MP-Y               PIC 9(5).
         03  FILLER             PIC X(38).
       FD  SECT-CTL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  SECT-CTL-RECORD.
         03  SEC-NAME           PIC X(8).
         03  SEC-X-FROM         PIC 9(5).
         03  SEC-X-TO           PIC 9(5).
         03  SEC-Y-FROM         PIC 9(5).
         03  SEC-Y-TO           PIC 9(5).
       FD  SECT-RPT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  SECT-RPT-RECORD.
         03  SRP-NAME           PIC X(8).
         03  SRP-BEST           PIC 9(12).
         03  SRP-X1             PIC 9(5).
         03  SRP-Y1             PIC 9(5).
         03  SRP-X2             PIC 9(5).
         03  SRP-Y2             PIC 9(5).
       FD  REVIEW-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  REVIEW-RECORD.
         03  RV-X1              PIC 9(5).
         03  RV-Y1              PIC 9(5).
         03  RV-X2              PIC 9(5).
         03  RV-Y2              PIC 9(5).
         03  RV-FIRST-DATE      PIC X(10).
       FD  GIS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  GIS-RECORD           PIC X(200).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-REC-LEN     PIC 9(2) VALUE ZERO.
         03  WK-SECTCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-SECTRPT-STATUS  PIC X(2) VALUE "00".
         03  WK-REVIEW-STATUS   PIC X(2) VALUE "00".
         03  WK-GIS-STATUS      PIC X(2) VALUE "00".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
      * THE DAY09P1 RUN THE EXPORT DEPICTS
         03  WK-RUN-DATE        PIC X(10) VALUE SPACES.
         03  WK-RUN-ID          PIC X(14) VALUE SPACES.
      * THE SITE'S BEST RECTANGLE FROM THE MASTER HEADER
         03  WK-HAVE-BEST       PIC X(1) VALUE "N".
         03  WK-BEST            PIC 9(12) VALUE ZERO.
         03  WK-BEST-X1         PIC 9(5) VALUE ZERO.
         03  WK-BEST-Y1         PIC 9(5) VALUE ZERO.
         03  WK-BEST-X2         PIC 9(5) VALUE ZERO.
         03  WK-BEST-Y2         PIC 9(5) VALUE ZERO.
         03  WK-SC              PIC 9(2) VALUE ZERO.
         03  WK-SB-CNT          PIC 9(2) VALUE ZERO.
      * ONE FEATURE BEING BUILT - ITS RECTANGLE OR POINT CORNERS, THE
      * EDITED FORMS THAT GO INTO THE WKT, AND THE FINISHED FIELDS
         03  WK-RX1             PIC 9(5) VALUE ZERO.
         03  WK-RY1             PIC 9(5) VALUE ZERO.
         03  WK-RX2             PIC 9(5) VALUE ZERO.
         03  WK-RY2             PIC 9(5) VALUE ZERO.
         03  WK-ED-X1           PIC Z(4)9.
         03  WK-ED-Y1           PIC Z(4)9.
         03  WK-ED-X2           PIC Z(4)9.
         03  WK-ED-Y2           PIC Z(4)9.
         03  WK-ED-AREA         PIC Z(11)9.
         03  WK-ED-SEQ          PIC 9(6) VALUE ZERO.
         03  WK-FEATURE         PIC X(8) VALUE SPACES.
         03  WK-FEATURE-ID      PIC X(8) VALUE SPACES.
         03  WK-VALUE           PIC X(12) VALUE SPACES.
         03  WK-WKT             PIC X(160) VALUE SPACES.
         03  WK-OUT-LINE        PIC X(200) VALUE SPACES.
      * FEATURE COUNTS FOR THE TRAILER
         03  WK-POINT-CNT       PIC 9(7) VALUE ZERO.
         03  WK-BEST-CNT        PIC 9(7) VALUE ZERO.
         03  WK-SECTOR-CNT      PIC 9(7) VALUE ZERO.
         03  WK-SECTBEST-CNT    PIC 9(7) VALUE ZERO.
         03  WK-REVIEW-CNT      PIC 9(7) VALUE ZERO.
         03  WK-FEATURE-CNT     PIC 9(7) VALUE ZERO.
      * THE SECTOR BESTS DAY09P1 LEFT ON DAY09P1.SECT, BY SECTOR NAME
       01  WK-SECT-BEST-TABLE.
         03  WK-SECT-BEST-ENTRY OCCURS 10 TIMES.
           05  SBT-NAME         PIC X(8).
           05  SBT-BEST         PIC 9(12).
           05  SBT-X1           PIC 9(5).
           05  SBT-Y1           PIC 9(5).
           05  SBT-X2           PIC 9(5).
           05  SBT-Y2           PIC 9(5).
       01  CON-AREA.
         03  CON-MAX-SECTORS    PIC 9(2) VALUE 10.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
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
               DISPLAY "*** DAY09GIS CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - FIND THE RUN BEING DEPICTED AND      *
      * OPEN THE MASTER AND THE EXPORT                                *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAY09GIS RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - SURVEY COORDINATE EXPORT ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
      * SELECT THE YEAR-QUALIFIED RESULTS FEED, IF A VINTAGE YEAR WAS
      * SUPPLIED, THE SAME WAY DAYSUM SCOPES ITSELF
           PERFORM 101-SET-FILENAMES.
           PERFORM 110-FIND-RUN.
           OPEN INPUT MASTER-FILE.
           IF WK-MST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY09GIS NO DAY09P1.MASTER ON DISK -"
                 " NOTHING TO EXPORT ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ MASTER-FILE
             AT END
               MOVE "1" TO WK-EOF
             NOT AT END
               IF MH-MARKER NOT = "MST:"
                 THEN
                   MOVE "1" TO WK-EOF
               END-IF
           END-READ.
           IF WK-EOF = "1"
             THEN
               DISPLAY "*** DAY09GIS DAY09P1.MASTER HAS NO MST: HEADER"
                 " - NOTHING TO EXPORT ***"
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE MH-BEST TO WK-BEST.
           MOVE MH-X1   TO WK-BEST-X1.
           MOVE MH-Y1   TO WK-BEST-Y1.
           MOVE MH-X2   TO WK-BEST-X2.
           MOVE MH-Y2   TO WK-BEST-Y2.
           IF MH-X1 NOT = ZERO OR MH-Y1 NOT = ZERO OR
              MH-X2 NOT = ZERO OR MH-Y2 NOT = ZERO
             THEN
               MOVE "Y" TO WK-HAVE-BEST
           END-IF.
           OPEN OUTPUT GIS-FILE.
           IF WK-GIS-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY09GIS CANNOT OPEN DAY09P1.GIS - STATUS="
                 WK-GIS-STATUS " - ABORTING ***"
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * HEADER RECORD, THEN THE COLUMN NAMES FOR THE MAPPING TOOL
           MOVE SPACES TO WK-OUT-LINE.
           STRING "HDR,RUN-DATE=" WK-RUN-DATE ",RUN-ID="
                  FUNCTION TRIM(WK-RUN-ID) ",EXPORTED="
                  FUNCTION CURRENT-DATE(1:14)
             DELIMITED BY SIZE INTO WK-OUT-LINE.
           PERFORM 410-WRITE-LINE.
           MOVE "FEATURE,ID,VALUE,WKT" TO WK-OUT-LINE.
           PERFORM 410-WRITE-LINE.

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
      * RUN PROCESS - THE LATEST DAY09P1 RUN ON BATCHRES THAT HAS NOT *
      * BEEN RESTATED. ITS DATE AND CHAIN RUN ID GO ON THE HEADER SO  *
      * THE PLANNERS KNOW WHICH NIGHT THEY ARE LOOKING AT             *
      ******************************************************************
       110-FIND-RUN.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF BR-PROGRAM-ID = "DAY09P1" AND
                        BR-RUN-STATUS NOT = CON-SUPERSEDED
                       THEN
                         MOVE BR-RUN-DATE TO WK-RUN-DATE
                         MOVE BR-RUN-ID   TO WK-RUN-ID
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
               MOVE "0" TO WK-EOF
           END-IF.
           IF WK-RUN-DATE NOT = WK-TODAY
             THEN
               DISPLAY "*** DAY09GIS DAY09P1 HAS NOT RUN TONIGHT - LAST"
                 " RUN [" WK-RUN-DATE "] - EXPORTING THE LAST KNOWN"
                 " SURVEY ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - THE RECTANGLES AND SECTORS FIRST, THEN THE      *
      * REVIEW PAIRS, THEN EVERY POINT                                 *
      ******************************************************************
       200-MAIN.
           IF WK-HAVE-BEST = "Y"
             THEN
               MOVE "BEST"     TO WK-FEATURE
               MOVE "SITE"     TO WK-FEATURE-ID
               MOVE WK-BEST    TO WK-ED-AREA
               MOVE FUNCTION TRIM(WK-ED-AREA) TO WK-VALUE
               MOVE WK-BEST-X1 TO WK-RX1
               MOVE WK-BEST-Y1 TO WK-RY1
               MOVE WK-BEST-X2 TO WK-RX2
               MOVE WK-BEST-Y2 TO WK-RY2
               PERFORM 420-RECTANGLE-WKT
               PERFORM 400-WRITE-FEATURE
               ADD 1 TO WK-BEST-CNT
           END-IF.
           PERFORM 210-EXPORT-SECTORS.
           PERFORM 220-EXPORT-REVIEW.
           PERFORM 230-EXPORT-POINTS.

      ******************************************************************
      * SECTORS - EACH SECTCTL BOUNDARY, AND ITS BEST RECTANGLE FROM  *
      * DAY09P1.SECT WHEN IT HAS ONE                                  *
      ******************************************************************
       210-EXPORT-SECTORS.
           OPEN INPUT SECT-RPT-FILE.
           IF WK-SECTRPT-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ SECT-RPT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF SRP-BEST > ZERO AND
                        WK-SB-CNT < CON-MAX-SECTORS
                       THEN
                         ADD 1 TO WK-SB-CNT
                         MOVE SRP-NAME TO SBT-NAME(WK-SB-CNT)
                         MOVE SRP-BEST TO SBT-BEST(WK-SB-CNT)
                         MOVE SRP-X1   TO SBT-X1(WK-SB-CNT)
                         MOVE SRP-Y1   TO SBT-Y1(WK-SB-CNT)
                         MOVE SRP-X2   TO SBT-X2(WK-SB-CNT)
                         MOVE SRP-Y2   TO SBT-Y2(WK-SB-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SECT-RPT-FILE
           END-IF.
           OPEN INPUT SECT-CTL-FILE.
           IF WK-SECTCTL-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ SECT-CTL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF SEC-NAME NOT = SPACES
                       THEN
                         PERFORM 215-EXPORT-ONE-SECTOR
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SECT-CTL-FILE
           END-IF.

       215-EXPORT-ONE-SECTOR.
           MOVE "SECTOR"   TO WK-FEATURE.
           MOVE SEC-NAME   TO WK-FEATURE-ID.
           MOVE SPACES     TO WK-VALUE.
           MOVE SEC-X-FROM TO WK-RX1.
           MOVE SEC-Y-FROM TO WK-RY1.
           MOVE SEC-X-TO   TO WK-RX2.
           MOVE SEC-Y-TO   TO WK-RY2.
           PERFORM 420-RECTANGLE-WKT.
           PERFORM 400-WRITE-FEATURE.
           ADD 1 TO WK-SECTOR-CNT.
           PERFORM VARYING WK-SC FROM 1 BY 1
             UNTIL WK-SC > WK-SB-CNT
               IF SBT-NAME(WK-SC) = SEC-NAME
                 THEN
                   MOVE "SECTBEST"      TO WK-FEATURE
                   MOVE SBT-BEST(WK-SC) TO WK-ED-AREA
                   MOVE FUNCTION TRIM(WK-ED-AREA) TO WK-VALUE
                   MOVE SBT-X1(WK-SC)   TO WK-RX1
                   MOVE SBT-Y1(WK-SC)   TO WK-RY1
                   MOVE SBT-X2(WK-SC)   TO WK-RX2
                   MOVE SBT-Y2(WK-SC)   TO WK-RY2
                   PERFORM 420-RECTANGLE-WKT
                   PERFORM 400-WRITE-FEATURE
                   ADD 1 TO WK-SECTBEST-CNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * REVIEW PAIRS - A LINE BETWEEN THE TWO NEAR-DUPLICATE POINTS   *
      ******************************************************************
       220-EXPORT-REVIEW.
           OPEN INPUT REVIEW-FILE.
           IF WK-REVIEW-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ REVIEW-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-REVIEW-CNT
                     MOVE "REVIEW"      TO WK-FEATURE
                     MOVE WK-REVIEW-CNT TO WK-ED-SEQ
                     MOVE SPACES        TO WK-FEATURE-ID
                     STRING "R" WK-ED-SEQ DELIMITED BY SIZE
                       INTO WK-FEATURE-ID
                     MOVE RV-FIRST-DATE TO WK-VALUE
                     MOVE RV-X1 TO WK-ED-X1
                     MOVE RV-Y1 TO WK-ED-Y1
                     MOVE RV-X2 TO WK-ED-X2
                     MOVE RV-Y2 TO WK-ED-Y2
                     MOVE SPACES TO WK-WKT
                     STRING "LINESTRING ("
                            FUNCTION TRIM(WK-ED-X1) " "
                            FUNCTION TRIM(WK-ED-Y1) ", "
                            FUNCTION TRIM(WK-ED-X2) " "
                            FUNCTION TRIM(WK-ED-Y2) ")"
                       DELIMITED BY SIZE INTO WK-WKT
                     PERFORM 400-WRITE-FEATURE
                 END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.

      ******************************************************************
      * POINTS - EVERY POINT ON THE MASTER, NUMBERED IN FILE ORDER    *
      ******************************************************************
       230-EXPORT-POINTS.
           MOVE "0" TO WK-EOF.
           PERFORM UNTIL WK-EOF = "1"
             READ MASTER-FILE
               AT END
                 MOVE "1" TO WK-EOF
               NOT AT END
                 ADD 1 TO WK-POINT-CNT
                 MOVE "POINT"      TO WK-FEATURE
                 MOVE WK-POINT-CNT TO WK-ED-SEQ
                 MOVE SPACES       TO WK-FEATURE-ID
                 STRING "P" WK-ED-SEQ DELIMITED BY SIZE
                   INTO WK-FEATURE-ID
                 MOVE SPACES TO WK-VALUE
                 MOVE MP-X TO WK-ED-X1
                 MOVE MP-Y TO WK-ED-Y1
                 MOVE SPACES TO WK-WKT
                 STRING "POINT (" FUNCTION TRIM(WK-ED-X1) " "
                        FUNCTION TRIM(WK-ED-Y1) ")"
                   DELIMITED BY SIZE INTO WK-WKT
                 PERFORM 400-WRITE-FEATURE
             END-READ
           END-PERFORM.

      ******************************************************************
      * ONE FEATURE RECORD - THE WKT IS QUOTED BECAUSE IT CARRIES     *
      * COMMAS OF ITS OWN                                             *
      ******************************************************************
       400-WRITE-FEATURE.
           ADD 1 TO WK-FEATURE-CNT.
           MOVE SPACES TO WK-OUT-LINE.
           STRING FUNCTION TRIM(WK-FEATURE) ","
                  FUNCTION TRIM(WK-FEATURE-ID) ","
                  FUNCTION TRIM(WK-VALUE) "," QUOTE
                  FUNCTION TRIM(WK-WKT) QUOTE
             DELIMITED BY SIZE INTO WK-OUT-LINE.
           PERFORM 410-WRITE-LINE.

       410-WRITE-LINE.
           MOVE WK-OUT-LINE TO GIS-RECORD.
           WRITE GIS-RECORD.

      * A CLOSED RING AROUND THE RECTANGLE WITH CORNERS WK-RX1,WK-RY1
      * AND WK-RX2,WK-RY2
       420-RECTANGLE-WKT.
           MOVE WK-RX1 TO WK-ED-X1.
           MOVE WK-RY1 TO WK-ED-Y1.
           MOVE WK-RX2 TO WK-ED-X2.
           MOVE WK-RY2 TO WK-ED-Y2.
           MOVE SPACES TO WK-WKT.
           STRING "POLYGON (("
                  FUNCTION TRIM(WK-ED-X1) " " FUNCTION TRIM(WK-ED-Y1)
                  ", "
                  FUNCTION TRIM(WK-ED-X2) " " FUNCTION TRIM(WK-ED-Y1)
                  ", "
                  FUNCTION TRIM(WK-ED-X2) " " FUNCTION TRIM(WK-ED-Y2)
                  ", "
                  FUNCTION TRIM(WK-ED-X1) " " FUNCTION TRIM(WK-ED-Y2)
                  ", "
                  FUNCTION TRIM(WK-ED-X1) " " FUNCTION TRIM(WK-ED-Y1)
                  "))"
             DELIMITED BY SIZE INTO WK-WKT.

      ******************************************************************
      * END PROCESS - TRAILER WITH THE FEATURE COUNTS                 *
      ******************************************************************
       300-END.
           CLOSE MASTER-FILE.
           MOVE SPACES TO WK-OUT-LINE.
           STRING "TRL,FEATURES=" WK-FEATURE-CNT ",BEST=" WK-BEST-CNT
                  ",SECTOR=" WK-SECTOR-CNT ",SECTBEST=" WK-SECTBEST-CNT
                  ",REVIEW=" WK-REVIEW-CNT ",POINT=" WK-POINT-CNT
             DELIMITED BY SIZE INTO WK-OUT-LINE.
           PERFORM 410-WRITE-LINE.
           CLOSE GIS-FILE.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY09GIS EXPORTED " WK-FEATURE-CNT
             " FEATURE(S) TO DAY09P1.GIS - POINTS=" WK-POINT-CNT
             " SECTORS=" WK-SECTOR-CNT " REVIEW PAIRS=" WK-REVIEW-CNT
             " ***".
