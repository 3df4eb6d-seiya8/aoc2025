       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY03CLU.
      ******************************************************************
      * MARKER CLUSTER ANALYSIS - A COMPANION TO DAY03P1. THE DENSITY *
      * BANDS ON DAY03P1.DENS SAY WHERE MARKERS ARE THICK, BUT NOT    *
      * WHICH MARKERS FORM ONE CONNECTED MASS. THIS PROGRAM GROUPS    *
      * ADJACENT "@" CELLS OF TONIGHT'S DAY03P1.IN INTO CLUSTERS,     *
      * USING THE SAME 8-DIRECTION NEIGHBOURHOOD AS DAY03P1'S         *
      * 210-CHECK, AND WRITES ONE LINE PER CLUSTER TO "DAY03CLU.RPT"  *
      * - SIZE, BOUNDING ROWS AND COLUMNS, AND HOW MANY OF ITS        *
      * MARKERS DAY03P1 WOULD FLAG ISOLATED (< 4 NEIGHBOURS) - RANKED *
      * BIGGEST FIRST WITHIN EACH GRID SO INSPECTORS START WITH THE   *
      * LARGEST MASS. BOTH THE MULTI-GRID "GRID:" FEED AND THE SINGLE *
      * BARE GRIDCTL-SIZED GRID ARE HANDLED, EXACTLY AS DAY03P1 READS *
      * THEM.                                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRID-CTL-FILE ASSIGN TO "GRIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GRIDCTL-STATUS.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WK-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-INPUT-STATUS.
           SELECT CLUSTER-RPT-FILE ASSIGN TO "DAY03CLU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRID-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  CTL-RECORD.
         03  CTL-GRID-SIZE      PIC 9(4).
       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 220 CHARACTERS
             DEPENDING ON WK-IN-REC-LEN.
       01  IN-RECORD            PIC X(220).
       01  IN-GRID-HEADER REDEFINES IN-RECORD.
         03  GH-MARKER          PIC X(5).
         03  GH-GRID-ID         PIC X(8).
         03  GH-ROWS            PIC 9(4).
         03  GH-COLS            PIC 9(4).
         03  FILLER             PIC X(199).
       FD  CLUSTER-RPT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CLUSTER-RPT-RECORD   PIC X(90).
      * ONE RECORD PER CLUSTER FOUND - GRID FEED ORDER FIRST, THEN
      * BIGGEST CLUSTER FIRST, TIES BY TOP-LEFT CORNER
       SD  SORT-FILE.
       01  SORT-REC.
         03  SRT-GRID-SEQ       PIC 9(4).
         03  SRT-GRID-ID        PIC X(8).
         03  SRT-SIZE           PIC 9(6).
         03  SRT-MIN-ROW        PIC 9(4).
         03  SRT-MAX-ROW        PIC 9(4).
         03  SRT-MIN-COL        PIC 9(4).
         03  SRT-MAX-COL        PIC 9(4).
         03  SRT-ISOLATED       PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-GRIDCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-INPUT-FILENAME  PIC X(24) VALUE "DAY03P1.IN".
         03  WK-INPUT-STATUS    PIC X(2) VALUE "00".
         03  WK-RPT-STATUS      PIC X(2) VALUE "00".
         03  WK-IN-REC-LEN      PIC 9(4) VALUE ZERO.
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-SORT-EOF        PIC X(1) VALUE "0".
         03  WK-GRID-SIZE       PIC 9(4) VALUE 140.
         03  WK-MULTI           PIC X(1) VALUE "N".
         03  WK-PENDING         PIC X(1) VALUE "N".
         03  WK-GRID-ID         PIC X(8) VALUE SPACES.
         03  WK-ROWS            PIC 9(4) VALUE ZERO.
         03  WK-COLS            PIC 9(4) VALUE ZERO.
         03  WK-LAST-ROW        PIC 9(4) VALUE ZERO.
         03  WK-LAST-COL        PIC 9(4) VALUE ZERO.
         03  WK-GRID-CNT        PIC 9(4) VALUE ZERO.
         03  WK-I               PIC 9(4) VALUE ZERO.
         03  WK-J               PIC 9(4) VALUE ZERO.
         03  WK-K               PIC 9 VALUE ZERO.
         03  WK-CNT             PIC 9 VALUE ZERO.
      * THE CELL BEING TRACED AND THE NEIGHBOUR UNDER TEST
         03  WK-CI              PIC 9(4) VALUE ZERO.
         03  WK-CJ              PIC 9(4) VALUE ZERO.
         03  WK-NI              PIC 9(4) VALUE ZERO.
         03  WK-NJ              PIC 9(4) VALUE ZERO.
         03  WK-SP              PIC 9(5) VALUE ZERO.
      * THE CLUSTER BEING TRACED
         03  WK-CLU-SIZE        PIC 9(6) VALUE ZERO.
         03  WK-CLU-MIN-ROW     PIC 9(4) VALUE ZERO.
         03  WK-CLU-MAX-ROW     PIC 9(4) VALUE ZERO.
         03  WK-CLU-MIN-COL     PIC 9(4) VALUE ZERO.
         03  WK-CLU-MAX-COL     PIC 9(4) VALUE ZERO.
         03  WK-CLU-ISOLATED    PIC 9(6) VALUE ZERO.
      * PER-GRID AND RUN TOTALS
         03  WK-GRID-CLUSTERS   PIC 9(6) VALUE ZERO.
         03  WK-GRID-MARKERS    PIC 9(6) VALUE ZERO.
         03  WK-GRID-LARGEST    PIC 9(6) VALUE ZERO.
         03  WK-TOT-CLUSTERS    PIC 9(7) VALUE ZERO.
         03  WK-TOT-MARKERS     PIC 9(7) VALUE ZERO.
         03  WK-RPT-CNT         PIC 9(7) VALUE ZERO.
         03  WK-LAST-SEQ        PIC 9(4) VALUE ZERO.
         03  WK-RANK            PIC 9(6) VALUE ZERO.
         03  WK-DIR-TABLE OCCURS 8 TIMES.
             05  DIR-I          PIC S9 VALUE ZERO.
             05  DIR-J          PIC S9 VALUE ZERO.
      * THE PADDED GRID - EVERY ROW IS BLANKED TO DOTS FIRST SO A
      * SMALLER GRID NEVER SEES A LARGER PREDECESSOR'S MARKERS THROUGH
      * ITS PADDING
       01  WK-GRID-TBL.
         03  WK-ROW             PIC X(222) OCCURS 222 TIMES.
      * CELLS ALREADY CLAIMED BY A CLUSTER ON THE CURRENT GRID
       01  WK-VISIT-TBL.
         03  WK-VISIT-ROW       PIC X(222) OCCURS 222 TIMES.
      * CELLS CLAIMED BUT NOT YET TRACED - EVERY MARKER GOES ON AT
      * MOST ONCE, SO THE STACK NEVER OUTGROWS A FULL 220 BY 220 PLATE
       01  WK-STACK-TBL.
         03  WK-STACK OCCURS 48400 TIMES.
           05  STK-ROW          PIC 9(4).
           05  STK-COL          PIC 9(4).
       01  CON-AREA.
         03  CON-MAX-GRID       PIC 9(4) VALUE 220.
         03  CON-DOTS           PIC X(222) VALUE ALL ".".
       01  WK-CLUSTER-LINE.
         03  FILLER             PIC X(5)  VALUE "GRID=".
         03  CLL-GRID-ID        PIC X(8).
         03  FILLER             PIC X(6)  VALUE " RANK=".
         03  CLL-RANK           PIC ZZZZZ9.
         03  FILLER             PIC X(6)  VALUE " SIZE=".
         03  CLL-SIZE           PIC ZZZZZ9.
         03  FILLER             PIC X(6)  VALUE " ROWS=".
         03  CLL-MIN-ROW        PIC ZZ9.
         03  FILLER             PIC X(1)  VALUE "-".
         03  CLL-MAX-ROW        PIC ZZ9.
         03  FILLER             PIC X(6)  VALUE " COLS=".
         03  CLL-MIN-COL        PIC ZZ9.
         03  FILLER             PIC X(1)  VALUE "-".
         03  CLL-MAX-COL        PIC ZZ9.
         03  FILLER             PIC X(10) VALUE " ISOLATED=".
         03  CLL-ISOLATED       PIC ZZZZZ9.
       01  WK-SUMMARY-LINE.
         03  FILLER             PIC X(5)  VALUE "GRID=".
         03  SUM-GRID-ID        PIC X(8).
         03  FILLER             PIC X(10) VALUE " CLUSTERS=".
         03  SUM-CLUSTERS       PIC ZZZZZ9.
         03  FILLER             PIC X(9)  VALUE " MARKERS=".
         03  SUM-MARKERS        PIC ZZZZZ9.
         03  FILLER             PIC X(9)  VALUE " LARGEST=".
         03  SUM-LARGEST        PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           SORT SORT-FILE ON ASCENDING KEY SRT-GRID-SEQ
                             DESCENDING KEY SRT-SIZE
                             ASCENDING KEY SRT-MIN-ROW SRT-MIN-COL
               INPUT PROCEDURE IS 200-MAIN
               OUTPUT PROCEDURE IS 400-WRITE-REPORT.
           CLOSE CLUSTER-RPT-FILE.
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
               DISPLAY "*** DAY03CLU CANNOT RESOLVE ITS ENVIRONMENT"
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
           DISPLAY "*** DAY03CLU RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - MARKER CLUSTER ANALYSIS ***".
      * READ GRID SIZE CONTROL RECORD, IF PRESENT - SIZES A BARE
      * SINGLE-GRID FEED THE SAME WAY DAY03P1 SIZES IT
           OPEN INPUT GRID-CTL-FILE.
           IF WK-GRIDCTL-STATUS = "00"
             THEN
               READ GRID-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE CTL-GRID-SIZE TO WK-GRID-SIZE
               END-READ
               CLOSE GRID-CTL-FILE
           END-IF.
           IF WK-GRID-SIZE > CON-MAX-GRID
             THEN
               DISPLAY "*** GRID SIZE " WK-GRID-SIZE
                 " EXCEEDS MAXIMUM OF " CON-MAX-GRID " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE SAME 8-DIRECTION NEIGHBOURHOOD DAY03P1 SCANS WITH
           MOVE -1 TO DIR-I(1) DIR-I(2) DIR-I(3)
                      DIR-J(1) DIR-J(4) DIR-J(6).
           MOVE  0 TO DIR-I(4) DIR-I(5) DIR-J(2) DIR-J(7).
           MOVE  1 TO DIR-I(6) DIR-I(7) DIR-I(8)
                      DIR-J(3) DIR-J(5) DIR-J(8).
      * OPEN FILES - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND
      * IF A DATASET IS MISSING, UNREADABLE, OR CAN'T BE OPENED
           OPEN INPUT INPUT-FILE.
           IF WK-INPUT-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY03CLU CANNOT OPEN " WK-INPUT-FILENAME
                 " - STATUS=" WK-INPUT-STATUS " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLUSTER-RPT-FILE.
      * THE FIRST RECORD SAYS WHETHER THE FEED IS MULTI-GRID
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.
           IF WK-EOF = "0" AND GH-MARKER = "GRID:"
             THEN
               MOVE "Y" TO WK-MULTI
           END-IF.

      ******************************************************************
      * MAIN PROCESS - THE SORT'S INPUT SIDE. ONE CLUSTER PASS PER    *
      * GRID ON TONIGHT'S FEED, EACH CLUSTER RELEASED TO THE SORT     *
      ******************************************************************
       200-MAIN.
           IF WK-MULTI = "Y"
             THEN
               PERFORM 210-ONE-GRID UNTIL WK-EOF = "1"
             ELSE
      * ONE BARE GRID, SIZED BY GRIDCTL, ITS FIRST ROW ALREADY READ
               MOVE "(SINGLE)" TO WK-GRID-ID
               MOVE WK-GRID-SIZE TO WK-ROWS
               MOVE WK-GRID-SIZE TO WK-COLS
               COMPUTE WK-LAST-ROW = WK-ROWS + 1
               COMPUTE WK-LAST-COL = WK-COLS + 1
               MOVE "Y" TO WK-PENDING
               PERFORM 220-LOAD-GRID
               PERFORM 230-FIND-CLUSTERS
           END-IF.
           CLOSE INPUT-FILE.

      ******************************************************************
      * ONE HEADED GRID - PARSE ITS "GRID:" HEADER, LOAD AND CLUSTER  *
      * THE PLATE, AND LEAVE THE NEXT HEADER (IF ANY) PENDING         *
      ******************************************************************
       210-ONE-GRID.
           IF GH-MARKER NOT = "GRID:"
             THEN
               DISPLAY "*** DAY03CLU EXPECTED A GRID: HEADER BUT"
                 " FOUND [" IN-RECORD(1:20) "] - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF GH-ROWS NOT NUMERIC OR GH-COLS NOT NUMERIC
              OR GH-ROWS = ZERO OR GH-COLS = ZERO
              OR GH-ROWS > CON-MAX-GRID OR GH-COLS > CON-MAX-GRID
             THEN
               DISPLAY "*** DAY03CLU GRID " GH-GRID-ID
                 " HAS BAD DIMENSIONS - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE GH-GRID-ID TO WK-GRID-ID.
           MOVE GH-ROWS TO WK-ROWS.
           MOVE GH-COLS TO WK-COLS.
           COMPUTE WK-LAST-ROW = WK-ROWS + 1.
           COMPUTE WK-LAST-COL = WK-COLS + 1.
           MOVE "N" TO WK-PENDING.
           PERFORM 220-LOAD-GRID.
           PERFORM 230-FIND-CLUSTERS.
      * THE NEXT RECORD, IF ANY, IS THE NEXT PLATE'S HEADER
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * LOAD ONE GRID INTO THE PADDED TABLE. WK-PENDING SAYS WHETHER  *
      * THE FIRST ROW IS ALREADY SITTING IN THE RECORD AREA. A SHORT  *
      * FEED OR A LINE OF THE WRONG WIDTH STOPS THE RUN, AS IT DOES   *
      * IN DAY03P1                                                    *
      ******************************************************************
       220-LOAD-GRID.
           MOVE CON-DOTS TO WK-ROW(1).
           COMPUTE WK-I = WK-ROWS + 2.
           MOVE CON-DOTS TO WK-ROW(WK-I).
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-LAST-ROW
               IF WK-PENDING = "Y"
                 THEN
                   MOVE "N" TO WK-PENDING
                 ELSE
                   READ INPUT-FILE
                     AT END
                       MOVE "1" TO WK-EOF
                   END-READ
               END-IF
               IF WK-EOF = "1"
                 THEN
                   DISPLAY "*** DAY03CLU FEED ENDED SHORT OF GRID "
                     WK-GRID-ID " - ABORTING ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WK-IN-REC-LEN NOT = WK-COLS
                 THEN
                   COMPUTE WK-J = WK-I - 1
                   DISPLAY "*** DAY03CLU GRID " WK-GRID-ID " ROW "
                     WK-J " HAS LENGTH " WK-IN-REC-LEN
                     " - EXPECTED " WK-COLS " - ABORTING ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CON-DOTS TO WK-ROW(WK-I)
               MOVE IN-RECORD(1:WK-COLS) TO
                 WK-ROW(WK-I)(2:WK-COLS)
           END-PERFORM.

      ******************************************************************
      * CLUSTER PASS - EVERY MARKER NOT YET CLAIMED STARTS A NEW      *
      * CLUSTER, TRACED OUT TO ITS EDGES BEFORE THE SCAN MOVES ON     *
      ******************************************************************
       230-FIND-CLUSTERS.
           ADD 1 TO WK-GRID-CNT.
           MOVE ZERO TO WK-GRID-CLUSTERS WK-GRID-MARKERS
                        WK-GRID-LARGEST.
           PERFORM VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > WK-LAST-ROW + 1
               MOVE SPACES TO WK-VISIT-ROW(WK-I)
           END-PERFORM.
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-LAST-ROW
               PERFORM VARYING WK-J FROM 2 BY 1
                 UNTIL WK-J > WK-LAST-COL
                   IF WK-ROW(WK-I)(WK-J:1) = "@" AND
                      WK-VISIT-ROW(WK-I)(WK-J:1) = SPACE
                     THEN
                       PERFORM 240-TRACE-CLUSTER
                   END-IF
               END-PERFORM
           END-PERFORM.
           ADD WK-GRID-CLUSTERS TO WK-TOT-CLUSTERS.
           ADD WK-GRID-MARKERS  TO WK-TOT-MARKERS.
           MOVE WK-GRID-ID       TO SUM-GRID-ID.
           MOVE WK-GRID-CLUSTERS TO SUM-CLUSTERS.
           MOVE WK-GRID-MARKERS  TO SUM-MARKERS.
           MOVE WK-GRID-LARGEST  TO SUM-LARGEST.
           DISPLAY WK-SUMMARY-LINE.

      ******************************************************************
      * TRACE ONE CLUSTER FROM ITS FIRST MARKER - CLAIM IT, STACK IT, *
      * AND KEEP TRACING STACKED CELLS UNTIL NONE ARE LEFT, THEN HAND *
      * THE FINISHED CLUSTER TO THE SORT                              *
      ******************************************************************
       240-TRACE-CLUSTER.
           MOVE ZERO TO WK-CLU-SIZE WK-CLU-ISOLATED.
           MOVE WK-I TO WK-CLU-MIN-ROW WK-CLU-MAX-ROW.
           MOVE WK-J TO WK-CLU-MIN-COL WK-CLU-MAX-COL.
           MOVE "V" TO WK-VISIT-ROW(WK-I)(WK-J:1).
           MOVE 1 TO WK-SP.
           MOVE WK-I TO STK-ROW(1).
           MOVE WK-J TO STK-COL(1).
           PERFORM 250-TRACE-CELL UNTIL WK-SP = ZERO.
           ADD 1 TO WK-GRID-CLUSTERS.
           ADD WK-CLU-SIZE TO WK-GRID-MARKERS.
           IF WK-CLU-SIZE > WK-GRID-LARGEST
             THEN
               MOVE WK-CLU-SIZE TO WK-GRID-LARGEST
           END-IF.
      * REPORT ROWS AND COLUMNS AS THE FEED NUMBERS THEM, NOT AS THE
      * PADDED TABLE DOES
           MOVE WK-GRID-CNT     TO SRT-GRID-SEQ.
           MOVE WK-GRID-ID      TO SRT-GRID-ID.
           MOVE WK-CLU-SIZE     TO SRT-SIZE.
           COMPUTE SRT-MIN-ROW = WK-CLU-MIN-ROW - 1.
           COMPUTE SRT-MAX-ROW = WK-CLU-MAX-ROW - 1.
           COMPUTE SRT-MIN-COL = WK-CLU-MIN-COL - 1.
           COMPUTE SRT-MAX-COL = WK-CLU-MAX-COL - 1.
           MOVE WK-CLU-ISOLATED TO SRT-ISOLATED.
           RELEASE SORT-REC.

      ******************************************************************
      * TRACE ONE STACKED CELL - COUNT IT, WIDEN THE BOUNDING BOX,    *
      * COUNT ITS NEIGHBOURS THE WAY 210-CHECK DOES IN DAY03P1, AND   *
      * STACK EVERY NEIGHBOURING MARKER NOT YET CLAIMED               *
      ******************************************************************
       250-TRACE-CELL.
           MOVE STK-ROW(WK-SP) TO WK-CI.
           MOVE STK-COL(WK-SP) TO WK-CJ.
           SUBTRACT 1 FROM WK-SP.
           ADD 1 TO WK-CLU-SIZE.
           IF WK-CI < WK-CLU-MIN-ROW
             THEN
               MOVE WK-CI TO WK-CLU-MIN-ROW
           END-IF.
           IF WK-CI > WK-CLU-MAX-ROW
             THEN
               MOVE WK-CI TO WK-CLU-MAX-ROW
           END-IF.
           IF WK-CJ < WK-CLU-MIN-COL
             THEN
               MOVE WK-CJ TO WK-CLU-MIN-COL
           END-IF.
           IF WK-CJ > WK-CLU-MAX-COL
             THEN
               MOVE WK-CJ TO WK-CLU-MAX-COL
           END-IF.
           MOVE ZERO TO WK-CNT.
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 8
               COMPUTE WK-NI = WK-CI + DIR-I(WK-K)
               COMPUTE WK-NJ = WK-CJ + DIR-J(WK-K)
               IF WK-ROW(WK-NI)(WK-NJ:1) = "@"
                 THEN
                   ADD 1 TO WK-CNT
                   IF WK-VISIT-ROW(WK-NI)(WK-NJ:1) = SPACE
                     THEN
                       MOVE "V" TO WK-VISIT-ROW(WK-NI)(WK-NJ:1)
                       ADD 1 TO WK-SP
                       MOVE WK-NI TO STK-ROW(WK-SP)
                       MOVE WK-NJ TO STK-COL(WK-SP)
                   END-IF
               END-IF
           END-PERFORM.
           IF WK-CNT < 4
             THEN
               ADD 1 TO WK-CLU-ISOLATED
           END-IF.

      ******************************************************************
      * REPORT PROCESS - THE SORT'S OUTPUT SIDE. CLUSTERS COME BACK   *
      * GRID BY GRID, BIGGEST FIRST, AND ARE RANKED WITHIN THEIR GRID *
      ******************************************************************
       400-WRITE-REPORT.
           MOVE ZERO TO WK-LAST-SEQ.
           PERFORM UNTIL WK-SORT-EOF = "1"
               RETURN SORT-FILE
                 AT END
                   MOVE "1" TO WK-SORT-EOF
                 NOT AT END
                   IF SRT-GRID-SEQ NOT = WK-LAST-SEQ
                     THEN
                       MOVE SRT-GRID-SEQ TO WK-LAST-SEQ
                       MOVE ZERO TO WK-RANK
                   END-IF
                   ADD 1 TO WK-RANK
                   MOVE SRT-GRID-ID  TO CLL-GRID-ID
                   MOVE WK-RANK      TO CLL-RANK
                   MOVE SRT-SIZE     TO CLL-SIZE
                   MOVE SRT-MIN-ROW  TO CLL-MIN-ROW
                   MOVE SRT-MAX-ROW  TO CLL-MAX-ROW
                   MOVE SRT-MIN-COL  TO CLL-MIN-COL
                   MOVE SRT-MAX-COL  TO CLL-MAX-COL
                   MOVE SRT-ISOLATED TO CLL-ISOLATED
                   MOVE WK-CLUSTER-LINE TO CLUSTER-RPT-RECORD
                   WRITE CLUSTER-RPT-RECORD
                   ADD 1 TO WK-RPT-CNT
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY03CLU " WK-GRID-CNT " GRID(S) ANALYZED -"
             " CLUSTERS=" WK-TOT-CLUSTERS " MARKERS=" WK-TOT-MARKERS
             " - " WK-RPT-CNT " LINE(S) TO DAY03CLU.RPT ***".
