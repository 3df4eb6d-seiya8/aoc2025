           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
           SELECT GAP-CTL-FILE ASSIGN TO "GAPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GAPCTL-STATUS.
           SELECT GAP-RPT-FILE ASSIGN TO "DAY05P2.GAPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GAPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
      * THE OVERALL ID UNIVERSE THE GAP REPORT MEASURES AGAINST
       FD  GAP-CTL-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  GAP-CTL-RECORD.
         03  GPC-LOW            PIC X(16).
         03  GPC-HIGH           PIC X(16).
       FD  GAP-RPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  GAP-RPT-RECORD       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY05P2".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-FROMTO OCCURS 20000 TIMES.
             05  WK-FROM        PIC 9(16).
             05  WK-TO          PIC 9(16).
      * COVERAGE GAPS - THE UNCOVERED STRETCHES BETWEEN THE MERGED
      * RANGES, INSIDE THE GAPCTL UNIVERSE OR, WITHOUT ONE, THE SPAN
      * FROM THE LOWEST MERGED RANGE TO THE HIGHEST
         03  WK-GAPCTL-STATUS   PIC X(2) VALUE "00".
         03  WK-GAPRPT-STATUS   PIC X(2) VALUE "00".
         03  WK-UNI-SET         PIC X(1) VALUE "N".
         03  WK-UNI-LOW         PIC 9(16) VALUE ZERO.
         03  WK-UNI-HIGH        PIC 9(16) VALUE ZERO.
         03  WK-GAP-LOW         PIC 9(16) VALUE ZERO.
         03  WK-GAP-HIGH        PIC 9(16) VALUE ZERO.
         03  WK-GAP-NEXT        PIC 9(17) VALUE ZERO.
         03  WK-CLIP-FROM       PIC 9(16) VALUE ZERO.
         03  WK-CLIP-TO         PIC 9(16) VALUE ZERO.
         03  WK-GAP-FROM        PIC 9(16) VALUE ZERO.
         03  WK-GAP-TO          PIC 9(16) VALUE ZERO.
         03  WK-GAP-SIZE        PIC 9(17) VALUE ZERO.
         03  WK-GAP-CNT         PIC 9(7) VALUE ZERO.
         03  WK-COVERED         PIC 9(17) VALUE ZERO.
         03  WK-UNCOVERED       PIC 9(17) VALUE ZERO.
         03  WK-UNI-SIZE        PIC 9(17) VALUE ZERO.
         03  WK-COV-PCT         PIC 9(3)V99 VALUE ZERO.
         03  WK-UNC-PCT         PIC 9(3)V99 VALUE ZERO.
         03  WK-GAP-LABEL       PIC X(8) VALUE SPACES.
         03  WK-T               PIC 9(2) VALUE ZERO.
         03  WK-T2              PIC 9(2) VALUE ZERO.
      * THE LARGEST GAPS OF THE SECTION, BIGGEST FIRST
       01  WK-TOP-GAP-TABLE.
         03  WK-TOP-CNT         PIC 9(2) VALUE ZERO.
         03  WK-TOP-GAP OCCURS 5 TIMES.
           05  TOP-FROM         PIC 9(16).
           05  TOP-TO           PIC 9(16).
           05  TOP-SIZE         PIC 9(17).
       01  CON-AREA.
         03  CON-MAX-RANGE      PIC 9(5) VALUE 20000.
         03  CON-MAX-TOP        PIC 9(2) VALUE 5.
       01  WK-GAP-LINE.
         03  FILLER             PIC X(6)  VALUE "GROUP=".
         03  GPL-GROUP          PIC X(8).
         03  FILLER             PIC X(10) VALUE "  GAP FROM".
         03  FILLER             PIC X(1)  VALUE "=".
         03  GPL-FROM           PIC Z(15)9.
         03  FILLER             PIC X(5)  VALUE "  TO=".
         03  GPL-TO             PIC Z(15)9.
         03  FILLER             PIC X(7)  VALUE "  SIZE=".
         03  GPL-SIZE           PIC Z(16)9.
       01  WK-TOP-LINE.
         03  FILLER             PIC X(6)  VALUE "GROUP=".
         03  TPL-GROUP          PIC X(8).
         03  FILLER             PIC X(11) VALUE "  LARGEST #".
         03  TPL-RANK           PIC 9.
         03  FILLER             PIC X(6)  VALUE " FROM=".
         03  TPL-FROM           PIC Z(15)9.
         03  FILLER             PIC X(5)  VALUE "  TO=".
         03  TPL-TO             PIC Z(15)9.
         03  FILLER             PIC X(7)  VALUE "  SIZE=".
         03  TPL-SIZE           PIC Z(16)9.
       01  WK-COVERAGE-LINE.
         03  FILLER             PIC X(6)  VALUE "GROUP=".
         03  CVL-GROUP          PIC X(8).
         03  FILLER             PIC X(11) VALUE "  UNIVERSE=".
         03  CVL-LOW            PIC Z(15)9.
         03  FILLER             PIC X(1)  VALUE "-".
         03  CVL-HIGH           PIC Z(15)9.
         03  FILLER             PIC X(10) VALUE "  COVERED=".
         03  CVL-COV-PCT        PIC ZZ9.99.
         03  FILLER             PIC X(13) VALUE "%  UNCOVERED=".
         03  CVL-UNC-PCT        PIC ZZ9.99.
         03  FILLER             PIC X(8)  VALUE "%  GAPS=".
         03  CVL-GAPS           PIC Z(6)9.
       01  WK-COVERAGE-COUNT-LINE.
         03  FILLER             PIC X(6)  VALUE "GROUP=".
         03  CCL-GROUP          PIC X(8).
         03  FILLER             PIC X(14) VALUE "  COVERED IDS=".
         03  CCL-COVERED        PIC Z(16)9.
         03  FILLER             PIC X(16) VALUE "  UNCOVERED IDS=".
         03  CCL-UNCOVERED      PIC Z(16)9.
       01  WK-GROUP-LINE.
         03  FILLER             PIC X(6)  VALUE "GROUP=".
         03  GRP-ID             PIC X(8).

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
               DISPLAY "*** DAY05P2 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * MAIN PROCESS                                                   *
      ******************************************************************
       200-MAIN.
      * THE GAP REPORT COVERS EVERY SECTION THE RUN COALESCES
           PERFORM 205-READ-GAP-CONTROL.
           OPEN OUTPUT GAP-RPT-FILE.
           IF WK-GROUPED = "Y"
             THEN
      * THE MERGED-RANGE HANDOFF DATASET IS A SINGLE-GROUP FACILITY -
               DISPLAY "*** DAY05P2 " WK-GROUP-CNT " GROUP(S)"
                 " PROCESSED ***"
             ELSE
               MOVE "FEED" TO WK-GAP-LABEL
               PERFORM 240-COUNT-ONE-SECTION
           END-IF.
           CLOSE GAP-RPT-FILE.

      ******************************************************************
      * GAP UNIVERSE CONTROL - AN OPTIONAL "GAPCTL" RECORD GIVES THE   *
      * LOWEST AND HIGHEST ID OF THE OVERALL UNIVERSE. WITHOUT ONE (OR *
      * WITH AN UNUSABLE ONE) EACH SECTION IS MEASURED ACROSS THE SPAN *
      * OF ITS OWN MERGED RANGES                                       *
      ******************************************************************
       205-READ-GAP-CONTROL.
           OPEN INPUT GAP-CTL-FILE.
           IF WK-GAPCTL-STATUS = "00"
             THEN
               READ GAP-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF GPC-LOW IS NUMERIC AND GPC-HIGH IS NUMERIC AND
                      GPC-LOW <= GPC-HIGH
                     THEN
                       MOVE "Y" TO WK-UNI-SET
                       MOVE GPC-LOW  TO WK-UNI-LOW
                       MOVE GPC-HIGH TO WK-UNI-HIGH
                       DISPLAY "*** DAY05P2 GAP UNIVERSE " WK-UNI-LOW
                         "-" WK-UNI-HIGH " ***"
                     ELSE
                       DISPLAY "*** DAY05P2 GAPCTL UNIVERSE NOT TWO"
                         " ASCENDING 16-DIGIT IDS - IGNORED ***"
                   END-IF
               END-READ
               CLOSE GAP-CTL-FILE
           END-IF.

      ******************************************************************
      * SORT, COALESCE, AND COUNT THE RANGE TABLE AS LOADED - THE     *
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WK-GROUP-ID TO WK-GAP-LABEL.
           IF WK-N-RANGE > ZERO
             THEN
               PERFORM 240-COUNT-ONE-SECTION
      * A GROUP WITH NO RANGES LEAVES A SET UNIVERSE WHOLLY UNCOVERED
           ELSE IF WK-UNI-SET = "Y"
             THEN
               PERFORM 250-START-GAPS
               PERFORM 254-FINISH-GAPS
           END-IF.
           MOVE WK-ANS TO WK-GROUP-ANS.
           ADD WK-ANS TO WK-TOTAL-ANS.
      * SAVE THE FIRST RECORD
           MOVE WK-FROM(1) TO WK-CUR-FROM.
           MOVE WK-TO(1) TO WK-CUR-TO.
           PERFORM 250-START-GAPS.
           PERFORM VARYING WK-I FROM 2 BY 1 UNTIL WK-I > WK-N-RANGE
      * IF OVERLAPPED UPDATE WK-TO
               IF WK-FROM(WK-I) <= WK-CUR-TO + 1
                   MOVE WK-CUR-FROM TO COL-FROM
                   MOVE WK-CUR-TO   TO COL-TO
                   DISPLAY WK-COALESCED-LINE
                   PERFORM 251-NOTE-BLOCK
                   IF WK-GROUPED = "N"
                     THEN
                       MOVE WK-CUR-FROM TO MRG-FROM
           MOVE WK-CUR-FROM TO COL-FROM.
           MOVE WK-CUR-TO   TO COL-TO.
           DISPLAY WK-COALESCED-LINE.
           PERFORM 251-NOTE-BLOCK.
           IF WK-GROUPED = "N"
             THEN
               MOVE WK-CUR-FROM TO MRG-FROM
               WRITE MERGED-RECORD
               ADD 1 TO WK-MERGED-CNT
           END-IF.
           PERFORM 254-FINISH-GAPS.

      ******************************************************************
      * START A SECTION'S GAP WALK AT THE BOTTOM OF ITS UNIVERSE - THE *
      * GAPCTL LOW, OR ELSE THE FIRST (LOWEST) MERGED RANGE. WITHOUT  *
      * GAPCTL THE TOP IS OPEN UNTIL THE LAST RANGE IS SEEN           *
      ******************************************************************
       250-START-GAPS.
           MOVE ZERO TO WK-GAP-CNT.
           MOVE ZERO TO WK-COVERED.
           MOVE ZERO TO WK-TOP-CNT.
           IF WK-UNI-SET = "Y"
             THEN
               MOVE WK-UNI-LOW  TO WK-GAP-LOW
               MOVE WK-UNI-HIGH TO WK-GAP-HIGH
             ELSE
               MOVE WK-FROM(1) TO WK-GAP-LOW
               MOVE 9999999999999999 TO WK-GAP-HIGH
           END-IF.
           MOVE WK-GAP-LOW TO WK-GAP-NEXT.

      ******************************************************************
      * ONE MERGED RANGE (WK-CUR-FROM/TO), IN ORDER - CLIP IT TO THE  *
      * UNIVERSE, REPORT ANY UNCOVERED STRETCH BEFORE IT, AND COUNT   *
      * WHAT IT COVERS                                                *
      ******************************************************************
       251-NOTE-BLOCK.
           IF WK-CUR-TO >= WK-GAP-LOW AND WK-CUR-FROM <= WK-GAP-HIGH
             THEN
               MOVE WK-CUR-FROM TO WK-CLIP-FROM
               MOVE WK-CUR-TO   TO WK-CLIP-TO
               IF WK-CLIP-FROM < WK-GAP-LOW
                 THEN
                   MOVE WK-GAP-LOW TO WK-CLIP-FROM
               END-IF
               IF WK-CLIP-TO > WK-GAP-HIGH
                 THEN
                   MOVE WK-GAP-HIGH TO WK-CLIP-TO
               END-IF
               IF WK-CLIP-FROM > WK-GAP-NEXT
                 THEN
                   MOVE WK-GAP-NEXT TO WK-GAP-FROM
                   COMPUTE WK-GAP-TO = WK-CLIP-FROM - 1
                   PERFORM 252-WRITE-GAP
               END-IF
               COMPUTE WK-COVERED =
                 WK-COVERED + (WK-CLIP-TO - WK-CLIP-FROM + 1)
               COMPUTE WK-GAP-NEXT = WK-CLIP-TO + 1
           END-IF.

      ******************************************************************
      * ONE UNCOVERED STRETCH - ONTO THE REPORT AND INTO THE RANKING  *
      ******************************************************************
       252-WRITE-GAP.
           ADD 1 TO WK-GAP-CNT.
           COMPUTE WK-GAP-SIZE = WK-GAP-TO - WK-GAP-FROM + 1.
           MOVE WK-GAP-LABEL TO GPL-GROUP.
           MOVE WK-GAP-FROM  TO GPL-FROM.
           MOVE WK-GAP-TO    TO GPL-TO.
           MOVE WK-GAP-SIZE  TO GPL-SIZE.
           MOVE WK-GAP-LINE  TO GAP-RPT-RECORD.
           WRITE GAP-RPT-RECORD.
           PERFORM 253-RANK-GAP.

      ******************************************************************
      * KEEP THE SECTION'S LARGEST GAPS, BIGGEST FIRST - FIND THE     *
      * SLOT THE NEW GAP BELONGS IN AND SHUFFLE THE SMALLER ONES DOWN *
      ******************************************************************
       253-RANK-GAP.
           PERFORM VARYING WK-T FROM 1 BY 1
             UNTIL WK-T > WK-TOP-CNT
               OR WK-GAP-SIZE > TOP-SIZE(WK-T)
               CONTINUE
           END-PERFORM.
           IF WK-T <= CON-MAX-TOP
             THEN
               IF WK-TOP-CNT < CON-MAX-TOP
                 THEN
                   ADD 1 TO WK-TOP-CNT
               END-IF
               PERFORM VARYING WK-T2 FROM WK-TOP-CNT BY -1
                 UNTIL WK-T2 <= WK-T
                   MOVE WK-TOP-GAP(WK-T2 - 1) TO WK-TOP-GAP(WK-T2)
               END-PERFORM
               MOVE WK-GAP-FROM TO TOP-FROM(WK-T)
               MOVE WK-GAP-TO   TO TOP-TO(WK-T)
               MOVE WK-GAP-SIZE TO TOP-SIZE(WK-T)
           END-IF.

      ******************************************************************
      * CLOSE A SECTION'S GAP WALK - THE STRETCH ABOVE THE LAST RANGE *
      * (GAPCTL ONLY), THE LARGEST GAPS, AND COVERED VERSUS UNCOVERED *
      * AS COUNTS AND PERCENTAGES OF THE UNIVERSE                     *
      ******************************************************************
       254-FINISH-GAPS.
           IF WK-UNI-SET = "N"
             THEN
               COMPUTE WK-GAP-HIGH = WK-GAP-NEXT - 1
           END-IF.
           IF WK-GAP-NEXT <= WK-GAP-HIGH
             THEN
               MOVE WK-GAP-NEXT TO WK-GAP-FROM
               MOVE WK-GAP-HIGH TO WK-GAP-TO
               PERFORM 252-WRITE-GAP
           END-IF.
           PERFORM VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-TOP-CNT
               MOVE WK-GAP-LABEL  TO TPL-GROUP
               MOVE WK-T          TO TPL-RANK
               MOVE TOP-FROM(WK-T) TO TPL-FROM
               MOVE TOP-TO(WK-T)   TO TPL-TO
               MOVE TOP-SIZE(WK-T) TO TPL-SIZE
               MOVE WK-TOP-LINE TO GAP-RPT-RECORD
               WRITE GAP-RPT-RECORD
               DISPLAY WK-TOP-LINE
           END-PERFORM.
           COMPUTE WK-UNI-SIZE = WK-GAP-HIGH - WK-GAP-LOW + 1.
           COMPUTE WK-UNCOVERED = WK-UNI-SIZE - WK-COVERED.
           COMPUTE WK-COV-PCT ROUNDED = WK-COVERED * 100 / WK-UNI-SIZE.
           COMPUTE WK-UNC-PCT = 100 - WK-COV-PCT.
           MOVE WK-GAP-LABEL TO CVL-GROUP.
           MOVE WK-GAP-LOW   TO CVL-LOW.
           MOVE WK-GAP-HIGH  TO CVL-HIGH.
           MOVE WK-COV-PCT   TO CVL-COV-PCT.
           MOVE WK-UNC-PCT   TO CVL-UNC-PCT.
           MOVE WK-GAP-CNT   TO CVL-GAPS.
           MOVE WK-COVERAGE-LINE TO GAP-RPT-RECORD.
           WRITE GAP-RPT-RECORD.
           DISPLAY WK-COVERAGE-LINE.
           MOVE WK-GAP-LABEL TO CCL-GROUP.
           MOVE WK-COVERED   TO CCL-COVERED.
           MOVE WK-UNCOVERED TO CCL-UNCOVERED.
           MOVE WK-COVERAGE-COUNT-LINE TO GAP-RPT-RECORD.
           WRITE GAP-RPT-RECORD.

      ******************************************************************
      * END PROCESS                                                    *
