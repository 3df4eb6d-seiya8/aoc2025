       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSLA.
      ******************************************************************
      * MONTHLY SERVICE-LEVEL SCORECARD FOR THE BUSINESS OWNERS. THE  *
      * SERVICE REVIEW USED TO BE HAND-BUILT FROM FIVE DATASETS; THIS *
      * PROGRAM BUILDS IT FOR THE MONTH NAMED ON THE OPTIONAL         *
      * "SLACTL" RECORD (YYYY-MM, DEFAULT LAST MONTH) AND SETS EACH   *
      * FIGURE BESIDE THE PRIOR MONTH'S:                              *
      *   - NIGHTS ON TIME, LATE OR SKIPPED - EVERY NIGHT RUNCAL      *
      *     PLANS AS A RUN NIGHT, JUDGED BY ITS LAST "SCHEDLOG"       *
      *     OUTCOME AND ITS CHAIN FINISH (THE LAST STEP END ON        *
      *     "RUNSTATS") AGAINST THE "WINCTL" DEADLINE                 *
      *   - THE AVERAGE AND LATEST CHAIN FINISH AGAINST THAT DEADLINE *
      *   - REGRESSION FAILURES PER PROGRAM FROM BATCHRES             *
      *   - RECONCILIATION BREAKS - THE MISMATCH ALERTS DAYRCN RAISED *
      *   - MEAN MINUTES TO ACKNOWLEDGE AND TO CLOSE ALERTS, FROM     *
      *     AL-ACK-STAMP (DAYAWB RESTAMPS IT ON CLOSE, SO AN ACKED    *
      *     ALERT GIVES THE TIME TO ACKNOWLEDGE AND A CLOSED ONE THE  *
      *     TIME TO CLOSE)                                            *
      *   - SOURCE FEEDS THAT ARRIVED AFTER THEIR DEADLINE OR MISSED  *
      *     THEIR CUTOFF, FROM THE "FEEDHIST" HISTORY DAYFAW KEEPS,   *
      *     WITH A BREAKDOWN BY SOURCE                                *
      * THE AGREED TARGETS LIVE ON THE OPTIONAL "SLATGT" FILE, ONE    *
      * METRIC CODE AND TARGET PER RECORD (ONTIME IS A MINIMUM        *
      * PERCENT, EVERY OTHER CODE A MAXIMUM). RETURN-CODE 4 WHEN THE  *
      * MONTH MISSED ANY TARGET.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-CTL-FILE ASSIGN TO "SLACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT SLA-TGT-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TGT-STATUS.
           SELECT RUN-CAL-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNCAL-STATUS.
           SELECT SCHED-LOG-FILE ASSIGN TO "SCHEDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SCHEDLOG-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STATS-STATUS.
           SELECT WIN-CTL-FILE ASSIGN TO "WINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-WINCTL-STATUS.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO "FEEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEEDHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-CTL-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  SLA-CTL-RECORD.
         03  SLC-MONTH          PIC X(7).
       FD  SLA-TGT-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  SLA-TGT-RECORD.
         03  SLT-METRIC         PIC X(8).
         03  SLT-TARGET         PIC X(5).
       FD  RUN-CAL-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  RUN-CAL-RECORD.
         03  CAL-DATE           PIC X(10).
         03  CAL-DISP           PIC X(8).
       FD  SCHED-LOG-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  SCHED-LOG-RECORD.
         03  SCH-RUN-DATE       PIC X(10).
         03  SCH-PLANNED        PIC X(8).
         03  SCH-ACTUAL         PIC X(8).
         03  SCH-RUN-ID         PIC X(14).
         03  SCH-PRE-RESULT     PIC X(8).
         03  SCH-POST-RESULT    PIC X(8).
         03  SCH-STEP-STATES    PIC X(7).
       FD  RUN-STATS-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY RUNSTREC.
       FD  WIN-CTL-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  WIN-CTL-RECORD.
         03  WIN-START          PIC X(6).
         03  WIN-DEADLINE       PIC X(6).
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  FEED-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY FEEDARRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-TGT-STATUS      PIC X(2) VALUE "00".
         03  WK-RUNCAL-STATUS   PIC X(2) VALUE "00".
         03  WK-SCHEDLOG-STATUS PIC X(2) VALUE "00".
         03  WK-STATS-STATUS    PIC X(2) VALUE "00".
         03  WK-WINCTL-STATUS   PIC X(2) VALUE "00".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-FEEDHIST-STATUS PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-MONTH-X         PIC X(7) VALUE SPACES.
         03  WK-YYYY            PIC 9(4) VALUE ZERO.
         03  WK-MM              PIC 9(2) VALUE ZERO.
         03  WK-YMD             PIC 9(8) VALUE ZERO.
         03  WK-YMD-X REDEFINES WK-YMD PIC X(8).
         03  WK-NEXT-INT        PIC 9(8) VALUE ZERO.
         03  WK-DAY-INT         PIC 9(8) VALUE ZERO.
         03  WK-P               PIC 9(1) VALUE ZERO.
         03  WK-D               PIC 9(2) VALUE ZERO.
         03  WK-N               PIC 9(3) VALUE ZERO.
         03  WK-M               PIC 9(2) VALUE ZERO.
         03  WK-G               PIC 9(2) VALUE ZERO.
         03  WK-NIGHT-CNT       PIC 9(3) VALUE ZERO.
         03  WK-DATE            PIC X(10) VALUE SPACES.
         03  WK-HAVE-DEADLINE   PIC X(1) VALUE "N".
         03  WK-START-SECS      PIC 9(6) VALUE ZERO.
         03  WK-DEADLINE-SECS   PIC 9(6) VALUE ZERO.
         03  WK-SECS            PIC 9(6) VALUE ZERO.
         03  WK-HHMMSS          PIC X(6) VALUE SPACES.
         03  WK-CLOCK           PIC X(8) VALUE SPACES.
         03  WK-HH              PIC 9(2) VALUE ZERO.
         03  WK-MI              PIC 9(2) VALUE ZERO.
         03  WK-SS              PIC 9(2) VALUE ZERO.
         03  WK-STAMP-FROM      PIC X(14) VALUE SPACES.
         03  WK-STAMP-TO        PIC X(14) VALUE SPACES.
         03  WK-STAMP-OK        PIC X(1) VALUE "N".
         03  WK-FROM-MINS       PIC 9(9) VALUE ZERO.
         03  WK-TO-MINS         PIC 9(9) VALUE ZERO.
         03  WK-MINS            PIC 9(9) VALUE ZERO.
         03  WK-MEASURED        PIC 9(3) VALUE ZERO.
         03  WK-CHANGE          PIC S9(7)V9 VALUE ZERO.
         03  WK-MISSED-CNT      PIC 9(2) VALUE ZERO.
         03  WK-PGM-CNT         PIC 9(2) VALUE ZERO.
         03  WK-PGM-LOST        PIC 9(5) VALUE ZERO.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-F               PIC 9(3) VALUE ZERO.
         03  WK-FEED-CNT        PIC 9(3) VALUE ZERO.
         03  WK-FEED-LOST       PIC 9(5) VALUE ZERO.
         03  WK-FS              PIC 9(2) VALUE ZERO.
         03  WK-FEED-SRC-CNT    PIC 9(2) VALUE ZERO.
      * THE REVIEWED MONTH (1) AND THE MONTH BEFORE IT (2)
       01  WK-PERIOD-TABLE.
         03  WK-PERIOD OCCURS 2 TIMES.
           05  PER-MONTH        PIC X(7).
           05  PER-STAMP-MONTH  PIC X(6).
           05  PER-FIRST-INT    PIC 9(8).
           05  PER-DAYS         PIC 9(2).
           05  PER-RUN-NIGHTS   PIC 9(3).
           05  PER-OFF-NIGHTS   PIC 9(3).
           05  PER-NOT-DUE      PIC 9(3).
           05  PER-ON-TIME      PIC 9(3).
           05  PER-LATE         PIC 9(3).
           05  PER-SKIPPED      PIC 9(3).
           05  PER-FINISH-CNT   PIC 9(3).
           05  PER-FINISH-TOTAL PIC 9(9).
           05  PER-LATEST       PIC 9(6).
           05  PER-REG-RUNS     PIC 9(5).
           05  PER-REG-FAILS    PIC 9(5).
           05  PER-ALERTS       PIC 9(5).
           05  PER-RCN-BREAKS   PIC 9(5).
           05  PER-ACK-CNT      PIC 9(5).
           05  PER-ACK-MINS     PIC 9(9).
           05  PER-CLOSE-CNT    PIC 9(5).
           05  PER-CLOSE-MINS   PIC 9(9).
           05  PER-FEED-LATE    PIC 9(5).
           05  PER-FEED-MISSED  PIC 9(5).
           05  PER-VALUE        PIC 9(7)V9 OCCURS 9 TIMES.
      * ONE ENTRY PER CALENDAR NIGHT OF BOTH MONTHS - THE REVIEWED
      * MONTH'S NIGHTS FIRST, THEN THE PRIOR MONTH'S
       01  WK-NIGHT-TABLE.
         03  WK-NIGHT OCCURS 62 TIMES.
           05  NGT-DATE         PIC X(10).
           05  NGT-PERIOD       PIC 9(1).
           05  NGT-PLANNED      PIC X(8).
           05  NGT-ACTUAL       PIC X(8).
           05  NGT-HAVE-FINISH  PIC X(1).
           05  NGT-FINISH-SECS  PIC 9(6).
      * RUNS AND REGRESSION FAILURES PER PROGRAM, BOTH MONTHS
       01  WK-PGM-TABLE.
         03  WK-PGM-ENTRY OCCURS 30 TIMES.
           05  PGM-ID           PIC X(8).
           05  PGM-RUNS         PIC 9(5) OCCURS 2 TIMES.
           05  PGM-FAILS        PIC 9(5) OCCURS 2 TIMES.
      * EACH SOURCE FEED'S OUTCOME PER NIGHT OF BOTH MONTHS - THE
      * LAST "FEEDHIST" RECORD FOR A NIGHT AND SOURCE STANDS, SO A
      * SOURCE GIVEN UP ON AND THEN WAITED FOR AGAIN ONCE IT TURNED UP
      * COUNTS ONCE, AS LATE. SIZED FOR DAYFAW'S TEN SOURCES A NIGHT
       01  WK-FEED-NIGHT-TABLE.
         03  WK-FEED-NIGHT OCCURS 620 TIMES.
           05  FDN-NIGHT        PIC 9(3).
           05  FDN-SOURCE       PIC X(24).
           05  FDN-STATUS       PIC X(8).
           05  FDN-MINS-LATE    PIC 9(4).
      * LATE AND MISSED ARRIVALS PER SOURCE, BOTH MONTHS
       01  WK-FEED-SRC-TABLE.
         03  WK-FEED-SRC OCCURS 20 TIMES.
           05  FSR-SOURCE       PIC X(24).
           05  FSR-LATE         PIC 9(3) OCCURS 2 TIMES.
           05  FSR-MISSED       PIC 9(3) OCCURS 2 TIMES.
           05  FSR-WORST-MINS   PIC 9(4).
      * THE SCORED METRICS - CODE AS KEYED ON SLATGT, REPORT LABEL,
      * AND WHETHER THE TARGET IS A MINIMUM (H) OR A MAXIMUM (L)
       01  WK-METRIC-TABLE.
         03  FILLER             PIC X(34)
             VALUE "ONTIME  NIGHTS ON TIME (PCT)     H".
         03  FILLER             PIC X(34)
             VALUE "LATE    NIGHTS LATE              L".
         03  FILLER             PIC X(34)
             VALUE "SKIPPED NIGHTS SKIPPED           L".
         03  FILLER             PIC X(34)
             VALUE "REGFAIL REGRESSION FAILURES      L".
         03  FILLER             PIC X(34)
             VALUE "RCNBRK  RECONCILIATION BREAKS    L".
         03  FILLER             PIC X(34)
             VALUE "MTTA    MINUTES TO ACKNOWLEDGE   L".
         03  FILLER             PIC X(34)
             VALUE "MTTC    MINUTES TO CLOSE         L".
         03  FILLER             PIC X(34)
             VALUE "FEEDLATEFEEDS ARRIVED LATE       L".
         03  FILLER             PIC X(34)
             VALUE "FEEDMISSFEEDS MISSING AT CUTOFF  L".
       01  WK-METRICS REDEFINES WK-METRIC-TABLE.
         03  WK-METRIC OCCURS 9 TIMES.
           05  MET-CODE         PIC X(8).
           05  MET-LABEL        PIC X(25).
           05  MET-DIR          PIC X(1).
       01  WK-TARGET-TABLE.
         03  WK-TARGET OCCURS 9 TIMES.
           05  TGT-HAVE         PIC X(1).
           05  TGT-VALUE        PIC 9(5).
       01  CON-AREA.
         03  CON-METRIC-CNT     PIC 9(2) VALUE 9.
         03  CON-MAX-PGMS       PIC 9(2) VALUE 30.
         03  CON-MAX-FEED-NIGHTS PIC 9(3) VALUE 620.
         03  CON-MAX-FEED-SRCS  PIC 9(2) VALUE 20.
         03  CON-DAY-SECS       PIC 9(6) VALUE 86400.
       01  WK-SCORE-LINE.
         03  SCR-LABEL          PIC X(25).
         03  FILLER             PIC X(7)  VALUE "  THIS=".
         03  SCR-THIS           PIC ZZZZZZ9.9.
         03  FILLER             PIC X(8)  VALUE "  PRIOR=".
         03  SCR-PRIOR          PIC ZZZZZZ9.9.
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SCR-CHANGE         PIC +++++++9.9.
         03  FILLER             PIC X(9)  VALUE "  TARGET=".
         03  SCR-TARGET         PIC ZZZZ9.
         03  SCR-TARGET-X REDEFINES SCR-TARGET PIC X(5).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SCR-TREND          PIC X(6).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  SCR-FLAG           PIC X(14).
       01  WK-PGM-LINE.
         03  FILLER             PIC X(10) VALUE "  PROGRAM=".
         03  PGL-PROGRAM        PIC X(8).
         03  FILLER             PIC X(7)  VALUE "  RUNS=".
         03  PGL-RUNS           PIC ZZZZ9.
         03  FILLER             PIC X(8)  VALUE "  FAILS=".
         03  PGL-FAILS          PIC ZZZZ9.
         03  FILLER             PIC X(13) VALUE "  PRIOR RUNS=".
         03  PGL-PRIOR-RUNS     PIC ZZZZ9.
         03  FILLER             PIC X(8)  VALUE "  FAILS=".
         03  PGL-PRIOR-FAILS    PIC ZZZZ9.
       01  WK-FEED-LINE.
         03  FILLER             PIC X(9)  VALUE "  SOURCE=".
         03  FDL-SOURCE         PIC X(24).
         03  FILLER             PIC X(7)  VALUE "  LATE=".
         03  FDL-LATE           PIC ZZ9.
         03  FILLER             PIC X(9)  VALUE "  MISSED=".
         03  FDL-MISSED         PIC ZZ9.
         03  FILLER             PIC X(13) VALUE "  PRIOR LATE=".
         03  FDL-PRIOR-LATE     PIC ZZ9.
         03  FILLER             PIC X(9)  VALUE "  MISSED=".
         03  FDL-PRIOR-MISSED   PIC ZZ9.
         03  FILLER             PIC X(14) VALUE "  WORST MINS=".
         03  FDL-WORST          PIC ZZZ9.
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
               DISPLAY "*** DAYSLA CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - SETTLE THE TWO MONTHS, LAY OUT THEIR *
      * NIGHTS, AND LOAD THE TARGETS AND THE WINDOW DEADLINE          *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYSLA RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - MONTHLY SERVICE-LEVEL SCORECARD ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
           INITIALIZE WK-PERIOD-TABLE.
           INITIALIZE WK-TARGET-TABLE.
      * THE MONTH UNDER REVIEW - LAST MONTH UNLESS SLACTL SAYS OTHERWISE
           OPEN INPUT SLA-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ SLA-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SLC-MONTH TO WK-MONTH-X
               END-READ
               CLOSE SLA-CTL-FILE
           END-IF.
           IF WK-MONTH-X = SPACES
             THEN
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                 TO WK-YYYY
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2))
                 TO WK-MM
               PERFORM 105-STEP-BACK-MONTH
           ELSE IF WK-MONTH-X(1:4) NOT NUMERIC OR
                   WK-MONTH-X(5:1) NOT = "-" OR
                   WK-MONTH-X(6:2) NOT NUMERIC OR
                   WK-MONTH-X(6:2) < "01" OR WK-MONTH-X(6:2) > "12"
             THEN
               DISPLAY "*** DAYSLA SLACTL MONTH [" WK-MONTH-X
                 "] IS NOT YYYY-MM - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           ELSE
               MOVE WK-MONTH-X(1:4) TO WK-YYYY
               MOVE WK-MONTH-X(6:2) TO WK-MM
           END-IF.
           MOVE 1 TO WK-P.
           PERFORM 110-SET-PERIOD.
           PERFORM 105-STEP-BACK-MONTH.
           MOVE 2 TO WK-P.
           PERFORM 110-SET-PERIOD.
           DISPLAY "*** DAYSLA SCORING " PER-MONTH(1) " AGAINST "
             PER-MONTH(2) " ***".
           PERFORM 120-LOAD-TARGETS.
           PERFORM 130-READ-WINDOW-CTL.

      ******************************************************************
      * ONE MONTH BACK FROM WK-YYYY/WK-MM                             *
      ******************************************************************
       105-STEP-BACK-MONTH.
           IF WK-MM = 1
             THEN
               MOVE 12 TO WK-MM
               SUBTRACT 1 FROM WK-YYYY
             ELSE
               SUBTRACT 1 FROM WK-MM
           END-IF.

      ******************************************************************
      * SET UP PERIOD WK-P FOR WK-YYYY/WK-MM - ITS NAME, ITS LENGTH,  *
      * AND ONE NIGHT-TABLE ENTRY PER CALENDAR DAY                    *
      ******************************************************************
       110-SET-PERIOD.
           MOVE WK-YYYY TO PER-MONTH(WK-P)(1:4).
           MOVE "-" TO PER-MONTH(WK-P)(5:1).
           MOVE WK-MM TO PER-MONTH(WK-P)(6:2).
           MOVE WK-YYYY TO PER-STAMP-MONTH(WK-P)(1:4).
           MOVE WK-MM TO PER-STAMP-MONTH(WK-P)(5:2).
           COMPUTE WK-YMD = WK-YYYY * 10000 + WK-MM * 100 + 1.
           COMPUTE PER-FIRST-INT(WK-P) =
             FUNCTION INTEGER-OF-DATE(WK-YMD).
           IF WK-MM = 12
             THEN
               COMPUTE WK-YMD = (WK-YYYY + 1) * 10000 + 101
             ELSE
               COMPUTE WK-YMD = WK-YYYY * 10000 + (WK-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WK-NEXT-INT = FUNCTION INTEGER-OF-DATE(WK-YMD).
           COMPUTE PER-DAYS(WK-P) = WK-NEXT-INT - PER-FIRST-INT(WK-P).
           PERFORM VARYING WK-D FROM 1 BY 1 UNTIL WK-D > PER-DAYS(WK-P)
               ADD 1 TO WK-NIGHT-CNT
               COMPUTE WK-DAY-INT = PER-FIRST-INT(WK-P) + WK-D - 1
               COMPUTE WK-YMD = FUNCTION DATE-OF-INTEGER(WK-DAY-INT)
               MOVE WK-YMD-X(1:4) TO NGT-DATE(WK-NIGHT-CNT)(1:4)
               MOVE "-" TO NGT-DATE(WK-NIGHT-CNT)(5:1)
               MOVE WK-YMD-X(5:2) TO NGT-DATE(WK-NIGHT-CNT)(6:2)
               MOVE "-" TO NGT-DATE(WK-NIGHT-CNT)(8:1)
               MOVE WK-YMD-X(7:2) TO NGT-DATE(WK-NIGHT-CNT)(9:2)
               MOVE WK-P TO NGT-PERIOD(WK-NIGHT-CNT)
      * A DATE NOT ON RUNCAL IS A NORMAL RUN NIGHT, AS DAYDRV SEES IT
               MOVE "RUN" TO NGT-PLANNED(WK-NIGHT-CNT)
               MOVE SPACES TO NGT-ACTUAL(WK-NIGHT-CNT)
               MOVE "N" TO NGT-HAVE-FINISH(WK-NIGHT-CNT)
               MOVE ZERO TO NGT-FINISH-SECS(WK-NIGHT-CNT)
           END-PERFORM.

      ******************************************************************
      * TARGETS - ONE METRIC CODE AND WHOLE-NUMBER TARGET PER RECORD. *
      * AN UNKNOWN CODE OR A NON-NUMERIC TARGET IS REPORTED AND       *
      * IGNORED; A METRIC WITH NO TARGET IS SCORED BUT NEVER FLAGGED  *
      ******************************************************************
       120-LOAD-TARGETS.
           OPEN INPUT SLA-TGT-FILE.
           IF WK-TGT-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYSLA NO SLATGT TARGETS ON DISK -"
                 " FIGURES REPORTED WITHOUT TARGETS ***"
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ SLA-TGT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF SLT-METRIC NOT = SPACES AND
                        SLT-METRIC(1:1) NOT = "*"
                       THEN
                         PERFORM 125-TAKE-ONE-TARGET
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SLA-TGT-FILE
           END-IF.

       125-TAKE-ONE-TARGET.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > CON-METRIC-CNT
               OR MET-CODE(WK-M) = SLT-METRIC
               CONTINUE
           END-PERFORM.
           IF WK-M > CON-METRIC-CNT OR SLT-TARGET NOT NUMERIC
             THEN
               DISPLAY "*** DAYSLA SLATGT RECORD [" SLA-TGT-RECORD
                 "] NOT UNDERSTOOD - IGNORED ***"
             ELSE
               MOVE "Y" TO TGT-HAVE(WK-M)
               MOVE SLT-TARGET TO TGT-VALUE(WK-M)
           END-IF.

      ******************************************************************
      * WINDOW DEADLINE - THE SAME "WINCTL" RECORD DAYDRV CUTS OFF ON. *
      * TIMES ARE HELD AS SECONDS FROM THE PLANNED START, SO A        *
      * DEADLINE OR FINISH PAST MIDNIGHT ROLLS FORWARD ONE DAY        *
      ******************************************************************
       130-READ-WINDOW-CTL.
           OPEN INPUT WIN-CTL-FILE.
           IF WK-WINCTL-STATUS = "00"
             THEN
               READ WIN-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WIN-START IS NUMERIC AND
                      WIN-DEADLINE IS NUMERIC
                     THEN
                       MOVE "Y" TO WK-HAVE-DEADLINE
                   END-IF
               END-READ
               CLOSE WIN-CTL-FILE
           END-IF.
           IF WK-HAVE-DEADLINE = "Y"
             THEN
               MOVE WIN-START TO WK-HHMMSS
               PERFORM 135-CLOCK-SECS
               MOVE WK-SECS TO WK-START-SECS
               MOVE WIN-DEADLINE TO WK-HHMMSS
               PERFORM 135-CLOCK-SECS
               MOVE WK-SECS TO WK-DEADLINE-SECS
             ELSE
               DISPLAY "*** DAYSLA NO WINCTL DEADLINE - EVERY"
                 " COMPLETED NIGHT COUNTS AS ON TIME ***"
           END-IF.

      ******************************************************************
      * HHMMSS IN WK-HHMMSS TO SECONDS AFTER THE PLANNED START         *
      ******************************************************************
       135-CLOCK-SECS.
           COMPUTE WK-SECS =
             FUNCTION NUMVAL(WK-HHMMSS(1:2)) * 3600
             + FUNCTION NUMVAL(WK-HHMMSS(3:2)) * 60
             + FUNCTION NUMVAL(WK-HHMMSS(5:2)).
           IF WK-SECS < WK-START-SECS
             THEN
               ADD CON-DAY-SECS TO WK-SECS
           END-IF.

      ******************************************************************
      * MAIN PROCESS - READ EACH SOURCE ONCE, THEN JUDGE THE NIGHTS   *
      ******************************************************************
       200-MAIN.
           PERFORM 210-READ-RUN-CALENDAR.
           PERFORM 220-READ-SCHEDULE-LOG.
           PERFORM 230-READ-RUN-STATS.
           PERFORM 240-READ-RESULTS.
           PERFORM 250-READ-ALERTS.
           PERFORM 280-READ-FEED-HISTORY.
           PERFORM VARYING WK-N FROM 1 BY 1 UNTIL WK-N > WK-NIGHT-CNT
               PERFORM 260-JUDGE-ONE-NIGHT
           END-PERFORM.
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 2
               PERFORM 270-SET-METRIC-VALUES
           END-PERFORM.

      ******************************************************************
      * FIND THE NIGHT-TABLE ENTRY FOR WK-DATE - ZERO WHEN THE DATE   *
      * FALLS IN NEITHER MONTH                                        *
      ******************************************************************
       205-FIND-NIGHT.
           MOVE ZERO TO WK-N.
           IF WK-DATE(9:2) IS NUMERIC AND
              WK-DATE(9:2) > "00"
             THEN
               IF WK-DATE(1:7) = PER-MONTH(1)
                 THEN
                   MOVE WK-DATE(9:2) TO WK-D
                   IF WK-D <= PER-DAYS(1)
                     THEN
                       MOVE WK-D TO WK-N
                   END-IF
               ELSE IF WK-DATE(1:7) = PER-MONTH(2)
                 THEN
                   MOVE WK-DATE(9:2) TO WK-D
                   IF WK-D <= PER-DAYS(2)
                     THEN
                       COMPUTE WK-N = PER-DAYS(1) + WK-D
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RUN CALENDAR - THE PLANNED DISPOSITION OF EACH NIGHT. THE     *
      * FIRST RECORD FOR A DATE WINS, AS IT DOES IN DAYDRV            *
      ******************************************************************
       210-READ-RUN-CALENDAR.
           OPEN INPUT RUN-CAL-FILE.
           IF WK-RUNCAL-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ RUN-CAL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE CAL-DATE TO WK-DATE
                     PERFORM 205-FIND-NIGHT
                     IF WK-N > ZERO AND CAL-DISP NOT = SPACES
                       THEN
                         IF NGT-ACTUAL(WK-N) = SPACES
                           THEN
                             MOVE CAL-DISP TO NGT-PLANNED(WK-N)
                             MOVE "-" TO NGT-ACTUAL(WK-N)
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RUN-CAL-FILE
           END-IF.
      * THE "-" ABOVE ONLY MARKED A DATE AS ALREADY CALENDARED
           PERFORM VARYING WK-N FROM 1 BY 1 UNTIL WK-N > WK-NIGHT-CNT
               MOVE SPACES TO NGT-ACTUAL(WK-N)
           END-PERFORM.

      ******************************************************************
      * SCHEDULE LOG - THE LAST OUTCOME RECORDED FOR A NIGHT STANDS,  *
      * SO AN ABORTED NIGHT THAT WAS RESTARTED AND FINISHED COUNTS AS *
      * FINISHED                                                      *
      ******************************************************************
       220-READ-SCHEDULE-LOG.
           OPEN INPUT SCHED-LOG-FILE.
           IF WK-SCHEDLOG-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYSLA NO SCHEDLOG ON DISK - EVERY"
                 " PLANNED NIGHT WILL SHOW AS SKIPPED ***"
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ SCHED-LOG-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE SCH-RUN-DATE TO WK-DATE
                     PERFORM 205-FIND-NIGHT
                     IF WK-N > ZERO
                       THEN
                         MOVE SCH-ACTUAL TO NGT-ACTUAL(WK-N)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SCHED-LOG-FILE
           END-IF.

      ******************************************************************
      * RUN STATISTICS - THE CHAIN FINISHED WHEN ITS LAST STEP ENDED, *
      * PRE AND POST PHASES INCLUDED                                  *
      ******************************************************************
       230-READ-RUN-STATS.
           OPEN INPUT RUN-STATS-FILE.
           IF WK-STATS-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ RUN-STATS-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE ST-RUN-DATE TO WK-DATE
                     PERFORM 205-FIND-NIGHT
                     IF WK-N > ZERO AND ST-END-TIME IS NUMERIC
                       THEN
                         MOVE ST-END-TIME TO WK-HHMMSS
                         PERFORM 135-CLOCK-SECS
                         IF NGT-HAVE-FINISH(WK-N) = "N" OR
                            WK-SECS > NGT-FINISH-SECS(WK-N)
                           THEN
                             MOVE "Y" TO NGT-HAVE-FINISH(WK-N)
                             MOVE WK-SECS TO NGT-FINISH-SECS(WK-N)
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           END-IF.

      ******************************************************************
      * RESULTS FEED - RUNS AND REGRESSION FAILURES PER PROGRAM. THE  *
      * OPTIONAL "YEARCTL" RECORD SCOPES THE FEED AS IT DOES FOR      *
      * DAYSUM                                                        *
      ******************************************************************
       240-READ-RESULTS.
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
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYSLA NO " WK-BATCH-FILENAME
                 " ON DISK - NO REGRESSION FIGURES ***"
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-READ-CNT
                     PERFORM 245-COUNT-ONE-RESULT
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
           END-IF.

       245-COUNT-ONE-RESULT.
           MOVE ZERO TO WK-P.
           IF BR-RUN-DATE(1:7) = PER-MONTH(1)
             THEN
               MOVE 1 TO WK-P
           ELSE IF BR-RUN-DATE(1:7) = PER-MONTH(2)
             THEN
               MOVE 2 TO WK-P
           END-IF.
           IF WK-P > ZERO
             THEN
               PERFORM VARYING WK-G FROM 1 BY 1
                 UNTIL WK-G > WK-PGM-CNT
                   OR PGM-ID(WK-G) = BR-PROGRAM-ID
                   CONTINUE
               END-PERFORM
               IF WK-G > WK-PGM-CNT
                 THEN
                   IF WK-PGM-CNT < CON-MAX-PGMS
                     THEN
                       ADD 1 TO WK-PGM-CNT
                       MOVE WK-PGM-CNT TO WK-G
                       INITIALIZE WK-PGM-ENTRY(WK-G)
                       MOVE BR-PROGRAM-ID TO PGM-ID(WK-G)
                     ELSE
                       ADD 1 TO WK-PGM-LOST
                   END-IF
               END-IF
               ADD 1 TO PER-REG-RUNS(WK-P)
               IF BR-RUN-STATUS = "REGRESSION-FAILED"
                 THEN
                   ADD 1 TO PER-REG-FAILS(WK-P)
               END-IF
               IF WK-G <= WK-PGM-CNT
                 THEN
                   ADD 1 TO PGM-RUNS(WK-G WK-P)
                   IF BR-RUN-STATUS = "REGRESSION-FAILED"
                     THEN
                       ADD 1 TO PGM-FAILS(WK-G WK-P)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ALERTS - EVERY ALERT RAISED IN EITHER MONTH. DAYRCN'S ALERTS  *
      * ARE ITS RECONCILIATION BREAKS; ACKED AND CLOSED ALERTS GIVE   *
      * THE RESPONSE TIMES                                            *
      ******************************************************************
       250-READ-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ ALERT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     PERFORM 255-COUNT-ONE-ALERT
                 END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       255-COUNT-ONE-ALERT.
           MOVE ZERO TO WK-P.
           IF AL-STAMP(1:6) = PER-STAMP-MONTH(1)
             THEN
               MOVE 1 TO WK-P
           ELSE IF AL-STAMP(1:6) = PER-STAMP-MONTH(2)
             THEN
               MOVE 2 TO WK-P
           END-IF.
           IF WK-P > ZERO
             THEN
               ADD 1 TO PER-ALERTS(WK-P)
               IF AL-PROGRAM = "DAYRCN"
                 THEN
                   ADD 1 TO PER-RCN-BREAKS(WK-P)
               END-IF
               IF AL-STATE = "ACKED" OR AL-STATE = "CLOSED"
                 THEN
                   MOVE AL-STAMP TO WK-STAMP-FROM
                   MOVE AL-ACK-STAMP TO WK-STAMP-TO
                   PERFORM 257-STAMP-MINUTES
                   IF WK-STAMP-OK = "Y" AND AL-STATE = "ACKED"
                     THEN
                       ADD 1 TO PER-ACK-CNT(WK-P)
                       ADD WK-MINS TO PER-ACK-MINS(WK-P)
                   END-IF
                   IF WK-STAMP-OK = "Y" AND AL-STATE = "CLOSED"
                     THEN
                       ADD 1 TO PER-CLOSE-CNT(WK-P)
                       ADD WK-MINS TO PER-CLOSE-MINS(WK-P)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WHOLE MINUTES FROM WK-STAMP-FROM TO WK-STAMP-TO (BOTH         *
      * YYYYMMDDHHMMSS). AN UNREADABLE OR BACKWARD PAIR IS LEFT OUT   *
      * RATHER THAN SKEW THE MEAN                                     *
      ******************************************************************
       257-STAMP-MINUTES.
           MOVE "N" TO WK-STAMP-OK.
           MOVE ZERO TO WK-MINS.
           IF WK-STAMP-FROM IS NUMERIC AND WK-STAMP-TO IS NUMERIC
             THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WK-STAMP-FROM(1:8))) = ZERO AND
                  FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WK-STAMP-TO(1:8))) = ZERO
                 THEN
                   COMPUTE WK-FROM-MINS = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WK-STAMP-FROM(1:8))) * 1440
                     + FUNCTION NUMVAL(WK-STAMP-FROM(9:2)) * 60
                     + FUNCTION NUMVAL(WK-STAMP-FROM(11:2))
                   COMPUTE WK-TO-MINS = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WK-STAMP-TO(1:8))) * 1440
                     + FUNCTION NUMVAL(WK-STAMP-TO(9:2)) * 60
                     + FUNCTION NUMVAL(WK-STAMP-TO(11:2))
                   IF WK-TO-MINS >= WK-FROM-MINS
                     THEN
                       COMPUTE WK-MINS = WK-TO-MINS - WK-FROM-MINS
                       MOVE "Y" TO WK-STAMP-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * JUDGE ONE NIGHT. A NIGHT RUNCAL PLANS OFF IS NOT SCORED, NOR  *
      * IS ONE NOT YET DUE. A COMPLETE CHAIN FINISHED BY THE DEADLINE *
      * IS ON TIME; ONE FINISHED AFTER IT, OR CUT OFF AT THE WINDOW,  *
      * IS LATE; ANYTHING ELSE - ABORTED, HELD, NO-GO, OR NO RECORD   *
      * AT ALL - IS A SKIPPED NIGHT                                   *
      ******************************************************************
       260-JUDGE-ONE-NIGHT.
           MOVE NGT-PERIOD(WK-N) TO WK-P.
           IF NGT-PLANNED(WK-N) NOT = "RUN"
             THEN
               ADD 1 TO PER-OFF-NIGHTS(WK-P)
           ELSE IF NGT-DATE(WK-N) >= WK-TODAY
             THEN
               ADD 1 TO PER-NOT-DUE(WK-P)
           ELSE
               ADD 1 TO PER-RUN-NIGHTS(WK-P)
               IF NGT-HAVE-FINISH(WK-N) = "Y" AND
                  (NGT-ACTUAL(WK-N) = "COMPLETE" OR
                   NGT-ACTUAL(WK-N) = "CUTOFF")
                 THEN
                   ADD 1 TO PER-FINISH-CNT(WK-P)
                   ADD NGT-FINISH-SECS(WK-N) TO PER-FINISH-TOTAL(WK-P)
                   IF NGT-FINISH-SECS(WK-N) > PER-LATEST(WK-P)
                     THEN
                       MOVE NGT-FINISH-SECS(WK-N) TO PER-LATEST(WK-P)
                   END-IF
               END-IF
               IF NGT-ACTUAL(WK-N) = "CUTOFF"
                 THEN
                   ADD 1 TO PER-LATE(WK-P)
               ELSE IF NGT-ACTUAL(WK-N) NOT = "COMPLETE"
                 THEN
                   ADD 1 TO PER-SKIPPED(WK-P)
               ELSE IF WK-HAVE-DEADLINE = "Y" AND
                       NGT-HAVE-FINISH(WK-N) = "Y" AND
                       NGT-FINISH-SECS(WK-N) > WK-DEADLINE-SECS
                 THEN
                   ADD 1 TO PER-LATE(WK-P)
               ELSE
                   ADD 1 TO PER-ON-TIME(WK-P)
               END-IF
           END-IF.

      ******************************************************************
      * THE NINE SCORED FIGURES FOR PERIOD WK-P, IN METRIC-TABLE      *
      * ORDER                                                         *
      ******************************************************************
       270-SET-METRIC-VALUES.
           IF PER-RUN-NIGHTS(WK-P) > ZERO
             THEN
               COMPUTE PER-VALUE(WK-P 1) ROUNDED =
                 PER-ON-TIME(WK-P) * 100 / PER-RUN-NIGHTS(WK-P)
           END-IF.
           MOVE PER-LATE(WK-P)       TO PER-VALUE(WK-P 2).
           MOVE PER-SKIPPED(WK-P)    TO PER-VALUE(WK-P 3).
           MOVE PER-REG-FAILS(WK-P)  TO PER-VALUE(WK-P 4).
           MOVE PER-RCN-BREAKS(WK-P) TO PER-VALUE(WK-P 5).
           IF PER-ACK-CNT(WK-P) > ZERO
             THEN
               COMPUTE PER-VALUE(WK-P 6) ROUNDED =
                 PER-ACK-MINS(WK-P) / PER-ACK-CNT(WK-P)
           END-IF.
           IF PER-CLOSE-CNT(WK-P) > ZERO
             THEN
               COMPUTE PER-VALUE(WK-P 7) ROUNDED =
                 PER-CLOSE-MINS(WK-P) / PER-CLOSE-CNT(WK-P)
           END-IF.
           MOVE PER-FEED-LATE(WK-P)   TO PER-VALUE(WK-P 8).
           MOVE PER-FEED-MISSED(WK-P) TO PER-VALUE(WK-P 9).

      ******************************************************************
      * FEED ARRIVAL HISTORY - EACH SOURCE'S OUTCOME PER NIGHT, THE   *
      * LAST RECORD FOR A NIGHT AND SOURCE STANDING, THEN LATE AND    *
      * MISSED ARRIVALS COUNTED PER MONTH AND PER SOURCE. NO HISTORY  *
      * MEANS NO MONITOR HAS RUN AND THE FIGURES STAY AT ZERO         *
      ******************************************************************
       280-READ-FEED-HISTORY.
           OPEN INPUT FEED-HIST-FILE.
           IF WK-FEEDHIST-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ FEED-HIST-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE FAR-RUN-DATE TO WK-DATE
                     PERFORM 205-FIND-NIGHT
                     IF WK-N > ZERO
                       THEN
                         PERFORM 285-NOTE-ONE-FEED
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEED-HIST-FILE
           END-IF.
           PERFORM VARYING WK-F FROM 1 BY 1 UNTIL WK-F > WK-FEED-CNT
               PERFORM 287-COUNT-ONE-FEED
           END-PERFORM.
           IF WK-FEED-LOST > ZERO
             THEN
               DISPLAY "*** DAYSLA MORE THAN " CON-MAX-FEED-NIGHTS
                 " FEED ARRIVALS - " WK-FEED-LOST " NOT SCORED ***"
           END-IF.

       285-NOTE-ONE-FEED.
           PERFORM VARYING WK-F FROM 1 BY 1
             UNTIL WK-F > WK-FEED-CNT
               OR (FDN-NIGHT(WK-F) = WK-N AND
                   FDN-SOURCE(WK-F) = FAR-SOURCE)
               CONTINUE
           END-PERFORM.
           IF WK-F > WK-FEED-CNT
             THEN
               IF WK-FEED-CNT < CON-MAX-FEED-NIGHTS
                 THEN
                   ADD 1 TO WK-FEED-CNT
                   MOVE WK-FEED-CNT TO WK-F
                   MOVE WK-N TO FDN-NIGHT(WK-F)
                   MOVE FAR-SOURCE TO FDN-SOURCE(WK-F)
                 ELSE
                   ADD 1 TO WK-FEED-LOST
               END-IF
           END-IF.
           IF WK-F <= WK-FEED-CNT
             THEN
               MOVE FAR-STATUS TO FDN-STATUS(WK-F)
               MOVE FAR-MINS-LATE TO FDN-MINS-LATE(WK-F)
           END-IF.

       287-COUNT-ONE-FEED.
           MOVE NGT-PERIOD(FDN-NIGHT(WK-F)) TO WK-P.
           IF FDN-STATUS(WK-F) = "LATE" OR FDN-STATUS(WK-F) = "MISSED"
             THEN
               PERFORM VARYING WK-FS FROM 1 BY 1
                 UNTIL WK-FS > WK-FEED-SRC-CNT
                   OR FSR-SOURCE(WK-FS) = FDN-SOURCE(WK-F)
                   CONTINUE
               END-PERFORM
               IF WK-FS > WK-FEED-SRC-CNT AND
                  WK-FEED-SRC-CNT < CON-MAX-FEED-SRCS
                 THEN
                   ADD 1 TO WK-FEED-SRC-CNT
                   MOVE WK-FEED-SRC-CNT TO WK-FS
                   INITIALIZE WK-FEED-SRC(WK-FS)
                   MOVE FDN-SOURCE(WK-F) TO FSR-SOURCE(WK-FS)
               END-IF
               IF FDN-STATUS(WK-F) = "LATE"
                 THEN
                   ADD 1 TO PER-FEED-LATE(WK-P)
                 ELSE
                   ADD 1 TO PER-FEED-MISSED(WK-P)
               END-IF
               IF WK-FS <= WK-FEED-SRC-CNT
                 THEN
                   PERFORM 289-COUNT-FEED-SOURCE
               END-IF
           END-IF.

       289-COUNT-FEED-SOURCE.
           IF FDN-STATUS(WK-F) = "LATE"
             THEN
               ADD 1 TO FSR-LATE(WK-FS WK-P)
             ELSE
               ADD 1 TO FSR-MISSED(WK-FS WK-P)
           END-IF.
           IF WK-P = 1 AND
              FDN-MINS-LATE(WK-F) > FSR-WORST-MINS(WK-FS)
             THEN
               MOVE FDN-MINS-LATE(WK-F) TO FSR-WORST-MINS(WK-FS)
           END-IF.

      ******************************************************************
      * END PROCESS - THE SCORECARD                                   *
      ******************************************************************
       300-END.
           DISPLAY "*** DAYSLA SERVICE-LEVEL SCORECARD FOR "
             PER-MONTH(1) " (PRIOR MONTH " PER-MONTH(2) ") ***".
           DISPLAY "  NIGHTS PLANNED TO RUN=" PER-RUN-NIGHTS(1)
             " ON TIME=" PER-ON-TIME(1) " LATE=" PER-LATE(1)
             " SKIPPED=" PER-SKIPPED(1) " PLANNED OFF="
             PER-OFF-NIGHTS(1) " NOT YET DUE=" PER-NOT-DUE(1).
           DISPLAY "  ALERTS RAISED=" PER-ALERTS(1)
             " ACKNOWLEDGED=" PER-ACK-CNT(1) " CLOSED="
             PER-CLOSE-CNT(1) " (PRIOR " PER-ALERTS(2) "/"
             PER-ACK-CNT(2) "/" PER-CLOSE-CNT(2) ")".
           PERFORM 310-REPORT-FINISH.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > CON-METRIC-CNT
               PERFORM 320-REPORT-ONE-METRIC
           END-PERFORM.
           PERFORM 330-REPORT-PROGRAMS.
           PERFORM 340-REPORT-FEEDS.
           IF WK-MISSED-CNT > ZERO
             THEN
               DISPLAY "*** DAYSLA " WK-MISSED-CNT " TARGET(S) MISSED"
                 " FOR " PER-MONTH(1) " ***"
               MOVE 4 TO RETURN-CODE
             ELSE
               DISPLAY "*** DAYSLA NO TARGET MISSED FOR "
                 PER-MONTH(1) " ***"
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYSLA NIGHTS SCORED=" WK-NIGHT-CNT
             " RESULTS READ=" WK-READ-CNT " ***".

      ******************************************************************
      * CHAIN FINISH AGAINST THE WINDOW DEADLINE, BOTH MONTHS         *
      ******************************************************************
       310-REPORT-FINISH.
           IF WK-HAVE-DEADLINE = "Y"
             THEN
               MOVE WK-DEADLINE-SECS TO WK-SECS
               PERFORM 315-SECS-TO-CLOCK
               DISPLAY "  WINDOW DEADLINE " WK-CLOCK
             ELSE
               DISPLAY "  NO WINDOW DEADLINE ON WINCTL"
           END-IF.
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 2
               IF PER-FINISH-CNT(WK-P) = ZERO
                 THEN
                   DISPLAY "  " PER-MONTH(WK-P)
                     " CHAIN FINISH - NO TIMED NIGHTS"
                 ELSE
                   COMPUTE WK-SECS ROUNDED =
                     PER-FINISH-TOTAL(WK-P) / PER-FINISH-CNT(WK-P)
                   PERFORM 315-SECS-TO-CLOCK
                   DISPLAY "  " PER-MONTH(WK-P)
                     " CHAIN FINISH AVERAGE " WK-CLOCK
                     " OVER " PER-FINISH-CNT(WK-P) " NIGHT(S)"
                     WITH NO ADVANCING
                   MOVE PER-LATEST(WK-P) TO WK-SECS
                   PERFORM 315-SECS-TO-CLOCK
                   DISPLAY " - LATEST " WK-CLOCK
               END-IF
           END-PERFORM.

      ******************************************************************
      * SECONDS IN WK-SECS TO A WALL-CLOCK HH:MM:SS IN WK-CLOCK       *
      ******************************************************************
       315-SECS-TO-CLOCK.
           IF WK-SECS >= CON-DAY-SECS
             THEN
               SUBTRACT CON-DAY-SECS FROM WK-SECS
           END-IF.
           COMPUTE WK-HH = WK-SECS / 3600.
           COMPUTE WK-MI = (WK-SECS - WK-HH * 3600) / 60.
           COMPUTE WK-SS = WK-SECS - WK-HH * 3600 - WK-MI * 60.
           MOVE SPACES TO WK-CLOCK.
           STRING WK-HH ":" WK-MI ":" WK-SS
             DELIMITED BY SIZE INTO WK-CLOCK.

      ******************************************************************
      * ONE SCORED FIGURE - THIS MONTH, PRIOR MONTH, THE CHANGE, WHICH *
      * WAY IT MOVED, AND WHETHER THE AGREED TARGET WAS MET            *
      ******************************************************************
       320-REPORT-ONE-METRIC.
           MOVE MET-LABEL(WK-M) TO SCR-LABEL.
           MOVE PER-VALUE(1 WK-M) TO SCR-THIS.
           MOVE PER-VALUE(2 WK-M) TO SCR-PRIOR.
           COMPUTE WK-CHANGE = PER-VALUE(1 WK-M) - PER-VALUE(2 WK-M).
           MOVE WK-CHANGE TO SCR-CHANGE.
           IF WK-CHANGE = ZERO
             THEN
               MOVE "SAME" TO SCR-TREND
           ELSE IF (WK-CHANGE > ZERO AND MET-DIR(WK-M) = "H") OR
                   (WK-CHANGE < ZERO AND MET-DIR(WK-M) = "L")
             THEN
               MOVE "BETTER" TO SCR-TREND
           ELSE
               MOVE "WORSE" TO SCR-TREND
           END-IF.
           IF TGT-HAVE(WK-M) NOT = "Y"
             THEN
               MOVE "NONE" TO SCR-TARGET-X
               MOVE SPACES TO SCR-FLAG
           ELSE
               MOVE TGT-VALUE(WK-M) TO SCR-TARGET
               IF (MET-DIR(WK-M) = "H" AND
                   PER-VALUE(1 WK-M) < TGT-VALUE(WK-M)) OR
                  (MET-DIR(WK-M) = "L" AND
                   PER-VALUE(1 WK-M) > TGT-VALUE(WK-M))
                 THEN
                   MOVE "*** MISSED ***" TO SCR-FLAG
                   ADD 1 TO WK-MISSED-CNT
                 ELSE
                   MOVE "MET" TO SCR-FLAG
               END-IF
           END-IF.
           DISPLAY WK-SCORE-LINE.

      ******************************************************************
      * REGRESSION FAILURES BROKEN DOWN BY PROGRAM                     *
      ******************************************************************
       330-REPORT-PROGRAMS.
           DISPLAY "  REGRESSION FAILURES BY PROGRAM:".
           PERFORM VARYING WK-G FROM 1 BY 1 UNTIL WK-G > WK-PGM-CNT
               MOVE PGM-ID(WK-G)       TO PGL-PROGRAM
               MOVE PGM-RUNS(WK-G 1)   TO PGL-RUNS
               MOVE PGM-FAILS(WK-G 1)  TO PGL-FAILS
               MOVE PGM-RUNS(WK-G 2)   TO PGL-PRIOR-RUNS
               MOVE PGM-FAILS(WK-G 2)  TO PGL-PRIOR-FAILS
               DISPLAY WK-PGM-LINE
           END-PERFORM.
           IF WK-PGM-LOST > ZERO
             THEN
               DISPLAY "*** DAYSLA MORE THAN " CON-MAX-PGMS
                 " PROGRAMS - " WK-PGM-LOST " RUN(S) COUNTED IN THE"
                 " TOTALS ONLY ***"
           END-IF.

      ******************************************************************
      * LATE AND MISSED FEED ARRIVALS BROKEN DOWN BY SOURCE, WITH THE  *
      * WORST LATENESS IN THE REVIEWED MONTH                           *
      ******************************************************************
       340-REPORT-FEEDS.
           DISPLAY "  LATE OR MISSED FEEDS BY SOURCE:".
           PERFORM VARYING WK-FS FROM 1 BY 1
             UNTIL WK-FS > WK-FEED-SRC-CNT
               MOVE FSR-SOURCE(WK-FS)    TO FDL-SOURCE
               MOVE FSR-LATE(WK-FS 1)    TO FDL-LATE
               MOVE FSR-MISSED(WK-FS 1)  TO FDL-MISSED
               MOVE FSR-LATE(WK-FS 2)    TO FDL-PRIOR-LATE
               MOVE FSR-MISSED(WK-FS 2)  TO FDL-PRIOR-MISSED
               MOVE FSR-WORST-MINS(WK-FS) TO FDL-WORST
               DISPLAY WK-FEED-LINE
           END-PERFORM.
