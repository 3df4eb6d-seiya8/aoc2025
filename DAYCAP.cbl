       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCAP.
      ******************************************************************
      * CAPACITY HEADROOM REPORT - RUN AFTER THE CHAIN. THE SUITE IS   *
      * FULL OF FIXED CEILINGS (THE DAY09P1 POINT TABLE, THE DAY05     *
      * RANGE TABLES, THE DAYRTE ROUTE TABLE, THE DAY03P1 GRID, THE    *
      * TOP-N TABLES, THE DAYDRV AND DAYTRND STEP TABLES, THE DAYHSK   *
      * AND DAYEXC COUNTERS) AND THE FIRST ANYONE HEARD OF ONE WAS     *
      * THE NIGHT A STEP ABORTED ON IT. THIS PROGRAM MEASURES EACH     *
      * CEILING'S ACTUAL USE FROM BATCHRES, RUNSTATS AND THE CONTROL   *
      * FILES, REPORTS THE PERCENT USED, PROJECTS FROM THE RECENT      *
      * TREND ON ITS OWN "CAPHIST" HISTORY THE DATE THE CEILING WILL   *
      * BE REACHED, AND RAISES A DAYALR WARNING FOR EVERY CEILING      *
      * WHOSE HEADROOM HAS FALLEN BELOW THE THRESHOLD (OPTIONAL        *
      * "CAPCTL" RECORD, DEFAULT 20 PERCENT). TONIGHT'S MEASUREMENTS   *
      * ARE APPENDED TO CAPHIST FOR THE NEXT RUN'S TREND. RETURN-CODE  *
      * 4 WHEN ANY CEILING IS SHORT OF HEADROOM.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT CAP-CTL-FILE ASSIGN TO "CAPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WK-COUNT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-COUNT-STATUS.
           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  CAP-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  CAP-CTL-RECORD.
         03  CPC-HEADROOM-PCT   PIC X(3).
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
      * ANY DATASET WHOSE RECORDS OR FIELDS ARE BEING MEASURED - READ
      * AS PLAIN TEXT, A SHORT LINE PADDED OUT WITH SPACES
       FD  COUNT-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  COUNT-RECORD         PIC X(256).
      * ONE MEASUREMENT PER CEILING PER NIGHT
       FD  CAP-HIST-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  CAP-HIST-RECORD.
         03  CPH-RUN-DATE       PIC X(10).
         03  CPH-PROGRAM        PIC X(8).
         03  CPH-TABLE          PIC X(16).
         03  CPH-USED           PIC 9(7).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-BATCH-FILENAME  PIC X(16) VALUE "BATCHRES".
         03  WK-BATCH-STATUS    PIC X(2) VALUE "00".
         03  WK-COUNT-FILENAME  PIC X(16) VALUE SPACES.
         03  WK-COUNT-STATUS    PIC X(2) VALUE "00".
         03  WK-HIST-STATUS     PIC X(2) VALUE "00".
         03  WK-HEADROOM-PCT    PIC 9(3) VALUE 20.
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-TODAY-INT       PIC 9(7) VALUE ZERO.
         03  WK-WINDOW-INT      PIC 9(7) VALUE ZERO.
         03  WK-HIST-INT        PIC 9(7) VALUE ZERO.
         03  WK-HIST-CNT        PIC 9(7) VALUE ZERO.
         03  WK-RESULTS-CNT     PIC 9(7) VALUE ZERO.
         03  WK-L               PIC 9(2) VALUE ZERO.
         03  WK-P               PIC 9(2) VALUE ZERO.
         03  WK-PGM-CNT         PIC 9(2) VALUE ZERO.
         03  WK-D               PIC 9(3) VALUE ZERO.
         03  WK-DIST-CNT        PIC 9(3) VALUE ZERO.
         03  WK-FIELD           PIC X(8) VALUE SPACES.
         03  WK-USED            PIC 9(7) VALUE ZERO.
         03  WK-MEASURED        PIC X(1) VALUE "N".
         03  WK-PCT-USED        PIC 9(5)V9 COMP-3 VALUE ZERO.
         03  WK-DAYS-SPAN       PIC 9(7) VALUE ZERO.
         03  WK-GROWTH          PIC 9(7)V9(4) COMP-3 VALUE ZERO.
         03  WK-DAYS-LEFT       PIC 9(9) COMP-3 VALUE ZERO.
         03  WK-FULL-YMD        PIC 9(8) VALUE ZERO.
         03  WK-FULL-YMD-X REDEFINES WK-FULL-YMD.
           05  WK-FULL-YYYY     PIC X(4).
           05  WK-FULL-MM       PIC X(2).
           05  WK-FULL-DD       PIC X(2).
         03  WK-SHORT-CNT       PIC 9(2) VALUE ZERO.
         03  WK-MEASURED-CNT    PIC 9(2) VALUE ZERO.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYCAP".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE CEILINGS UNDER WATCH - OWNING PROGRAM, TABLE, CEILING AND
      * HOW ITS USE IS MEASURED, THEN THE DATASET MEASURED AND, WHERE
      * THE MEASURE NEEDS THEM, A FIELD OFFSET AND LENGTH AND THE
      * VALUE THE OWNING PROGRAM FALLS BACK TO WHEN THE DATASET IS
      * ABSENT. MEASURES:
      *   "B" - THE PROGRAM'S LATEST RECORDS-READ ON BATCHRES
      *   "C" - RECORDS ON THE DATASET (COMMENT AND BLANK LINES HOLD
      *         NO SLOT)
      *   "V" - THE COUNT CARRIED ON THE CONTROL RECORD
      *   "D" - DISTINCT VALUES OF A FIELD ACROSS THE DATASET
      * THE DAY05P2 RANGE CEILING IS SHARED BY DAY05P1, DAY05IQ AND
      * DAY05RM, ALL OF WHICH HOLD THE SAME RANGES. EXTEND THIS TABLE
      * WHEN A NEW CEILING JOINS THE SUITE
       01  WK-LIMIT-TABLE.
         03  FILLER  PIC X(32) VALUE "DAY09P1 POINT TABLE     0100000B".
         03  FILLER  PIC X(24) VALUE "DAY09P1         00000000".
         03  FILLER  PIC X(32) VALUE "DAY09P1 SECTOR TABLE    0000010C".
         03  FILLER  PIC X(24) VALUE "SECTCTL         00000000".
         03  FILLER  PIC X(32) VALUE "DAY09P1 TOP-N TABLE     0000100V".
         03  FILLER  PIC X(24) VALUE "TOPCTL          00130010".
         03  FILLER  PIC X(32) VALUE "DAY09P1 POINT TXN TABLE 0000500C".
         03  FILLER  PIC X(24) VALUE "PTTXN           00000000".
         03  FILLER  PIC X(32) VALUE "DAY05P2 RANGE TABLES    0020000B".
         03  FILLER  PIC X(24) VALUE "DAY05P2         00000000".
         03  FILLER  PIC X(32) VALUE "DAY05P1 SUSPENSE TABLE  0020000C".
         03  FILLER  PIC X(24) VALUE "DAY05P1.SUSP    00000000".
         03  FILLER  PIC X(32) VALUE "DAYRTE  ROUTE TABLE     0000020C".
         03  FILLER  PIC X(24) VALUE "ROUTEMST        00000000".
         03  FILLER  PIC X(32) VALUE "DAY03P1 GRID SIZE       0000220V".
         03  FILLER  PIC X(24) VALUE "GRIDCTL         00140140".
         03  FILLER  PIC X(32) VALUE "DAY03P2 TOP-N TABLE     0000100V".
         03  FILLER  PIC X(24) VALUE "DIGITCTL        01430010".
         03  FILLER  PIC X(32) VALUE "DAY03P2 BANK TABLE      0010000B".
         03  FILLER  PIC X(24) VALUE "DAY03P2         00000000".
         03  FILLER  PIC X(32) VALUE "DAY03P2 SITE TABLE      0000200D".
         03  FILLER  PIC X(24) VALUE "BANKMST         00880000".
         03  FILLER  PIC X(32) VALUE "DAYDRV  STEP LIST       0000020C".
         03  FILLER  PIC X(24) VALUE "STEPLIST        00000007".
         03  FILLER  PIC X(32) VALUE "DAYTRND STEP TABLE      0000020D".
         03  FILLER  PIC X(24) VALUE "RUNSTATS        01180000".
         03  FILLER  PIC X(32) VALUE "DAYHSK  RUNLOG RECORDS  9999999C".
         03  FILLER  PIC X(24) VALUE "RUNLOG          00000000".
         03  FILLER  PIC X(32) VALUE "DAYHSK  RUNSTATS RECS   9999999C".
         03  FILLER  PIC X(24) VALUE "RUNSTATS        00000000".
         03  FILLER  PIC X(32) VALUE "DAYHSK  ALERTS RECORDS  9999999C".
         03  FILLER  PIC X(24) VALUE "ALERTS          00000000".
         03  FILLER  PIC X(32) VALUE "DAYEXC  DAYRTE.SUSP     9999999C".
         03  FILLER  PIC X(24) VALUE "DAYRTE.SUSP     00000000".
         03  FILLER  PIC X(32) VALUE "DAYEXC  DAYRTE.REJ      9999999C".
         03  FILLER  PIC X(24) VALUE "DAYRTE.REJ      00000000".
       01  WK-LIMITS REDEFINES WK-LIMIT-TABLE.
         03  WK-LIMIT-ENTRY OCCURS 18 TIMES.
           05  LIM-PROGRAM      PIC X(8).
           05  LIM-TABLE        PIC X(16).
           05  LIM-CEILING      PIC 9(7).
           05  LIM-SOURCE       PIC X(1).
           05  LIM-DATASET      PIC X(16).
           05  LIM-OFFSET       PIC 9(3).
           05  LIM-LENGTH       PIC 9(1).
           05  LIM-DEFAULT      PIC 9(4).
      * EACH CEILING'S USE TONIGHT AND ITS EARLIEST MEASUREMENT INSIDE
      * THE TREND WINDOW, WHICH THE PROJECTION RUNS FROM
       01  WK-CAP-TABLE.
         03  WK-CAP-ENTRY OCCURS 18 TIMES.
           05  CAP-USED         PIC 9(7).
           05  CAP-MEASURED     PIC X(1).
           05  CAP-HAVE-FIRST   PIC X(1).
           05  CAP-FIRST-INT    PIC 9(7).
           05  CAP-FIRST-USED   PIC 9(7).
      * EACH PROGRAM'S LATEST VOLUME ON THE RESULTS FEED - RECORDS
      * ARRIVE IN APPEND ORDER, SO THE LAST ONE SEEN IS THE LATEST RUN
       01  WK-VOL-TABLE.
         03  WK-VOL-ENTRY OCCURS 20 TIMES.
           05  VOL-PGM          PIC X(8).
           05  VOL-LAST-RECS    PIC 9(9).
      * THE DISTINCT FIELD VALUES SEEN BY A "D" MEASURE
       01  WK-DIST-TABLE.
         03  WK-DIST-VALUE      PIC X(8) OCCURS 999 TIMES.
       01  CON-AREA.
         03  CON-LIMIT-CNT      PIC 9(2) VALUE 18.
         03  CON-MAX-PGMS       PIC 9(2) VALUE 20.
         03  CON-MAX-DIST       PIC 9(3) VALUE 999.
         03  CON-TREND-DAYS     PIC 9(3) VALUE 30.
         03  CON-MAX-PROJECT    PIC 9(5) VALUE 3650.
       01  WK-REPORT-LINE.
         03  RPT-PROGRAM        PIC X(8).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RPT-TABLE          PIC X(16).
         03  FILLER             PIC X(6)  VALUE " USED=".
         03  RPT-USED           PIC ZZZZZZ9.
         03  FILLER             PIC X(6)  VALUE " CEIL=".
         03  RPT-CEILING        PIC ZZZZZZ9.
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RPT-PCT            PIC ZZZZ9.9.
         03  FILLER             PIC X(2)  VALUE "% ".
         03  RPT-PROJECTION     PIC X(22).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  RPT-FLAG           PIC X(16).
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
               DISPLAY "*** DAYCAP CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE HEADROOM THRESHOLD, THE LATEST    *
      * VOLUMES ON THE RESULTS FEED AND THE TREND HISTORY              *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYCAP RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - CAPACITY HEADROOM REPORT ***".
           STRING FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WK-TODAY.
           COMPUTE WK-TODAY-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WK-WINDOW-INT = WK-TODAY-INT - CON-TREND-DAYS.
      * READ THE OPTIONAL HEADROOM THRESHOLD OVERRIDE
           OPEN INPUT CAP-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ CAP-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CPC-HEADROOM-PCT IS NUMERIC AND
                      FUNCTION NUMVAL(CPC-HEADROOM-PCT) > ZERO AND
                      FUNCTION NUMVAL(CPC-HEADROOM-PCT) < 100
                     THEN
                       COMPUTE WK-HEADROOM-PCT =
                         FUNCTION NUMVAL(CPC-HEADROOM-PCT)
                   END-IF
               END-READ
               CLOSE CAP-CTL-FILE
           END-IF.
           DISPLAY "*** DAYCAP WARNING WHEN HEADROOM FALLS BELOW "
             WK-HEADROOM-PCT " PERCENT - TREND OVER THE LAST "
             CON-TREND-DAYS " DAYS ***".
           PERFORM VARYING WK-L FROM 1 BY 1 UNTIL WK-L > CON-LIMIT-CNT
               MOVE ZERO TO CAP-USED(WK-L)
               MOVE "N"  TO CAP-MEASURED(WK-L)
               MOVE "N"  TO CAP-HAVE-FIRST(WK-L)
               MOVE ZERO TO CAP-FIRST-INT(WK-L)
               MOVE ZERO TO CAP-FIRST-USED(WK-L)
           END-PERFORM.
           PERFORM 110-LOAD-RESULTS.
           PERFORM 120-LOAD-HISTORY.

      ******************************************************************
      * RESULTS PROCESS - EACH PROGRAM'S LATEST RECORDS-READ FROM THE  *
      * YEAR-QUALIFIED RESULTS FEED. NO FEED LEAVES THE BATCHRES       *
      * MEASURES UNMEASURED RATHER THAN STOPPING THE REPORT            *
      ******************************************************************
       110-LOAD-RESULTS.
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
               DISPLAY "*** DAYCAP CANNOT OPEN " WK-BATCH-FILENAME
                 " - STATUS=" WK-BATCH-STATUS " - RESULTS-FEED"
                 " CEILINGS NOT MEASURED ***"
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-RESULTS-CNT
                     PERFORM 115-NOTE-RESULT
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
           END-IF.

       115-NOTE-RESULT.
           PERFORM VARYING WK-P FROM 1 BY 1
             UNTIL WK-P > WK-PGM-CNT
               OR VOL-PGM(WK-P) = BR-PROGRAM-ID
               CONTINUE
           END-PERFORM.
           IF WK-P > WK-PGM-CNT
             THEN
               IF WK-PGM-CNT < CON-MAX-PGMS
                 THEN
                   ADD 1 TO WK-PGM-CNT
                   MOVE WK-PGM-CNT TO WK-P
                   MOVE BR-PROGRAM-ID TO VOL-PGM(WK-P)
               END-IF
           END-IF.
           IF WK-P <= WK-PGM-CNT
             THEN
               MOVE BR-RECORDS-READ TO VOL-LAST-RECS(WK-P)
           END-IF.

      ******************************************************************
      * HISTORY PROCESS - THE EARLIEST MEASUREMENT OF EACH CEILING     *
      * INSIDE THE TREND WINDOW. CAPHIST IS IN APPEND ORDER, SO THE    *
      * FIRST IN-WINDOW RECORD SEEN FOR A CEILING IS ITS EARLIEST      *
      ******************************************************************
       120-LOAD-HISTORY.
           OPEN INPUT CAP-HIST-FILE.
           IF WK-HIST-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ CAP-HIST-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-HIST-CNT
                     PERFORM 125-NOTE-HISTORY
                 END-READ
               END-PERFORM
               CLOSE CAP-HIST-FILE
             ELSE
               DISPLAY "*** DAYCAP NO CAPHIST YET - NO CEILING CAN BE"
                 " PROJECTED UNTIL A LATER NIGHT ***"
           END-IF.

       125-NOTE-HISTORY.
           IF CPH-RUN-DATE(1:4) IS NUMERIC AND
              CPH-RUN-DATE(6:2) IS NUMERIC AND
              CPH-RUN-DATE(9:2) IS NUMERIC AND
              CPH-USED IS NUMERIC
             THEN
               COMPUTE WK-HIST-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(CPH-RUN-DATE(1:4)) * 10000 +
                 FUNCTION NUMVAL(CPH-RUN-DATE(6:2)) * 100 +
                 FUNCTION NUMVAL(CPH-RUN-DATE(9:2)))
               IF WK-HIST-INT >= WK-WINDOW-INT AND
                  WK-HIST-INT < WK-TODAY-INT
                 THEN
                   PERFORM VARYING WK-L FROM 1 BY 1
                     UNTIL WK-L > CON-LIMIT-CNT
                       OR (LIM-PROGRAM(WK-L) = CPH-PROGRAM AND
                           LIM-TABLE(WK-L) = CPH-TABLE)
                       CONTINUE
                   END-PERFORM
                   IF WK-L <= CON-LIMIT-CNT AND
                      CAP-HAVE-FIRST(WK-L) = "N"
                     THEN
                       MOVE "Y"         TO CAP-HAVE-FIRST(WK-L)
                       MOVE WK-HIST-INT TO CAP-FIRST-INT(WK-L)
                       MOVE CPH-USED    TO CAP-FIRST-USED(WK-L)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * MAIN PROCESS - MEASURE EVERY CEILING AND REPORT ITS HEADROOM   *
      ******************************************************************
       200-MAIN.
           PERFORM VARYING WK-L FROM 1 BY 1 UNTIL WK-L > CON-LIMIT-CNT
               MOVE ZERO TO WK-USED
               MOVE "N"  TO WK-MEASURED
               EVALUATE LIM-SOURCE(WK-L)
                 WHEN "B"
                   PERFORM 210-MEASURE-RESULTS
                 WHEN "C"
                   PERFORM 220-MEASURE-RECORDS
                 WHEN "V"
                   PERFORM 230-MEASURE-VALUE
                 WHEN "D"
                   PERFORM 240-MEASURE-DISTINCT
               END-EVALUATE
               MOVE WK-USED     TO CAP-USED(WK-L)
               MOVE WK-MEASURED TO CAP-MEASURED(WK-L)
               PERFORM 250-REPORT-CEILING
           END-PERFORM.

      * "B" - THE OWNING PROGRAM'S LATEST RECORDS-READ. A PROGRAM NOT
      * ON THE FEED HAS NOT RUN, SO THERE IS NOTHING TO MEASURE
       210-MEASURE-RESULTS.
           PERFORM VARYING WK-P FROM 1 BY 1
             UNTIL WK-P > WK-PGM-CNT
               OR VOL-PGM(WK-P) = LIM-DATASET(WK-L)(1:8)
               CONTINUE
           END-PERFORM.
           IF WK-P <= WK-PGM-CNT
             THEN
               IF VOL-LAST-RECS(WK-P) > 9999999
                 THEN
                   MOVE 9999999 TO WK-USED
                 ELSE
                   MOVE VOL-LAST-RECS(WK-P) TO WK-USED
               END-IF
               MOVE "Y" TO WK-MEASURED
           END-IF.

      * "C" - RECORDS ON THE DATASET. AN ABSENT DATASET LOADS NOTHING,
      * SO ITS USE IS THE OWNING PROGRAM'S FALLBACK (THE DEFAULT STEP
      * CHAIN FOR A MISSING STEPLIST, OTHERWISE NONE)
       220-MEASURE-RECORDS.
           MOVE LIM-DATASET(WK-L) TO WK-COUNT-FILENAME.
           MOVE "Y" TO WK-MEASURED.
           OPEN INPUT COUNT-FILE.
           IF WK-COUNT-STATUS NOT = "00"
             THEN
               MOVE LIM-DEFAULT(WK-L) TO WK-USED
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ COUNT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF COUNT-RECORD(1:1) NOT = "*" AND
                        COUNT-RECORD NOT = SPACES AND
                        WK-USED < 9999999
                       THEN
                         ADD 1 TO WK-USED
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

      * "V" - THE COUNT ON THE CONTROL RECORD, OR THE OWNING PROGRAM'S
      * DEFAULT WHEN THE RECORD IS ABSENT OR ITS COUNT UNUSABLE
       230-MEASURE-VALUE.
           MOVE LIM-DATASET(WK-L) TO WK-COUNT-FILENAME.
           MOVE "Y" TO WK-MEASURED.
           MOVE LIM-DEFAULT(WK-L) TO WK-USED.
           OPEN INPUT COUNT-FILE.
           IF WK-COUNT-STATUS = "00"
             THEN
               READ COUNT-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF COUNT-RECORD(LIM-OFFSET(WK-L):LIM-LENGTH(WK-L))
                        IS NUMERIC
                     THEN
                       IF FUNCTION NUMVAL(COUNT-RECORD(LIM-OFFSET(WK-L):
                            LIM-LENGTH(WK-L))) > ZERO
                         THEN
                           COMPUTE WK-USED = FUNCTION NUMVAL(
                             COUNT-RECORD(LIM-OFFSET(WK-L):
                             LIM-LENGTH(WK-L)))
                       END-IF
                   END-IF
               END-READ
               CLOSE COUNT-FILE
           END-IF.

      * "D" - DISTINCT VALUES OF THE FIELD ACROSS THE DATASET. AN
      * ABSENT DATASET HOLDS NONE
       240-MEASURE-DISTINCT.
           MOVE LIM-DATASET(WK-L) TO WK-COUNT-FILENAME.
           MOVE "Y" TO WK-MEASURED.
           MOVE ZERO TO WK-DIST-CNT.
           OPEN INPUT COUNT-FILE.
           IF WK-COUNT-STATUS = "00"
             THEN
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ COUNT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF COUNT-RECORD(1:1) NOT = "*" AND
                        COUNT-RECORD NOT = SPACES
                       THEN
                         PERFORM 245-NOTE-DISTINCT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.
           MOVE WK-DIST-CNT TO WK-USED.

       245-NOTE-DISTINCT.
           MOVE SPACES TO WK-FIELD.
           MOVE COUNT-RECORD(LIM-OFFSET(WK-L):LIM-LENGTH(WK-L))
             TO WK-FIELD.
           PERFORM VARYING WK-D FROM 1 BY 1
             UNTIL WK-D > WK-DIST-CNT
               OR WK-DIST-VALUE(WK-D) = WK-FIELD
               CONTINUE
           END-PERFORM.
           IF WK-D > WK-DIST-CNT AND WK-DIST-CNT < CON-MAX-DIST
             THEN
               ADD 1 TO WK-DIST-CNT
               MOVE WK-FIELD TO WK-DIST-VALUE(WK-DIST-CNT)
           END-IF.

      ******************************************************************
      * REPORT ONE CEILING - PERCENT USED, THE PROJECTED DATE IT WILL  *
      * BE REACHED ON THE TREND SINCE ITS EARLIEST IN-WINDOW           *
      * MEASUREMENT, AND A WARNING WHEN HEADROOM IS SHORT              *
      ******************************************************************
       250-REPORT-CEILING.
           MOVE LIM-PROGRAM(WK-L) TO RPT-PROGRAM.
           MOVE LIM-TABLE(WK-L)   TO RPT-TABLE.
           MOVE LIM-CEILING(WK-L) TO RPT-CEILING.
           MOVE WK-USED           TO RPT-USED.
           MOVE SPACES            TO RPT-PROJECTION.
           MOVE SPACES            TO RPT-FLAG.
           IF WK-MEASURED = "N"
             THEN
               MOVE ZERO TO RPT-PCT
               MOVE "NOT MEASURED - NOT RUN" TO RPT-PROJECTION
               DISPLAY WK-REPORT-LINE
             ELSE
               ADD 1 TO WK-MEASURED-CNT
               COMPUTE WK-PCT-USED ROUNDED =
                 WK-USED * 100 / LIM-CEILING(WK-L)
               MOVE WK-PCT-USED TO RPT-PCT
               PERFORM 260-PROJECT-CEILING
               IF WK-PCT-USED > 100 - WK-HEADROOM-PCT
                 THEN
                   ADD 1 TO WK-SHORT-CNT
                   MOVE "*** HEADROOM ***" TO RPT-FLAG
                   MOVE "WARN " TO WK-ALR-SEVERITY
                   MOVE ZERO TO WK-ALR-STEP-NO
                   MOVE 4 TO WK-ALR-RC
                   MOVE SPACES TO WK-ALR-REASON
                   STRING FUNCTION TRIM(LIM-PROGRAM(WK-L)) " "
                     FUNCTION TRIM(LIM-TABLE(WK-L))
                     " LOW ON HEADROOM"
                     DELIMITED BY SIZE INTO WK-ALR-REASON
                   PERFORM 275-WRITE-ALERT
               END-IF
               DISPLAY WK-REPORT-LINE
           END-IF.

      * A CEILING AT OR PAST ITS LIMIT IS FULL NOW; ONE WITH NO
      * EARLIER IN-WINDOW MEASUREMENT HAS NO TREND YET; ONE NOT
      * GROWING NEVER FILLS. OTHERWISE THE DAILY GROWTH SINCE THE
      * EARLIEST MEASUREMENT IS CARRIED FORWARD TO THE CEILING
       260-PROJECT-CEILING.
           IF WK-USED >= LIM-CEILING(WK-L)
             THEN
               MOVE "AT CEILING NOW" TO RPT-PROJECTION
           ELSE IF CAP-HAVE-FIRST(WK-L) = "N"
             THEN
               MOVE "NO TREND YET" TO RPT-PROJECTION
           ELSE IF WK-USED <= CAP-FIRST-USED(WK-L)
             THEN
               MOVE "NOT GROWING" TO RPT-PROJECTION
             ELSE
               COMPUTE WK-DAYS-SPAN = WK-TODAY-INT - CAP-FIRST-INT(WK-L)
               COMPUTE WK-GROWTH =
                 (WK-USED - CAP-FIRST-USED(WK-L)) / WK-DAYS-SPAN
               COMPUTE WK-DAYS-LEFT =
                 (LIM-CEILING(WK-L) - WK-USED) / WK-GROWTH
               IF WK-DAYS-LEFT > CON-MAX-PROJECT
                 THEN
                   MOVE "NOT WITHIN 10 YEARS" TO RPT-PROJECTION
                 ELSE
                   COMPUTE WK-FULL-YMD = FUNCTION DATE-OF-INTEGER(
                     WK-TODAY-INT + WK-DAYS-LEFT)
                   STRING "FULL BY " WK-FULL-YYYY "-" WK-FULL-MM "-"
                     WK-FULL-DD DELIMITED BY SIZE INTO RPT-PROJECTION
               END-IF
           END-IF.

      ******************************************************************
      * ALERT PROCESS - APPEND ONE FIXED-LAYOUT ALERT RECORD THROUGH  *
      * DAYALR. RETURN-CODE IS SAVED AROUND THE CALL                  *
      ******************************************************************
       275-WRITE-ALERT.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYALR" USING WK-ALR-SEVERITY WK-ALR-PROGRAM
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * END PROCESS - APPEND TONIGHT'S MEASUREMENTS TO THE HISTORY     *
      * THE NEXT RUN'S TREND IS TAKEN FROM                             *
      ******************************************************************
       300-END.
           OPEN EXTEND CAP-HIST-FILE.
           IF WK-HIST-STATUS = "35"
             THEN
               OPEN OUTPUT CAP-HIST-FILE
           END-IF.
           IF WK-HIST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYCAP CANNOT WRITE CAPHIST - STATUS="
                 WK-HIST-STATUS " ***"
             ELSE
               PERFORM VARYING WK-L FROM 1 BY 1
                 UNTIL WK-L > CON-LIMIT-CNT
                   IF CAP-MEASURED(WK-L) = "Y"
                     THEN
                       MOVE WK-TODAY          TO CPH-RUN-DATE
                       MOVE LIM-PROGRAM(WK-L) TO CPH-PROGRAM
                       MOVE LIM-TABLE(WK-L)   TO CPH-TABLE
                       MOVE CAP-USED(WK-L)    TO CPH-USED
                       WRITE CAP-HIST-RECORD
                   END-IF
               END-PERFORM
               CLOSE CAP-HIST-FILE
           END-IF.
           IF WK-SHORT-CNT > ZERO
             THEN
               DISPLAY "*** DAYCAP " WK-SHORT-CNT " CEILING(S) SHORT"
                 " OF HEADROOM ***"
               MOVE 4 TO RETURN-CODE
             ELSE
               DISPLAY "*** DAYCAP EVERY MEASURED CEILING HAS ITS"
                 " HEADROOM ***"
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYCAP CEILINGS MEASURED=" WK-MEASURED-CNT
             " RESULTS READ=" WK-RESULTS-CNT
             " HISTORY READ=" WK-HIST-CNT " ***".
