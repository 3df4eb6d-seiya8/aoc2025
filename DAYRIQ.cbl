       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYRIQ.
      ******************************************************************
      * RESULTS INQUIRY SCREEN OVER THE KEYED "RESMST" MASTER. ONE    *
      * PROGRAM'S ANSWER FOR ONE NIGHT USED TO MEAN EDITING A HISTCTL *
      * RECORD, RUNNING DAYHST AND SCROLLING THE SYSOUT. HERE THE      *
      * OPERATOR KEYS A PROGRAM, AN OPTIONAL FROM-DATE (THE FIRST RUN *
      * ON RECORD WHEN BLANK) AND AN OPTIONAL VINTAGE (EVERY VINTAGE  *
      * WHEN BLANK) AND PAGES FORWARD AND BACK THROUGH THE RUNS BY    *
      * KEY - DATE, VINTAGE, ANSWER, RECORDS READ, RUN STATUS AND RUN *
      * ID. PICKING A RUN SHOWS IT WITH EVERY "RUNLOG" RECORD AND     *
      * EVERY "ALERTS" RECORD CARRYING ITS RUN ID.                    *
      *                                                               *
      * STRICTLY READ-ONLY: EVERY DATASET IS OPENED FOR INPUT,        *
      * NOTHING IS WRITTEN AND THE RUN LOCK IS NEITHER TAKEN NOR      *
      * CHECKED, SO THE SCREEN IS SAFE TO USE WHILE A CHAIN IS        *
      * MID-FLIGHT.                                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RES-MASTER-FILE ASSIGN TO "RESMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMK-KEY
               FILE STATUS IS WK-MST-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RES-MASTER-FILE.
           COPY RESMSTRC.
       FD  RUN-LOG-FILE
           RECORD CONTAINS 121 CHARACTERS.
           COPY RUNLOGRC.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-LOG-STATUS      PIC X(2) VALUE "00".
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
      * WHICH SCREEN IS UP - "K" KEYS, "L" RUN LIST, "D" ONE RUN,
      * "X" FINISHED
         03  WK-SCREEN          PIC X(1) VALUE "K".
         03  WK-COMMAND         PIC X(2) VALUE SPACES.
         03  WK-CMD-NO          PIC 9(2) VALUE ZERO.
         03  WK-MESSAGE         PIC X(78) VALUE SPACES.
         03  WK-IN-PROGRAM      PIC X(8) VALUE SPACES.
         03  WK-IN-DATE         PIC X(10) VALUE SPACES.
         03  WK-IN-VINTAGE      PIC X(4) VALUE SPACES.
         03  WK-KEYS-OK         PIC X(1) VALUE "Y".
      * THE PAGE ON SHOW, HOW MANY RUNS IT HOLDS, AND WHETHER ANOTHER
      * PAGE FOLLOWS IT
         03  WK-PAGE            PIC 9(2) VALUE ZERO.
         03  WK-RUN-CNT         PIC 9(2) VALUE ZERO.
         03  WK-MORE            PIC X(1) VALUE "N".
         03  WK-L               PIC 9(2) VALUE ZERO.
         03  WK-SEL             PIC 9(2) VALUE ZERO.
      * THE SELECTED RUN'S RUN-LOG AND ALERT MATCHES - HOW MANY ARE ON
      * FILE, WHERE THE PAGE ON SHOW STARTS, AND HOW MANY IT HOLDS
         03  WK-LOG-CNT         PIC 9(4) VALUE ZERO.
         03  WK-LOG-FROM        PIC 9(4) VALUE ZERO.
         03  WK-LOG-SHOWN       PIC 9(2) VALUE ZERO.
         03  WK-ALERT-CNT       PIC 9(4) VALUE ZERO.
         03  WK-ALERT-FROM      PIC 9(4) VALUE ZERO.
         03  WK-ALERT-SHOWN     PIC 9(2) VALUE ZERO.
         03  WK-INQUIRY-CNT     PIC 9(5) VALUE ZERO.
      * THE KEY EACH PAGE STARTS AT, SO PAGING BACK IS A FRESH START
      * RATHER THAN A BACKWARD READ
       01  WK-PAGE-KEYS.
         03  WK-PAGE-KEY        PIC X(25) OCCURS 99 TIMES.
      * THE RUNS ON THE PAGE ON SHOW
       01  WK-RUN-TABLE.
         03  WK-RUN-ENTRY OCCURS 8 TIMES.
           05  RUN-PROGRAM      PIC X(8).
           05  RUN-DATE         PIC X(10).
           05  RUN-VINTAGE      PIC X(4).
           05  RUN-SEQ          PIC 9(3).
           05  RUN-ANSWER       PIC X(20).
           05  RUN-RECS         PIC 9(9).
           05  RUN-STATUS       PIC X(18).
           05  RUN-ID           PIC X(14).
      * THE RUN LIST AS IT SHOWS - TWO SCREEN LINES PER RUN
       01  WK-LIST-LINES.
         03  WK-LIST-LINE       PIC X(78) OCCURS 16 TIMES.
       01  WK-LIST-TOP.
         03  LTP-NO             PIC Z9.
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LTP-DATE           PIC X(10).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LTP-VINTAGE        PIC X(4).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LTP-SEQ            PIC 9(3).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LTP-ANSWER         PIC X(20).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LTP-RECS           PIC Z(8)9.
         03  FILLER             PIC X(20) VALUE SPACES.
       01  WK-LIST-BOTTOM.
         03  FILLER             PIC X(4) VALUE SPACES.
         03  LBT-STATUS         PIC X(18).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LBT-RUN-ID         PIC X(14).
         03  FILLER             PIC X(40) VALUE SPACES.
      * THE SELECTED RUN'S LOG RECORDS - A HEADING LINE AND THE
      * MESSAGE UNDER IT - AND ITS ALERTS, ONE LINE EACH
       01  WK-LOG-LINES.
         03  WK-LOG-LINE        PIC X(80) OCCURS 12 TIMES.
       01  WK-LOG-TOP.
         03  LGT-STAMP          PIC X(14).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LGT-PROGRAM        PIC X(8).
         03  FILLER             PIC X(2) VALUE SPACES.
         03  LGT-SEVERITY       PIC X(5).
         03  FILLER             PIC X(49) VALUE SPACES.
       01  WK-ALERT-LINES.
         03  WK-ALERT-LINE      PIC X(80) OCCURS 3 TIMES.
       01  WK-ALERT-DTL.
         03  ADT-STAMP          PIC X(14).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  ADT-SEVERITY       PIC X(5).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  ADT-PROGRAM        PIC X(8).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  ADT-STATE          PIC X(8).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  ADT-REASON         PIC X(40).
         03  FILLER             PIC X(1) VALUE SPACES.
       01  CON-AREA.
         03  CON-PAGE-RUNS      PIC 9(2) VALUE 8.
         03  CON-PAGE-MAX       PIC 9(2) VALUE 99.
         03  CON-LOG-PAGE       PIC 9(2) VALUE 6.
         03  CON-ALERT-PAGE     PIC 9(2) VALUE 3.
         03  CON-LOWER          PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         03  CON-UPPER          PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       SCREEN SECTION.
      ******************************************************************
      * KEY SCREEN - WHICH PROGRAM'S RUNS, FROM WHEN, WHICH VINTAGE    *
      ******************************************************************
       01  KEY-SCREEN.
         03  BLANK SCREEN.
         03  LINE 1 COLUMN 1 VALUE "DAYRIQ - RESULTS INQUIRY"
             HIGHLIGHT.
         03  LINE 1 COLUMN 50 VALUE "READ-ONLY - RESMST BY KEY".
         03  LINE 4 COLUMN 1 VALUE "PROGRAM   :".
         03  LINE 4 COLUMN 13 PIC X(8) USING WK-IN-PROGRAM
             UNDERLINE.
         03  LINE 5 COLUMN 1 VALUE "FROM DATE :".
         03  LINE 5 COLUMN 13 PIC X(10) USING WK-IN-DATE
             UNDERLINE.
         03  LINE 5 COLUMN 26
             VALUE "YYYY-MM-DD - BLANK FOR THE FIRST RUN ON RECORD".
         03  LINE 6 COLUMN 1 VALUE "VINTAGE   :".
         03  LINE 6 COLUMN 13 PIC X(4) USING WK-IN-VINTAGE
             UNDERLINE.
         03  LINE 6 COLUMN 26 VALUE "YYYY - BLANK FOR EVERY VINTAGE".
         03  LINE 9 COLUMN 1 VALUE "COMMAND   :".
         03  LINE 9 COLUMN 13 PIC X(2) USING WK-COMMAND
             UNDERLINE.
         03  LINE 9 COLUMN 26 VALUE "ENTER TO SEARCH, X TO EXIT".
         03  LINE 24 COLUMN 1 PIC X(78) FROM WK-MESSAGE HIGHLIGHT.
      ******************************************************************
      * RUN LIST - ONE PAGE OF THE PROGRAM'S RUNS IN KEY ORDER         *
      ******************************************************************
       01  LIST-SCREEN.
         03  BLANK SCREEN.
         03  LINE 1 COLUMN 1 VALUE "DAYRIQ - RESULTS INQUIRY"
             HIGHLIGHT.
         03  LINE 1 COLUMN 50 VALUE "PAGE".
         03  LINE 1 COLUMN 55 PIC Z9 FROM WK-PAGE.
         03  LINE 2 COLUMN 1 VALUE "PROGRAM".
         03  LINE 2 COLUMN 9 PIC X(8) FROM WK-IN-PROGRAM.
         03  LINE 2 COLUMN 19 VALUE "FROM".
         03  LINE 2 COLUMN 24 PIC X(10) FROM WK-IN-DATE.
         03  LINE 2 COLUMN 36 VALUE "VINTAGE".
         03  LINE 2 COLUMN 44 PIC X(4) FROM WK-IN-VINTAGE.
         03  LINE 4 COLUMN 1 VALUE
             "NO  RUN DATE    VINT  SEQ  ANSWER".
         03  LINE 4 COLUMN 51 VALUE "RECORDS READ".
         03  LINE 5 COLUMN 1 VALUE
             "    RUN STATUS          RUN ID".
         03  LINE 6 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(1).
         03  LINE 7 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(2).
         03  LINE 8 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(3).
         03  LINE 9 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(4).
         03  LINE 10 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(5).
         03  LINE 11 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(6).
         03  LINE 12 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(7).
         03  LINE 13 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(8).
         03  LINE 14 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(9).
         03  LINE 15 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(10).
         03  LINE 16 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(11).
         03  LINE 17 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(12).
         03  LINE 18 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(13).
         03  LINE 19 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(14).
         03  LINE 20 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(15).
         03  LINE 21 COLUMN 1 PIC X(78) FROM WK-LIST-LINE(16).
         03  LINE 22 COLUMN 1 VALUE "COMMAND:".
         03  LINE 22 COLUMN 10 PIC X(2) USING WK-COMMAND
             UNDERLINE.
         03  LINE 22 COLUMN 14 VALUE
             "F FORWARD  B BACK  1-8 SHOW RUN  N NEW SEARCH  X EXIT".
         03  LINE 24 COLUMN 1 PIC X(78) FROM WK-MESSAGE HIGHLIGHT.
      ******************************************************************
      * ONE RUN - ITS RESULT, ITS RUN-LOG RECORDS AND ITS ALERTS       *
      ******************************************************************
       01  DETAIL-SCREEN.
         03  BLANK SCREEN.
         03  LINE 1 COLUMN 1 VALUE "DAYRIQ - RESULTS INQUIRY"
             HIGHLIGHT.
         03  LINE 1 COLUMN 50 VALUE "RUN ID".
         03  LINE 1 COLUMN 57 PIC X(14) FROM RUN-ID(WK-SEL)
             HIGHLIGHT.
         03  LINE 2 COLUMN 1 VALUE "PROGRAM".
         03  LINE 2 COLUMN 9 PIC X(8) FROM RUN-PROGRAM(WK-SEL).
         03  LINE 2 COLUMN 19 VALUE "DATE".
         03  LINE 2 COLUMN 24 PIC X(10) FROM RUN-DATE(WK-SEL).
         03  LINE 2 COLUMN 36 VALUE "VINTAGE".
         03  LINE 2 COLUMN 44 PIC X(4) FROM RUN-VINTAGE(WK-SEL).
         03  LINE 2 COLUMN 50 VALUE "SEQ".
         03  LINE 2 COLUMN 54 PIC 9(3) FROM RUN-SEQ(WK-SEL).
         03  LINE 3 COLUMN 1 VALUE "ANSWER".
         03  LINE 3 COLUMN 9 PIC X(20) FROM RUN-ANSWER(WK-SEL).
         03  LINE 3 COLUMN 31 VALUE "READ".
         03  LINE 3 COLUMN 36 PIC Z(8)9 FROM RUN-RECS(WK-SEL).
         03  LINE 3 COLUMN 47 VALUE "STATUS".
         03  LINE 3 COLUMN 54 PIC X(18) FROM RUN-STATUS(WK-SEL).
         03  LINE 5 COLUMN 1 VALUE "RUN LOG RECORDS ON FILE:".
         03  LINE 5 COLUMN 26 PIC Z(3)9 FROM WK-LOG-CNT.
         03  LINE 6 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(1).
         03  LINE 7 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(2).
         03  LINE 8 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(3).
         03  LINE 9 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(4).
         03  LINE 10 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(5).
         03  LINE 11 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(6).
         03  LINE 12 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(7).
         03  LINE 13 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(8).
         03  LINE 14 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(9).
         03  LINE 15 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(10).
         03  LINE 16 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(11).
         03  LINE 17 COLUMN 1 PIC X(80) FROM WK-LOG-LINE(12).
         03  LINE 18 COLUMN 1 VALUE "ALERTS ON FILE:".
         03  LINE 18 COLUMN 26 PIC Z(3)9 FROM WK-ALERT-CNT.
         03  LINE 19 COLUMN 1 PIC X(80) FROM WK-ALERT-LINE(1).
         03  LINE 20 COLUMN 1 PIC X(80) FROM WK-ALERT-LINE(2).
         03  LINE 21 COLUMN 1 PIC X(80) FROM WK-ALERT-LINE(3).
         03  LINE 22 COLUMN 1 VALUE "COMMAND:".
         03  LINE 22 COLUMN 10 PIC X(2) USING WK-COMMAND
             UNDERLINE.
         03  LINE 22 COLUMN 14 VALUE
             "M MORE LOG AND ALERTS  R RETURN TO THE LIST  X EXIT".
         03  LINE 24 COLUMN 1 PIC X(78) FROM WK-MESSAGE HIGHLIGHT.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-SCREEN = "X".
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
               DISPLAY "*** DAYRIQ CANNOT RESOLVE ITS ENVIRONMENT"
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
           DISPLAY "*** DAYRIQ RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - RESULTS INQUIRY ***".
      * THE MASTER IS OPENED FOR INPUT ONLY - A CHAIN WRITING TO IT
      * THROUGH DAYRMW IS NEVER DISTURBED
           OPEN INPUT RES-MASTER-FILE.
           IF WK-MST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYRIQ CANNOT OPEN RESMST - STATUS="
                 WK-MST-STATUS " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "KEY A PROGRAM AND PRESS ENTER" TO WK-MESSAGE.

      ******************************************************************
      * MAIN PROCESS - SHOW THE SCREEN THAT IS UP AND ACT ON ITS       *
      * COMMAND                                                        *
      ******************************************************************
       200-MAIN.
           MOVE SPACES TO WK-COMMAND.
           IF WK-SCREEN = "K"
             THEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               MOVE SPACES TO WK-MESSAGE
               PERFORM 210-ACT-ON-KEYS
           ELSE IF WK-SCREEN = "L"
             THEN
               DISPLAY LIST-SCREEN
               ACCEPT LIST-SCREEN
               MOVE SPACES TO WK-MESSAGE
               PERFORM 230-ACT-ON-LIST
             ELSE
               DISPLAY DETAIL-SCREEN
               ACCEPT DETAIL-SCREEN
               MOVE SPACES TO WK-MESSAGE
               PERFORM 250-ACT-ON-DETAIL
           END-IF.

      ******************************************************************
      * KEY SCREEN - CHECK THE KEYS AND START AT THE FIRST PAGE        *
      ******************************************************************
       210-ACT-ON-KEYS.
           INSPECT WK-COMMAND CONVERTING CON-LOWER TO CON-UPPER.
           INSPECT WK-IN-PROGRAM CONVERTING CON-LOWER TO CON-UPPER.
           IF WK-COMMAND = "X"
             THEN
               MOVE "X" TO WK-SCREEN
             ELSE
               PERFORM 215-CHECK-KEYS
               IF WK-KEYS-OK = "Y"
                 THEN
                   PERFORM 220-FIRST-PAGE
               END-IF
           END-IF.

       215-CHECK-KEYS.
           MOVE "Y" TO WK-KEYS-OK.
           IF WK-IN-PROGRAM = SPACES
             THEN
               MOVE "N" TO WK-KEYS-OK
               MOVE "A PROGRAM IS REQUIRED" TO WK-MESSAGE
           ELSE IF WK-IN-DATE NOT = SPACES AND
                   (WK-IN-DATE(1:4) IS NOT NUMERIC OR
                    WK-IN-DATE(5:1) NOT = "-" OR
                    WK-IN-DATE(6:2) IS NOT NUMERIC OR
                    WK-IN-DATE(8:1) NOT = "-" OR
                    WK-IN-DATE(9:2) IS NOT NUMERIC)
             THEN
               MOVE "N" TO WK-KEYS-OK
               MOVE "FROM DATE MUST BE YYYY-MM-DD OR BLANK"
                 TO WK-MESSAGE
           ELSE IF WK-IN-VINTAGE NOT = SPACES AND
                   WK-IN-VINTAGE IS NOT NUMERIC
             THEN
               MOVE "N" TO WK-KEYS-OK
               MOVE "VINTAGE MUST BE YYYY OR BLANK" TO WK-MESSAGE
           END-IF.

      * PAGE ONE STARTS AT THE PROGRAM AND FROM-DATE - THE LOWEST
      * POSSIBLE KEY FOR THE PROGRAM WHEN NO DATE WAS GIVEN
       220-FIRST-PAGE.
           MOVE WK-IN-PROGRAM TO RMK-PROGRAM.
           IF WK-IN-DATE = SPACES
             THEN
               MOVE LOW-VALUES TO RMK-RUN-DATE
             ELSE
               MOVE WK-IN-DATE TO RMK-RUN-DATE
           END-IF.
           MOVE LOW-VALUES TO RMK-VINTAGE.
           MOVE ZERO TO RMK-SEQ.
           MOVE RMK-KEY TO WK-PAGE-KEY(1).
           MOVE 1 TO WK-PAGE.
           PERFORM 240-LOAD-PAGE.
           IF WK-RUN-CNT = ZERO
             THEN
               MOVE SPACES TO WK-MESSAGE
               STRING "NO RUNS ON RESMST FOR " WK-IN-PROGRAM
                 " FROM THAT DATE AND VINTAGE"
                 DELIMITED BY SIZE INTO WK-MESSAGE
             ELSE
               ADD 1 TO WK-INQUIRY-CNT
               MOVE "L" TO WK-SCREEN
           END-IF.

      ******************************************************************
      * RUN LIST - PAGE FORWARD OR BACK, PICK A RUN, OR START AGAIN    *
      ******************************************************************
       230-ACT-ON-LIST.
           INSPECT WK-COMMAND CONVERTING CON-LOWER TO CON-UPPER.
           PERFORM 235-COMMAND-NUMBER.
           IF WK-COMMAND = "X"
             THEN
               MOVE "X" TO WK-SCREEN
           ELSE IF WK-COMMAND = "N"
             THEN
               MOVE "K" TO WK-SCREEN
           ELSE IF WK-COMMAND = "F" AND WK-MORE = "Y"
             THEN
               ADD 1 TO WK-PAGE
               PERFORM 240-LOAD-PAGE
           ELSE IF WK-COMMAND = "F"
             THEN
               MOVE "THIS IS THE LAST PAGE" TO WK-MESSAGE
           ELSE IF WK-COMMAND = "B" AND WK-PAGE > 1
             THEN
               SUBTRACT 1 FROM WK-PAGE
               PERFORM 240-LOAD-PAGE
           ELSE IF WK-COMMAND = "B"
             THEN
               MOVE "THIS IS THE FIRST PAGE" TO WK-MESSAGE
           ELSE IF WK-CMD-NO >= 1 AND WK-CMD-NO <= WK-RUN-CNT
             THEN
               MOVE WK-CMD-NO TO WK-SEL
               MOVE ZERO TO WK-LOG-FROM
               MOVE ZERO TO WK-ALERT-FROM
               PERFORM 260-LOAD-DETAIL
               MOVE "D" TO WK-SCREEN
           ELSE IF WK-COMMAND = SPACES
             THEN
               CONTINUE
             ELSE
               MOVE "UNKNOWN COMMAND" TO WK-MESSAGE
           END-IF.

      * A RUN NUMBER KEYED AS ONE DIGIT OR TWO
       235-COMMAND-NUMBER.
           MOVE ZERO TO WK-CMD-NO.
           IF WK-COMMAND IS NUMERIC
             THEN
               MOVE WK-COMMAND TO WK-CMD-NO
           ELSE IF WK-COMMAND(1:1) IS NUMERIC AND
                   WK-COMMAND(2:1) = SPACE
             THEN
               MOVE WK-COMMAND(1:1) TO WK-CMD-NO
           END-IF.

      ******************************************************************
      * LOAD ONE PAGE - START AT THE PAGE'S KEY AND TAKE THE NEXT RUNS *
      * OF THE PROGRAM (OF THE VINTAGE, WHEN ONE WAS KEYED). THE KEY   *
      * OF THE FIRST RUN THAT DOES NOT FIT STARTS THE NEXT PAGE        *
      ******************************************************************
       240-LOAD-PAGE.
           MOVE ZERO TO WK-RUN-CNT.
           MOVE "N" TO WK-MORE.
           MOVE SPACES TO WK-LIST-LINES.
           MOVE WK-PAGE-KEY(WK-PAGE) TO RMK-KEY.
           MOVE "0" TO WK-EOF.
           START RES-MASTER-FILE KEY >= RMK-KEY
             INVALID KEY
               MOVE "1" TO WK-EOF
           END-START.
           PERFORM 245-READ-NEXT-RUN
             UNTIL WK-EOF = "1" OR WK-MORE = "Y".

       245-READ-NEXT-RUN.
           READ RES-MASTER-FILE NEXT RECORD
             AT END
               MOVE "1" TO WK-EOF
           END-READ.
           IF WK-EOF = "1"
             THEN
               CONTINUE
           ELSE IF RMK-PROGRAM NOT = WK-IN-PROGRAM
             THEN
               MOVE "1" TO WK-EOF
           ELSE IF WK-IN-VINTAGE NOT = SPACES AND
                   RMK-VINTAGE NOT = WK-IN-VINTAGE
             THEN
               CONTINUE
           ELSE IF WK-RUN-CNT = CON-PAGE-RUNS
             THEN
               IF WK-PAGE < CON-PAGE-MAX
                 THEN
                   MOVE "Y" TO WK-MORE
                   MOVE RMK-KEY TO WK-PAGE-KEY(WK-PAGE + 1)
                 ELSE
                   MOVE "1" TO WK-EOF
                   MOVE "PAGE LIMIT REACHED - KEY A LATER FROM DATE"
                     TO WK-MESSAGE
               END-IF
             ELSE
               ADD 1 TO WK-RUN-CNT
               PERFORM 247-LIST-ONE-RUN
           END-IF.

       247-LIST-ONE-RUN.
           MOVE RMK-PROGRAM      TO RUN-PROGRAM(WK-RUN-CNT).
           MOVE RMK-RUN-DATE     TO RUN-DATE(WK-RUN-CNT).
           MOVE RMK-VINTAGE      TO RUN-VINTAGE(WK-RUN-CNT).
           MOVE RMK-SEQ          TO RUN-SEQ(WK-RUN-CNT).
           MOVE RMK-ANSWER       TO RUN-ANSWER(WK-RUN-CNT).
           MOVE RMK-RECORDS-READ TO RUN-RECS(WK-RUN-CNT).
           MOVE RMK-RUN-STATUS   TO RUN-STATUS(WK-RUN-CNT).
           MOVE RMK-RUN-ID       TO RUN-ID(WK-RUN-CNT).
           MOVE WK-RUN-CNT       TO LTP-NO.
           MOVE RMK-RUN-DATE     TO LTP-DATE.
           MOVE RMK-VINTAGE      TO LTP-VINTAGE.
           MOVE RMK-SEQ          TO LTP-SEQ.
           MOVE RMK-ANSWER       TO LTP-ANSWER.
           MOVE RMK-RECORDS-READ TO LTP-RECS.
           MOVE RMK-RUN-STATUS   TO LBT-STATUS.
           IF RMK-RUN-ID = SPACES
             THEN
               MOVE "(NONE)" TO LBT-RUN-ID
             ELSE
               MOVE RMK-RUN-ID TO LBT-RUN-ID
           END-IF.
           COMPUTE WK-L = WK-RUN-CNT * 2 - 1.
           MOVE WK-LIST-TOP TO WK-LIST-LINE(WK-L).
           MOVE WK-LIST-BOTTOM TO WK-LIST-LINE(WK-L + 1).

      ******************************************************************
      * ONE RUN - PAGE ON THROUGH ITS LOG AND ALERTS, OR GO BACK       *
      ******************************************************************
       250-ACT-ON-DETAIL.
           INSPECT WK-COMMAND CONVERTING CON-LOWER TO CON-UPPER.
           IF WK-COMMAND = "X"
             THEN
               MOVE "X" TO WK-SCREEN
           ELSE IF WK-COMMAND = "R"
             THEN
               MOVE "L" TO WK-SCREEN
           ELSE IF WK-COMMAND = "M" AND
                   (WK-LOG-FROM + CON-LOG-PAGE < WK-LOG-CNT OR
                    WK-ALERT-FROM + CON-ALERT-PAGE < WK-ALERT-CNT)
             THEN
               IF WK-LOG-FROM + CON-LOG-PAGE < WK-LOG-CNT
                 THEN
                   ADD CON-LOG-PAGE TO WK-LOG-FROM
               END-IF
               IF WK-ALERT-FROM + CON-ALERT-PAGE < WK-ALERT-CNT
                 THEN
                   ADD CON-ALERT-PAGE TO WK-ALERT-FROM
               END-IF
               PERFORM 260-LOAD-DETAIL
           ELSE IF WK-COMMAND = "M"
             THEN
               MOVE "NOTHING MORE FOR THIS RUN" TO WK-MESSAGE
           ELSE IF WK-COMMAND = SPACES
             THEN
               CONTINUE
             ELSE
               MOVE "UNKNOWN COMMAND" TO WK-MESSAGE
           END-IF.

      ******************************************************************
      * LOAD ONE RUN'S LOG AND ALERT PAGE - EVERY RECORD CARRYING THE  *
      * RUN'S ID IS COUNTED; THE ONES PAST THE PAGE START ARE SHOWN.   *
      * A RUN WITH NO RUN ID HAS NOTHING TO FOLLOW                     *
      ******************************************************************
       260-LOAD-DETAIL.
           MOVE ZERO TO WK-LOG-CNT WK-LOG-SHOWN.
           MOVE ZERO TO WK-ALERT-CNT WK-ALERT-SHOWN.
           MOVE SPACES TO WK-LOG-LINES.
           MOVE SPACES TO WK-ALERT-LINES.
           IF RUN-ID(WK-SEL) = SPACES
             THEN
               MOVE "THE RUN CARRIES NO RUN ID - NO LOG OR ALERTS"
                 TO WK-MESSAGE
             ELSE
               PERFORM 265-READ-RUN-LOG
               PERFORM 270-READ-ALERTS
           END-IF.

       265-READ-RUN-LOG.
           MOVE "0" TO WK-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WK-LOG-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ RUN-LOG-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF LOG-RUN-ID = RUN-ID(WK-SEL)
                       THEN
                         PERFORM 267-SHOW-ONE-LOG
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       267-SHOW-ONE-LOG.
           ADD 1 TO WK-LOG-CNT.
           IF WK-LOG-CNT > WK-LOG-FROM AND
              WK-LOG-SHOWN < CON-LOG-PAGE
             THEN
               ADD 1 TO WK-LOG-SHOWN
               MOVE LOG-STAMP    TO LGT-STAMP
               MOVE LOG-PROGRAM  TO LGT-PROGRAM
               MOVE LOG-SEVERITY TO LGT-SEVERITY
               COMPUTE WK-L = WK-LOG-SHOWN * 2 - 1
               MOVE WK-LOG-TOP TO WK-LOG-LINE(WK-L)
               MOVE LOG-MESSAGE TO WK-LOG-LINE(WK-L + 1)
           END-IF.

       270-READ-ALERTS.
           MOVE "0" TO WK-EOF.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ ALERT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF AL-RUN-ID = RUN-ID(WK-SEL)
                       THEN
                         PERFORM 277-SHOW-ONE-ALERT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       277-SHOW-ONE-ALERT.
           ADD 1 TO WK-ALERT-CNT.
           IF WK-ALERT-CNT > WK-ALERT-FROM AND
              WK-ALERT-SHOWN < CON-ALERT-PAGE
             THEN
               ADD 1 TO WK-ALERT-SHOWN
               MOVE AL-STAMP    TO ADT-STAMP
               MOVE AL-SEVERITY TO ADT-SEVERITY
               MOVE AL-PROGRAM  TO ADT-PROGRAM
               IF AL-STATE = SPACES
                 THEN
                   MOVE "OPEN" TO ADT-STATE
                 ELSE
                   MOVE AL-STATE TO ADT-STATE
               END-IF
               MOVE AL-REASON   TO ADT-REASON
               MOVE WK-ALERT-DTL TO WK-ALERT-LINE(WK-ALERT-SHOWN)
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           CLOSE RES-MASTER-FILE.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYRIQ INQUIRIES=" WK-INQUIRY-CNT " ***".
