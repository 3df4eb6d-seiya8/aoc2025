       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 120 CHARACTERS
             DEPENDING ON WK-AUDIT-REC-LEN.
       01  AUDIT-IN-RECORD      PIC X(120).
       FD  ROUTE-MASTER-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  ROUTE-MASTER-RECORD  PIC X(8).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-ENV-BAD         PIC 9(2) VALUE ZERO.
         03  WK-AUDIT-FILENAME  PIC X(16) VALUE SPACES.
         03  WK-AUDIT-STATUS    PIC X(2) VALUE "00".
         03  WK-AUDIT-REC-LEN   PIC 9(4) VALUE ZERO.
         03  WK-BAD-RECORD      PIC X(40) VALUE SPACES.
         03  WK-BAD-REASON      PIC X(30) VALUE SPACES.
         03  WK-FAIL-CNT        PIC 9(2) VALUE ZERO.
         03  WK-BUFFER          PIC X(120) VALUE SPACES.
         03  WK-FLD-DATE        PIC X(10) VALUE SPACES.
         03  WK-DATE-OK         PIC X(1) VALUE "N".
         03  WK-MONTH           PIC 9(2) VALUE ZERO.
         03  FILLER             PIC X(16) VALUE "DEPCTL".
         03  FILLER             PIC X(16) VALUE "DSPCTL".
         03  FILLER             PIC X(16) VALUE "DIALMST".
         03  FILLER             PIC X(16) VALUE "PHSCTL".
         03  FILLER             PIC X(16) VALUE "ROSTMST".
         03  FILLER             PIC X(16) VALUE "SCANCTL".
         03  FILLER             PIC X(16) VALUE "BANKMST".
         03  FILLER             PIC X(16) VALUE "UTILCTL".
         03  FILLER             PIC X(16) VALUE "GAPCTL".
         03  FILLER             PIC X(16) VALUE "TOPCTL".
         03  FILLER             PIC X(16) VALUE "RECTCTL".
         03  FILLER             PIC X(16) VALUE "SLACTL".
         03  FILLER             PIC X(16) VALUE "SLATGT".
         03  FILLER             PIC X(16) VALUE "ONCMST".
         03  FILLER             PIC X(16) VALUE "ESCCTL".
         03  FILLER             PIC X(16) VALUE "OARCTL".
         03  FILLER             PIC X(16) VALUE "LNQCTL".
         03  FILLER             PIC X(16) VALUE "QUARCTL".
         03  FILLER             PIC X(16) VALUE "SHDLIST".
         03  FILLER             PIC X(16) VALUE "ENVCTL".
         03  FILLER             PIC X(16) VALUE "CAPCTL".
         03  FILLER             PIC X(16) VALUE "MECCTL".
         03  FILLER             PIC X(16) VALUE "FRQCTL".
         03  FILLER             PIC X(16) VALUE "STEPCAL".
         03  FILLER             PIC X(16) VALUE "FAWCTL".
         03  FILLER             PIC X(16) VALUE "MISCERT".
         03  FILLER             PIC X(16) VALUE "CFGCHG".
         03  FILLER             PIC X(16) VALUE "CONRULE".
         03  FILLER             PIC X(16) VALUE "MNTWIN".
       01  WK-FILE-NAMES REDEFINES WK-FILE-TABLE.
         03  WK-FILE-NAME       PIC X(16) OCCURS 43 TIMES.
       01  CON-AREA.
         03  CON-FILE-CNT       PIC 9(2) VALUE 43.
         03  CON-MAX-ROUTES     PIC 9(2) VALUE 20.
       01  WK-VERDICT-LINE.
         03  VDT-FILE           PIC X(16).
         03  VDT-DETAIL         PIC X(50).
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
               DISPLAY "*** DAYCFA CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
               PERFORM 245-CHECK-DSPCTL
             WHEN 17
               PERFORM 246-CHECK-DIALMST
             WHEN 18
               PERFORM 247-CHECK-PHSCTL
             WHEN 19
               PERFORM 248-CHECK-ROSTMST
             WHEN 20
               PERFORM 249-CHECK-SCANCTL
             WHEN 21
               PERFORM 250-CHECK-BANKMST
             WHEN 22
               PERFORM 237-CHECK-KEEP-DAYS
             WHEN 23
               PERFORM 251-CHECK-GAPCTL
             WHEN 24
               PERFORM 238-CHECK-THRESHOLD
             WHEN 25
               PERFORM 252-CHECK-RECTCTL
             WHEN 26
               PERFORM 253-CHECK-SLACTL
             WHEN 27
               PERFORM 254-CHECK-SLATGT
             WHEN 28
               PERFORM 255-CHECK-ONCMST
             WHEN 29
               PERFORM 256-CHECK-ESCCTL
             WHEN 30
               PERFORM 257-CHECK-OARCTL
             WHEN 31
               PERFORM 258-CHECK-LNQCTL
             WHEN 32
               PERFORM 259-CHECK-QUARCTL
             WHEN 33
               PERFORM 260-CHECK-SHDLIST
             WHEN 34
               PERFORM 261-CHECK-ENVCTL
             WHEN 35
               PERFORM 238-CHECK-THRESHOLD
             WHEN 36
               PERFORM 262-CHECK-MECCTL
             WHEN 37
               PERFORM 263-CHECK-FRQCTL
             WHEN 38
               PERFORM 264-CHECK-STEPCAL
             WHEN 39
               PERFORM 265-CHECK-FAWCTL
             WHEN 40
               PERFORM 266-CHECK-MISCERT
             WHEN 41
               PERFORM 267-CHECK-CFGCHG
             WHEN 42
               PERFORM 268-CHECK-CONRULE
             WHEN 43
               PERFORM 269-CHECK-MNTWIN
           END-EVALUATE.

      * RUNCAL - A VALID DATE AND A DISPOSITION FROM THE KNOWN SET
               END-IF
           END-IF.

      * RETCTL / SUSPCTL / UTILCTL AND FRIENDS - A SINGLE POSITIVE
      * 3-DIGIT NUMBER OF DAYS
       237-CHECK-KEEP-DAYS.
           IF WK-BUFFER(1:3) NOT NUMERIC
             THEN
               MOVE "VALUE IS ZERO" TO WK-REC-REASON
           END-IF.

      * TRNDCTL/LCKCTL/TOPCTL/CAPCTL - A SINGLE POSITIVE 3-DIGIT COUNT
       238-CHECK-THRESHOLD.
           PERFORM 237-CHECK-KEEP-DAYS.

           END-IF.

      * DIALMST - DIAL ID PRESENT, SIZE AND START NUMERIC, SIZE
      * NON-ZERO, THE START INSIDE THE DIAL, AND ANY EFFECTIVE OR
      * EXPIRY DATE A REAL DATE
       246-CHECK-DIALMST.
           IF WK-BUFFER(1:4) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "START POSITION OFF THE DIAL" TO WK-REC-REASON
           END-IF.
           IF WK-REC-OK = "Y" AND WK-BUFFER(13:10) NOT = SPACES
             THEN
               MOVE WK-BUFFER(13:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "EFFECTIVE DATE NOT VALID" TO WK-REC-REASON
               END-IF
           END-IF.
           IF WK-REC-OK = "Y" AND WK-BUFFER(23:10) NOT = SPACES
             THEN
               MOVE WK-BUFFER(23:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "EXPIRY DATE NOT VALID" TO WK-REC-REASON
               END-IF
           END-IF.

      * PHSCTL - PHASE PRE OR POST, NUMERIC THRESHOLD, STOP/CONTINUE
       247-CHECK-PHSCTL.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:4) NOT = "PRE " AND
              WK-BUFFER(1:4) NOT = "POST"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "PHASE NOT PRE OR POST" TO WK-REC-REASON
           ELSE IF WK-BUFFER(5:2) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "RC THRESHOLD NOT NUMERIC" TO WK-REC-REASON
           ELSE IF WK-BUFFER(7:8) NOT = "STOP" AND
              WK-BUFFER(7:8) NOT = "CONTINUE"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "ACTION NOT STOP OR CONTINUE" TO WK-REC-REASON
           END-IF.

      * ROSTMST - DIAL ID PRESENT, A VALID SHIFT DATE, A NUMERIC
      * SHIFT SEQUENCE, AND A CREW ID
       248-CHECK-ROSTMST.
           MOVE WK-BUFFER(5:10) TO WK-FLD-DATE.
           PERFORM 500-CHECK-DATE.
           IF WK-BUFFER(1:4) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "DIAL ID BLANK" TO WK-REC-REASON
           ELSE IF WK-DATE-OK = "N"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SHIFT DATE NOT A VALID DATE" TO WK-REC-REASON
           ELSE IF WK-BUFFER(15:4) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SHIFT SEQUENCE NOT NUMERIC" TO WK-REC-REASON
           ELSE IF WK-BUFFER(19:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CREW ID BLANK" TO WK-REC-REASON
           END-IF.

      * SCANCTL - DAY03P1 SCAN MODE, BLANK OR "CLEAR"
       249-CHECK-SCANCTL.
           IF WK-BUFFER(1:8) NOT = SPACES AND
              WK-BUFFER(1:8) NOT = "CLEAR"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SCAN MODE NOT BLANK OR CLEAR" TO WK-REC-REASON
           END-IF.

      * BANKMST - A FEED POSITION DAY03P2 CAN HOLD AND A SITE NAME
       250-CHECK-BANKMST.
           IF WK-BUFFER(1:7) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "FEED POSITION NOT NUMERIC" TO WK-REC-REASON
           ELSE IF FUNCTION NUMVAL(WK-BUFFER(1:7)) = ZERO OR
                   FUNCTION NUMVAL(WK-BUFFER(1:7)) > 10000
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "FEED POSITION OUT OF 1-10000" TO WK-REC-REASON
           ELSE IF WK-BUFFER(8:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SITE BLANK" TO WK-REC-REASON
           END-IF.

      * GAPCTL - TWO 16-DIGIT IDS, THE UNIVERSE LOW THEN HIGH
       251-CHECK-GAPCTL.
           IF WK-BUFFER(1:16) NOT NUMERIC OR
              WK-BUFFER(17:16) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "UNIVERSE BOUND NOT NUMERIC" TO WK-REC-REASON
           ELSE IF WK-BUFFER(1:16) > WK-BUFFER(17:16)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "UNIVERSE LOW ABOVE HIGH" TO WK-REC-REASON
           END-IF.

      * RECTCTL - RECTANGLE MODE BLANK, LOOSE OR BOUNDARY
       252-CHECK-RECTCTL.
           IF WK-BUFFER(1:8) NOT = SPACES AND
              WK-BUFFER(1:8) NOT = "LOOSE" AND
              WK-BUFFER(1:8) NOT = "BOUNDARY"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "MODE NOT LOOSE/BOUNDARY" TO WK-REC-REASON
           END-IF.

      * SLACTL - THE SCORECARD MONTH, BLANK OR YYYY-MM
       253-CHECK-SLACTL.
           IF WK-BUFFER(1:7) = SPACES
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:4) NOT NUMERIC OR
                   WK-BUFFER(5:1) NOT = "-" OR
                   WK-BUFFER(6:2) NOT NUMERIC OR
                   WK-BUFFER(6:2) < "01" OR WK-BUFFER(6:2) > "12"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "MONTH NOT YYYY-MM" TO WK-REC-REASON
           END-IF.

      * SLATGT - A SCORECARD METRIC CODE AND A NUMERIC TARGET
       254-CHECK-SLATGT.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:8) NOT = "ONTIME" AND
                   WK-BUFFER(1:8) NOT = "LATE" AND
                   WK-BUFFER(1:8) NOT = "SKIPPED" AND
                   WK-BUFFER(1:8) NOT = "REGFAIL" AND
                   WK-BUFFER(1:8) NOT = "RCNBRK" AND
                   WK-BUFFER(1:8) NOT = "MTTA" AND
                   WK-BUFFER(1:8) NOT = "MTTC" AND
                   WK-BUFFER(1:8) NOT = "FEEDLATE" AND
                   WK-BUFFER(1:8) NOT = "FEEDMISS"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "METRIC CODE NOT KNOWN" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:5) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "TARGET NOT NUMERIC" TO WK-REC-REASON
           END-IF.

      * ONCMST - A VALID DATE RANGE, FROM NOT AFTER TO, AND A
      * PRIMARY, SECONDARY AND MANAGER NAMED
       255-CHECK-ONCMST.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE
               MOVE WK-BUFFER(1:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "Y"
                 THEN
                   MOVE WK-BUFFER(11:10) TO WK-FLD-DATE
                   PERFORM 500-CHECK-DATE
               END-IF
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "DUTY DATE NOT A VALID DATE" TO WK-REC-REASON
               ELSE IF WK-BUFFER(1:10) > WK-BUFFER(11:10)
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "DUTY FROM DATE AFTER TO DATE"
                     TO WK-REC-REASON
               ELSE IF WK-BUFFER(21:8) = SPACES OR
                       WK-BUFFER(29:8) = SPACES OR
                       WK-BUFFER(37:8) = SPACES
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "ON-CALL NAME BLANK" TO WK-REC-REASON
               END-IF
           END-IF.

      * ESCCTL - A SEVERITY AND TWO NUMERIC MINUTE LIMITS, THE
      * MANAGER'S NOT BEFORE THE SECONDARY'S
       256-CHECK-ESCCTL.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:5) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SEVERITY BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(6:4) NOT NUMERIC OR
                   WK-BUFFER(10:4) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "LIMIT NOT NUMERIC" TO WK-REC-REASON
           ELSE IF WK-BUFFER(10:4) NOT = "0000" AND
                   WK-BUFFER(10:4) < WK-BUFFER(6:4)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "MANAGER LIMIT BEFORE SECONDARY" TO WK-REC-REASON
           END-IF.

      * OARCTL - A VALID REVIEW RANGE, FROM NOT AFTER TO, OR BOTH
      * DATES BLANK FOR THE LAST QUARTER
       257-CHECK-OARCTL.
           IF WK-BUFFER(1:20) = SPACES
             THEN
               CONTINUE
           ELSE
               MOVE WK-BUFFER(1:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "Y"
                 THEN
                   MOVE WK-BUFFER(11:10) TO WK-FLD-DATE
                   PERFORM 500-CHECK-DATE
               END-IF
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "REVIEW DATE NOT A VALID DATE" TO WK-REC-REASON
               ELSE IF WK-BUFFER(1:10) > WK-BUFFER(11:10)
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "REVIEW FROM DATE AFTER TO DATE"
                     TO WK-REC-REASON
               END-IF
           END-IF.

      * LNQCTL - A PROGRAM, A VALID RUN DATE, AND A SEQUENCE THAT IS
      * BLANK OR NUMERIC
       258-CHECK-LNQCTL.
           MOVE WK-BUFFER(9:10) TO WK-FLD-DATE.
           PERFORM 500-CHECK-DATE.
           IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "PROGRAM BLANK" TO WK-REC-REASON
           ELSE IF WK-DATE-OK = "N"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "RUN DATE NOT A VALID DATE" TO WK-REC-REASON
           ELSE IF WK-BUFFER(19:3) NOT = SPACES AND
                   WK-BUFFER(19:3) NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SEQUENCE NOT NUMERIC" TO WK-REC-REASON
           END-IF.

      * QUARCTL - A ROUTE (ON ROUTEMST WHEN THE MASTER IS ON DISK),
      * A BLANK OR VALID BUSINESS DATE, AND WHO ASKED FOR THE HOLD
      * (COMMENT RECORDS STARTING "*" PASS, AS DAYRTE SKIPS THEM)
       259-CHECK-QUARCTL.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "ROUTE BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(19:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "REQUESTOR BLANK" TO WK-REC-REASON
           END-IF.
           IF WK-REC-OK = "Y" AND WK-BUFFER(1:1) NOT = "*" AND
              WK-BUFFER(9:10) NOT = SPACES
             THEN
               MOVE WK-BUFFER(9:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "HOLD DATE NOT A VALID DATE" TO WK-REC-REASON
               END-IF
           END-IF.
           IF WK-REC-OK = "Y" AND WK-BUFFER(1:1) NOT = "*" AND
              WK-RTEMST-CNT > ZERO
             THEN
               PERFORM VARYING WK-M FROM 1 BY 1
                 UNTIL WK-M > WK-RTEMST-CNT
                   OR WK-RTEMST-CODE(WK-M) = WK-BUFFER(1:8)
                   CONTINUE
               END-PERFORM
               IF WK-M > WK-RTEMST-CNT
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "ROUTE NOT ON ROUTEMST" TO WK-REC-REASON
               END-IF
           END-IF.

      * SHDLIST - A PRODUCTION STEP AND A CANDIDATE PROGRAM TO RUN IN
      * ITS PLACE, WHICH MUST BE A SEPARATE MODULE - THE STEP ITSELF
      * IS ALREADY LOADED BY THE CHAIN (COMMENT RECORDS STARTING "*"
      * PASS, AS DAYSHS AND DAYSHR SKIP THEM)
       260-CHECK-SHDLIST.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "STEP BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CANDIDATE BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:8) = WK-BUFFER(1:8)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CANDIDATE SAME AS STEP" TO WK-REC-REASON
           END-IF.

      * ENVCTL - AN ENVIRONMENT CODE THAT CAN NAME ITS OWN AREA (NO
      * "/" OR ".") AND A LIVE FLAG THAT IS "Y", "N" OR BLANK
       261-CHECK-ENVCTL.
           MOVE ZERO TO WK-ENV-BAD.
           INSPECT WK-BUFFER(1:8) TALLYING WK-ENV-BAD FOR ALL "/"
               WK-ENV-BAD FOR ALL ".".
           IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "ENVIRONMENT CODE BLANK" TO WK-REC-REASON
           ELSE IF WK-ENV-BAD > ZERO OR WK-BUFFER(1:1) = SPACE
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "ENV CODE NOT A VALID AREA NAME" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:1) NOT = "Y" AND
                   WK-BUFFER(9:1) NOT = "N" AND
                   WK-BUFFER(9:1) NOT = SPACE
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "LIVE FLAG NOT Y/N/BLANK" TO WK-REC-REASON
           END-IF.

      * MECCTL - A CLOSING MONTH THAT IS BLANK (THE PREVIOUS MONTH) OR
      * A REAL YYYY-MM, A PREPARER, AND AN APPROVER WHO IS SOMEONE ELSE
       262-CHECK-MECCTL.
           IF WK-BUFFER(1:7) NOT = SPACES AND
              (WK-BUFFER(1:4) IS NOT NUMERIC OR
               WK-BUFFER(5:1) NOT = "-" OR
               WK-BUFFER(6:2) < "01" OR WK-BUFFER(6:2) > "12")
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CLOSING MONTH NOT YYYY-MM" TO WK-REC-REASON
           ELSE IF WK-BUFFER(8:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "PREPARER BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(16:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "APPROVER BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(16:8) = WK-BUFFER(8:8)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "APPROVER SAME AS PREPARER" TO WK-REC-REASON
           END-IF.

      * FRQCTL - A STEP, A FREQUENCY FROM THE KNOWN SET AND THE
      * PARAMETER THAT FREQUENCY TAKES - A WEEKDAY MON..SUN FOR WEEKLY,
      * A RUN-DAY NUMBER 01..23 FOR MONTHLY, A DATE FOR DATES (COMMENT
      * RECORDS STARTING "*" PASS, AS DAYCAL SKIPS THEM)
       263-CHECK-FRQCTL.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "STEP BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:8) = "DAILY"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(9:8) = "WEEKLY"
             THEN
               IF WK-BUFFER(17:10) NOT = "MON" AND
                  WK-BUFFER(17:10) NOT = "TUE" AND
                  WK-BUFFER(17:10) NOT = "WED" AND
                  WK-BUFFER(17:10) NOT = "THU" AND
                  WK-BUFFER(17:10) NOT = "FRI" AND
                  WK-BUFFER(17:10) NOT = "SAT" AND
                  WK-BUFFER(17:10) NOT = "SUN"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "WEEKDAY NOT MON..SUN" TO WK-REC-REASON
               END-IF
           ELSE IF WK-BUFFER(9:8) = "MONTHLY"
             THEN
               IF WK-BUFFER(17:2) NOT NUMERIC OR
                  WK-BUFFER(19:8) NOT = SPACES OR
                  WK-BUFFER(17:2) < "01" OR WK-BUFFER(17:2) > "23"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "RUN-DAY NUMBER NOT 01..23" TO WK-REC-REASON
               END-IF
           ELSE IF WK-BUFFER(9:8) = "DATES"
             THEN
               MOVE WK-BUFFER(17:10) TO WK-FLD-DATE
               PERFORM 500-CHECK-DATE
               IF WK-DATE-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "DATES ENTRY NOT A VALID DATE"
                     TO WK-REC-REASON
               END-IF
             ELSE
               MOVE "N" TO WK-REC-OK
               MOVE "FREQUENCY NOT A KNOWN RULE" TO WK-REC-REASON
           END-IF.

      * STEPCAL - A VALID DATE, A STEP AND A RUN OR OFF DISPOSITION
       264-CHECK-STEPCAL.
           MOVE WK-BUFFER(1:10) TO WK-FLD-DATE.
           PERFORM 500-CHECK-DATE.
           IF WK-DATE-OK = "N"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "STEPCAL DATE NOT A VALID DATE" TO WK-REC-REASON
           ELSE IF WK-BUFFER(11:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "STEP BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(19:8) NOT = "RUN" AND
              WK-BUFFER(19:8) NOT = "OFF"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "STEPCAL DISP NOT RUN/OFF" TO WK-REC-REASON
           END-IF.

      * FAWCTL - A SOURCE NAME (OR DEFAULT) AND A REAL HHMM SOFT
      * DEADLINE AND HARD CUTOFF (COMMENT RECORDS STARTING "*" PASS)
       265-CHECK-FAWCTL.
           IF WK-BUFFER(1:1) = "*"
             THEN
               CONTINUE
           ELSE IF WK-BUFFER(1:24) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "FEED SOURCE BLANK" TO WK-REC-REASON
           ELSE
               MOVE WK-BUFFER(25:4) TO WK-HHMMSS(1:4)
               MOVE "00" TO WK-HHMMSS(5:2)
               PERFORM 510-CHECK-TIME
               IF WK-TIME-OK = "Y"
                 THEN
                   MOVE WK-BUFFER(29:4) TO WK-HHMMSS(1:4)
                   PERFORM 510-CHECK-TIME
               END-IF
               IF WK-TIME-OK = "N"
                 THEN
                   MOVE "N" TO WK-REC-OK
                   MOVE "DEADLINE OR CUTOFF NOT HHMM" TO WK-REC-REASON
               END-IF
           END-IF.

      * MISCERT - A RUN DATE, AN ACCEPT OR ACCEPT-WITH-COMMENT, A
      * CERTIFIER, AND THE COMMENT AN ACCEPT-WITH-COMMENT MUST CARRY
       266-CHECK-MISCERT.
           MOVE WK-BUFFER(1:10) TO WK-FLD-DATE.
           PERFORM 500-CHECK-DATE.
           IF WK-DATE-OK = "N"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "RUN DATE NOT YYYY-MM-DD" TO WK-REC-REASON
           ELSE IF WK-BUFFER(11:8) NOT = "ACCEPT" AND
                   WK-BUFFER(11:8) NOT = "ACCEPTC"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "DECISION NOT ACCEPT OR ACCEPTC" TO WK-REC-REASON
           ELSE IF WK-BUFFER(19:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CERTIFIER BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(11:8) = "ACCEPTC" AND
                   WK-BUFFER(27:40) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "ACCEPTC WITHOUT A COMMENT" TO WK-REC-REASON
           END-IF.

      * CFGCHG - THE DATE A PLANNED CHANGE WAS MADE, THE CONTROL FILE
      * IT WAS MADE TO, AND WHO MADE IT
       267-CHECK-CFGCHG.
           MOVE WK-BUFFER(1:10) TO WK-FLD-DATE.
           PERFORM 500-CHECK-DATE.
           IF WK-DATE-OK = "N"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CHANGE DATE NOT YYYY-MM-DD" TO WK-REC-REASON
           ELSE IF WK-BUFFER(11:24) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CONTROL FILE NAME BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(35:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CHANGED-BY BLANK" TO WK-REC-REASON
           END-IF.

      * CONRULE - A RULE ID, TWO SIDES EACH NAMING A DATASET AND A KEY,
      * A RELATION FROM THE KNOWN SET AND A CONDITION FROM THE KNOWN
      * SET. A "*" KEY PAIRS RESULTS KEY BY KEY, SO IT MUST BE "*" ON
      * BOTH SIDES
       268-CHECK-CONRULE.
           IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "RULE ID BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:16) = SPACES OR
                   WK-BUFFER(25:8) = SPACES OR
                   WK-BUFFER(35:16) = SPACES OR
                   WK-BUFFER(51:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "DATASET OR KEY BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(33:2) NOT = "EQ" AND
                   WK-BUFFER(33:2) NOT = "LE" AND
                   WK-BUFFER(33:2) NOT = "GE"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "RELATION NOT EQ, LE OR GE" TO WK-REC-REASON
           ELSE IF (WK-BUFFER(25:8) = "*" OR
                    WK-BUFFER(51:8) = "*") AND
                   WK-BUFFER(25:8) NOT = WK-BUFFER(51:8)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "KEY * ON ONE SIDE ONLY" TO WK-REC-REASON
           ELSE IF WK-BUFFER(59:8) NOT = SPACES AND
                   WK-BUFFER(59:8) NOT = "TILED"
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "CONDITION NOT BLANK OR TILED" TO WK-REC-REASON
           END-IF.

      * MNTWIN - A WINDOW ID, A START AND AN END AS YYYYMMDDHHMM WITH
      * THE END AFTER THE START, A SCOPE, A REASON AND THE DECLARER
       269-CHECK-MNTWIN.
           IF WK-BUFFER(1:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "WINDOW ID BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(9:12) IS NOT NUMERIC OR
                   WK-BUFFER(21:12) IS NOT NUMERIC
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "START OR END NOT YYYYMMDDHHMM" TO WK-REC-REASON
           ELSE IF WK-BUFFER(21:12) NOT > WK-BUFFER(9:12)
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "WINDOW ENDS BEFORE IT STARTS" TO WK-REC-REASON
           ELSE IF WK-BUFFER(33:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "SCOPE BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(73:40) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "REASON BLANK" TO WK-REC-REASON
           ELSE IF WK-BUFFER(113:8) = SPACES
             THEN
               MOVE "N" TO WK-REC-OK
               MOVE "DECLARED-BY BLANK" TO WK-REC-REASON
           END-IF.

      ******************************************************************
      * DATE CHECK - YYYY-MM-DD WITH A REAL MONTH AND DAY             *
