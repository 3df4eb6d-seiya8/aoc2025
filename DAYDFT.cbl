       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYDFT.
      ******************************************************************
      * NIGHTLY CONTROL-FILE DRIFT REPORT. DAYCFA SAYS WHETHER A      *
      * CONTROL FILE IS WELL-FORMED, BUT NOT WHETHER IT CHANGED - A   *
      * VALID BUT UNPLANNED EDIT TO DIALCTL, GRIDCTL, DIGITCTL,       *
      * VOLTOL OR AN EXPECTATION FILE STILL CHANGES TONIGHT'S         *
      * ANSWERS WITHOUT ANYONE NOTICING. THIS STEP COMPARES EVERY     *
      * CONTROL FILE IN THE DAYSNP SET, RECORD BY RECORD, WITH ITS    *
      * COPY IN THE LATEST BUNDLE CATALOGED ON "SNAPCAT", AND LISTS   *
      * EACH FILE ADDED, REMOVED OR CHANGED SINCE WITH THE OLD AND    *
      * NEW LINES.                                                    *
      *                                                               *
      * A CHANGE TO A CONTROL THAT AFFECTS ANSWERS MUST BE ACCOUNTED  *
      * FOR BY AN AUDIT ENTRY WRITTEN SINCE THE BUNDLE WAS TAKEN:     *
      *   - AN EXPECTATION FILE - A "PROMAUDIT" RECORD FOR ITS STEP   *
      *   - RANGEMST - A "RNGAUDIT" RECORD FROM DAY05RM               *
      *   - DIALMST - A "DIALAUDIT" RECORD FROM DAY01DM               *
      *   - ANY FILE - A PLANNED CHANGE ENTERED ON THE "CFGCHG"       *
      *     CHANGE REGISTER, OR A DAYRSN RESTORE GRANTED ON "OPRLEDG" *
      * ONE WITHOUT RAISES A WARN ALERT. RETURN-CODE 0 - NO DRIFT OR  *
      * ALL OF IT AUDITED; 4 - AN UNAUDITED CHANGE, OR NO BUNDLE TO   *
      * COMPARE WITH; 8 - THE BUNDLE IS UNREADABLE.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-YRCTL-STATUS.
           SELECT SNAP-CAT-FILE ASSIGN TO "SNAPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SNAPCAT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WK-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MANIFEST-STATUS.
           SELECT OLD-FILE ASSIGN TO DYNAMIC WK-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO DYNAMIC WK-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-NEW-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WK-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUDIT-STATUS.
           SELECT CHANGE-REG-FILE ASSIGN TO "CFGCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHG-STATUS.
           SELECT OPER-LEDGER-FILE ASSIGN TO "OPRLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
       FD  SNAP-CAT-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  SNAP-CAT-RECORD.
         03  SNP-DATE           PIC X(10).
         03  SNP-FILE-COUNT     PIC 9(3).
         03  SNP-STAMP          PIC X(14).
       FD  MANIFEST-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  MANIFEST-RECORD      PIC X(24).
      * THE BUNDLE'S COPY OF A CONTROL FILE AND THE LIVE FILE
       FD  OLD-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  OLD-RECORD           PIC X(250).
       FD  NEW-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  NEW-RECORD           PIC X(250).
      * AN AUDIT TRAIL - PROMAUDIT, RNGAUDIT AND DIALAUDIT ALL OPEN
      * WITH THE STAMP OF THE CHANGE; PROMAUDIT NAMES THE STEP NEXT
       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  AUDIT-RECORD.
         03  AUD-STAMP          PIC X(14).
         03  AUD-PROGRAM        PIC X(8).
         03  FILLER             PIC X(228).
      * THE PLANNED-CHANGE REGISTER - ONE RECORD PER CONTROL-FILE
      * EDIT THAT WAS MEANT: THE DATE MADE, THE FILE, WHO MADE IT AND
      * THE CHANGE REFERENCE
       FD  CHANGE-REG-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  CHANGE-REG-RECORD.
         03  CHG-DATE           PIC X(10).
         03  CHG-FILE           PIC X(24).
         03  CHG-BY             PIC X(8).
         03  CHG-REF            PIC X(30).
       FD  OPER-LEDGER-FILE
           RECORD CONTAINS 124 CHARACTERS.
           COPY OPRLEDRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-OLD-EOF         PIC X(1) VALUE "0".
         03  WK-NEW-EOF         PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-SNAPCAT-STATUS  PIC X(2) VALUE "00".
         03  WK-MANIFEST-NAME   PIC X(32) VALUE SPACES.
         03  WK-MANIFEST-STATUS PIC X(2) VALUE "00".
         03  WK-OLD-NAME        PIC X(40) VALUE SPACES.
         03  WK-OLD-STATUS      PIC X(2) VALUE "00".
         03  WK-NEW-NAME        PIC X(24) VALUE SPACES.
         03  WK-NEW-STATUS      PIC X(2) VALUE "00".
         03  WK-AUDIT-NAME      PIC X(16) VALUE SPACES.
         03  WK-AUDIT-STATUS    PIC X(2) VALUE "00".
         03  WK-CHG-STATUS      PIC X(2) VALUE "00".
         03  WK-LEDGER-STATUS   PIC X(2) VALUE "00".
      * THE BUNDLE BEING COMPARED WITH - ITS DATE AS NAMED
      * (YYYYMMDD), ITS CATALOG DATE, AND WHEN IT WAS TAKEN
         03  WK-HAVE-BUNDLE     PIC X(1) VALUE "N".
         03  WK-BUNDLE-DATE     PIC X(8) VALUE SPACES.
         03  WK-SNAP-DATE       PIC X(10) VALUE SPACES.
         03  WK-SNAP-STAMP      PIC X(14) VALUE SPACES.
         03  WK-FILE-NAME       PIC X(24) VALUE SPACES.
         03  WK-STEP-PART       PIC X(8) VALUE SPACES.
         03  WK-IN-BUNDLE       PIC X(1) VALUE "N".
         03  WK-LIVE            PIC X(1) VALUE "N".
         03  WK-AFFECTS         PIC X(1) VALUE "N".
         03  WK-AUDITED-BY      PIC X(24) VALUE SPACES.
         03  WK-DRIFT           PIC X(8) VALUE SPACES.
         03  WK-LINE-NO         PIC 9(4) VALUE ZERO.
         03  WK-DIFF-CNT        PIC 9(4) VALUE ZERO.
         03  WK-SHOWN-CNT       PIC 9(4) VALUE ZERO.
         03  WK-EXPECT-CNT      PIC 9(2) VALUE ZERO.
         03  WK-OLD-BAD         PIC X(1) VALUE "N".
         03  WK-I               PIC 9(2) VALUE ZERO.
         03  WK-M               PIC 9(2) VALUE ZERO.
         03  WK-A               PIC 9(2) VALUE ZERO.
         03  WK-MAN-CNT         PIC 9(2) VALUE ZERO.
         03  WK-CHECKED-CNT     PIC 9(3) VALUE ZERO.
         03  WK-SAME-CNT        PIC 9(3) VALUE ZERO.
         03  WK-CHANGED-CNT     PIC 9(3) VALUE ZERO.
         03  WK-ADDED-CNT       PIC 9(3) VALUE ZERO.
         03  WK-REMOVED-CNT     PIC 9(3) VALUE ZERO.
         03  WK-UNAUDITED-CNT   PIC 9(3) VALUE ZERO.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYDFT".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
      * ONE DIFFERENCE LINE OF THE REPORT
       01  WK-DIFF-LINE.
         03  FILLER             PIC X(2) VALUE SPACES.
         03  DFL-LINE-NO        PIC 9(4).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  DFL-SIDE           PIC X(4).
         03  FILLER             PIC X(1) VALUE SPACES.
         03  DFL-TEXT           PIC X(100).
      * THE FILES THE BUNDLE'S MANIFEST LISTS, AND WHICH OF THEM THE
      * CONTROL-FILE SET HAS ALREADY ACCOUNTED FOR
       01  WK-MAN-TABLE.
         03  WK-MAN-ENTRY OCCURS 90 TIMES.
           05  MAN-NAME         PIC X(24).
           05  MAN-SEEN         PIC X(1).
      * THE CONTROL-FILE SET AS DAYSNP BUNDLES IT - KEEP THE TWO
      * TABLES IN STEP
       01  WK-CONFIG-TABLE.
         03  FILLER             PIC X(16) VALUE "YEARCTL".
         03  FILLER             PIC X(16) VALUE "RUNCAL".
         03  FILLER             PIC X(16) VALUE "ROUTEMST".
         03  FILLER             PIC X(16) VALUE "DIALCTL".
         03  FILLER             PIC X(16) VALUE "DIALMST".
         03  FILLER             PIC X(16) VALUE "GRIDCTL".
         03  FILLER             PIC X(16) VALUE "BANDCTL".
         03  FILLER             PIC X(16) VALUE "SCANCTL".
         03  FILLER             PIC X(16) VALUE "DIGITCTL".
         03  FILLER             PIC X(16) VALUE "BANKMST".
         03  FILLER             PIC X(16) VALUE "RTECTL".
         03  FILLER             PIC X(16) VALUE "RETCTL".
         03  FILLER             PIC X(16) VALUE "TRNDCTL".
         03  FILLER             PIC X(16) VALUE "YOYCTL".
         03  FILLER             PIC X(16) VALUE "ROLLCTL".
         03  FILLER             PIC X(16) VALUE "SUSPCTL".
         03  FILLER             PIC X(16) VALUE "RNGCTL".
         03  FILLER             PIC X(16) VALUE "UTILCTL".
         03  FILLER             PIC X(16) VALUE "GAPCTL".
         03  FILLER             PIC X(16) VALUE "TOPCTL".
         03  FILLER             PIC X(16) VALUE "RECTCTL".
         03  FILLER             PIC X(16) VALUE "HISTCTL".
         03  FILLER             PIC X(16) VALUE "LCKCTL".
         03  FILLER             PIC X(16) VALUE "WINCTL".
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
         03  FILLER             PIC X(16) VALUE "DEPCTL".
         03  FILLER             PIC X(16) VALUE "DSPCTL".
         03  FILLER             PIC X(16) VALUE "OPERMST".
         03  FILLER             PIC X(16) VALUE "EXCCTL".
         03  FILLER             PIC X(16) VALUE "HSKCTL".
         03  FILLER             PIC X(16) VALUE "CALCTL".
         03  FILLER             PIC X(16) VALUE "HOLLIST".
         03  FILLER             PIC X(16) VALUE "TOLCTL".
         03  FILLER             PIC X(16) VALUE "VOLTOL".
         03  FILLER             PIC X(16) VALUE "FEEDLST".
         03  FILLER             PIC X(16) VALUE "MNTCTL".
         03  FILLER             PIC X(16) VALUE "CMPCTL".
         03  FILLER             PIC X(16) VALUE "SECTCTL".
         03  FILLER             PIC X(16) VALUE "RANGEMST".
         03  FILLER             PIC X(16) VALUE "RMCTL".
         03  FILLER             PIC X(16) VALUE "DMCTL".
         03  FILLER             PIC X(16) VALUE "PHSCTL".
         03  FILLER             PIC X(16) VALUE "TMPCTL".
         03  FILLER             PIC X(16) VALUE "ROSTMST".
         03  FILLER             PIC X(16) VALUE "CONRULE".
         03  FILLER             PIC X(16) VALUE "MNTWIN".
         03  FILLER             PIC X(16) VALUE "DAY01P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY01P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P1C.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY05P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY05P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY09P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY09P1B.EXPECT".
       01  WK-CONFIG-NAMES REDEFINES WK-CONFIG-TABLE.
         03  WK-CONFIG-NAME     PIC X(16) OCCURS 68 TIMES.
      * THE STEPS WHOSE EXPECTATION FILES GO YEAR-QUALIFIED ONCE
      * DAYROLL HAS OPENED A VINTAGE - THE LIVE DAYNNPN.YYYY.EXPECT
      * NAMES JOIN THE BUNDLE ALONGSIDE THE BASE NAMES ABOVE
       01  WK-STEP-TABLE.
         03  FILLER             PIC X(8) VALUE "DAY01P1 ".
         03  FILLER             PIC X(8) VALUE "DAY01P2 ".
         03  FILLER             PIC X(8) VALUE "DAY03P1 ".
         03  FILLER             PIC X(8) VALUE "DAY03P1C".
         03  FILLER             PIC X(8) VALUE "DAY03P2 ".
         03  FILLER             PIC X(8) VALUE "DAY05P1 ".
         03  FILLER             PIC X(8) VALUE "DAY05P2 ".
         03  FILLER             PIC X(8) VALUE "DAY09P1 ".
         03  FILLER             PIC X(8) VALUE "DAY09P1B".
       01  WK-STEP-NAMES REDEFINES WK-STEP-TABLE.
         03  WK-STEP-NAME-TBL   PIC X(8) OCCURS 9 TIMES.
      * THE CONTROLS THAT CHANGE TONIGHT'S ANSWERS (EVERY EXPECTATION
      * FILE DOES TOO), EACH WITH THE AUDIT TRAIL ITS OWN MAINTENANCE
      * PROGRAM KEEPS, WHERE IT HAS ONE
       01  WK-ANSWER-TABLE.
         03  FILLER             PIC X(26) VALUE "YEARCTL".
         03  FILLER             PIC X(26) VALUE "ROUTEMST".
         03  FILLER             PIC X(26) VALUE "RTECTL".
         03  FILLER             PIC X(26) VALUE "DIALCTL".
         03  FILLER             PIC X(26)
             VALUE "DIALMST         DIALAUDIT".
         03  FILLER             PIC X(26) VALUE "MNTCTL".
         03  FILLER             PIC X(26) VALUE "TMPCTL".
         03  FILLER             PIC X(26) VALUE "GRIDCTL".
         03  FILLER             PIC X(26) VALUE "BANDCTL".
         03  FILLER             PIC X(26) VALUE "SCANCTL".
         03  FILLER             PIC X(26) VALUE "CMPCTL".
         03  FILLER             PIC X(26) VALUE "DIGITCTL".
         03  FILLER             PIC X(26) VALUE "BANKMST".
         03  FILLER             PIC X(26)
             VALUE "RANGEMST        RNGAUDIT".
         03  FILLER             PIC X(26) VALUE "RNGCTL".
         03  FILLER             PIC X(26) VALUE "SECTCTL".
         03  FILLER             PIC X(26) VALUE "RECTCTL".
         03  FILLER             PIC X(26) VALUE "TOLCTL".
         03  FILLER             PIC X(26) VALUE "VOLTOL".
       01  WK-ANSWER-NAMES REDEFINES WK-ANSWER-TABLE.
         03  WK-ANSWER-ENTRY OCCURS 19 TIMES.
           05  ANS-FILE         PIC X(16).
           05  ANS-AUDIT        PIC X(10).
       01  CON-AREA.
         03  CON-CONFIG-CNT     PIC 9(2) VALUE 68.
         03  CON-STEP-CNT       PIC 9(2) VALUE 9.
         03  CON-ANSWER-CNT     PIC 9(2) VALUE 19.
         03  CON-MAN-MAX        PIC 9(2) VALUE 90.
      * DIFFERENCE LINES PRINTED PER FILE - THE REST ARE COUNTED
         03  CON-SHOW-MAX       PIC 9(4) VALUE 20.
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
               DISPLAY "*** DAYDFT CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - FIND THE LATEST BUNDLE AND LOAD ITS   *
      * MANIFEST                                                       *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYDFT RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - CONTROL-FILE DRIFT REPORT ***".
      * A VINTAGE IN FORCE BRINGS THE YEAR-QUALIFIED EXPECTATION
      * FILES INTO THE SET, AS IT DOES FOR DAYSNP
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
      * THE LAST BUNDLE CATALOGED IS THE ONE COMPARED WITH
           OPEN INPUT SNAP-CAT-FILE.
           IF WK-SNAPCAT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ SNAP-CAT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     MOVE "Y" TO WK-HAVE-BUNDLE
                     MOVE SNP-DATE TO WK-SNAP-DATE
                     MOVE SNP-STAMP TO WK-SNAP-STAMP
                 END-READ
               END-PERFORM
               CLOSE SNAP-CAT-FILE
           END-IF.
           IF WK-HAVE-BUNDLE = "N"
             THEN
               DISPLAY "*** DAYDFT NO BUNDLE CATALOGED ON SNAPCAT -"
                 " NOTHING TO COMPARE WITH ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WK-SNAP-DATE(1:4) WK-SNAP-DATE(6:2) WK-SNAP-DATE(9:2)
             DELIMITED BY SIZE INTO WK-BUNDLE-DATE.
           MOVE SPACES TO WK-MANIFEST-NAME.
           STRING "CFGSNAP." WK-BUNDLE-DATE ".MANIFEST"
             DELIMITED BY SIZE INTO WK-MANIFEST-NAME.
           OPEN INPUT MANIFEST-FILE.
           IF WK-MANIFEST-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYDFT CANNOT OPEN " WK-MANIFEST-NAME
                 " - STATUS=" WK-MANIFEST-STATUS " - ABORTING ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "0" TO WK-EOF.
           PERFORM UNTIL WK-EOF = "1"
             READ MANIFEST-FILE
               AT END
                 MOVE "1" TO WK-EOF
               NOT AT END
                 IF WK-MAN-CNT < CON-MAN-MAX
                   THEN
                     ADD 1 TO WK-MAN-CNT
                     MOVE MANIFEST-RECORD TO MAN-NAME(WK-MAN-CNT)
                     MOVE "N" TO MAN-SEEN(WK-MAN-CNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           DISPLAY "*** DAYDFT COMPARING WITH BUNDLE CFGSNAP."
             WK-BUNDLE-DATE " TAKEN " WK-SNAP-STAMP " - "
             WK-MAN-CNT " FILE(S) ON ITS MANIFEST ***".

      ******************************************************************
      * MAIN PROCESS - EVERY FILE IN THE SET, THEN ANY FILE THE        *
      * MANIFEST LISTS THAT THE SET NO LONGER NAMES (AN EXPECTATION    *
      * FILE OF AN EARLIER VINTAGE)                                    *
      ******************************************************************
       200-MAIN.
           PERFORM VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > CON-CONFIG-CNT
               MOVE WK-CONFIG-NAME(WK-I) TO WK-FILE-NAME
               PERFORM 210-CHECK-ONE-FILE
           END-PERFORM.
           IF WK-YEAR NOT = SPACES
             THEN
               PERFORM VARYING WK-I FROM 1 BY 1
                 UNTIL WK-I > CON-STEP-CNT
                   MOVE SPACES TO WK-FILE-NAME
                   STRING FUNCTION TRIM(WK-STEP-NAME-TBL(WK-I)) "."
                          WK-YEAR ".EXPECT" DELIMITED BY SIZE
                     INTO WK-FILE-NAME
                   PERFORM 210-CHECK-ONE-FILE
               END-PERFORM
           END-IF.
           PERFORM VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > WK-MAN-CNT
               IF MAN-SEEN(WK-I) = "N"
                 THEN
                   MOVE MAN-NAME(WK-I) TO WK-FILE-NAME
                   PERFORM 210-CHECK-ONE-FILE
               END-IF
           END-PERFORM.

      ******************************************************************
      * ONE FILE - IN THE BUNDLE, LIVE, OR BOTH                        *
      ******************************************************************
       210-CHECK-ONE-FILE.
           MOVE "N" TO WK-IN-BUNDLE.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > WK-MAN-CNT
               IF MAN-NAME(WK-M) = WK-FILE-NAME
                 THEN
                   MOVE "Y" TO WK-IN-BUNDLE
                   MOVE "Y" TO MAN-SEEN(WK-M)
               END-IF
           END-PERFORM.
           MOVE WK-FILE-NAME TO WK-NEW-NAME.
           MOVE "N" TO WK-LIVE.
           OPEN INPUT NEW-FILE.
           IF WK-NEW-STATUS = "00"
             THEN
               MOVE "Y" TO WK-LIVE
               CLOSE NEW-FILE
           END-IF.
           MOVE SPACES TO WK-OLD-NAME.
           STRING "CFGSNAP." WK-BUNDLE-DATE "."
                  FUNCTION TRIM(WK-FILE-NAME)
             DELIMITED BY SIZE INTO WK-OLD-NAME.
           MOVE SPACES TO WK-DRIFT.
           MOVE ZERO TO WK-DIFF-CNT WK-SHOWN-CNT.
           IF WK-IN-BUNDLE = "Y" OR WK-LIVE = "Y"
             THEN
               ADD 1 TO WK-CHECKED-CNT
               PERFORM 220-COMPARE-FILE
           END-IF.

      ******************************************************************
      * COMPARE - THE BUNDLE COPY AND THE LIVE FILE READ IN STEP, LINE *
      * BY LINE. A FILE ON ONE SIDE ONLY COMPARES AGAINST NOTHING, SO  *
      * EVERY ONE OF ITS LINES SHOWS AS ADDED OR REMOVED               *
      ******************************************************************
       220-COMPARE-FILE.
           MOVE "1" TO WK-OLD-EOF WK-NEW-EOF.
           MOVE "N" TO WK-OLD-BAD.
           IF WK-IN-BUNDLE = "Y"
             THEN
               OPEN INPUT OLD-FILE
               IF WK-OLD-STATUS NOT = "00"
                 THEN
                   DISPLAY "*** DAYDFT " WK-FILE-NAME " IS ON THE"
                     " MANIFEST BUT " FUNCTION TRIM(WK-OLD-NAME)
                     " CANNOT BE OPENED - NOT COMPARED ***"
                   MOVE "Y" TO WK-OLD-BAD
                   MOVE 8 TO RETURN-CODE
                 ELSE
                   MOVE "0" TO WK-OLD-EOF
                   PERFORM 225-READ-OLD
               END-IF
           END-IF.
           IF WK-OLD-BAD = "Y"
             THEN
               CONTINUE
             ELSE
               IF WK-LIVE = "Y"
                 THEN
                   OPEN INPUT NEW-FILE
                   MOVE "0" TO WK-NEW-EOF
                   PERFORM 226-READ-NEW
               END-IF
               MOVE ZERO TO WK-LINE-NO
               PERFORM 230-COMPARE-ONE-LINE
                 UNTIL WK-OLD-EOF = "1" AND WK-NEW-EOF = "1"
               IF WK-IN-BUNDLE = "Y"
                 THEN
                   CLOSE OLD-FILE
               END-IF
               IF WK-LIVE = "Y"
                 THEN
                   CLOSE NEW-FILE
               END-IF
               PERFORM 240-REPORT-FILE
           END-IF.

       225-READ-OLD.
           READ OLD-FILE
             AT END
               MOVE "1" TO WK-OLD-EOF
           END-READ.

       226-READ-NEW.
           READ NEW-FILE
             AT END
               MOVE "1" TO WK-NEW-EOF
           END-READ.

      * ONE LINE POSITION - THE SAME ON BOTH SIDES, CHANGED, OR
      * PRESENT ON ONE SIDE ONLY
       230-COMPARE-ONE-LINE.
           ADD 1 TO WK-LINE-NO.
           IF WK-OLD-EOF = "0" AND WK-NEW-EOF = "0"
             THEN
               IF OLD-RECORD NOT = NEW-RECORD
                 THEN
                   ADD 1 TO WK-DIFF-CNT
                   PERFORM 235-SHOW-OLD
                   PERFORM 236-SHOW-NEW
               END-IF
           ELSE IF WK-OLD-EOF = "0"
             THEN
               ADD 1 TO WK-DIFF-CNT
               PERFORM 235-SHOW-OLD
             ELSE
               ADD 1 TO WK-DIFF-CNT
               PERFORM 236-SHOW-NEW
           END-IF.
           IF WK-OLD-EOF = "0"
             THEN
               PERFORM 225-READ-OLD
           END-IF.
           IF WK-NEW-EOF = "0"
             THEN
               PERFORM 226-READ-NEW
           END-IF.

      * THE FIRST DIFFERENCES OF A FILE ARE PRINTED UNDER ITS HEADING,
      * THE REST ONLY COUNTED
       235-SHOW-OLD.
           PERFORM 237-FIRST-DIFFERENCE.
           IF WK-SHOWN-CNT < CON-SHOW-MAX
             THEN
               ADD 1 TO WK-SHOWN-CNT
               MOVE WK-LINE-NO TO DFL-LINE-NO
               MOVE "OLD:" TO DFL-SIDE
               MOVE OLD-RECORD TO DFL-TEXT
               DISPLAY WK-DIFF-LINE
           END-IF.

       236-SHOW-NEW.
           PERFORM 237-FIRST-DIFFERENCE.
           IF WK-SHOWN-CNT < CON-SHOW-MAX
             THEN
               ADD 1 TO WK-SHOWN-CNT
               MOVE WK-LINE-NO TO DFL-LINE-NO
               MOVE "NEW:" TO DFL-SIDE
               MOVE NEW-RECORD TO DFL-TEXT
               DISPLAY WK-DIFF-LINE
           END-IF.

       237-FIRST-DIFFERENCE.
           IF WK-DRIFT = SPACES
             THEN
               IF WK-IN-BUNDLE = "N"
                 THEN
                   MOVE "ADDED" TO WK-DRIFT
               ELSE IF WK-LIVE = "N"
                 THEN
                   MOVE "REMOVED" TO WK-DRIFT
                 ELSE
                   MOVE "CHANGED" TO WK-DRIFT
               END-IF
               END-IF
               DISPLAY WK-DRIFT " " WK-FILE-NAME
           END-IF.

      ******************************************************************
      * ONE FILE'S VERDICT - AND, FOR A CONTROL THAT AFFECTS ANSWERS,  *
      * WHETHER AN AUDIT ENTRY ACCOUNTS FOR THE CHANGE                 *
      ******************************************************************
       240-REPORT-FILE.
      * A FILE ON ONE SIDE ONLY THAT IS EMPTY STILL COUNTS AS DRIFT
           IF WK-DRIFT = SPACES AND WK-IN-BUNDLE = "N"
             THEN
               MOVE "ADDED" TO WK-DRIFT
               DISPLAY WK-DRIFT " " WK-FILE-NAME
           ELSE IF WK-DRIFT = SPACES AND WK-LIVE = "N"
             THEN
               MOVE "REMOVED" TO WK-DRIFT
               DISPLAY WK-DRIFT " " WK-FILE-NAME
           END-IF.
           IF WK-DRIFT = SPACES
             THEN
               ADD 1 TO WK-SAME-CNT
             ELSE
               IF WK-DIFF-CNT > WK-SHOWN-CNT
                 THEN
                   DISPLAY "  ... AND " WK-DIFF-CNT
                     " DIFFERING LINE(S) IN ALL"
               END-IF
               IF WK-DRIFT = "ADDED"
                 THEN
                   ADD 1 TO WK-ADDED-CNT
               ELSE IF WK-DRIFT = "REMOVED"
                 THEN
                   ADD 1 TO WK-REMOVED-CNT
                 ELSE
                   ADD 1 TO WK-CHANGED-CNT
               END-IF
               END-IF
               PERFORM 250-JUDGE-AUDIT
           END-IF.

       250-JUDGE-AUDIT.
           MOVE "N" TO WK-AFFECTS.
           MOVE SPACES TO WK-AUDIT-NAME.
           MOVE SPACES TO WK-AUDITED-BY.
           MOVE SPACES TO WK-STEP-PART.
           MOVE ZERO TO WK-EXPECT-CNT.
           INSPECT WK-FILE-NAME TALLYING WK-EXPECT-CNT
             FOR ALL ".EXPECT".
           IF WK-EXPECT-CNT > ZERO
             THEN
               MOVE "Y" TO WK-AFFECTS
               MOVE "PROMAUDIT" TO WK-AUDIT-NAME
               UNSTRING WK-FILE-NAME DELIMITED BY "."
                 INTO WK-STEP-PART
               END-UNSTRING
             ELSE
               PERFORM VARYING WK-A FROM 1 BY 1
                 UNTIL WK-A > CON-ANSWER-CNT
                   IF ANS-FILE(WK-A) = WK-FILE-NAME
                     THEN
                       MOVE "Y" TO WK-AFFECTS
                       MOVE ANS-AUDIT(WK-A) TO WK-AUDIT-NAME
                   END-IF
               END-PERFORM
           END-IF.
           IF WK-AFFECTS = "N"
             THEN
               DISPLAY "  DOES NOT AFFECT ANSWERS"
             ELSE
               IF WK-AUDIT-NAME NOT = SPACES
                 THEN
                   PERFORM 260-SCAN-AUDIT-TRAIL
               END-IF
               IF WK-AUDITED-BY = SPACES
                 THEN
                   PERFORM 270-SCAN-CHANGE-REGISTER
               END-IF
               IF WK-AUDITED-BY = SPACES
                 THEN
                   PERFORM 280-SCAN-RESTORES
               END-IF
               IF WK-AUDITED-BY = SPACES
                 THEN
                   ADD 1 TO WK-UNAUDITED-CNT
                   DISPLAY "  *** AFFECTS ANSWERS - NO MATCHING AUDIT"
                     " ENTRY SINCE THE BUNDLE ***"
                   MOVE "WARN " TO WK-ALR-SEVERITY
                   MOVE 4 TO WK-ALR-RC
                   MOVE SPACES TO WK-ALR-REASON
                   STRING "UNAUDITED CHANGE TO "
                     FUNCTION TRIM(WK-FILE-NAME)
                     DELIMITED BY SIZE INTO WK-ALR-REASON
                   PERFORM 290-WRITE-ALERT
                   IF RETURN-CODE < 4
                     THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
                 ELSE
                   DISPLAY "  AFFECTS ANSWERS - AUDITED ON "
                     WK-AUDITED-BY
               END-IF
           END-IF.

      ******************************************************************
      * THE FILE'S OWN AUDIT TRAIL - ANY RECORD STAMPED AFTER THE      *
      * BUNDLE WAS TAKEN (FOR PROMAUDIT, ONE FOR THE FILE'S STEP)      *
      ******************************************************************
       260-SCAN-AUDIT-TRAIL.
           MOVE "0" TO WK-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WK-AUDIT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ AUDIT-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF AUD-STAMP > WK-SNAP-STAMP AND
                        (WK-STEP-PART = SPACES OR
                         AUD-PROGRAM = WK-STEP-PART)
                       THEN
                         MOVE WK-AUDIT-NAME TO WK-AUDITED-BY
                         MOVE "1" TO WK-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * THE PLANNED-CHANGE REGISTER - AN ENTRY FOR THE FILE DATED ON   *
      * OR AFTER THE BUNDLE                                            *
      ******************************************************************
       270-SCAN-CHANGE-REGISTER.
           MOVE "0" TO WK-EOF.
           OPEN INPUT CHANGE-REG-FILE.
           IF WK-CHG-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ CHANGE-REG-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF CHG-FILE = WK-FILE-NAME AND
                        CHG-DATE >= WK-SNAP-DATE
                       THEN
                         MOVE SPACES TO WK-AUDITED-BY
                         STRING "CFGCHG BY " CHG-BY
                           DELIMITED BY SIZE INTO WK-AUDITED-BY
                         MOVE "1" TO WK-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CHANGE-REG-FILE
           END-IF.

      ******************************************************************
      * A BUNDLE RESTORED BY DAYRSN SINCE PUTS EVERY CONTROL BACK - A  *
      * GRANTED RESTORE ON THE OPERATOR LEDGER ACCOUNTS FOR ANY FILE   *
      ******************************************************************
       280-SCAN-RESTORES.
           MOVE "0" TO WK-EOF.
           OPEN INPUT OPER-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ OPER-LEDGER-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF OPL-PROGRAM = "DAYRSN" AND
                        OPL-ACTION = "RESTORE" AND
                        OPL-RESULT NOT = "REFUSED" AND
                        OPL-STAMP > WK-SNAP-STAMP
                       THEN
                         MOVE "OPRLEDG RESTORE" TO WK-AUDITED-BY
                         MOVE "1" TO WK-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPER-LEDGER-FILE
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
           IF WK-CHANGED-CNT = ZERO AND WK-ADDED-CNT = ZERO AND
              WK-REMOVED-CNT = ZERO
             THEN
               DISPLAY "*** DAYDFT NO DRIFT - EVERY CONTROL FILE"
                 " MATCHES THE BUNDLE ***"
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYDFT FILES=" WK-CHECKED-CNT
             " UNCHANGED=" WK-SAME-CNT " CHANGED=" WK-CHANGED-CNT
             " ADDED=" WK-ADDED-CNT " REMOVED=" WK-REMOVED-CNT
             " UNAUDITED=" WK-UNAUDITED-CNT " ***".
