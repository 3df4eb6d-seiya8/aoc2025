       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYOAR.
      ******************************************************************
      * OPERATOR ACTIVITY REPORT OVER THE "OPRLEDG" LEDGER DAYOPM     *
      * WRITES, FOR THE QUARTERLY ACCESS REVIEW. THE OPTIONAL         *
      * "OARCTL" RECORD GIVES THE DATE RANGE (FROM AND TO, YYYY-MM-DD *
      * INCLUSIVE) AND OPTIONALLY ONE OPERATOR; WITHOUT IT THE REPORT *
      * COVERS THE LAST COMPLETE CALENDAR QUARTER FOR EVERY OPERATOR. *
      * EACH OPERATOR'S CHECKS ARE LISTED IN TIME ORDER WITH THEIR    *
      * TOTALS, FOLLOWED BY EVERY "OPERMST" ENTITLEMENT THAT WAS NOT  *
      * EXERCISED IN THE PERIOD - THE AUDITORS' CANDIDATES FOR        *
      * REMOVAL. RETURN-CODE 4 WHEN THE PERIOD HOLDS ANY REFUSAL.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OAR-CTL-FILE ASSIGN TO "OARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT OPER-LEDGER-FILE ASSIGN TO "OPRLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LEDGER-STATUS.
           SELECT OPER-MST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT".
       DATA DIVISION.
       FILE SECTION.
       FD  OAR-CTL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  OAR-CTL-RECORD.
         03  OAR-FROM-DATE      PIC X(10).
         03  OAR-TO-DATE        PIC X(10).
         03  OAR-OPERATOR       PIC X(8).
       FD  OPER-LEDGER-FILE
           RECORD CONTAINS 124 CHARACTERS.
           COPY OPRLEDRC.
       FD  OPER-MST-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  OPER-MST-RECORD.
         03  OPM-ID             PIC X(8).
         03  OPM-ACTION         PIC X(8).
       SD  SORT-FILE.
       01  SORT-REC.
         03  SRT-OPERATOR       PIC X(8).
         03  SRT-STAMP          PIC X(14).
         03  SRT-LEDGER         PIC X(124).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-LEDGER-STATUS   PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-SORT-EOF        PIC X(1) VALUE "0".
         03  WK-FROM-DATE       PIC X(10) VALUE SPACES.
         03  WK-TO-DATE         PIC X(10) VALUE SPACES.
         03  WK-FROM-YMD        PIC X(8) VALUE SPACES.
         03  WK-TO-YMD          PIC X(8) VALUE SPACES.
         03  WK-OPERATOR        PIC X(8) VALUE SPACES.
         03  WK-YYYY            PIC 9(4) VALUE ZERO.
         03  WK-MM              PIC 9(2) VALUE ZERO.
         03  WK-YMD             PIC 9(8) VALUE ZERO.
         03  WK-YMD-X REDEFINES WK-YMD PIC X(8).
         03  WK-DAY-INT         PIC 9(8) VALUE ZERO.
         03  WK-CUR-OPERATOR    PIC X(8) VALUE SPACES.
         03  WK-OP-GRANTED      PIC 9(7) VALUE ZERO.
         03  WK-OP-REFUSED      PIC 9(7) VALUE ZERO.
         03  WK-OP-NOMASTER     PIC 9(7) VALUE ZERO.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-SELECTED-CNT    PIC 9(7) VALUE ZERO.
         03  WK-OPERATOR-CNT    PIC 9(5) VALUE ZERO.
         03  WK-GRANTED-CNT     PIC 9(7) VALUE ZERO.
         03  WK-REFUSED-CNT     PIC 9(7) VALUE ZERO.
         03  WK-NOMASTER-CNT    PIC 9(7) VALUE ZERO.
         03  WK-UNUSED-CNT      PIC 9(5) VALUE ZERO.
         03  WK-USED-LOST       PIC 9(5) VALUE ZERO.
         03  WK-U               PIC 9(3) VALUE ZERO.
         03  WK-USED-CNT        PIC 9(3) VALUE ZERO.
      * OPERATOR-AND-ACTION PAIRS GRANTED IN THE PERIOD, FOR THE
      * UNUSED-ENTITLEMENT CHECK AGAINST OPERMST
       01  WK-USED-TABLE.
         03  WK-USED-ENTRY OCCURS 300 TIMES.
           05  USD-OPERATOR     PIC X(8).
           05  USD-ACTION       PIC X(8).
       01  CON-AREA.
         03  CON-MAX-USED       PIC 9(3) VALUE 300.
       01  WK-DETAIL-LINE.
         03  FILLER             PIC X(4)  VALUE SPACES.
         03  DTL-STAMP          PIC X(14).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-ACTION         PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-PROGRAM        PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-TARGET         PIC X(24).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-RESULT         PIC X(8).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-RUN-ID         PIC X(14).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  DTL-REASON         PIC X(40).
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
               DISPLAY "*** DAYOAR CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - SETTLE THE REVIEW PERIOD             *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAYOAR RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - OPERATOR ACTIVITY REPORT ***".
           OPEN INPUT OAR-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ OAR-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE OAR-FROM-DATE TO WK-FROM-DATE
                   MOVE OAR-TO-DATE   TO WK-TO-DATE
                   MOVE OAR-OPERATOR  TO WK-OPERATOR
               END-READ
               CLOSE OAR-CTL-FILE
           END-IF.
           IF WK-FROM-DATE = SPACES AND WK-TO-DATE = SPACES
             THEN
               PERFORM 110-LAST-QUARTER
           END-IF.
           MOVE WK-FROM-DATE(1:4) TO WK-FROM-YMD(1:4).
           MOVE WK-FROM-DATE(6:2) TO WK-FROM-YMD(5:2).
           MOVE WK-FROM-DATE(9:2) TO WK-FROM-YMD(7:2).
           MOVE WK-TO-DATE(1:4)   TO WK-TO-YMD(1:4).
           MOVE WK-TO-DATE(6:2)   TO WK-TO-YMD(5:2).
           MOVE WK-TO-DATE(9:2)   TO WK-TO-YMD(7:2).
           IF WK-FROM-DATE(5:1) NOT = "-" OR
              WK-FROM-DATE(8:1) NOT = "-" OR
              WK-TO-DATE(5:1) NOT = "-" OR
              WK-TO-DATE(8:1) NOT = "-" OR
              WK-FROM-YMD NOT NUMERIC OR WK-TO-YMD NOT NUMERIC
             THEN
               DISPLAY "*** DAYOAR OARCTL DATES [" WK-FROM-DATE "] ["
                 WK-TO-DATE "] ARE NOT YYYY-MM-DD - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WK-FROM-YMD)) NOT = ZERO OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WK-TO-YMD)) NOT = ZERO OR
                   WK-FROM-YMD > WK-TO-YMD
             THEN
               DISPLAY "*** DAYOAR OARCTL RANGE " WK-FROM-DATE " TO "
                 WK-TO-DATE " IS NOT A VALID RANGE - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-OPERATOR = SPACES
             THEN
               DISPLAY "*** DAYOAR ACTIVITY " WK-FROM-DATE " TO "
                 WK-TO-DATE " - ALL OPERATORS ***"
             ELSE
               DISPLAY "*** DAYOAR ACTIVITY " WK-FROM-DATE " TO "
                 WK-TO-DATE " - OPERATOR " WK-OPERATOR " ***"
           END-IF.

      ******************************************************************
      * DEFAULT PERIOD - THE LAST COMPLETE CALENDAR QUARTER            *
      ******************************************************************
       110-LAST-QUARTER.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) TO WK-YYYY.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)) TO WK-MM.
      * FIRST MONTH OF THE CURRENT QUARTER, THEN THE DAY BEFORE IT
      * ENDS THE PERIOD
           COMPUTE WK-MM = FUNCTION INTEGER((WK-MM - 1) / 3) * 3 + 1.
           COMPUTE WK-YMD = WK-YYYY * 10000 + WK-MM * 100 + 1.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE(WK-YMD) - 1.
           COMPUTE WK-YMD = FUNCTION DATE-OF-INTEGER(WK-DAY-INT).
           STRING WK-YMD-X(1:4) "-" WK-YMD-X(5:2) "-" WK-YMD-X(7:2)
             DELIMITED BY SIZE INTO WK-TO-DATE.
      * AND THE QUARTER BEFORE STARTS THREE MONTHS EARLIER
           IF WK-MM = 1
             THEN
               MOVE 10 TO WK-MM
               SUBTRACT 1 FROM WK-YYYY
             ELSE
               SUBTRACT 3 FROM WK-MM
           END-IF.
           COMPUTE WK-YMD = WK-YYYY * 10000 + WK-MM * 100 + 1.
           STRING WK-YMD-X(1:4) "-" WK-YMD-X(5:2) "-" WK-YMD-X(7:2)
             DELIMITED BY SIZE INTO WK-FROM-DATE.

      ******************************************************************
      * MAIN PROCESS - SORT THE PERIOD'S LEDGER BY OPERATOR AND TIME, *
      * THEN LIST IT OPERATOR BY OPERATOR                             *
      ******************************************************************
       200-MAIN.
           SORT SORT-FILE ON ASCENDING KEY SRT-OPERATOR SRT-STAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 210-RELEASE-ENTRIES
               OUTPUT PROCEDURE IS 220-LIST-ENTRIES.
           PERFORM 250-CHECK-ENTITLEMENTS.

      ******************************************************************
      * RELEASE EVERY LEDGER RECORD STAMPED INSIDE THE PERIOD (AND    *
      * FOR THE NAMED OPERATOR, IF ONE WAS GIVEN)                     *
      ******************************************************************
       210-RELEASE-ENTRIES.
           OPEN INPUT OPER-LEDGER-FILE.
           IF WK-LEDGER-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAYOAR NO OPRLEDG LEDGER ON DISK - NO"
                 " ACTIVITY TO REPORT ***"
             ELSE
               MOVE "0" TO WK-EOF
               PERFORM UNTIL WK-EOF = "1"
                 READ OPER-LEDGER-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-READ-CNT
                     IF OPL-STAMP(1:8) >= WK-FROM-YMD AND
                        OPL-STAMP(1:8) <= WK-TO-YMD AND
                        (WK-OPERATOR = SPACES OR
                         OPL-OPERATOR = WK-OPERATOR)
                       THEN
                         ADD 1 TO WK-SELECTED-CNT
                         MOVE OPL-OPERATOR TO SRT-OPERATOR
                         MOVE OPL-STAMP    TO SRT-STAMP
                         MOVE OPER-LEDGER-RECORD TO SRT-LEDGER
                         RELEASE SORT-REC
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPER-LEDGER-FILE
           END-IF.

      ******************************************************************
      * LIST THE SORTED ENTRIES WITH A TOTAL LINE AT EACH CHANGE OF   *
      * OPERATOR                                                      *
      ******************************************************************
       220-LIST-ENTRIES.
           MOVE "0" TO WK-SORT-EOF.
           PERFORM UNTIL WK-SORT-EOF = "1"
               RETURN SORT-FILE
                 AT END
                   MOVE "1" TO WK-SORT-EOF
                 NOT AT END
                   MOVE SRT-LEDGER TO OPER-LEDGER-RECORD
                   IF OPL-OPERATOR NOT = WK-CUR-OPERATOR OR
                      WK-OPERATOR-CNT = ZERO
                     THEN
                       IF WK-OPERATOR-CNT > ZERO
                         THEN
                           PERFORM 230-OPERATOR-TOTALS
                       END-IF
                       ADD 1 TO WK-OPERATOR-CNT
                       MOVE OPL-OPERATOR TO WK-CUR-OPERATOR
                       MOVE ZERO TO WK-OP-GRANTED WK-OP-REFUSED
                         WK-OP-NOMASTER
                       DISPLAY " "
                       DISPLAY "  OPERATOR " WK-CUR-OPERATOR
                   END-IF
                   PERFORM 240-LIST-ONE-ENTRY
           END-PERFORM.
           IF WK-OPERATOR-CNT > ZERO
             THEN
               PERFORM 230-OPERATOR-TOTALS
           END-IF.

       230-OPERATOR-TOTALS.
           DISPLAY "  OPERATOR " WK-CUR-OPERATOR " GRANTED="
             WK-OP-GRANTED " REFUSED=" WK-OP-REFUSED " UNCHECKED="
             WK-OP-NOMASTER.

      ******************************************************************
      * ONE LEDGER ENTRY - COUNTED, LISTED, AND A GRANT REMEMBERED    *
      * FOR THE ENTITLEMENT CHECK                                     *
      ******************************************************************
       240-LIST-ONE-ENTRY.
           IF OPL-RESULT = "GRANTED"
             THEN
               ADD 1 TO WK-OP-GRANTED WK-GRANTED-CNT
               PERFORM 245-REMEMBER-USE
           ELSE IF OPL-RESULT = "REFUSED"
             THEN
               ADD 1 TO WK-OP-REFUSED WK-REFUSED-CNT
           ELSE
               ADD 1 TO WK-OP-NOMASTER WK-NOMASTER-CNT
           END-IF.
           MOVE OPL-STAMP   TO DTL-STAMP.
           MOVE OPL-ACTION  TO DTL-ACTION.
           MOVE OPL-PROGRAM TO DTL-PROGRAM.
           MOVE OPL-TARGET  TO DTL-TARGET.
           MOVE OPL-RESULT  TO DTL-RESULT.
           MOVE OPL-RUN-ID  TO DTL-RUN-ID.
           MOVE OPL-REASON  TO DTL-REASON.
           DISPLAY WK-DETAIL-LINE.

       245-REMEMBER-USE.
           PERFORM VARYING WK-U FROM 1 BY 1
             UNTIL WK-U > WK-USED-CNT
               OR (USD-OPERATOR(WK-U) = OPL-OPERATOR AND
                   USD-ACTION(WK-U) = OPL-ACTION)
               CONTINUE
           END-PERFORM.
           IF WK-U > WK-USED-CNT
             THEN
               IF WK-USED-CNT < CON-MAX-USED
                 THEN
                   ADD 1 TO WK-USED-CNT
                   MOVE OPL-OPERATOR TO USD-OPERATOR(WK-USED-CNT)
                   MOVE OPL-ACTION   TO USD-ACTION(WK-USED-CNT)
                 ELSE
                   ADD 1 TO WK-USED-LOST
               END-IF
           END-IF.

      ******************************************************************
      * ENTITLEMENTS ON OPERMST NOT EXERCISED IN THE PERIOD. WITH THE *
      * USED-PAIR TABLE FULL THE CHECK WOULD OVERSTATE, SO IT IS      *
      * SKIPPED WITH A WARNING                                        *
      ******************************************************************
       250-CHECK-ENTITLEMENTS.
           DISPLAY " ".
           IF WK-USED-LOST > ZERO
             THEN
               DISPLAY "*** DAYOAR MORE THAN " CON-MAX-USED
                 " OPERATOR/ACTION PAIRS IN USE - UNUSED-ENTITLEMENT"
                 " CHECK SKIPPED ***"
             ELSE
               OPEN INPUT OPER-MST-FILE
               IF WK-MST-STATUS NOT = "00"
                 THEN
                   DISPLAY "*** DAYOAR NO OPERMST MASTER ON DISK -"
                     " NO ENTITLEMENTS TO REVIEW ***"
                 ELSE
                   DISPLAY "  ENTITLEMENTS NOT USED " WK-FROM-DATE
                     " TO " WK-TO-DATE ":"
                   MOVE "0" TO WK-EOF
                   PERFORM UNTIL WK-EOF = "1"
                     READ OPER-MST-FILE
                       AT END
                         MOVE "1" TO WK-EOF
                       NOT AT END
                         IF WK-OPERATOR = SPACES OR
                            OPM-ID = WK-OPERATOR
                           THEN
                             PERFORM 255-CHECK-ONE-ENTITLEMENT
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE OPER-MST-FILE
               END-IF
           END-IF.

       255-CHECK-ONE-ENTITLEMENT.
           PERFORM VARYING WK-U FROM 1 BY 1
             UNTIL WK-U > WK-USED-CNT
               OR (USD-OPERATOR(WK-U) = OPM-ID AND
                   USD-ACTION(WK-U) = OPM-ACTION)
               CONTINUE
           END-PERFORM.
           IF WK-U > WK-USED-CNT
             THEN
               ADD 1 TO WK-UNUSED-CNT
               DISPLAY "    " OPM-ID "  " OPM-ACTION
                 "  NOT EXERCISED - REVIEW FOR REMOVAL"
           END-IF.

      ******************************************************************
      * END PROCESS                                                   *
      ******************************************************************
       300-END.
           IF WK-REFUSED-CNT > ZERO
             THEN
               DISPLAY "*** DAYOAR " WK-REFUSED-CNT " REFUSED"
                 " ACTION(S) IN THE PERIOD ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYOAR READ=" WK-READ-CNT " SELECTED="
             WK-SELECTED-CNT " OPERATORS=" WK-OPERATOR-CNT
             " GRANTED=" WK-GRANTED-CNT " REFUSED=" WK-REFUSED-CNT
             " UNCHECKED=" WK-NOMASTER-CNT " UNUSED="
             WK-UNUSED-CNT " ***".
