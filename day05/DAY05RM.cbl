      * MASTER (FROM-VALUE KEY, TO-VALUE, EFFECTIVE AND EXPIRY        *
      * DATES), MAINTAINED HERE FROM ADD/CHG/DEL TRANSACTIONS ON THE  *
      * "RNGTXN" FILE, WITH ONE "RNGAUDIT" RECORD PER APPLIED CHANGE  *
      * (BEFORE AND AFTER IMAGES, WHO, WHEN). NO ONE PERSON CAN MOVE  *
      * A RANGE: EACH TRANSACTION IS TAKEN ONTO THE "RNGPEND" QUEUE   *
      * AND APPLIED ONLY WHEN A SECOND OPERATOR - AUTHORIZED ON       *
      * "OPERMST" FOR THE APPRVRNG ACTION, AND NOT ITS MAKER -        *
      * APPROVES IT ON THE "RNGAPPR" DECISION FILE. THE AUDIT RECORD  *
      * NAMES BOTH, AND ITEMS LEFT PENDING TOO LONG ARE LISTED ON     *
      * "DAY05RM.PEND". AN EXTRACT MODE ON THE                        *
      * "RMCTL" RECORD MATERIALIZES THE RANGES IN EFFECT FOR A RUN    *
      * DATE, IN EXACTLY THE FROM-TO TEXT FORMAT THE STEPS' RANGE     *
      * LOADERS ALREADY READ, SO A RUN CAN TAKE ITS RANGES FROM THE   *
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WK-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-EXT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "RNGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PND-STATUS.
           SELECT PENDING-NEW-FILE ASSIGN TO "RNGPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PNDNEW-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "RNGAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-APR-STATUS.
           SELECT AGED-RPT-FILE ASSIGN TO "DAY05RM.PEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AGED-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RM-CTL-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  RM-CTL-RECORD.
         03  RMC-MODE           PIC X(8).
         03  RMC-RUN-DATE       PIC X(10).
         03  RMC-OUTPUT         PIC X(16).
         03  RMC-PEND-AGE       PIC X(3).
       FD  RANGE-MST-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RANGE-MST-RECORD.
         03  TXN-EXP            PIC X(10).
         03  TXN-OPERATOR       PIC X(8).
       FD  RANGE-AUD-FILE
           RECORD CONTAINS 137 CHARACTERS.
       01  RANGE-AUD-RECORD.
         03  RNA-STAMP          PIC X(14).
         03  RNA-ACTION         PIC X(3).
         03  RNA-BEFORE         PIC X(52).
         03  RNA-AFTER          PIC X(52).
         03  RNA-OPERATOR       PIC X(8).
         03  RNA-CHECKER        PIC X(8).
       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXTRACT-RECORD       PIC X(100).
      * ONE QUEUED TRANSACTION - ITS PENDING ID (QUEUE DATE PLUS A
      * SEQUENCE), WHEN IT WAS TAKEN, AND THE RNGTXN IMAGE AS KEYED
       FD  PENDING-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  PENDING-RECORD.
         03  PND-ID             PIC 9(12).
         03  PND-STAMP          PIC X(14).
         03  PND-TXN            PIC X(63).
       FD  PENDING-NEW-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  PENDING-NEW-RECORD.
         03  PNN-ID             PIC 9(12).
         03  PNN-STAMP          PIC X(14).
         03  PNN-TXN            PIC X(63).
      * ONE CHECKER DECISION - PENDING ID, APPROVE OR DECLINE, AND
      * THE CHECKER'S OPERATOR ID
       FD  APPROVAL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  APPROVAL-RECORD.
         03  APR-ID             PIC X(12).
         03  APR-DECISION       PIC X(8).
         03  APR-OPERATOR       PIC X(8).
       FD  AGED-RPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AGED-RPT-RECORD      PIC X(100).
       SD  SORT-FILE.
       01  SORT-REC.
         03  SORT-FROM          PIC 9(16).
         03  SORT-EXP           PIC X(10).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-MSTNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-MSTNEW-NAME     PIC X(16) VALUE "RANGEMST.NEW".
         03  WK-FROM-X          PIC X(16) VALUE SPACES.
         03  WK-TO-X            PIC X(16) VALUE SPACES.
         03  WK-PND-STATUS      PIC X(2) VALUE "00".
         03  WK-PNDNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-APR-STATUS      PIC X(2) VALUE "00".
         03  WK-AGED-STATUS     PIC X(2) VALUE "00".
         03  WK-PND-NAME        PIC X(16) VALUE "RNGPEND".
         03  WK-PNDNEW-NAME     PIC X(16) VALUE "RNGPEND.NEW".
         03  WK-P               PIC 9(5) VALUE ZERO.
         03  WK-PEND-CNT        PIC 9(5) VALUE ZERO.
         03  WK-PEND-LEFT       PIC 9(5) VALUE ZERO.
         03  WK-NEXT-SEQ        PIC 9(4) VALUE ZERO.
         03  WK-NEW-ID.
           05  WK-NEW-ID-DATE   PIC 9(8).
           05  WK-NEW-ID-SEQ    PIC 9(4).
         03  WK-NEW-ID-N REDEFINES WK-NEW-ID PIC 9(12).
         03  WK-TODAY-N         PIC 9(8) VALUE ZERO.
         03  WK-QUEUED-CNT      PIC 9(5) VALUE ZERO.
         03  WK-APPROVED-CNT    PIC 9(5) VALUE ZERO.
         03  WK-DECLINED-CNT    PIC 9(5) VALUE ZERO.
         03  WK-REFUSED-CNT     PIC 9(5) VALUE ZERO.
         03  WK-AGED-CNT        PIC 9(5) VALUE ZERO.
         03  WK-PEND-AGE-LIMIT  PIC 9(3) VALUE 3.
         03  WK-NOW-INT         PIC 9(9) VALUE ZERO.
         03  WK-STAMP-INT       PIC 9(9) VALUE ZERO.
         03  WK-AGE-DAYS        PIC 9(5) VALUE ZERO.
         03  WK-APR-ID          PIC 9(12) VALUE ZERO.
         03  WK-CHECKER         PIC X(8) VALUE SPACES.
         03  WK-REFUSAL         PIC X(40) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE "APPRVRNG".
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAY05RM".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE MASTER IN STORAGE - ONE ENTRY PER RANGE, KEYED BY ITS
      * FROM VALUE, WITH A DELETED FLAG SO THE AUDITED IMAGES COME
      * STRAIGHT OFF THE ENTRY JUST CHANGED
           05  RNG-EFF          PIC X(10).
           05  RNG-EXP          PIC X(10).
           05  RNG-DELETED      PIC X(1).
      * THE PENDING QUEUE IN STORAGE - DONE ENTRIES (APPLIED OR
      * DECLINED) DROP OFF WHEN THE QUEUE IS REWRITTEN
       01  WK-PEND-TABLE.
         03  WK-PEND-ENTRY OCCURS 5000 TIMES.
           05  PT-ID            PIC 9(12).
           05  PT-STAMP         PIC X(14).
           05  PT-TXN           PIC X(63).
           05  PT-DONE          PIC X(1).
       01  CON-AREA.
         03  CON-MAX-RANGE      PIC 9(5) VALUE 20000.
         03  CON-MAX-PEND       PIC 9(5) VALUE 5000.
       01  WK-AGED-LINE.
         03  FILLER             PIC X(11) VALUE "PENDING ID=".
         03  AGD-ID             PIC 9(12).
         03  FILLER             PIC X(1)  VALUE SPACE.
         03  AGD-ACTION         PIC X(3).
         03  FILLER             PIC X(6)  VALUE " FROM=".
         03  AGD-FROM           PIC X(16).
         03  FILLER             PIC X(7)  VALUE " MAKER=".
         03  AGD-MAKER          PIC X(8).
         03  FILLER             PIC X(8)  VALUE " QUEUED=".
         03  AGD-QUEUED         PIC X(10).
         03  FILLER             PIC X(6)  VALUE " DAYS=".
         03  AGD-DAYS           PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           IF WK-MODE = "EXTRACT"
             THEN
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
               DISPLAY "*** DAY05RM CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - MODE, RUN DATE, AND THE MASTER       *
      ******************************************************************
                     THEN
                       MOVE RMC-OUTPUT TO WK-EXTRACT-NAME
                   END-IF
                   IF RMC-PEND-AGE IS NUMERIC AND
                      RMC-PEND-AGE NOT = "000"
                     THEN
                       MOVE RMC-PEND-AGE TO WK-PEND-AGE-LIMIT
                   END-IF
               END-READ
               CLOSE RM-CTL-FILE
           END-IF.
             " MASTER - MODE " WK-MODE " ***".

      ******************************************************************
      * MAIN PROCESS - TAKE THE NEW TRANSACTIONS ONTO THE PENDING     *
      * QUEUE, APPLY THE ONES A CHECKER HAS APPROVED (ONE AUDITED     *
      * CHANGE AT A TIME), REWRITE THE MASTER IN KEY ORDER AND THE    *
      * QUEUE, AND LIST WHAT HAS WAITED TOO LONG                      *
      ******************************************************************
       200-MAIN.
           PERFORM 205-LOAD-PENDING.
           MOVE "0" TO WK-EOF.
           OPEN INPUT RANGE-TXN-FILE.
           IF WK-TXN-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY05RM NO RNGTXN TRANSACTION FILE -"
                 " NOTHING TO QUEUE ***"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ RANGE-TXN-FILE
                     IF TXN-ACTION NOT = SPACES
                       THEN
                         ADD 1 TO WK-TXN-CNT
                         PERFORM 206-QUEUE-ONE-TXN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RANGE-TXN-FILE
      * THE TRANSACTIONS NOW LIVE ON THE QUEUE - EMPTY THE INPUT SO A
      * RERUN DOES NOT QUEUE THEM A SECOND TIME
               OPEN OUTPUT RANGE-TXN-FILE
               CLOSE RANGE-TXN-FILE
           END-IF.
           PERFORM 260-TAKE-DECISIONS.
           IF WK-APPLIED-CNT > ZERO
             THEN
               PERFORM 240-REWRITE-MASTER
           END-IF.
           PERFORM 270-REWRITE-PENDING.
           PERFORM 280-REPORT-AGED-PENDING.

      ******************************************************************
      * LOAD THE PENDING QUEUE - A FIRST RUN STARTS IT EMPTY. TODAY'S *
      * NEW PENDING IDS CONTINUE AFTER THE HIGHEST ONE ALREADY USED   *
      * TODAY                                                         *
      ******************************************************************
       205-LOAD-PENDING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY-N.
           COMPUTE WK-NOW-INT = FUNCTION INTEGER-OF-DATE(WK-TODAY-N).
           MOVE "0" TO WK-EOF.
           OPEN INPUT PENDING-FILE.
           IF WK-PND-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ PENDING-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF PND-ID IS NUMERIC AND
                        WK-PEND-CNT < CON-MAX-PEND
                       THEN
                         ADD 1 TO WK-PEND-CNT
                         MOVE PND-ID    TO PT-ID(WK-PEND-CNT)
                         MOVE PND-STAMP TO PT-STAMP(WK-PEND-CNT)
                         MOVE PND-TXN   TO PT-TXN(WK-PEND-CNT)
                         MOVE "N" TO PT-DONE(WK-PEND-CNT)
                         MOVE PND-ID TO WK-NEW-ID-N
                         IF WK-NEW-ID-DATE = WK-TODAY-N AND
                            WK-NEW-ID-SEQ > WK-NEXT-SEQ
                           THEN
                             MOVE WK-NEW-ID-SEQ TO WK-NEXT-SEQ
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           DISPLAY "*** DAY05RM " WK-PEND-CNT " TRANSACTION(S)"
             " AWAITING APPROVAL ***".

      ******************************************************************
      * QUEUE ONE NEW TRANSACTION - THE CHECKS THAT DO NOT DEPEND ON  *
      * THE MASTER ARE MADE NOW; THE REST ARE MADE WHEN IT IS APPLIED *
      ******************************************************************
       206-QUEUE-ONE-TXN.
           IF TXN-FROM NOT NUMERIC OR TXN-OPERATOR = SPACES
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY05RM " TXN-ACTION " REJECTED - FROM"
                 " VALUE NOT NUMERIC OR NO OPERATOR ***"
           ELSE IF TXN-ACTION NOT = "ADD" AND TXN-ACTION NOT = "CHG"
              AND TXN-ACTION NOT = "DEL"
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY05RM UNKNOWN ACTION ["
                 TXN-ACTION "] REJECTED ***"
           ELSE IF WK-PEND-CNT >= CON-MAX-PEND OR WK-NEXT-SEQ >= 9999
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY05RM " TXN-ACTION " OF " TXN-FROM
                 " REJECTED - PENDING QUEUE IS FULL ***"
             ELSE
               ADD 1 TO WK-NEXT-SEQ
               MOVE WK-TODAY-N  TO WK-NEW-ID-DATE
               MOVE WK-NEXT-SEQ TO WK-NEW-ID-SEQ
               ADD 1 TO WK-PEND-CNT
               MOVE WK-NEW-ID-N TO PT-ID(WK-PEND-CNT)
               MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PT-STAMP(WK-PEND-CNT)
               MOVE RANGE-TXN-RECORD TO PT-TXN(WK-PEND-CNT)
               MOVE "N" TO PT-DONE(WK-PEND-CNT)
               ADD 1 TO WK-QUEUED-CNT
               DISPLAY "*** DAY05RM " TXN-ACTION " OF " TXN-FROM
                 " BY " TXN-OPERATOR " QUEUED - PENDING ID="
                 WK-NEW-ID-N " ***"
           END-IF.

      ******************************************************************
      * ONE APPROVED TRANSACTION - VALIDATED AGAINST THE MASTER AS IT *
      * NOW STANDS, APPLIED TO THE TABLE, AND AUDITED WITH ITS BEFORE *
      * AND AFTER IMAGES                                              *
      ******************************************************************
       210-APPLY-ONE-TXN.
           IF TXN-FROM NOT NUMERIC OR TXN-OPERATOR = SPACES
           MOVE RNG-EXP(WK-R)  TO WK-AFTER-IMAGE(43:10).

      ******************************************************************
      * AUDIT PROCESS - ONE RECORD PER APPLIED CHANGE: WHEN, THE      *
      * MAKER WHO KEYED IT, THE CHECKER WHO APPROVED IT, AND THE FULL *
      * BEFORE AND AFTER IMAGES                                       *
      ******************************************************************
       230-WRITE-AUDIT.
           OPEN EXTEND RANGE-AUD-FILE.
           MOVE WK-BEFORE-IMAGE TO RNA-BEFORE.
           MOVE WK-AFTER-IMAGE  TO RNA-AFTER.
           MOVE TXN-OPERATOR    TO RNA-OPERATOR.
           MOVE WK-CHECKER      TO RNA-CHECKER.
           WRITE RANGE-AUD-RECORD.
           CLOSE RANGE-AUD-FILE.

               END-RETURN
           END-PERFORM.

      ******************************************************************
      * DECISION PROCESS - WORK THE CHECKERS' "RNGAPPR" DECISIONS IN  *
      * FILE ORDER. A REFUSED DECISION LEAVES ITS ITEM PENDING. THE   *
      * FILE IS EMPTIED ONCE READ SO A DECISION IS NEVER REPLAYED     *
      ******************************************************************
       260-TAKE-DECISIONS.
           MOVE "0" TO WK-EOF.
           OPEN INPUT APPROVAL-FILE.
           IF WK-APR-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY05RM NO RNGAPPR DECISION FILE -"
                 " NOTHING APPROVED ***"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ APPROVAL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF APPROVAL-RECORD NOT = SPACES
                       THEN
                         PERFORM 261-TAKE-ONE-DECISION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
           END-IF.

      ******************************************************************
      * ONE DECISION - THE ITEM MUST BE PENDING, THE CHECKER MUST NOT *
      * BE ITS MAKER, AND MUST BE AUTHORIZED ON "OPERMST" FOR THE     *
      * APPRVRNG ACTION. WITH NO OPERATOR MASTER ON DISK NO CHECKER   *
      * CAN BE PROVEN, SO NOTHING IS APPROVED                         *
      ******************************************************************
       261-TAKE-ONE-DECISION.
           MOVE SPACES TO WK-REFUSAL.
           MOVE ZERO TO WK-P.
           IF APR-ID IS NUMERIC
             THEN
               MOVE APR-ID TO WK-APR-ID
               PERFORM VARYING WK-P FROM 1 BY 1
                 UNTIL WK-P > WK-PEND-CNT
                   OR (PT-ID(WK-P) = WK-APR-ID AND PT-DONE(WK-P) = "N")
                   CONTINUE
               END-PERFORM
           END-IF.
           IF APR-ID NOT NUMERIC OR WK-P > WK-PEND-CNT
             THEN
               MOVE "NO SUCH PENDING ID" TO WK-REFUSAL
           ELSE IF APR-DECISION NOT = "APPROVE" AND
                   APR-DECISION NOT = "DECLINE"
             THEN
               MOVE "DECISION NOT APPROVE OR DECLINE" TO WK-REFUSAL
           ELSE IF APR-OPERATOR = SPACES
             THEN
               MOVE "NO CHECKER NAMED" TO WK-REFUSAL
           END-IF.
           IF WK-REFUSAL = SPACES
             THEN
               MOVE PT-TXN(WK-P) TO RANGE-TXN-RECORD
               IF APR-OPERATOR = TXN-OPERATOR
                 THEN
                   MOVE "CHECKER IS THE MAKER" TO WK-REFUSAL
                 ELSE
                   MOVE SPACES TO WK-OPM-TARGET
                   STRING "PENDING " APR-ID
                     DELIMITED BY SIZE INTO WK-OPM-TARGET
                   MOVE SPACES TO WK-OPM-REASON
                   STRING APR-DECISION " " TXN-ACTION " " TXN-FROM
                     " BY " TXN-OPERATOR
                     DELIMITED BY SIZE INTO WK-OPM-REASON
                   MOVE RETURN-CODE TO WK-SAVED-RC
                   CALL "DAYOPM" USING APR-OPERATOR WK-OPM-ACTION
                       WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
                       WK-OPM-REASON
                   MOVE WK-SAVED-RC TO RETURN-CODE
                   IF WK-OPM-RESULT NOT = "0"
                     THEN
                       MOVE "CHECKER NOT AUTHORIZED FOR APPRVRNG"
                         TO WK-REFUSAL
                   END-IF
               END-IF
           END-IF.
           IF WK-REFUSAL NOT = SPACES
             THEN
               ADD 1 TO WK-REFUSED-CNT
               DISPLAY "*** DAY05RM " APR-DECISION " OF PENDING ID "
                 APR-ID " BY " APR-OPERATOR " REFUSED - "
                 FUNCTION TRIM(WK-REFUSAL) " ***"
           ELSE IF APR-DECISION = "DECLINE"
             THEN
               MOVE "Y" TO PT-DONE(WK-P)
               ADD 1 TO WK-DECLINED-CNT
               DISPLAY "*** DAY05RM PENDING ID " APR-ID " ("
                 TXN-ACTION " OF " TXN-FROM " BY " TXN-OPERATOR
                 ") DECLINED BY " APR-OPERATOR " ***"
             ELSE
               MOVE "Y" TO PT-DONE(WK-P)
               ADD 1 TO WK-APPROVED-CNT
               MOVE APR-OPERATOR TO WK-CHECKER
               DISPLAY "*** DAY05RM PENDING ID " APR-ID " ("
                 TXN-ACTION " OF " TXN-FROM " BY " TXN-OPERATOR
                 ") APPROVED BY " APR-OPERATOR " ***"
               PERFORM 210-APPLY-ONE-TXN
           END-IF.

      ******************************************************************
      * REWRITE THE PENDING QUEUE WITHOUT ITS DONE ENTRIES, THEN SWAP *
      * IT INTO PLACE                                                 *
      ******************************************************************
       270-REWRITE-PENDING.
           OPEN OUTPUT PENDING-NEW-FILE.
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > WK-PEND-CNT
               IF PT-DONE(WK-P) = "N"
                 THEN
                   ADD 1 TO WK-PEND-LEFT
                   MOVE PT-ID(WK-P)    TO PNN-ID
                   MOVE PT-STAMP(WK-P) TO PNN-STAMP
                   MOVE PT-TXN(WK-P)   TO PNN-TXN
                   WRITE PENDING-NEW-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDING-NEW-FILE.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "CBL_DELETE_FILE" USING WK-PND-NAME
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WK-PNDNEW-NAME WK-PND-NAME
           END-CALL.
           MOVE WK-SAVED-RC TO RETURN-CODE.

      ******************************************************************
      * AGED-PENDING REPORT - EVERY ITEM STILL AWAITING A CHECKER     *
      * AFTER THE RMCTL AGE LIMIT (DEFAULT 3 DAYS) IS LISTED ON       *
      * "DAY05RM.PEND" FOR THE SUPERVISOR TO CHASE                    *
      ******************************************************************
       280-REPORT-AGED-PENDING.
           OPEN OUTPUT AGED-RPT-FILE.
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > WK-PEND-CNT
               IF PT-DONE(WK-P) = "N" AND
                  PT-STAMP(WK-P)(1:8) IS NUMERIC
                 THEN
                   COMPUTE WK-STAMP-INT = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(PT-STAMP(WK-P)(1:8)))
                   COMPUTE WK-AGE-DAYS = WK-NOW-INT - WK-STAMP-INT
                   IF WK-AGE-DAYS >= WK-PEND-AGE-LIMIT
                     THEN
                       PERFORM 281-WRITE-AGED-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AGED-RPT-FILE.
           IF WK-AGED-CNT > ZERO
             THEN
               DISPLAY "*** DAY05RM " WK-AGED-CNT " PENDING ITEM(S)"
                 " OLDER THAN " WK-PEND-AGE-LIMIT " DAY(S) - SEE"
                 " DAY05RM.PEND ***"
           END-IF.

       281-WRITE-AGED-LINE.
           ADD 1 TO WK-AGED-CNT.
           MOVE PT-TXN(WK-P) TO RANGE-TXN-RECORD.
           MOVE PT-ID(WK-P)  TO AGD-ID.
           MOVE TXN-ACTION   TO AGD-ACTION.
           MOVE TXN-FROM     TO AGD-FROM.
           MOVE TXN-OPERATOR TO AGD-MAKER.
           MOVE PT-STAMP(WK-P)(1:4) TO AGD-QUEUED(1:4).
           MOVE "-" TO AGD-QUEUED(5:1).
           MOVE PT-STAMP(WK-P)(5:2) TO AGD-QUEUED(6:2).
           MOVE "-" TO AGD-QUEUED(8:1).
           MOVE PT-STAMP(WK-P)(7:2) TO AGD-QUEUED(9:2).
           MOVE WK-AGE-DAYS  TO AGD-DAYS.
           MOVE WK-AGED-LINE TO AGED-RPT-RECORD.
           WRITE AGED-RPT-RECORD.
           DISPLAY WK-AGED-LINE.

      ******************************************************************
      * EXTRACT PROCESS - MATERIALIZE THE RANGES IN EFFECT FOR THE    *
      * RUN DATE (EFFECTIVE ON OR BEFORE IT, NOT YET EXPIRED) IN THE  *
           IF WK-MODE = "MAINT"
             THEN
               DISPLAY "*** DAY05RM TRANSACTIONS=" WK-TXN-CNT
                 " QUEUED=" WK-QUEUED-CNT " APPLIED=" WK-APPLIED-CNT
                 " REJECTED=" WK-REJECT-CNT " ***"
               DISPLAY "*** DAY05RM DECISIONS - APPROVED="
                 WK-APPROVED-CNT " DECLINED=" WK-DECLINED-CNT
                 " REFUSED=" WK-REFUSED-CNT " STILL PENDING="
                 WK-PEND-LEFT " ***"
               IF WK-REJECT-CNT > ZERO OR WK-REFUSED-CNT > ZERO
                 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
