       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY05IQ.
      ******************************************************************
      * FRESH-ID INQUIRY FOR THE FULFILLMENT DESK. ANSWERS "IS THIS   *
      * ID FRESH?" WITHOUT WAITING FOR A NIGHTLY DAY05P1 RUN OVER A   *
      * FEED THAT CARRIES IT. THE "FRESHIQ" CONTROL FILE LISTS THE    *
      * IDS TO ASK ABOUT, EACH WITH AN OPTIONAL AS-OF DATE (BLANK IS  *
      * TODAY). EACH ID IS CHECKED AGAINST THE "RANGEMST" RANGES IN   *
      * EFFECT ON ITS DATE - THE SAME EFFECTIVE / EXPIRY RULE THE     *
      * DAY05RM EXTRACT APPLIES - AND THE ANSWER NAMES THE MATCHING   *
      * RANGE WITH ITS EFFECTIVE AND EXPIRY DATES. AN ID THAT FALLS   *
      * ONLY IN A RANGE NOT IN EFFECT ON THE DATE IS REPORTED NOT     *
      * FRESH WITH THAT RANGE NAMED, SO THE DESK CAN SEE WHY. THE     *
      * ANSWER ALSO SAYS WHETHER THE ID IS SITTING IN DAY05P1'S       *
      * "DAY05P1.SUSP" CARRY-FORWARD SUSPENSE AND FOR HOW MANY        *
      * NIGHTS. READ-ONLY - NOTHING IS UPDATED.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-CTL-FILE ASSIGN TO "FRESHIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT RANGE-MST-FILE ASSIGN TO "RANGEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "DAY05P1.SUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQ-CTL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  INQ-CTL-RECORD.
         03  IQC-ID             PIC X(16).
         03  IQC-DATE           PIC X(10).
       FD  RANGE-MST-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RANGE-MST-RECORD.
         03  RM-FROM            PIC 9(16).
         03  RM-TO              PIC 9(16).
         03  RM-EFF-DATE        PIC X(10).
         03  RM-EXP-DATE        PIC X(10).
       FD  SUSPENSE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  SUSPENSE-RECORD.
         03  SUS-ID             PIC 9(16).
         03  SUS-AGE            PIC 9(3).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-SUSP-STATUS     PIC X(2) VALUE "00".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-TODAY           PIC X(10) VALUE SPACES.
         03  WK-RANGE-CNT       PIC 9(5) VALUE ZERO.
         03  WK-QRY-CNT         PIC 9(3) VALUE ZERO.
         03  WK-SUSP-CNT        PIC 9(7) VALUE ZERO.
         03  WK-R               PIC 9(5) VALUE ZERO.
         03  WK-Q               PIC 9(3) VALUE ZERO.
         03  WK-HIT             PIC 9(5) VALUE ZERO.
         03  WK-IDLE-HIT        PIC 9(5) VALUE ZERO.
         03  WK-FRESH-CNT       PIC 9(3) VALUE ZERO.
         03  WK-STALE-CNT       PIC 9(3) VALUE ZERO.
         03  WK-BAD-CNT         PIC 9(3) VALUE ZERO.
         03  WK-SKIP-CNT        PIC 9(3) VALUE ZERO.
      * THE RANGE MASTER IN STORAGE, AS DAY05RM LOADS IT
       01  WK-RANGE-TABLE.
         03  WK-RANGE-ENTRY OCCURS 20000 TIMES.
           05  RNG-FROM         PIC 9(16).
           05  RNG-TO           PIC 9(16).
           05  RNG-EFF          PIC X(10).
           05  RNG-EXP          PIC X(10).
      * THE IDS ASKED ABOUT - THE SUSPENSE PASS FILLS IN THE NIGHTS
       01  WK-QRY-TABLE.
         03  WK-QRY-ENTRY OCCURS 200 TIMES.
           05  QRY-ID           PIC X(16).
           05  QRY-DATE         PIC X(10).
           05  QRY-VALID        PIC X(1).
           05  QRY-IN-SUSP      PIC X(1).
           05  QRY-NIGHTS       PIC 9(3).
       01  CON-AREA.
         03  CON-MAX-RANGE      PIC 9(5) VALUE 20000.
         03  CON-MAX-QRY        PIC 9(3) VALUE 200.
       01  WK-ANSWER-LINE.
         03  FILLER             PIC X(3)  VALUE "ID=".
         03  ANS-ID             PIC X(16).
         03  FILLER             PIC X(7)  VALUE "  DATE=".
         03  ANS-DATE           PIC X(10).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  ANS-VERDICT        PIC X(9).
       01  WK-RANGE-LINE.
         03  FILLER             PIC X(10) VALUE "    RANGE=".
         03  RGL-FROM           PIC 9(16).
         03  FILLER             PIC X(1)  VALUE "-".
         03  RGL-TO             PIC 9(16).
         03  FILLER             PIC X(12) VALUE "  EFFECTIVE=".
         03  RGL-EFF            PIC X(10).
         03  FILLER             PIC X(9)  VALUE "  EXPIRY=".
         03  RGL-EXP            PIC X(10).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  RGL-NOTE           PIC X(20).
       01  WK-SUSP-LINE.
         03  FILLER             PIC X(14) VALUE "    SUSPENSE: ".
         03  SSL-TEXT           PIC X(27).
         03  SSL-NIGHTS         PIC ZZ9.
         03  SSL-UNIT           PIC X(7).
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
               DISPLAY "*** DAY05IQ CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - THE INQUIRY LIST IS REQUIRED; THE    *
      * MASTER AND THE SUSPENSE ARE READ ONCE FOR THE WHOLE LIST      *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAY05IQ RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - FRESH-ID INQUIRY ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-TODAY(1:4).
           MOVE "-" TO WK-TODAY(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-TODAY(6:2).
           MOVE "-" TO WK-TODAY(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-TODAY(9:2).
           PERFORM 110-LOAD-INQUIRIES.
           IF WK-QRY-CNT = ZERO
             THEN
               DISPLAY "*** DAY05IQ NEEDS AT LEAST ONE ID ON THE"
                 " FRESHIQ CONTROL FILE - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-MASTER.
           PERFORM 130-SCAN-SUSPENSE.
           DISPLAY "*** DAY05IQ " WK-QRY-CNT " ID(S) AGAINST "
             WK-RANGE-CNT " MASTER RANGE(S) AND " WK-SUSP-CNT
             " SUSPENSE RECORD(S) ***".

      ******************************************************************
      * INQUIRY LIST - ONE ID PER RECORD, AN OPTIONAL YYYY-MM-DD      *
      * AS-OF DATE BESIDE IT (BLANK IS TODAY). BLANK LINES ARE        *
      * SKIPPED; IDS PAST THE TABLE LIMIT ARE COUNTED AND DROPPED     *
      ******************************************************************
       110-LOAD-INQUIRIES.
           MOVE "0" TO WK-EOF.
           OPEN INPUT INQ-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ INQ-CTL-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF INQ-CTL-RECORD NOT = SPACES
                       THEN
                         IF WK-QRY-CNT < CON-MAX-QRY
                           THEN
                             PERFORM 111-STORE-INQUIRY
                           ELSE
                             ADD 1 TO WK-SKIP-CNT
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE INQ-CTL-FILE
           END-IF.
           IF WK-SKIP-CNT > ZERO
             THEN
               DISPLAY "*** DAY05IQ " WK-SKIP-CNT " ID(S) PAST THE "
                 CON-MAX-QRY "-ID LIMIT NOT ANSWERED ***"
           END-IF.

       111-STORE-INQUIRY.
           ADD 1 TO WK-QRY-CNT.
           MOVE IQC-ID TO QRY-ID(WK-QRY-CNT).
           MOVE "Y" TO QRY-VALID(WK-QRY-CNT).
           MOVE "N" TO QRY-IN-SUSP(WK-QRY-CNT).
           MOVE ZERO TO QRY-NIGHTS(WK-QRY-CNT).
           IF IQC-DATE = SPACES
             THEN
               MOVE WK-TODAY TO QRY-DATE(WK-QRY-CNT)
             ELSE
               MOVE IQC-DATE TO QRY-DATE(WK-QRY-CNT)
           END-IF.
           IF IQC-ID NOT NUMERIC
             THEN
               MOVE "N" TO QRY-VALID(WK-QRY-CNT)
           END-IF.
           IF IQC-DATE NOT = SPACES
             THEN
               IF IQC-DATE(1:4) NOT NUMERIC OR
                  IQC-DATE(5:1) NOT = "-" OR
                  IQC-DATE(6:2) NOT NUMERIC OR
                  IQC-DATE(8:1) NOT = "-" OR
                  IQC-DATE(9:2) NOT NUMERIC
                 THEN
                   MOVE "N" TO QRY-VALID(WK-QRY-CNT)
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE RANGE MASTER - ABSENT MEANS NO RANGES, SO EVERY      *
      * ANSWER IS NOT FRESH                                           *
      ******************************************************************
       120-LOAD-MASTER.
           MOVE "0" TO WK-EOF.
           OPEN INPUT RANGE-MST-FILE.
           IF WK-MST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ RANGE-MST-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF RM-FROM IS NUMERIC AND
                        WK-RANGE-CNT < CON-MAX-RANGE
                       THEN
                         ADD 1 TO WK-RANGE-CNT
                         MOVE RM-FROM TO RNG-FROM(WK-RANGE-CNT)
                         MOVE RM-TO   TO RNG-TO(WK-RANGE-CNT)
                         MOVE RM-EFF-DATE TO RNG-EFF(WK-RANGE-CNT)
                         MOVE RM-EXP-DATE TO RNG-EXP(WK-RANGE-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RANGE-MST-FILE
             ELSE
               DISPLAY "*** DAY05IQ NO RANGEMST ON DISK - NO RANGES"
                 " ARE IN EFFECT ***"
           END-IF.

      ******************************************************************
      * ONE PASS OF LAST NIGHT'S CARRY-FORWARD SUSPENSE, NOTING THE   *
      * AGE (NIGHTS HELD) OF ANY ID ON THE INQUIRY LIST               *
      ******************************************************************
       130-SCAN-SUSPENSE.
           MOVE "0" TO WK-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WK-SUSP-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ SUSPENSE-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-SUSP-CNT
                     PERFORM VARYING WK-Q FROM 1 BY 1
                       UNTIL WK-Q > WK-QRY-CNT
                         IF QRY-ID(WK-Q) = SUSPENSE-RECORD(1:16)
                           THEN
                             MOVE "Y" TO QRY-IN-SUSP(WK-Q)
                             MOVE SUS-AGE TO QRY-NIGHTS(WK-Q)
                         END-IF
                     END-PERFORM
                 END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      ******************************************************************
      * MAIN PROCESS - ONE ANSWER PER ID ON THE LIST                  *
      ******************************************************************
       200-MAIN.
           PERFORM VARYING WK-Q FROM 1 BY 1 UNTIL WK-Q > WK-QRY-CNT
               PERFORM 210-ANSWER-ONE-ID
           END-PERFORM.

      ******************************************************************
      * ANSWER ONE ID - FRESH WHEN A RANGE IN EFFECT ON ITS DATE      *
      * (EFFECTIVE ON OR BEFORE IT, NOT YET EXPIRED) HOLDS IT.        *
      * FAILING THAT, THE FIRST MASTER RANGE HOLDING IT ON ANOTHER    *
      * DATE IS NAMED AS THE REASON                                   *
      ******************************************************************
       210-ANSWER-ONE-ID.
           MOVE QRY-ID(WK-Q)   TO ANS-ID.
           MOVE QRY-DATE(WK-Q) TO ANS-DATE.
           IF QRY-VALID(WK-Q) = "N"
             THEN
               ADD 1 TO WK-BAD-CNT
               MOVE "INVALID" TO ANS-VERDICT
               DISPLAY WK-ANSWER-LINE
               DISPLAY "    ID MUST BE 16 DIGITS, DATE BLANK OR"
                 " YYYY-MM-DD"
             ELSE
               MOVE ZERO TO WK-HIT
               MOVE ZERO TO WK-IDLE-HIT
               PERFORM VARYING WK-R FROM 1 BY 1
                 UNTIL WK-R > WK-RANGE-CNT OR WK-HIT > ZERO
                   IF QRY-ID(WK-Q) >= RNG-FROM(WK-R) AND
                      QRY-ID(WK-Q) <= RNG-TO(WK-R)
                     THEN
                       IF (RNG-EFF(WK-R) = SPACES OR
                           RNG-EFF(WK-R) <= QRY-DATE(WK-Q)) AND
                          (RNG-EXP(WK-R) = SPACES OR
                           RNG-EXP(WK-R) >= QRY-DATE(WK-Q))
                         THEN
                           MOVE WK-R TO WK-HIT
                       END-IF
                       IF WK-HIT = ZERO AND WK-IDLE-HIT = ZERO
                         THEN
                           MOVE WK-R TO WK-IDLE-HIT
                       END-IF
                   END-IF
               END-PERFORM
               IF WK-HIT > ZERO
                 THEN
                   ADD 1 TO WK-FRESH-CNT
                   MOVE "FRESH" TO ANS-VERDICT
                   DISPLAY WK-ANSWER-LINE
                   MOVE WK-HIT TO WK-R
                   MOVE "IN EFFECT" TO RGL-NOTE
                   PERFORM 220-SHOW-RANGE
                 ELSE
                   ADD 1 TO WK-STALE-CNT
                   MOVE "NOT FRESH" TO ANS-VERDICT
                   DISPLAY WK-ANSWER-LINE
                   IF WK-IDLE-HIT > ZERO
                     THEN
                       MOVE WK-IDLE-HIT TO WK-R
                       MOVE "NOT IN EFFECT" TO RGL-NOTE
                       PERFORM 220-SHOW-RANGE
                     ELSE
                       DISPLAY "    NO RANGE ON THE MASTER HOLDS"
                         " THIS ID"
                   END-IF
               END-IF
               PERFORM 230-SHOW-SUSPENSE
           END-IF.

       220-SHOW-RANGE.
           MOVE RNG-FROM(WK-R) TO RGL-FROM.
           MOVE RNG-TO(WK-R)   TO RGL-TO.
           IF RNG-EFF(WK-R) = SPACES
             THEN
               MOVE "(ANY)" TO RGL-EFF
             ELSE
               MOVE RNG-EFF(WK-R) TO RGL-EFF
           END-IF.
           IF RNG-EXP(WK-R) = SPACES
             THEN
               MOVE "(NONE)" TO RGL-EXP
             ELSE
               MOVE RNG-EXP(WK-R) TO RGL-EXP
           END-IF.
           DISPLAY WK-RANGE-LINE.

       230-SHOW-SUSPENSE.
           IF QRY-IN-SUSP(WK-Q) = "Y"
             THEN
               MOVE "IN DAY05P1.SUSP - HELD FOR " TO SSL-TEXT
               MOVE QRY-NIGHTS(WK-Q) TO SSL-NIGHTS
               MOVE " NIGHTS" TO SSL-UNIT
               DISPLAY WK-SUSP-LINE
             ELSE
               DISPLAY "    SUSPENSE: NOT IN DAY05P1.SUSP"
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           IF WK-BAD-CNT > ZERO
             THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY05IQ ASKED=" WK-QRY-CNT " FRESH="
             WK-FRESH-CNT " NOT FRESH=" WK-STALE-CNT " INVALID="
             WK-BAD-CNT " ***".
