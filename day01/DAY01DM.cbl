       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY01DM.
      ******************************************************************
      * DIAL-MASTER MAINTENANCE FOR THE DAY01 STEPS. "DIALMST" DRIVES *
      * EVERY MULTI-DIAL PASSWORD DAY01P1, DAY01P2 AND DAY01A1        *
      * COMPUTE, AND A HAND-EDITED DM-SIZE QUIETLY CHANGED EVERY      *
      * PASSWORD FOR THAT DIAL WITH NO TRACE OF WHO OR WHEN. THE      *
      * MASTER NOW CARRIES EFFECTIVE-DATED VERSIONS OF EACH DIAL      *
      * (DIAL ID AND EFFECTIVE DATE KEY, SIZE, START, EXPIRY DATE)    *
      * AND IS MAINTAINED HERE FROM ADD/CHG/DEL TRANSACTIONS ON THE   *
      * "DIALTXN" FILE, WITH ONE "DIALAUDIT" RECORD PER APPLIED       *
      * CHANGE (BEFORE AND AFTER IMAGES, WHO, WHEN) - THE SAME        *
      * DISCIPLINE DAY05RM GIVES THE RANGE MASTER. A CHANGE THAT      *
      * WOULD ALTER THE DEFINITION IN EFFECT FOR THE RUN DATE IS      *
      * REFUSED FOR ANY DIAL STILL MID-SEGMENT IN TONIGHT'S ROTATION  *
      * LOG (ROTATIONS AFTER ITS LAST "S" SHIFT MARKER), SO ONE       *
      * OPERATOR SHIFT IS NEVER SCORED AGAINST TWO DIAL SIZES. AN     *
      * OPTIONAL "DMCTL" RECORD SUPPLIES THE RUN DATE AND THE LOG TO  *
      * CHECK (DEFAULT TODAY AND DAY01P1.IN). RETURN-CODE 8 WHEN ANY  *
      * TRANSACTION IS REJECTED.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DM-CTL-FILE ASSIGN TO "DMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT DIAL-MST-FILE ASSIGN TO "DIALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT DIAL-NEW-FILE ASSIGN TO "DIALMST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MSTNEW-STATUS.
           SELECT DIAL-TXN-FILE ASSIGN TO "DIALTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TXN-STATUS.
           SELECT DIAL-AUD-FILE ASSIGN TO "DIALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUD-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WK-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DM-CTL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  DM-CTL-RECORD.
         03  DMC-RUN-DATE       PIC X(10).
         03  DMC-LOG-NAME       PIC X(16).
       FD  DIAL-MST-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  DIAL-MST-RECORD.
         03  DM-DIAL-ID         PIC X(4).
         03  DM-SIZE            PIC 9(4).
         03  DM-START           PIC 9(4).
         03  DM-EFF-DATE        PIC X(10).
         03  DM-EXP-DATE        PIC X(10).
       FD  DIAL-NEW-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  DIAL-NEW-RECORD.
         03  DMN-DIAL-ID        PIC X(4).
         03  DMN-SIZE           PIC 9(4).
         03  DMN-START          PIC 9(4).
         03  DMN-EFF-DATE       PIC X(10).
         03  DMN-EXP-DATE       PIC X(10).
       FD  DIAL-TXN-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  DIAL-TXN-RECORD.
         03  TXN-ACTION         PIC X(3).
         03  TXN-DIAL           PIC X(4).
         03  TXN-SIZE           PIC X(4).
         03  TXN-START          PIC X(4).
         03  TXN-EFF            PIC X(10).
         03  TXN-EXP            PIC X(10).
         03  TXN-OPERATOR       PIC X(8).
       FD  DIAL-AUD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  DIAL-AUD-RECORD.
         03  DNA-STAMP          PIC X(14).
         03  DNA-ACTION         PIC X(3).
         03  DNA-BEFORE         PIC X(32).
         03  DNA-AFTER          PIC X(32).
         03  DNA-OPERATOR       PIC X(8).
      * TONIGHT'S ROTATION LOG - ONLY THE 10-BYTE MULTI-DIAL RECORDS
      * NAME THEIR DIAL, SO ONLY THEY COUNT TOWARD A DIAL'S SEGMENT
       FD  LOG-FILE
           RECORD IS VARYING IN SIZE FROM 6 TO 10 CHARACTERS
             DEPENDING ON WK-LOG-REC-LEN.
       01  LOG-RECORD           PIC X(10).
       SD  SORT-FILE.
       01  SORT-REC.
         03  SORT-DIAL          PIC X(4).
         03  SORT-SIZE          PIC 9(4).
         03  SORT-START         PIC 9(4).
         03  SORT-EFF           PIC X(10).
         03  SORT-EXP           PIC X(10).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-MSTNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-TXN-STATUS      PIC X(2) VALUE "00".
         03  WK-AUD-STATUS      PIC X(2) VALUE "00".
         03  WK-LOG-STATUS      PIC X(2) VALUE "00".
         03  WK-LOG-FILENAME    PIC X(16) VALUE "DAY01P1.IN".
         03  WK-LOG-REC-LEN     PIC 9(4) VALUE ZERO.
         03  WK-LOG-RECS        PIC 9(7) VALUE ZERO.
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-SORT-EOF        PIC X(1) VALUE "0".
         03  WK-RUN-DATE        PIC X(10) VALUE SPACES.
         03  WK-D               PIC 9(5) VALUE ZERO.
         03  WK-O               PIC 9(2) VALUE ZERO.
         03  WK-DIAL-CNT        PIC 9(5) VALUE ZERO.
         03  WK-OPEN-CNT        PIC 9(2) VALUE ZERO.
         03  WK-TXN-CNT         PIC 9(5) VALUE ZERO.
         03  WK-APPLIED-CNT     PIC 9(5) VALUE ZERO.
         03  WK-REJECT-CNT      PIC 9(5) VALUE ZERO.
         03  WK-BEFORE-IMAGE    PIC X(32) VALUE SPACES.
         03  WK-AFTER-IMAGE     PIC X(32) VALUE SPACES.
         03  WK-MST-NAME        PIC X(16) VALUE "DIALMST".
         03  WK-MSTNEW-NAME     PIC X(16) VALUE "DIALMST.NEW".
         03  WK-NEW-SIZE        PIC 9(4) VALUE ZERO.
         03  WK-NEW-START       PIC 9(4) VALUE ZERO.
         03  WK-NEW-EXP         PIC X(10) VALUE SPACES.
         03  WK-LIVE-BEFORE     PIC X(1) VALUE "N".
         03  WK-LIVE-AFTER      PIC X(1) VALUE "N".
         03  WK-MID-SEGMENT     PIC X(1) VALUE "N".
         03  WK-CHK-EFF         PIC X(10) VALUE SPACES.
         03  WK-CHK-EXP         PIC X(10) VALUE SPACES.
         03  WK-CHK-LIVE        PIC X(1) VALUE "N".
      * THE MASTER IN STORAGE - ONE ENTRY PER DIAL VERSION, KEYED BY
      * DIAL ID AND EFFECTIVE DATE, WITH A DELETED FLAG SO THE
      * AUDITED IMAGES COME STRAIGHT OFF THE ENTRY JUST CHANGED
       01  WK-DIAL-TABLE.
         03  WK-DIAL-ENTRY OCCURS 500 TIMES.
           05  DMT-ID           PIC X(4).
           05  DMT-SIZE         PIC 9(4).
           05  DMT-START        PIC 9(4).
           05  DMT-EFF          PIC X(10).
           05  DMT-EXP          PIC X(10).
           05  DMT-DELETED      PIC X(1).
      * SEGMENT STATE OF EACH DIAL SEEN ON TONIGHT'S LOG - "Y" WHEN
      * ROTATIONS FOLLOW THE DIAL'S LAST SHIFT MARKER (OR IT HAS NONE)
       01  WK-OPEN-TABLE.
         03  WK-OPEN-ENTRY OCCURS 50 TIMES.
           05  OPN-ID           PIC X(4).
           05  OPN-OPEN         PIC X(1).
       01  CON-AREA.
         03  CON-MAX-DIALS      PIC 9(5) VALUE 500.
         03  CON-MAX-OPEN       PIC 9(2) VALUE 50.
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
               DISPLAY "*** DAY01DM CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - RUN DATE, THE MASTER, AND THE        *
      * SEGMENT STATE OF TONIGHT'S LOG                                *
      ******************************************************************
       100-INIT.
      * STANDARD RUN HEADER - IDENTIFIES THE PROGRAM AND RUN DATE IN THE
      * JOB LOG SO A SYSOUT CAN BE MATCHED BACK TO A NIGHT'S RUN
           DISPLAY "*** DAY01DM RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - DIAL-MASTER MAINTENANCE ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-RUN-DATE(1:4).
           MOVE "-" TO WK-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-RUN-DATE(6:2).
           MOVE "-" TO WK-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-RUN-DATE(9:2).
           OPEN INPUT DM-CTL-FILE.
           IF WK-CTL-STATUS = "00"
             THEN
               READ DM-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF DMC-RUN-DATE NOT = SPACES
                     THEN
                       MOVE DMC-RUN-DATE TO WK-RUN-DATE
                   END-IF
                   IF DMC-LOG-NAME NOT = SPACES
                     THEN
                       MOVE DMC-LOG-NAME TO WK-LOG-FILENAME
                   END-IF
               END-READ
               CLOSE DM-CTL-FILE
           END-IF.
      * LOAD THE MASTER - A FIRST MAINTENANCE RUN STARTS IT EMPTY. A
      * RECORD FROM BEFORE THE DATES EXISTED READS BACK WITH BLANK
      * DATES, WHICH MEANS IN EFFECT ALWAYS
           OPEN INPUT DIAL-MST-FILE.
           IF WK-MST-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ DIAL-MST-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF DM-DIAL-ID NOT = SPACES AND
                        WK-DIAL-CNT < CON-MAX-DIALS
                       THEN
                         ADD 1 TO WK-DIAL-CNT
                         MOVE DM-DIAL-ID  TO DMT-ID(WK-DIAL-CNT)
                         MOVE DM-SIZE     TO DMT-SIZE(WK-DIAL-CNT)
                         MOVE DM-START    TO DMT-START(WK-DIAL-CNT)
                         MOVE DM-EFF-DATE TO DMT-EFF(WK-DIAL-CNT)
                         MOVE DM-EXP-DATE TO DMT-EXP(WK-DIAL-CNT)
                         MOVE "N" TO DMT-DELETED(WK-DIAL-CNT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DIAL-MST-FILE
           END-IF.
           DISPLAY "*** DAY01DM " WK-DIAL-CNT " DIAL VERSION(S) ON THE"
             " MASTER - RUN DATE " WK-RUN-DATE " ***".
           PERFORM 150-SCAN-TONIGHTS-LOG.

      ******************************************************************
      * SEGMENT SCAN - WALK TONIGHT'S ROTATION LOG AND NOTE, PER DIAL, *
      * WHETHER ITS LAST SHIFT IS STILL OPEN. NO LOG ON DISK MEANS NO  *
      * DIAL IS MID-SEGMENT                                            *
      ******************************************************************
       150-SCAN-TONIGHTS-LOG.
           MOVE "0" TO WK-EOF.
           OPEN INPUT LOG-FILE.
           IF WK-LOG-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY01DM NO ROTATION LOG " WK-LOG-FILENAME
                 " - NO DIAL IS MID-SEGMENT ***"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ LOG-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-LOG-RECS
                     IF WK-LOG-REC-LEN >= 10
                       THEN
                         PERFORM 155-NOTE-LOG-RECORD
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LOG-FILE
               DISPLAY "*** DAY01DM " WK-LOG-RECS " RECORD(S) ON "
                 WK-LOG-FILENAME " SCANNED FOR OPEN SEGMENTS ***"
               PERFORM VARYING WK-O FROM 1 BY 1
                 UNTIL WK-O > WK-OPEN-CNT
                   IF OPN-OPEN(WK-O) = "Y"
                     THEN
                       DISPLAY "*** DAY01DM DIAL " OPN-ID(WK-O)
                         " IS MID-SEGMENT IN TONIGHT'S LOG ***"
                   END-IF
               END-PERFORM
           END-IF.

       155-NOTE-LOG-RECORD.
           PERFORM VARYING WK-O FROM 1 BY 1
             UNTIL WK-O > WK-OPEN-CNT
               OR OPN-ID(WK-O) = LOG-RECORD(1:4)
               CONTINUE
           END-PERFORM.
           IF WK-O > WK-OPEN-CNT
             THEN
               IF WK-OPEN-CNT < CON-MAX-OPEN
                 THEN
                   ADD 1 TO WK-OPEN-CNT
                   MOVE WK-OPEN-CNT TO WK-O
                   MOVE LOG-RECORD(1:4) TO OPN-ID(WK-O)
                 ELSE
                   MOVE ZERO TO WK-O
               END-IF
           END-IF.
           IF WK-O > ZERO
             THEN
               IF LOG-RECORD(5:1) = "S"
                 THEN
                   MOVE "N" TO OPN-OPEN(WK-O)
                 ELSE
                   MOVE "Y" TO OPN-OPEN(WK-O)
               END-IF
           END-IF.

      ******************************************************************
      * MAIN PROCESS - APPLY THE TRANSACTION FILE, ONE AUDITED CHANGE *
      * AT A TIME, THEN REWRITE THE MASTER IN KEY ORDER               *
      ******************************************************************
       200-MAIN.
           MOVE "0" TO WK-EOF.
           OPEN INPUT DIAL-TXN-FILE.
           IF WK-TXN-STATUS NOT = "00"
             THEN
               DISPLAY "*** DAY01DM NO DIALTXN TRANSACTION FILE -"
                 " NOTHING TO APPLY ***"
             ELSE
               PERFORM UNTIL WK-EOF = "1"
                 READ DIAL-TXN-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     IF TXN-ACTION NOT = SPACES
                       THEN
                         ADD 1 TO WK-TXN-CNT
                         PERFORM 210-APPLY-ONE-TXN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DIAL-TXN-FILE
           END-IF.
           IF WK-APPLIED-CNT > ZERO
             THEN
               PERFORM 240-REWRITE-MASTER
      * THE CHANGES NOW LIVE ON THE MASTER AND THE AUDIT TRAIL - EMPTY
      * THE INPUT SO A RERUN DOES NOT APPLY THEM A SECOND TIME
               OPEN OUTPUT DIAL-TXN-FILE
               CLOSE DIAL-TXN-FILE
           END-IF.

      ******************************************************************
      * ONE TRANSACTION - VALIDATED, CHECKED AGAINST TONIGHT'S OPEN   *
      * SEGMENTS, APPLIED TO THE TABLE, AND AUDITED WITH ITS BEFORE   *
      * AND AFTER IMAGES                                              *
      ******************************************************************
       210-APPLY-ONE-TXN.
           IF TXN-DIAL = SPACES OR TXN-OPERATOR = SPACES
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM " TXN-ACTION " REJECTED - NO DIAL"
                 " ID OR NO OPERATOR ***"
             ELSE
               PERFORM VARYING WK-D FROM 1 BY 1
                 UNTIL WK-D > WK-DIAL-CNT
                   OR (DMT-ID(WK-D) = TXN-DIAL
                       AND DMT-EFF(WK-D) = TXN-EFF
                       AND DMT-DELETED(WK-D) = "N")
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WK-O FROM 1 BY 1
                 UNTIL WK-O > WK-OPEN-CNT
                   OR OPN-ID(WK-O) = TXN-DIAL
                   CONTINUE
               END-PERFORM
               MOVE "N" TO WK-MID-SEGMENT
               IF WK-O <= WK-OPEN-CNT
                 THEN
                   MOVE OPN-OPEN(WK-O) TO WK-MID-SEGMENT
               END-IF
               EVALUATE TXN-ACTION
                 WHEN "ADD"
                   PERFORM 220-APPLY-ADD
                 WHEN "CHG"
                   PERFORM 221-APPLY-CHANGE
                 WHEN "DEL"
                   PERFORM 222-APPLY-DELETE
                 WHEN OTHER
                   ADD 1 TO WK-REJECT-CNT
                   DISPLAY "*** DAY01DM UNKNOWN ACTION ["
                     TXN-ACTION "] REJECTED ***"
               END-EVALUATE
           END-IF.

       220-APPLY-ADD.
           MOVE "N" TO WK-LIVE-BEFORE.
           MOVE TXN-EFF TO WK-CHK-EFF.
           MOVE TXN-EXP TO WK-CHK-EXP.
           PERFORM 236-CHECK-IN-EFFECT.
           MOVE WK-CHK-LIVE TO WK-LIVE-AFTER.
           IF WK-D <= WK-DIAL-CNT
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM ADD OF " TXN-DIAL " " TXN-EFF
                 " REJECTED - VERSION ALREADY ON THE MASTER ***"
           ELSE IF TXN-SIZE NOT NUMERIC OR TXN-START NOT NUMERIC
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM ADD OF " TXN-DIAL " REJECTED -"
                 " SIZE OR START NOT NUMERIC ***"
           ELSE IF TXN-SIZE = ZERO OR TXN-START >= TXN-SIZE
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM ADD OF " TXN-DIAL " REJECTED -"
                 " SIZE ZERO OR START OFF THE DIAL ***"
           ELSE IF WK-MID-SEGMENT = "Y" AND WK-LIVE-AFTER = "Y"
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM ADD OF " TXN-DIAL " REJECTED -"
                 " DIAL IS MID-SEGMENT IN TONIGHT'S LOG ***"
           ELSE IF WK-DIAL-CNT >= CON-MAX-DIALS
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM ADD OF " TXN-DIAL " REJECTED -"
                 " MASTER IS FULL ***"
             ELSE
               ADD 1 TO WK-DIAL-CNT
               MOVE WK-DIAL-CNT TO WK-D
               MOVE TXN-DIAL  TO DMT-ID(WK-D)
               MOVE TXN-SIZE  TO DMT-SIZE(WK-D)
               MOVE TXN-START TO DMT-START(WK-D)
               MOVE TXN-EFF   TO DMT-EFF(WK-D)
               MOVE TXN-EXP   TO DMT-EXP(WK-D)
               MOVE "N" TO DMT-DELETED(WK-D)
               MOVE SPACES TO WK-BEFORE-IMAGE
               PERFORM 235-TAKE-AFTER-IMAGE
               PERFORM 230-WRITE-AUDIT
               ADD 1 TO WK-APPLIED-CNT
           END-IF.

       221-APPLY-CHANGE.
           IF WK-D > WK-DIAL-CNT
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM CHG OF " TXN-DIAL " " TXN-EFF
                 " REJECTED - VERSION NOT ON THE MASTER ***"
             ELSE
      * WORK OUT THE CHANGED VERSION BEFORE TOUCHING THE TABLE, SO A
      * REFUSED CHANGE LEAVES THE ENTRY EXACTLY AS IT STOOD
               MOVE DMT-SIZE(WK-D)  TO WK-NEW-SIZE
               MOVE DMT-START(WK-D) TO WK-NEW-START
               MOVE DMT-EXP(WK-D)   TO WK-NEW-EXP
               IF TXN-SIZE IS NUMERIC
                 THEN
                   MOVE TXN-SIZE TO WK-NEW-SIZE
               END-IF
               IF TXN-START IS NUMERIC
                 THEN
                   MOVE TXN-START TO WK-NEW-START
               END-IF
               IF TXN-EXP NOT = SPACES
                 THEN
                   MOVE TXN-EXP TO WK-NEW-EXP
               END-IF
               MOVE DMT-EFF(WK-D) TO WK-CHK-EFF
               MOVE DMT-EXP(WK-D) TO WK-CHK-EXP
               PERFORM 236-CHECK-IN-EFFECT
               MOVE WK-CHK-LIVE TO WK-LIVE-BEFORE
               MOVE WK-NEW-EXP TO WK-CHK-EXP
               PERFORM 236-CHECK-IN-EFFECT
               MOVE WK-CHK-LIVE TO WK-LIVE-AFTER
               IF WK-NEW-SIZE = ZERO OR WK-NEW-START >= WK-NEW-SIZE
                 THEN
                   ADD 1 TO WK-REJECT-CNT
                   DISPLAY "*** DAY01DM CHG OF " TXN-DIAL " REJECTED"
                     " - SIZE ZERO OR START OFF THE DIAL ***"
               ELSE IF WK-MID-SEGMENT = "Y" AND
                  (WK-LIVE-BEFORE = "Y" OR WK-LIVE-AFTER = "Y")
                 THEN
                   ADD 1 TO WK-REJECT-CNT
                   DISPLAY "*** DAY01DM CHG OF " TXN-DIAL " REJECTED"
                     " - DIAL IS MID-SEGMENT IN TONIGHT'S LOG ***"
                 ELSE
                   PERFORM 234-TAKE-BEFORE-IMAGE
                   MOVE WK-NEW-SIZE  TO DMT-SIZE(WK-D)
                   MOVE WK-NEW-START TO DMT-START(WK-D)
                   MOVE WK-NEW-EXP   TO DMT-EXP(WK-D)
                   PERFORM 235-TAKE-AFTER-IMAGE
                   PERFORM 230-WRITE-AUDIT
                   ADD 1 TO WK-APPLIED-CNT
               END-IF
           END-IF.

       222-APPLY-DELETE.
           IF WK-D > WK-DIAL-CNT
             THEN
               ADD 1 TO WK-REJECT-CNT
               DISPLAY "*** DAY01DM DEL OF " TXN-DIAL " " TXN-EFF
                 " REJECTED - VERSION NOT ON THE MASTER ***"
             ELSE
               MOVE DMT-EFF(WK-D) TO WK-CHK-EFF
               MOVE DMT-EXP(WK-D) TO WK-CHK-EXP
               PERFORM 236-CHECK-IN-EFFECT
               MOVE WK-CHK-LIVE TO WK-LIVE-BEFORE
               IF WK-MID-SEGMENT = "Y" AND WK-LIVE-BEFORE = "Y"
                 THEN
                   ADD 1 TO WK-REJECT-CNT
                   DISPLAY "*** DAY01DM DEL OF " TXN-DIAL " REJECTED"
                     " - DIAL IS MID-SEGMENT IN TONIGHT'S LOG ***"
                 ELSE
                   PERFORM 234-TAKE-BEFORE-IMAGE
                   MOVE "Y" TO DMT-DELETED(WK-D)
                   MOVE SPACES TO WK-AFTER-IMAGE
                   PERFORM 230-WRITE-AUDIT
                   ADD 1 TO WK-APPLIED-CNT
               END-IF
           END-IF.

      ******************************************************************
      * THE BEFORE AND AFTER IMAGES ARE THE MASTER RECORD AS IT       *
      * STOOD AND AS IT NOW STANDS                                    *
      ******************************************************************
       234-TAKE-BEFORE-IMAGE.
           MOVE SPACES TO WK-BEFORE-IMAGE.
           MOVE DMT-ID(WK-D)    TO WK-BEFORE-IMAGE(1:4).
           MOVE DMT-SIZE(WK-D)  TO WK-BEFORE-IMAGE(5:4).
           MOVE DMT-START(WK-D) TO WK-BEFORE-IMAGE(9:4).
           MOVE DMT-EFF(WK-D)   TO WK-BEFORE-IMAGE(13:10).
           MOVE DMT-EXP(WK-D)   TO WK-BEFORE-IMAGE(23:10).

       235-TAKE-AFTER-IMAGE.
           MOVE SPACES TO WK-AFTER-IMAGE.
           MOVE DMT-ID(WK-D)    TO WK-AFTER-IMAGE(1:4).
           MOVE DMT-SIZE(WK-D)  TO WK-AFTER-IMAGE(5:4).
           MOVE DMT-START(WK-D) TO WK-AFTER-IMAGE(9:4).
           MOVE DMT-EFF(WK-D)   TO WK-AFTER-IMAGE(13:10).
           MOVE DMT-EXP(WK-D)   TO WK-AFTER-IMAGE(23:10).

      ******************************************************************
      * IN-EFFECT TEST - A VERSION APPLIES TO THE RUN DATE WHEN IT IS *
      * EFFECTIVE ON OR BEFORE IT AND NOT YET EXPIRED, BLANK DATES    *
      * MEANING OPEN-ENDED - THE SAME RULE THE DAY01 STEPS LOAD BY    *
      ******************************************************************
       236-CHECK-IN-EFFECT.
           IF (WK-CHK-EFF = SPACES OR WK-CHK-EFF <= WK-RUN-DATE) AND
              (WK-CHK-EXP = SPACES OR WK-CHK-EXP >= WK-RUN-DATE)
             THEN
               MOVE "Y" TO WK-CHK-LIVE
             ELSE
               MOVE "N" TO WK-CHK-LIVE
           END-IF.

      ******************************************************************
      * AUDIT PROCESS - ONE RECORD PER APPLIED CHANGE: WHO, WHEN,     *
      * AND THE FULL BEFORE AND AFTER IMAGES                          *
      ******************************************************************
       230-WRITE-AUDIT.
           OPEN EXTEND DIAL-AUD-FILE.
           IF WK-AUD-STATUS = "35"
             THEN
               OPEN OUTPUT DIAL-AUD-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DNA-STAMP.
           MOVE TXN-ACTION      TO DNA-ACTION.
           MOVE WK-BEFORE-IMAGE TO DNA-BEFORE.
           MOVE WK-AFTER-IMAGE  TO DNA-AFTER.
           MOVE TXN-OPERATOR    TO DNA-OPERATOR.
           WRITE DIAL-AUD-RECORD.
           CLOSE DIAL-AUD-FILE.

      ******************************************************************
      * REWRITE THE MASTER IN KEY ORDER (DIAL, THEN EFFECTIVE DATE)   *
      * THROUGH THE SORT VERB, THEN SWAP IT INTO PLACE - KEY ORDER    *
      * IS WHAT LETS THE STEPS TAKE THE LATEST VERSION IN EFFECT      *
      ******************************************************************
       240-REWRITE-MASTER.
           OPEN OUTPUT DIAL-NEW-FILE.
           SORT SORT-FILE ON ASCENDING KEY SORT-DIAL SORT-EFF
               INPUT PROCEDURE IS 241-RELEASE-DIALS
               OUTPUT PROCEDURE IS 242-RETURN-DIALS.
           CLOSE DIAL-NEW-FILE.
           CALL "CBL_DELETE_FILE" USING WK-MST-NAME
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WK-MSTNEW-NAME WK-MST-NAME
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

       241-RELEASE-DIALS.
           PERFORM VARYING WK-D FROM 1 BY 1
             UNTIL WK-D > WK-DIAL-CNT
               IF DMT-DELETED(WK-D) = "N"
                 THEN
                   MOVE DMT-ID(WK-D)    TO SORT-DIAL
                   MOVE DMT-SIZE(WK-D)  TO SORT-SIZE
                   MOVE DMT-START(WK-D) TO SORT-START
                   MOVE DMT-EFF(WK-D)   TO SORT-EFF
                   MOVE DMT-EXP(WK-D)   TO SORT-EXP
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.

       242-RETURN-DIALS.
           PERFORM UNTIL WK-SORT-EOF = "1"
               RETURN SORT-FILE
                 AT END
                   MOVE "1" TO WK-SORT-EOF
                 NOT AT END
                   MOVE SORT-DIAL  TO DMN-DIAL-ID
                   MOVE SORT-SIZE  TO DMN-SIZE
                   MOVE SORT-START TO DMN-START
                   MOVE SORT-EFF   TO DMN-EFF-DATE
                   MOVE SORT-EXP   TO DMN-EXP-DATE
                   WRITE DIAL-NEW-RECORD
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
       300-END.
           DISPLAY "*** DAY01DM TRANSACTIONS=" WK-TXN-CNT
             " APPLIED=" WK-APPLIED-CNT " REJECTED="
             WK-REJECT-CNT " ***".
           IF WK-REJECT-CNT > ZERO
             THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAY01DM RUN COMPLETE ***".
