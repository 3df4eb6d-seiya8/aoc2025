      * DAY01P1-STYLE PASSWORD (WK-PWD-1) AND THE DAY01P2-STYLE         *
      * ZERO-CROSSING PASSWORD (WK-PWD-2) SO THE OVERNIGHT JOB ONLY     *
      * NEEDS ONE PASS OVER "INPUT" INSTEAD OF TWO.                     *
      * BOTH ANSWERS ARE ALSO LEFT ON "DAY01P3.PARTS", FILED UNDER THE  *
      * PROGRAM EACH ONE REPRODUCES, SO THE CONSISTENCY CHECKS CAN      *
      * HOLD THEM AGAINST DAY01P1'S AND DAY01P2'S OWN RESULTS.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DIAL-CTL-FILE ASSIGN TO "DIALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT PART-RESULTS-FILE ASSIGN TO "DAY01P3.PARTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * THE ROTATION LOG MAY NOW CARRY 10-BYTE MULTI-DIAL RECORDS AS
       01  CTL-RECORD.
         03  CTL-DIAL-SIZE      PIC 9(4).
         03  CTL-START-POS      PIC 9(4).
       FD  PART-RESULTS-FILE
           RECORD CONTAINS 65 CHARACTERS.
      * BATCHRES-STYLE LAYOUT, FILED UNDER THE PROGRAM WHOSE ANSWER
      * THE PASSWORD REPRODUCES BUT KEPT OFF THE SHARED FEED, WHICH
      * HOLDS ONE ANSWER PER PROGRAM THAT ACTUALLY RAN
       01  PART-RESULT-RECORD.
         03  PR-PROGRAM-ID        PIC X(8).
         03  PR-RUN-DATE          PIC X(10).
         03  PR-ANSWER            PIC X(20).
         03  PR-RECORDS-READ      PIC 9(9).
         03  PR-RUN-STATUS        PIC X(18).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-IN-REC-LEN      PIC 9(4) VALUE ZERO.
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-PARTS-STATUS    PIC X(2) VALUE "00".
         03  WK-BR-ANS          PIC Z(19)9.
         03  WK-DIAL-SIZE       PIC 9(4) VALUE 100.
         03  WK-REC-NO          PIC 9(7) VALUE ZERO.
         03  WK-BAD-DIR-CNT     PIC 9(5) VALUE ZERO.
         03  WK-PWD-2           PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

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
               DISPLAY "*** DAY01P3 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * DISPLAY BOTH ANSWERS FROM THE SINGLE PASS
           DISPLAY "DAY01 PART 1 PASSWORD: " WK-PWD-1.
           DISPLAY "DAY01 PART 2 PASSWORD: " WK-PWD-2.
           PERFORM 310-APPEND-PART-RESULTS.
           IF WK-BAD-DIR-CNT > ZERO
             THEN
               DISPLAY "*** " WK-BAD-DIR-CNT
               DISPLAY "*** " WK-BAD-DIS-CNT
                 " RECORD(S) WITH INVALID IN-DIS WERE SKIPPED ***"
           END-IF.

      ******************************************************************
      * PART RESULTS PROCESS - ONE BATCHRES-STYLE RECORD PER PASSWORD, *
      * FILED UNDER DAY01P1 AND DAY01P2                                *
      ******************************************************************
       310-APPEND-PART-RESULTS.
           OPEN EXTEND PART-RESULTS-FILE.
           IF WK-PARTS-STATUS = "35"
             THEN
               OPEN OUTPUT PART-RESULTS-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO PR-RUN-DATE(1:4).
           MOVE "-" TO PR-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO PR-RUN-DATE(6:2).
           MOVE "-" TO PR-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO PR-RUN-DATE(9:2).
           MOVE WK-REC-NO TO PR-RECORDS-READ.
           MOVE "CLEAN" TO PR-RUN-STATUS.
           MOVE "DAY01P1" TO PR-PROGRAM-ID.
           MOVE WK-PWD-1 TO WK-BR-ANS.
           MOVE WK-BR-ANS TO PR-ANSWER.
           WRITE PART-RESULT-RECORD.
           MOVE "DAY01P2" TO PR-PROGRAM-ID.
           MOVE WK-PWD-2 TO WK-BR-ANS.
           MOVE WK-BR-ANS TO PR-ANSWER.
           WRITE PART-RESULT-RECORD.
           CLOSE PART-RESULTS-FILE.
