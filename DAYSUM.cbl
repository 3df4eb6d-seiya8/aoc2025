           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC WK-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BATCH-STATUS.
           SELECT CLOSE-REG-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CLR-STATUS.
           SELECT RSM-REG-FILE ASSIGN TO "RSMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RGR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
           COPY YEARCTL.
       FD  BATCH-RESULTS-FILE.
           COPY BATCHREC.
       FD  CLOSE-REG-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY CLSREGRC.
      * THE DAYRSM RESTATEMENT REGISTER - ONLY THE FIELDS THAT PLACE A
      * RESTATEMENT AGAINST A CLOSED MONTH ARE NAMED HERE
       FD  RSM-REG-FILE
           RECORD CONTAINS 175 CHARACTERS.
       01  RSM-REG-RECORD.
         03  RGR-STAMP          PIC X(14).
         03  RGR-VINTAGE        PIC X(4).
         03  RGR-PROGRAM        PIC X(8).
         03  RGR-OLD-DATE       PIC X(10).
         03  RGR-OLD-SEQ        PIC 9(3).
         03  RGR-OLD-ANSWER     PIC X(20).
         03  FILLER             PIC X(41).
         03  RGR-NEW-DATE       PIC X(10).
         03  RGR-NEW-SEQ        PIC 9(3).
         03  RGR-NEW-ANSWER     PIC X(20).
         03  FILLER             PIC X(14).
         03  RGR-OPERATOR       PIC X(8).
         03  RGR-REASON         PIC X(20).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-P               PIC 9(2) VALUE ZERO.
         03  WK-PGM-CNT         PIC 9(2) VALUE ZERO.
         03  WK-RECS-DELTA      PIC S9(9) VALUE ZERO.
         03  WK-SUPERSEDED-CNT  PIC 9(7) VALUE ZERO.
         03  WK-CLR-STATUS      PIC X(2) VALUE "00".
         03  WK-RGR-STATUS      PIC X(2) VALUE "00".
         03  WK-REG-EOF         PIC X(1) VALUE "0".
         03  WK-M               PIC 9(3) VALUE ZERO.
         03  WK-CLOSED-CNT      PIC 9(3) VALUE ZERO.
         03  WK-RESTATED-CNT    PIC 9(5) VALUE ZERO.
      * MONTHS SIGNED OFF ON THE CLOSE REGISTER, WITH THE STAMP OF
      * THE LATEST (RECORD) CLOSE OF EACH
       01  WK-CLOSED-TABLE.
         03  WK-CLOSED-ENTRY OCCURS 120 TIMES.
           05  CL-MONTH         PIC X(7).
           05  CL-PACKAGE-ID    PIC X(12).
           05  CL-STAMP         PIC X(14).
      * LATEST AND PRIOR RUN PER PROGRAM, IN THE ORDER RECORDS WERE
      * APPENDED TO THE FEED, FOR THE RUN-OVER-RUN DELTA REPORT
       01  WK-DELTA-TABLE.
           05  DL-LAST-RECS     PIC 9(9).
       01  CON-AREA.
         03  CON-MAX-PGMS       PIC 9(2) VALUE 20.
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
         03  CON-MAX-CLOSED     PIC 9(3) VALUE 120.
       01  WK-SUMMARY-LINE.
         03  FILLER             PIC X(9)  VALUE "PROGRAM=".
         03  SUM-PROGRAM-ID     PIC X(8).
         03  DLT-ANS-FLAG       PIC X(11).
         03  FILLER             PIC X(13) VALUE "  RECS-DELTA=".
         03  DLT-RECS-DELTA     PIC +(8)9.
       01  WK-RESTATED-LINE.
         03  FILLER             PIC X(9)  VALUE "PROGRAM=".
         03  RST-PROGRAM        PIC X(8).
         03  FILLER             PIC X(7)  VALUE "  DATE=".
         03  RST-OLD-DATE       PIC X(10).
         03  FILLER             PIC X(9)  VALUE "  ANSWER=".
         03  RST-OLD-ANSWER     PIC X(20).
         03  FILLER             PIC X(5)  VALUE "  TO ".
         03  RST-NEW-ANSWER     PIC X(20).
         03  FILLER             PIC X(4)  VALUE " ON ".
         03  RST-STAMP          PIC X(8).
         03  FILLER             PIC X(10) VALUE "  CLOSED ".
         03  RST-PACKAGE-ID     PIC X(12).
         03  FILLER             PIC X(5)  VALUE "  BY ".
         03  RST-OPERATOR       PIC X(8).
       01  WK-TRAILER-LINE.
         03  FILLER             PIC X(30)
             VALUE "*** DAYSUM RESULTS REPORTED=".
         03  FILLER             PIC X(4)  VALUE " ***".
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
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
               DISPLAY "*** DAYSUM CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
      * FEED AS ONE LINE OF THE CONSOLIDATED OPERATIONS SUMMARY        *
      ******************************************************************
       200-MAIN.
      * A RUN DAYRSM HAS RESTATED IS NOT A CURRENT FIGURE - ITS
      * REPLACEMENT IS REPORTED IN ITS PLACE, AND IT STAYS OUT OF THE
      * RUN-OVER-RUN DELTAS
           IF BR-RUN-STATUS = CON-SUPERSEDED
             THEN
               ADD 1 TO WK-SUPERSEDED-CNT
             ELSE
               ADD 1 TO WK-REC-NO
               MOVE BR-PROGRAM-ID   TO SUM-PROGRAM-ID
               MOVE BR-RUN-DATE     TO SUM-RUN-DATE
               MOVE BR-ANSWER       TO SUM-ANSWER
               MOVE BR-RECORDS-READ TO SUM-RECORDS-READ
      * RECORDS WRITTEN BEFORE THE STATUS FIELD EXISTED READ BACK AS
      * SPACES AND ARE SHOWN AS SUCH
               MOVE BR-RUN-STATUS   TO SUM-RUN-STATUS
               DISPLAY WK-SUMMARY-LINE
      * ROLL THIS RUN INTO THE PER-PROGRAM LATEST/PRIOR PAIR FOR THE
      * RUN-OVER-RUN DELTA REPORT PRINTED AT END OF SUMMARY
               PERFORM 210-TRACK-LATEST-RUNS
           END-IF.
      * READ NEXT RESULT
           READ BATCH-RESULTS-FILE
               AT END MOVE "1" TO WK-EOF
               END-IF
           END-PERFORM.

      ******************************************************************
      * RESTATED-AFTER-CLOSE REPORT - A RUN DAYRSM RESTATED IN A MONTH *
      * THAT DAYMEC HAD ALREADY CLOSED, AFTER THAT MONTH'S CLOSE OF    *
      * RECORD WAS SIGNED OFF. NO CLOSE REGISTER, NO REPORT            *
      ******************************************************************
       320-REPORT-RESTATED.
           PERFORM 325-LOAD-CLOSED-MONTHS.
           IF WK-CLOSED-CNT > ZERO
             THEN
               OPEN INPUT RSM-REG-FILE
               IF WK-RGR-STATUS = "00"
                 THEN
                   DISPLAY "*** DAYSUM RESTATED AFTER MONTH-END CLOSE"
                     " ***"
                   MOVE "0" TO WK-REG-EOF
                   PERFORM UNTIL WK-REG-EOF = "1"
                     READ RSM-REG-FILE
                       AT END
                         MOVE "1" TO WK-REG-EOF
                       NOT AT END
                         IF RGR-VINTAGE = WK-YEAR
                           THEN
                             PERFORM 330-CHECK-RESTATED
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE RSM-REG-FILE
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE CLOSE REGISTER - A RE-ISSUED CLOSE REPLACES THE       *
      * EARLIER ONE AS THE MONTH'S CLOSE OF RECORD                     *
      ******************************************************************
       325-LOAD-CLOSED-MONTHS.
           OPEN INPUT CLOSE-REG-FILE.
           IF WK-CLR-STATUS = "00"
             THEN
               MOVE "0" TO WK-REG-EOF
               PERFORM UNTIL WK-REG-EOF = "1"
                 READ CLOSE-REG-FILE
                   AT END
                     MOVE "1" TO WK-REG-EOF
                   NOT AT END
                     PERFORM 326-TABLE-CLOSE
                 END-READ
               END-PERFORM
               CLOSE CLOSE-REG-FILE
           END-IF.

       326-TABLE-CLOSE.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > WK-CLOSED-CNT
               OR CL-MONTH(WK-M) = CLR-MONTH
               CONTINUE
           END-PERFORM.
           IF WK-M > WK-CLOSED-CNT
             THEN
               IF WK-CLOSED-CNT >= CON-MAX-CLOSED
                 THEN
                   DISPLAY "*** DAYSUM MORE THAN " CON-MAX-CLOSED
                     " CLOSED MONTHS ON CLOSEREG - "
                     CLR-MONTH " NOT CHECKED ***"
                 ELSE
                   ADD 1 TO WK-CLOSED-CNT
                   MOVE WK-CLOSED-CNT TO WK-M
                   MOVE CLR-MONTH TO CL-MONTH(WK-M)
                   MOVE LOW-VALUES TO CL-STAMP(WK-M)
               END-IF
           END-IF.
           IF WK-M <= WK-CLOSED-CNT AND CLR-STAMP >= CL-STAMP(WK-M)
             THEN
               MOVE CLR-PACKAGE-ID TO CL-PACKAGE-ID(WK-M)
               MOVE CLR-STAMP      TO CL-STAMP(WK-M)
           END-IF.

      ******************************************************************
      * ONE RESTATEMENT - FLAG IT WHEN THE RUN IT REPLACED FELL IN A   *
      * CLOSED MONTH AND THE RESTATEMENT CAME AFTER THE CLOSE          *
      ******************************************************************
       330-CHECK-RESTATED.
           PERFORM VARYING WK-M FROM 1 BY 1
             UNTIL WK-M > WK-CLOSED-CNT
               OR CL-MONTH(WK-M) = RGR-OLD-DATE(1:7)
               CONTINUE
           END-PERFORM.
           IF WK-M <= WK-CLOSED-CNT AND RGR-STAMP > CL-STAMP(WK-M)
             THEN
               ADD 1 TO WK-RESTATED-CNT
               MOVE RGR-PROGRAM        TO RST-PROGRAM
               MOVE RGR-OLD-DATE       TO RST-OLD-DATE
               MOVE RGR-OLD-ANSWER     TO RST-OLD-ANSWER
               MOVE RGR-NEW-ANSWER     TO RST-NEW-ANSWER
               MOVE RGR-STAMP(1:8)     TO RST-STAMP
               MOVE CL-PACKAGE-ID(WK-M) TO RST-PACKAGE-ID
               MOVE RGR-OPERATOR       TO RST-OPERATOR
               DISPLAY WK-RESTATED-LINE
           END-IF.

      ******************************************************************
      * END PROCESS                                                    *
      ******************************************************************
      * PAIR EACH PROGRAM'S LATEST RUN WITH ITS PREVIOUS RUN AND
      * REPORT THE DELTAS
           PERFORM 310-REPORT-DELTAS.
      * A RESTATEMENT OF A RUN IN A MONTH ALREADY SIGNED OFF CHANGES
      * FIGURES THE CLOSE PACKAGE REPORTED - FLAG EVERY ONE
           PERFORM 320-REPORT-RESTATED.
      * STANDARD RUN TRAILER
           MOVE WK-REC-NO TO TLR-REC-NO.
           DISPLAY WK-TRAILER-LINE.
           IF WK-SUPERSEDED-CNT > ZERO
             THEN
               DISPLAY "*** DAYSUM SUPERSEDED RUNS NOT REPORTED="
                 WK-SUPERSEDED-CNT " ***"
           END-IF.
           IF WK-RESTATED-CNT > ZERO
             THEN
               DISPLAY "*** DAYSUM RUNS RESTATED AFTER MONTH-END"
                 " CLOSE=" WK-RESTATED-CNT " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
