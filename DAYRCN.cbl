       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-TOT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  ROUTE-TOT-RECORD.
         03  TOT-RUN-DATE       PIC X(10).
         03  TOT-ROUTE          PIC X(8).
         03  TOT-ROUTED         PIC 9(7).
         03  TOT-HELD-RECS      PIC 9(7).
         03  TOT-STATUS         PIC X(1).
       FD  YEAR-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
           COPY YEARCTL.
           COPY BATCHREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-TOT-STATUS      PIC X(2) VALUE "00".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
           05  RCN-ROUTED       PIC 9(7).
           05  RCN-READ         PIC 9(9).
           05  RCN-RAN          PIC X(1).
      * "H" - THE ROUTE'S BLOCK WAS HELD IN QUARANTINE BY THE SPLIT,
      * SO ITS STEP HAD NOTHING TO READ TONIGHT
           05  RCN-HELD         PIC X(1).
       01  CON-AREA.
         03  CON-MAX-ROUTES     PIC 9(2) VALUE 20.
       01  WK-RECON-LINE.
         03  RCL-VERDICT        PIC X(20).
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
               DISPLAY "*** DAYRCN CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
                       MOVE TOT-ROUTED TO RCN-ROUTED(WK-ROUTE-CNT)
                       MOVE ZERO       TO RCN-READ(WK-ROUTE-CNT)
                       MOVE "N"        TO RCN-RAN(WK-ROUTE-CNT)
                       MOVE TOT-STATUS TO RCN-HELD(WK-ROUTE-CNT)
                   END-IF
               END-READ
           END-PERFORM.
               MOVE RCN-ROUTE(WK-R)  TO RCL-ROUTE
               MOVE RCN-ROUTED(WK-R) TO RCL-ROUTED
               MOVE RCN-READ(WK-R)   TO RCL-READ
      * A ROUTE HELD IN QUARANTINE IS ACCOUNTED FOR - ITS STEP IS
      * RERUN STANDALONE ONCE THE OPERATOR RELEASES THE BLOCK
               IF RCN-HELD(WK-R) = "H"
                 THEN
                   MOVE "HELD - QUARANTINED" TO RCL-VERDICT
               ELSE IF RCN-RAN(WK-R) = "N"
                 THEN
                   MOVE "*** NOT RUN ***" TO RCL-VERDICT
                   PERFORM 310-RAISE-MISMATCH
                 ELSE
                   MOVE "IN BALANCE" TO RCL-VERDICT
               END-IF
               END-IF
               END-IF
               DISPLAY WK-RECON-LINE
           END-PERFORM.
           IF WK-MISMATCH-CNT > ZERO
