      * OUT ON MISOUT.YYYYMMDD, AND EACH TRANSMISSION IS RECORDED ON  *
      * THE "MISSEND" SEND-LOG, WHICH THE DAYMACK RECONCILER LATER    *
      * MATCHES AGAINST THE MIS'S RETURNED ACKNOWLEDGMENT FILE -     *
      * PROOF THE RESULTS ARRIVED INTACT. A RUN DAYRSM HAS MARKED     *
      * SUPERSEDED IS NOT SENT; INSTEAD EACH RESTATEMENT QUEUED ON    *
      * "MISCORR" WHOSE ORIGINAL WENT OUT ON AN EARLIER TRANSMISSION  *
      * TRAVELS AS A "COR:" CORRECTION RECORD AHEAD OF THE TRAILER,   *
      * SO THE MIS CAN REVERSE THE FIGURE IT ALREADY HOLDS.           *
      *                                                               *
      * A NIGHT THAT CARRIES A VOLUME BREACH (A DAYVOL ALERT), A      *
      * RECONCILIATION BREAK (A DAYRCN ALERT) OR A REGRESSION FAILURE *
      * (A BATCHRES RUN DATED TONIGHT) IS HELD FOR BUSINESS           *
      * CERTIFICATION. THE FILE IS STILL BUILT FOR THE CERTIFIER TO   *
      * INSPECT, BUT IT GOES ON THE SEND-LOG ONLY ONCE A CERTIFIER    *
      * HOLDING THE CERTIFY ACTION ON OPERMST HAS ENTERED AN ACCEPT,  *
      * OR AN ACCEPT-WITH-COMMENT, FOR THE NIGHT ON "MISCERT" - THE   *
      * JOB IS THEN RERUN. A RERUN ON A LATER DAY RELEASES THE HELD   *
      * NIGHT ON A PASS OF ITS OWN, UNDER ITS OWN MISOUT NAME, AHEAD  *
      * OF BUILDING THE CALENDAR NIGHT AS USUAL. QUEUED CORRECTIONS   *
      * WAIT WITH A HELD FILE.                                        *
      * THE CERTIFICATION TRAVELS ON THE HEADER, ITS COMMENT ON A     *
      * "CMT:" RECORD BEHIND IT, AND EVERY HOLD AND RELEASE IS LOGGED *
      * ON "MISHOLD" FOR DAYSTS. A HELD FILE ENDS RETURN-CODE 4.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SEND-LOG-FILE ASSIGN TO "MISSEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SENDLOG-STATUS.
           SELECT MIS-CORR-FILE ASSIGN TO "MISCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MCQ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ALERT-STATUS.
           SELECT MIS-CERT-FILE ASSIGN TO "MISCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CERT-STATUS.
           SELECT MIS-HOLD-FILE ASSIGN TO "MISHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
         03  MIS-HDR-MARKER     PIC X(4).
         03  MIS-HDR-SENDER     PIC X(8).
         03  MIS-HDR-RUN-DATE   PIC X(10).
      * THE ENVIRONMENT THAT BUILT THE FILE - ANYTHING BUT "PROD" IS
      * A TEST FILE THE MIS MUST NOT LOAD
         03  MIS-HDR-ENV        PIC X(8).
      * THE BUSINESS CERTIFICATION - "NOTREQD" ON A CLEAN NIGHT,
      * OTHERWISE THE CERTIFIER'S DECISION ("ACCEPT" OR "ACCEPTC",
      * ACCEPTED WITH COMMENT), WHO MADE IT AND WHEN IT WAS HONOURED.
      * A FILE BUILT WHILE HELD SAYS "HELD" AND IS NEVER TRANSMITTED
         03  MIS-HDR-CERT       PIC X(8).
         03  MIS-HDR-CERT-BY    PIC X(8).
         03  MIS-HDR-CERT-STAMP PIC X(14).
         03  FILLER             PIC X(20).
      * CERTIFIER'S COMMENT - FOLLOWS THE HEADER WHEN ONE WAS GIVEN
       01  MIS-CMT-RECORD REDEFINES MIS-OUT-RECORD.
         03  MIS-CMT-MARKER     PIC X(4).
         03  MIS-CMT-CERT-BY    PIC X(8).
         03  MIS-CMT-TEXT       PIC X(40).
         03  FILLER             PIC X(28).
       01  MIS-DTL-RECORD REDEFINES MIS-OUT-RECORD.
         03  MIS-DTL-PROGRAM    PIC X(8).
         03  MIS-DTL-RUN-DATE   PIC X(10).
         03  MIS-DTL-STATUS     PIC X(18).
         03  MIS-DTL-RUN-ID     PIC X(14).
         03  FILLER             PIC X(1).
      * CORRECTION - THE RUN BEING REVERSED (PROGRAM, RUN DATE, RUN ID
      * AND THE ANSWER THE MIS WAS SENT) AND THE ANSWER REPLACING IT
       01  MIS-COR-RECORD REDEFINES MIS-OUT-RECORD.
         03  MIS-COR-MARKER     PIC X(4).
         03  MIS-COR-PROGRAM    PIC X(8).
         03  MIS-COR-OLD-DATE   PIC X(10).
         03  MIS-COR-OLD-RUN-ID PIC X(14).
         03  MIS-COR-OLD-ANSWER PIC X(20).
         03  MIS-COR-NEW-ANSWER PIC X(20).
         03  FILLER             PIC X(4).
       01  MIS-TRL-RECORD REDEFINES MIS-OUT-RECORD.
         03  MIS-TRL-MARKER     PIC X(4).
         03  MIS-TRL-COUNT      PIC 9(7).
         03  MIS-TRL-HASH       PIC 9(18).
         03  MIS-TRL-COR-COUNT  PIC 9(7).
         03  FILLER             PIC X(44).
       FD  SEND-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SEND-LOG-RECORD.
         03  SND-HASH           PIC 9(18).
      * "Y" ONCE DAYMACK HAS MATCHED THE MIS ACKNOWLEDGMENT
         03  SND-ACKED          PIC X(1).
       FD  MIS-CORR-FILE
           RECORD CONTAINS 114 CHARACTERS.
           COPY MISCORRC.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
      * ONE CERTIFICATION PER RECORD, ENTERED BY THE CERTIFIER - THE
      * NIGHT'S RUN DATE, "ACCEPT" OR "ACCEPTC" (ACCEPT WITH COMMENT),
      * THE CERTIFIER AND THE COMMENT. THE LAST RECORD FOR A NIGHT
      * STANDS
       FD  MIS-CERT-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  MIS-CERT-RECORD.
         03  CRT-RUN-DATE       PIC X(10).
         03  CRT-DECISION       PIC X(8).
         03  CRT-CERTIFIER      PIC X(8).
         03  CRT-COMMENT        PIC X(40).
       FD  MIS-HOLD-FILE
           RECORD CONTAINS 126 CHARACTERS.
           COPY MISHLDRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-READ-CNT        PIC 9(7) VALUE ZERO.
         03  WK-SENT-CNT        PIC 9(7) VALUE ZERO.
         03  WK-HASH-TOTAL      PIC 9(18) VALUE ZERO.
         03  WK-MCQ-STATUS      PIC X(2) VALUE "00".
         03  WK-MCQ-EOF         PIC X(1) VALUE "0".
         03  WK-SND-EOF         PIC X(1) VALUE "0".
         03  WK-WAS-SENT        PIC X(1) VALUE "N".
         03  WK-SUPERSEDED-CNT  PIC 9(7) VALUE ZERO.
         03  WK-COR-CNT         PIC 9(7) VALUE ZERO.
         03  WK-COR-DROPPED     PIC 9(7) VALUE ZERO.
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-CERT-STATUS     PIC X(2) VALUE "00".
         03  WK-HOLD-STATUS     PIC X(2) VALUE "00".
         03  WK-SCAN-EOF        PIC X(1) VALUE "0".
         03  WK-TODAY-STAMP     PIC X(8) VALUE SPACES.
         03  WK-VOL-BREACHES    PIC 9(3) VALUE ZERO.
         03  WK-RCN-BREAKS      PIC 9(3) VALUE ZERO.
         03  WK-REG-FAILS       PIC 9(3) VALUE ZERO.
      * "N" ON A CLEAN NIGHT; "Y" WHEN THE NIGHT NEEDS CERTIFYING
         03  WK-CERT-NEEDED     PIC X(1) VALUE "N".
      * NOTREQD, HELD, OR THE CERTIFIER'S DECISION BEING HONOURED
         03  WK-CERT-STATE      PIC X(8) VALUE "NOTREQD".
         03  WK-CERT-FOUND      PIC X(1) VALUE "N".
         03  WK-CERT-DECISION   PIC X(8) VALUE SPACES.
         03  WK-CERT-BY         PIC X(8) VALUE SPACES.
         03  WK-CERT-COMMENT    PIC X(40) VALUE SPACES.
         03  WK-CERT-STAMP      PIC X(14) VALUE SPACES.
         03  WK-HOLD-REASON     PIC X(40) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE "CERTIFY".
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYMIS".
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYMIS".
         03  WK-ALR-STEP-NO     PIC 9(2) VALUE ZERO.
         03  WK-ALR-RC          PIC 9(2) VALUE ZERO.
         03  WK-ALR-REASON      PIC X(40) VALUE SPACES.
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
      * THE CALENDAR NIGHT - WK-TODAY IS THE NIGHT THE CURRENT PASS
      * IS BUILDING, WHICH ON A RELEASE PASS IS THE HELD NIGHT
         03  WK-CAL-DATE        PIC X(10) VALUE SPACES.
         03  WK-CAL-STAMP       PIC X(8) VALUE SPACES.
      * WHERE ON "MISCERT" THE CERTIFICATION JUDGED THIS PASS SITS
         03  WK-CERT-REC        PIC 9(5) VALUE ZERO.
         03  WK-CERT-SEQ        PIC 9(5) VALUE ZERO.
         03  WK-HLD-CNT         PIC 9(3) VALUE ZERO.
         03  WK-HD              PIC 9(3) VALUE ZERO.
         03  WK-RELEASE-CNT     PIC 9(3) VALUE ZERO.
      * EACH NIGHT ON "MISHOLD" WITH ITS LATEST STATE AND THE MISCERT
      * RECORD THAT STATE WAS JUDGED ON, AND THE LATEST MISCERT RECORD
      * ENTERED FOR IT SINCE
       01  WK-HLD-TABLE.
         03  WK-HLD-ENTRY OCCURS 100 TIMES.
           05  HLD-RUN-DATE     PIC X(10).
           05  HLD-STATE        PIC X(8).
           05  HLD-CERT-SEQ     PIC 9(5).
           05  HLD-LAST-CERT    PIC 9(5).
       01  CON-AREA.
         03  CON-MAX-HLDS       PIC 9(3) VALUE 100.
         03  CON-SENDER         PIC X(8) VALUE "DAYBATCH".
         03  CON-SUPERSEDED     PIC X(18) VALUE "SUPERSEDED".
         03  CON-REG-FAILED     PIC X(18) VALUE "REGRESSION-FAILED".
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
      * A HELD NIGHT CERTIFIED SINCE IT WAS LAST JUDGED IS RELEASED ON
      * A PASS OF ITS OWN FIRST - NEVER IN PLACE OF THE CALENDAR NIGHT
           PERFORM VARYING WK-HD FROM 1 BY 1 UNTIL WK-HD > WK-HLD-CNT
               IF HLD-STATE(WK-HD) = "HELD" AND
                  HLD-LAST-CERT(WK-HD) > HLD-CERT-SEQ(WK-HD) AND
                  HLD-RUN-DATE(WK-HD) NOT = WK-CAL-DATE
                 THEN
                   PERFORM 115-RELEASE-HELD-NIGHT
               END-IF
           END-PERFORM.
           MOVE WK-CAL-DATE TO WK-TODAY.
           MOVE WK-CAL-STAMP TO WK-TODAY-STAMP.
           PERFORM 105-START-NIGHT.
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
               DISPLAY "*** DAYMIS CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
           DISPLAY "*** DAYMIS RUN " FUNCTION CURRENT-DATE(1:4) "-"
             FUNCTION CURRENT-DATE(5:2) "-" FUNCTION CURRENT-DATE(7:2)
             " - MIS RESULTS HANDOFF ***".
           MOVE FUNCTION CURRENT-DATE(1:4) TO WK-CAL-DATE(1:4).
           MOVE "-" TO WK-CAL-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WK-CAL-DATE(6:2).
           MOVE "-" TO WK-CAL-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WK-CAL-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CAL-STAMP.
      * WHICH EARLIER NIGHTS ARE HELD, AND WHETHER ANY HAS BEEN
      * CERTIFIED SINCE
           PERFORM 120-LOAD-HELD-NIGHTS.
      * SELECT THE YEAR-QUALIFIED RESULTS FEED, IF A VINTAGE YEAR WAS
      * SUPPLIED
           OPEN INPUT YEAR-CTL-FILE.
               STRING "BATCHRES." WK-YEAR DELIMITED BY SIZE
                 INTO WK-BATCH-FILENAME
           END-IF.

      ******************************************************************
      * START ONE NIGHT'S PASS - WK-TODAY NAMES THE NIGHT. EVERY       *
      * COUNT AND THE CERTIFICATION STATE START AFRESH, SO A RELEASE   *
      * PASS LEAVES NOTHING BEHIND FOR THE CALENDAR NIGHT              *
      ******************************************************************
       105-START-NIGHT.
           MOVE "0" TO WK-EOF.
           MOVE "0" TO WK-MCQ-EOF.
           MOVE ZERO TO WK-READ-CNT.
           MOVE ZERO TO WK-SENT-CNT.
           MOVE ZERO TO WK-HASH-TOTAL.
           MOVE ZERO TO WK-SUPERSEDED-CNT.
           MOVE ZERO TO WK-COR-CNT.
           MOVE ZERO TO WK-COR-DROPPED.
           MOVE ZERO TO WK-VOL-BREACHES.
           MOVE ZERO TO WK-RCN-BREAKS.
           MOVE ZERO TO WK-REG-FAILS.
           MOVE ZERO TO WK-CERT-SEQ.
           MOVE "N" TO WK-CERT-NEEDED.
           MOVE "NOTREQD" TO WK-CERT-STATE.
           MOVE "N" TO WK-CERT-FOUND.
           MOVE SPACES TO WK-CERT-DECISION.
           MOVE SPACES TO WK-CERT-BY.
           MOVE SPACES TO WK-CERT-COMMENT.
           MOVE SPACES TO WK-CERT-STAMP.
           MOVE SPACES TO WK-HOLD-REASON.
           MOVE SPACES TO WK-MISOUT-NAME.
           STRING "MISOUT." WK-TODAY-STAMP
             DELIMITED BY SIZE INTO WK-MISOUT-NAME.
      * DOES TONIGHT NEED CERTIFYING, AND IF SO HAS IT BEEN
           PERFORM 130-CHECK-CERTIFICATION.
      * OPEN FILES - FAIL WITH A CLEAR MESSAGE RATHER THAN A RAW ABEND
      * IF A DATASET IS MISSING, UNREADABLE, OR CAN'T BE OPENED
           OPEN INPUT BATCH-RESULTS-FILE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MIS-OUT-FILE.
           IF WK-MISOUT-STATUS NOT = "00"
             THEN
           MOVE "HDR:" TO MIS-HDR-MARKER.
           MOVE CON-SENDER TO MIS-HDR-SENDER.
           MOVE WK-TODAY TO MIS-HDR-RUN-DATE.
           MOVE WK-ENV-CODE TO MIS-HDR-ENV.
           MOVE WK-CERT-STATE TO MIS-HDR-CERT.
           MOVE WK-CERT-BY TO MIS-HDR-CERT-BY.
           MOVE WK-CERT-STAMP TO MIS-HDR-CERT-STAMP.
           WRITE MIS-OUT-RECORD.
           IF WK-CERT-COMMENT NOT = SPACES
             THEN
               MOVE SPACES TO MIS-OUT-RECORD
               MOVE "CMT:" TO MIS-CMT-MARKER
               MOVE WK-CERT-BY TO MIS-CMT-CERT-BY
               MOVE WK-CERT-COMMENT TO MIS-CMT-TEXT
               WRITE MIS-OUT-RECORD
           END-IF.
      * READ FIRST RESULT
           READ BATCH-RESULTS-FILE
               AT END MOVE "1" TO WK-EOF
           END-READ.

      ******************************************************************
      * RELEASE PASS - BUILD, JUDGE AND (WHEN THE CERTIFICATION NOW    *
      * STANDS) SEND A HELD NIGHT UNDER ITS OWN MISOUT NAME, EXACTLY   *
      * AS ITS OWN NIGHT'S RUN WOULD HAVE. A CERTIFICATION STILL NOT   *
      * HONOURED LEAVES A NEW HELD RECORD JUDGED ON IT, SO THE SAME    *
      * ENTRY DOES NOT BRING THE NIGHT BACK AGAIN                      *
      ******************************************************************
       115-RELEASE-HELD-NIGHT.
           ADD 1 TO WK-RELEASE-CNT.
           MOVE HLD-RUN-DATE(WK-HD) TO WK-TODAY.
           MOVE WK-TODAY(1:4) TO WK-TODAY-STAMP(1:4).
           MOVE WK-TODAY(6:2) TO WK-TODAY-STAMP(5:2).
           MOVE WK-TODAY(9:2) TO WK-TODAY-STAMP(7:2).
           DISPLAY "*** DAYMIS RELEASE PASS FOR HELD NIGHT "
             WK-TODAY " ***".
           PERFORM 105-START-NIGHT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.

      ******************************************************************
      * HELD NIGHTS - THE LATEST "MISHOLD" RECORD FOR EACH NIGHT, AND  *
      * THE LATEST "MISCERT" ENTRY FOR IT BY ITS PLACE ON THE FILE. A  *
      * NIGHT IS RELEASED ONLY WHEN AN ENTRY HAS BEEN MADE SINCE THE   *
      * ONE ITS HOLD WAS JUDGED ON                                     *
      ******************************************************************
       120-LOAD-HELD-NIGHTS.
           MOVE "0" TO WK-SCAN-EOF.
           OPEN INPUT MIS-HOLD-FILE.
           IF WK-HOLD-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SCAN-EOF = "1"
                 READ MIS-HOLD-FILE
                   AT END
                     MOVE "1" TO WK-SCAN-EOF
                   NOT AT END
                     PERFORM 121-NOTE-HOLD-STATE
                 END-READ
               END-PERFORM
               CLOSE MIS-HOLD-FILE
           END-IF.
           IF WK-HLD-CNT > ZERO
             THEN
               MOVE ZERO TO WK-CERT-REC
               MOVE "0" TO WK-SCAN-EOF
               OPEN INPUT MIS-CERT-FILE
               IF WK-CERT-STATUS = "00"
                 THEN
                   PERFORM UNTIL WK-SCAN-EOF = "1"
                     READ MIS-CERT-FILE
                       AT END
                         MOVE "1" TO WK-SCAN-EOF
                       NOT AT END
                         ADD 1 TO WK-CERT-REC
                         PERFORM 122-NOTE-CERT-ENTRY
                     END-READ
                   END-PERFORM
                   CLOSE MIS-CERT-FILE
               END-IF
           END-IF.

      * THE LATER RECORD FOR A NIGHT STANDS. A RECORD WRITTEN BEFORE
      * THE MISCERT POSITION WAS KEPT COUNTS AS JUDGED ON NONE
       121-NOTE-HOLD-STATE.
           PERFORM VARYING WK-HD FROM 1 BY 1
             UNTIL WK-HD > WK-HLD-CNT
               OR HLD-RUN-DATE(WK-HD) = MHL-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WK-HD > WK-HLD-CNT AND WK-HLD-CNT < CON-MAX-HLDS
             THEN
               ADD 1 TO WK-HLD-CNT
               MOVE WK-HLD-CNT TO WK-HD
               MOVE MHL-RUN-DATE TO HLD-RUN-DATE(WK-HD)
               MOVE ZERO TO HLD-LAST-CERT(WK-HD)
           END-IF.
           IF WK-HD <= WK-HLD-CNT
             THEN
               MOVE MHL-STATE TO HLD-STATE(WK-HD)
               IF MHL-CERT-SEQ IS NUMERIC
                 THEN
                   MOVE MHL-CERT-SEQ TO HLD-CERT-SEQ(WK-HD)
                 ELSE
                   MOVE ZERO TO HLD-CERT-SEQ(WK-HD)
               END-IF
           END-IF.

       122-NOTE-CERT-ENTRY.
           PERFORM VARYING WK-HD FROM 1 BY 1
             UNTIL WK-HD > WK-HLD-CNT
               OR HLD-RUN-DATE(WK-HD) = CRT-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WK-HD <= WK-HLD-CNT
             THEN
               MOVE WK-CERT-REC TO HLD-LAST-CERT(WK-HD)
           END-IF.

      ******************************************************************
      * CERTIFICATION CHECK - COUNT TONIGHT'S VOLUME BREACHES, RECON   *
      * BREAKS AND REGRESSION FAILURES; ANY AT ALL AND THE FILE IS     *
      * HELD UNLESS "MISCERT" CARRIES AN AUTHORIZED ACCEPT FOR TONIGHT *
      ******************************************************************
       130-CHECK-CERTIFICATION.
           PERFORM 140-COUNT-ALERTS.
           PERFORM 150-COUNT-REG-FAILS.
           IF WK-VOL-BREACHES > ZERO OR WK-RCN-BREAKS > ZERO OR
              WK-REG-FAILS > ZERO
             THEN
               MOVE "Y" TO WK-CERT-NEEDED
               PERFORM 160-READ-CERTIFICATION
               PERFORM 170-JUDGE-CERTIFICATION
           END-IF.

      * DAYVOL RAISES AN ALERT PER VOLUME BREACH AND DAYRCN ONE PER
      * RECONCILIATION BREAK - COUNT THOSE RAISED TODAY
       140-COUNT-ALERTS.
           MOVE "0" TO WK-SCAN-EOF.
           OPEN INPUT ALERT-FILE.
           IF WK-ALERT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SCAN-EOF = "1"
                 READ ALERT-FILE
                   AT END
                     MOVE "1" TO WK-SCAN-EOF
                   NOT AT END
                     IF AL-STAMP(1:8) = WK-TODAY-STAMP AND
                        AL-PROGRAM = "DAYVOL"
                       THEN
                         ADD 1 TO WK-VOL-BREACHES
                     END-IF
                     IF AL-STAMP(1:8) = WK-TODAY-STAMP AND
                        AL-PROGRAM = "DAYRCN"
                       THEN
                         ADD 1 TO WK-RCN-BREAKS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

      * A RUN DATED TONIGHT THAT FAILED ITS REGRESSION CHECK. AN
      * UNOPENABLE RESULTS FEED IS LEFT FOR THE MAIN OPEN TO REPORT
       150-COUNT-REG-FAILS.
           MOVE "0" TO WK-SCAN-EOF.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WK-BATCH-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SCAN-EOF = "1"
                 READ BATCH-RESULTS-FILE
                   AT END
                     MOVE "1" TO WK-SCAN-EOF
                   NOT AT END
                     IF BR-RUN-DATE = WK-TODAY AND
                        BR-RUN-STATUS = CON-REG-FAILED
                       THEN
                         ADD 1 TO WK-REG-FAILS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BATCH-RESULTS-FILE
           END-IF.

      * THE LAST CERTIFICATION ENTERED FOR TONIGHT STANDS
       160-READ-CERTIFICATION.
           MOVE "0" TO WK-SCAN-EOF.
           MOVE ZERO TO WK-CERT-REC.
           OPEN INPUT MIS-CERT-FILE.
           IF WK-CERT-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SCAN-EOF = "1"
                 READ MIS-CERT-FILE
                   AT END
                     MOVE "1" TO WK-SCAN-EOF
                   NOT AT END
                     ADD 1 TO WK-CERT-REC
                     IF CRT-RUN-DATE = WK-TODAY
                       THEN
                         MOVE "Y" TO WK-CERT-FOUND
                         MOVE WK-CERT-REC   TO WK-CERT-SEQ
                         MOVE CRT-DECISION  TO WK-CERT-DECISION
                         MOVE CRT-CERTIFIER TO WK-CERT-BY
                         MOVE CRT-COMMENT   TO WK-CERT-COMMENT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MIS-CERT-FILE
           END-IF.

      * AN ACCEPT, OR AN ACCEPT-WITH-COMMENT THAT CARRIES ITS COMMENT,
      * FROM A CERTIFIER WHO HOLDS THE CERTIFY ACTION ON OPERMST
       170-JUDGE-CERTIFICATION.
           IF WK-CERT-FOUND = "N"
             THEN
               MOVE "NO CERTIFICATION FOR TONIGHT ON MISCERT"
                 TO WK-HOLD-REASON
           ELSE IF WK-CERT-DECISION NOT = "ACCEPT" AND
                   WK-CERT-DECISION NOT = "ACCEPTC"
             THEN
               MOVE "CERTIFICATION IS NOT AN ACCEPT"
                 TO WK-HOLD-REASON
           ELSE IF WK-CERT-DECISION = "ACCEPTC" AND
                   WK-CERT-COMMENT = SPACES
             THEN
               MOVE "ACCEPT-WITH-COMMENT GIVES NO COMMENT"
                 TO WK-HOLD-REASON
           ELSE IF WK-CERT-BY = SPACES
             THEN
               MOVE "CERTIFICATION NAMES NO CERTIFIER"
                 TO WK-HOLD-REASON
             ELSE
               MOVE SPACES TO WK-OPM-REASON
               STRING "CERTIFY MIS RESULTS FOR " WK-TODAY
                 DELIMITED BY SIZE INTO WK-OPM-REASON
               MOVE RETURN-CODE TO WK-SAVED-RC
               CALL "DAYOPM" USING WK-CERT-BY WK-OPM-ACTION
                   WK-OPM-RESULT WK-OPM-PROGRAM WK-MISOUT-NAME
                   WK-OPM-REASON
               MOVE WK-SAVED-RC TO RETURN-CODE
               IF WK-OPM-RESULT = "2"
                 THEN
                   MOVE "CERTIFIER NOT AUTHORIZED TO CERTIFY"
                     TO WK-HOLD-REASON
               END-IF
           END-IF.
           IF WK-HOLD-REASON NOT = SPACES
             THEN
               MOVE "HELD" TO WK-CERT-STATE
               MOVE SPACES TO WK-CERT-COMMENT
             ELSE
               MOVE WK-CERT-DECISION TO WK-CERT-STATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WK-CERT-STAMP
               DISPLAY "*** DAYMIS RESULTS CERTIFIED " WK-CERT-STATE
                 " BY " WK-CERT-BY " ***"
           END-IF.

      ******************************************************************
      * MAIN PROCESS - ONE FIXED-FORMAT DETAIL RECORD PER RUN DATED   *
      * TONIGHT, WITH THE ANSWERS ROLLED INTO THE TRAILER HASH TOTAL  *
      ******************************************************************
       200-MAIN.
           ADD 1 TO WK-READ-CNT.
      * A RUN RESTATED BEFORE IT WAS EVER SENT SIMPLY DOES NOT GO -
      * ITS REPLACEMENT IS THE FIGURE THE MIS SHOULD HOLD
           IF BR-RUN-DATE = WK-TODAY AND
              BR-RUN-STATUS = CON-SUPERSEDED
             THEN
               ADD 1 TO WK-SUPERSEDED-CNT
           ELSE IF BR-RUN-DATE = WK-TODAY
             THEN
               ADD 1 TO WK-SENT-CNT
               MOVE SPACES TO MIS-OUT-RECORD
      * THE RECONCILER WILL MATCH THE ACKNOWLEDGMENT AGAINST          *
      ******************************************************************
       300-END.
           CLOSE BATCH-RESULTS-FILE.
      * QUEUED RESTATEMENTS GO OUT AS CORRECTIONS AHEAD OF THE TRAILER
           PERFORM 310-SEND-CORRECTIONS.
           MOVE SPACES TO MIS-OUT-RECORD.
           MOVE "TRL:" TO MIS-TRL-MARKER.
           MOVE WK-SENT-CNT TO MIS-TRL-COUNT.
           MOVE WK-HASH-TOTAL TO MIS-TRL-HASH.
           MOVE WK-COR-CNT TO MIS-TRL-COR-COUNT.
           WRITE MIS-OUT-RECORD.
           CLOSE MIS-OUT-FILE.
      * A TEST ENVIRONMENT'S FILE IS BUILT FOR INSPECTION BUT NEVER
      * GOES ON THE SEND-LOG, SO IT IS NOT TRANSMITTED AND DAYMACK
      * NEVER CHASES AN ACKNOWLEDGMENT FOR IT. A FILE HELD FOR
      * CERTIFICATION IS TREATED THE SAME WAY UNTIL IT IS CERTIFIED
           IF WK-ENV-RESULT = "1"
             THEN
               DISPLAY "*** DAYMIS ENVIRONMENT " WK-ENV-CODE " IS NOT"
                 " LIVE - " WK-MISOUT-NAME " NOT TRANSMITTED ***"
           ELSE IF WK-CERT-STATE = "HELD"
             THEN
               DISPLAY "*** DAYMIS " WK-MISOUT-NAME " HELD FOR"
                 " CERTIFICATION - NOT TRANSMITTED ***"
               DISPLAY "*** DAYMIS " FUNCTION TRIM(WK-HOLD-REASON)
                 " ***"
               MOVE "WARN " TO WK-ALR-SEVERITY
               MOVE 4 TO WK-ALR-RC
               MOVE "MIS RESULTS HELD FOR CERTIFICATION"
                 TO WK-ALR-REASON
               PERFORM 350-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
             ELSE
               OPEN EXTEND SEND-LOG-FILE
               IF WK-SENDLOG-STATUS = "35"
                 THEN
                   OPEN OUTPUT SEND-LOG-FILE
               END-IF
               MOVE WK-TODAY       TO SND-DATE
               MOVE WK-MISOUT-NAME TO SND-FILENAME
               MOVE WK-SENT-CNT    TO SND-COUNT
               MOVE WK-HASH-TOTAL  TO SND-HASH
               MOVE "N"            TO SND-ACKED
               WRITE SEND-LOG-RECORD
               CLOSE SEND-LOG-FILE
           END-IF.
           IF WK-CERT-NEEDED = "Y"
             THEN
               PERFORM 340-LOG-HOLD
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYMIS SENT " WK-SENT-CNT " RUN(S) ON "
             WK-MISOUT-NAME " - HASH " WK-HASH-TOTAL
             " - RESULTS READ=" WK-READ-CNT " ***".
           IF WK-COR-CNT > ZERO OR WK-COR-DROPPED > ZERO OR
              WK-SUPERSEDED-CNT > ZERO
             THEN
               DISPLAY "*** DAYMIS CORRECTIONS SENT=" WK-COR-CNT
                 " NOT NEEDED=" WK-COR-DROPPED
                 " SUPERSEDED RUNS WITHHELD=" WK-SUPERSEDED-CNT " ***"
           END-IF.
           DISPLAY "*** DAYMIS CERTIFICATION=" WK-CERT-STATE
             " VOLUME BREACHES=" WK-VOL-BREACHES
             " RECON BREAKS=" WK-RCN-BREAKS
             " REGRESSION FAILURES=" WK-REG-FAILS " ***".

      ******************************************************************
      * CORRECTION PROCESS - ONE "COR:" RECORD PER QUEUED RESTATEMENT *
      * WHOSE ORIGINAL THE MIS ALREADY HAS. THE ORIGINAL WENT OUT ON  *
      * THE TRANSMISSION FOR ITS OWN RUN DATE, SO THE SEND-LOG SAYS   *
      * WHETHER IT WAS SENT; ONE THAT NEVER WENT NEEDS NO REVERSAL.   *
      * THE QUEUE IS EMPTIED ONCE THE CORRECTIONS ARE WRITTEN - BUT   *
      * NOT BEHIND A HELD FILE, WHICH IS NEVER SENT; THE CERTIFIED    *
      * RERUN CARRIES THEM                                            *
      ******************************************************************
       310-SEND-CORRECTIONS.
           OPEN INPUT MIS-CORR-FILE.
           IF WK-MCQ-STATUS = "00"
             THEN
               PERFORM UNTIL WK-MCQ-EOF = "1"
                 READ MIS-CORR-FILE
                   AT END
                     MOVE "1" TO WK-MCQ-EOF
                   NOT AT END
                     PERFORM 320-CHECK-ORIGINAL-SENT
                     IF WK-WAS-SENT = "Y"
                       THEN
                         PERFORM 330-WRITE-CORRECTION
                       ELSE
                         ADD 1 TO WK-COR-DROPPED
                         DISPLAY "*** DAYMIS " MCQ-PROGRAM " "
                           MCQ-OLD-DATE " WAS NEVER SENT -"
                           " NO CORRECTION NEEDED ***"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MIS-CORR-FILE
               IF WK-CERT-STATE NOT = "HELD"
                 THEN
                   OPEN OUTPUT MIS-CORR-FILE
                   CLOSE MIS-CORR-FILE
               END-IF
           END-IF.

      ******************************************************************
      * HAS A TRANSMISSION FOR THE ORIGINAL'S RUN DATE BEEN LOGGED     *
      ******************************************************************
       320-CHECK-ORIGINAL-SENT.
           MOVE "N" TO WK-WAS-SENT.
           MOVE "0" TO WK-SND-EOF.
           OPEN INPUT SEND-LOG-FILE.
           IF WK-SENDLOG-STATUS = "00"
             THEN
               PERFORM UNTIL WK-SND-EOF = "1"
                 READ SEND-LOG-FILE
                   AT END
                     MOVE "1" TO WK-SND-EOF
                   NOT AT END
                     IF SND-DATE = MCQ-OLD-DATE
                       THEN
                         MOVE "Y" TO WK-WAS-SENT
                         MOVE "1" TO WK-SND-EOF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SEND-LOG-FILE
           END-IF.

       330-WRITE-CORRECTION.
           ADD 1 TO WK-COR-CNT.
           MOVE SPACES TO MIS-OUT-RECORD.
           MOVE "COR:"         TO MIS-COR-MARKER.
           MOVE MCQ-PROGRAM    TO MIS-COR-PROGRAM.
           MOVE MCQ-OLD-DATE   TO MIS-COR-OLD-DATE.
           MOVE MCQ-OLD-RUN-ID TO MIS-COR-OLD-RUN-ID.
           MOVE MCQ-OLD-ANSWER TO MIS-COR-OLD-ANSWER.
           MOVE MCQ-NEW-ANSWER TO MIS-COR-NEW-ANSWER.
           WRITE MIS-OUT-RECORD.

      ******************************************************************
      * CERTIFICATION HOLD LOG - ONE RECORD PER RUN OF A NIGHT THAT    *
      * NEEDED CERTIFYING, HELD OR RELEASED, FOR DAYSTS                *
      ******************************************************************
       340-LOG-HOLD.
           OPEN EXTEND MIS-HOLD-FILE.
           IF WK-HOLD-STATUS = "35"
             THEN
               OPEN OUTPUT MIS-HOLD-FILE
           END-IF.
           MOVE WK-TODAY        TO MHL-RUN-DATE.
           MOVE WK-MISOUT-NAME  TO MHL-FILENAME.
           IF WK-CERT-STATE = "HELD"
             THEN
               MOVE "HELD" TO MHL-STATE
             ELSE
               MOVE "CERTIFD" TO MHL-STATE
           END-IF.
           MOVE WK-VOL-BREACHES TO MHL-VOL-BREACHES.
           MOVE WK-RCN-BREAKS   TO MHL-RCN-BREAKS.
           MOVE WK-REG-FAILS    TO MHL-REG-FAILS.
           MOVE WK-CERT-DECISION TO MHL-DECISION.
           MOVE WK-CERT-BY      TO MHL-CERT-BY.
           MOVE WK-HOLD-REASON  TO MHL-HOLD-REASON.
           MOVE WK-CERT-SEQ     TO MHL-CERT-SEQ.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MHL-STAMP.
           WRITE MIS-HOLD-RECORD.
           CLOSE MIS-HOLD-FILE.

      ******************************************************************
      * ALERT PROCESS - APPEND ONE FIXED-LAYOUT ALERT RECORD THROUGH  *
      * DAYALR. RETURN-CODE IS SAVED AROUND THE CALL                  *
      ******************************************************************
       350-WRITE-ALERT.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "DAYALR" USING WK-ALR-SEVERITY WK-ALR-PROGRAM
               WK-ALR-STEP-NO WK-ALR-RC WK-ALR-REASON.
           MOVE WK-SAVED-RC TO RETURN-CODE.
