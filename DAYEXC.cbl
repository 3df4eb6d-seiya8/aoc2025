       PROGRAM-ID. DAYEXC.
      ******************************************************************
      * NIGHTLY EXCEPTION-BACKLOG INVENTORY. EXCEPTIONS ACCUMULATE IN *
      * FIVE PLACES AND EACH USED TO BE LOOKED AT ONLY WHEN ITS OWN   *
      * PROGRAM HAPPENED TO RUN: THE DAYRTE.SUSP UNROUTED LINES, THE  *
      * DAYRTE.REJ DIVERTED BLOCKS, THE DAY05P1.SUSP AGED UNMATCHED   *
      * IDS, THE OUTSTANDING PER-STEP CHECKPOINTS, AND THE            *
      * DAY03P2.REJ REFUSED DIGIT-FEED LINES. THIS PROGRAM            *
      * COUNTS AND AGES EACH BACKLOG, COMPARES AGAINST THE COUNTS     *
      * THE PRIOR RUN LEFT ON "DAYEXC.PREV" (ITEMS ADDED AND CLEARED  *
      * SINCE), PRINTS ONE INVENTORY REPORT, AND RAISES A DAYALR      *
           SELECT ID-SUSP-FILE ASSIGN TO "DAY05P1.SUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-IDSUSP-STATUS.
           SELECT DIGIT-REJ-FILE ASSIGN TO "DAY03P2.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DIGREJ-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WK-CKPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CKPT-STATUS.
       01  ID-SUSP-RECORD.
         03  SUS-ID             PIC 9(16).
         03  SUS-AGE            PIC 9(3).
       FD  DIGIT-REJ-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  DIGIT-REJ-RECORD.
         03  DRJ-RUN-DATE       PIC X(10).
         03  FILLER             PIC X(130).
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  PREV-FILE
         03  EXC-AGE-LIMIT      PIC 9(3).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-RTESUSP-STATUS  PIC X(2) VALUE "00".
         03  WK-RTEREJ-STATUS   PIC X(2) VALUE "00".
         03  WK-IDSUSP-STATUS   PIC X(2) VALUE "00".
         03  WK-DIGREJ-STATUS   PIC X(2) VALUE "00".
         03  WK-CKPT-FILENAME   PIC X(16) VALUE SPACES.
         03  WK-CKPT-STATUS     PIC X(2) VALUE "00".
         03  WK-PREV-STATUS     PIC X(2) VALUE "00".
      * ONE INVENTORY ENTRY PER BACKLOG - TONIGHT'S COUNT, THE PRIOR
      * RUN'S COUNT, AND THE OLDEST ITEM'S AGE WHERE ONE IS KNOWABLE
       01  WK-INV-TABLE.
         03  WK-INV-ENTRY OCCURS 5 TIMES.
           05  INV-DATASET      PIC X(16).
           05  INV-COUNT        PIC 9(7).
           05  INV-PREV         PIC 9(7).
       01  WK-CKPT-OWNERS REDEFINES WK-CKPT-TABLE.
         03  WK-CKPT-OWNER      PIC X(8) OCCURS 4 TIMES.
       01  CON-AREA.
         03  CON-INV-CNT        PIC 9(2) VALUE 5.
         03  CON-CKPT-CNT       PIC 9(2) VALUE 4.
       01  WK-INV-LINE.
         03  IVL-DATASET        PIC X(16).
         03  IVL-FLAG           PIC X(16).
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
               DISPLAY "*** DAYEXC CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
               END-READ
               CLOSE EXC-CTL-FILE
           END-IF.
      * NAME THE FIVE BACKLOGS AND PULL IN THE PRIOR RUN'S COUNTS
           MOVE "DAYRTE.SUSP"  TO INV-DATASET(1).
           MOVE "DAYRTE.REJ"   TO INV-DATASET(2).
           MOVE "DAY05P1.SUSP" TO INV-DATASET(3).
           MOVE "CHECKPOINTS"  TO INV-DATASET(4).
           MOVE "DAY03P2.REJ"  TO INV-DATASET(5).
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > CON-INV-CNT
               MOVE ZERO TO INV-COUNT(WK-I)
               MOVE ZERO TO INV-PREV(WK-I)
           PERFORM 220-COUNT-RTE-REJECTS.
           PERFORM 230-COUNT-ID-SUSPENSE.
           PERFORM 240-COUNT-CHECKPOINTS.
           PERFORM 250-COUNT-DIGIT-REJECTS.

      ******************************************************************
      * UNROUTED LINES PARKED BY DAYRTE - A COUNT ONLY; THE SUSPENSE  *
               CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * DIGIT-FEED LINES REFUSED BY DAY03P2 - AGED IN DAYS FROM THE   *
      * NIGHT EACH WAS REFUSED                                        *
      ******************************************************************
       250-COUNT-DIGIT-REJECTS.
           MOVE ZERO TO WK-COUNT.
           MOVE ZERO TO WK-OLDEST.
           MOVE "0" TO WK-EOF.
           OPEN INPUT DIGIT-REJ-FILE.
           IF WK-DIGREJ-STATUS = "00"
             THEN
               PERFORM UNTIL WK-EOF = "1"
                 READ DIGIT-REJ-FILE
                   AT END
                     MOVE "1" TO WK-EOF
                   NOT AT END
                     ADD 1 TO WK-COUNT
                     IF DRJ-RUN-DATE(1:4) IS NUMERIC AND
                        DRJ-RUN-DATE(6:2) IS NUMERIC AND
                        DRJ-RUN-DATE(9:2) IS NUMERIC
                       THEN
                         COMPUTE WK-STAMP-INT =
                           FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(DRJ-RUN-DATE(1:4)) * 10000
                           + FUNCTION NUMVAL(DRJ-RUN-DATE(6:2)) * 100
                           + FUNCTION NUMVAL(DRJ-RUN-DATE(9:2)))
                         COMPUTE WK-AGE-DAYS =
                           WK-NOW-INT - WK-STAMP-INT
                         IF WK-AGE-DAYS > WK-OLDEST
                           THEN
                             MOVE WK-AGE-DAYS TO WK-OLDEST
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DIGIT-REJ-FILE
           END-IF.
           MOVE WK-COUNT  TO INV-COUNT(5).
           MOVE WK-OLDEST TO INV-OLDEST(5).
           IF WK-COUNT > ZERO
             THEN
               MOVE "Y" TO INV-HAVE-AGE(5)
           END-IF.

      ******************************************************************
      * END PROCESS - THE INVENTORY REPORT, THE ALERTS, AND THE NEW   *
      * BASELINE FOR TOMORROW'S COMPARISON                            *
