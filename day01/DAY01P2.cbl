             DEPENDING ON WK-IN-REC-LEN.
       01  IN-RECORD            PIC X(10).
       FD  DIAL-MST-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  DIAL-MST-RECORD.
         03  DM-DIAL-ID         PIC X(4).
         03  DM-SIZE            PIC 9(4).
         03  DM-START           PIC 9(4).
         03  DM-EFF-DATE        PIC X(10).
         03  DM-EXP-DATE        PIC X(10).
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  BATCH-RESULTS-FILE.
       01  RUN-ID-RECORD        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY01P2".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-CUR-DIAL        PIC 9(2) VALUE ZERO.
         03  WK-DL              PIC 9(2) VALUE ZERO.
         03  WK-DIAL-ID         PIC X(4) VALUE SPACES.
         03  WK-DIAL-ASOF       PIC X(10) VALUE SPACES.
         03  WK-DIR             PIC X(1) VALUE SPACES.
         03  WK-DIS-X           PIC X(5) VALUE SPACES.
         03  WK-BAD-DIS-CNT     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.
           PERFORM 395-FREE-RUN-LOCK.
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
               DISPLAY "*** DAY01P2 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************

      ******************************************************************
      * DIAL MASTER PROCESS - LOAD THE PER-DIAL SIZE AND START FROM   *
      * "DIALMST", TAKING ONLY THE VERSION OF EACH DIAL IN EFFECT ON  *
      * THE RUN DATE (THE MASTER IS KEPT IN DIAL AND EFFECTIVE-DATE   *
      * ORDER BY DAY01DM, SO THE LAST VERSION IN EFFECT WINS). NO     *
      * MASTER MEANS THE SINGLE LEGACY 100-POSITION DIAL AT 50        *
      ******************************************************************
       102-LOAD-DIAL-MASTER.
      * THE FEED DATE, WHEN THE LOG CARRIES ONE, IS THE NIGHT THE
      * ROTATIONS BELONG TO - OTHERWISE TODAY
           IF WK-FEED-DATE NOT = SPACES
             THEN
               MOVE WK-FEED-DATE TO WK-DIAL-ASOF
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WK-DIAL-ASOF(1:4)
               MOVE "-" TO WK-DIAL-ASOF(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WK-DIAL-ASOF(6:2)
               MOVE "-" TO WK-DIAL-ASOF(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WK-DIAL-ASOF(9:2)
           END-IF.
           OPEN INPUT DIAL-MST-FILE.
           IF WK-MST-STATUS = "00"
             THEN
                     IF DM-DIAL-ID NOT = SPACES AND
                        DM-SIZE IS NUMERIC AND DM-SIZE > ZERO AND
                        DM-START IS NUMERIC AND
                        (DM-EFF-DATE = SPACES OR
                         DM-EFF-DATE <= WK-DIAL-ASOF) AND
                        (DM-EXP-DATE = SPACES OR
                         DM-EXP-DATE >= WK-DIAL-ASOF)
                       THEN
                         PERFORM VARYING WK-DL FROM 1 BY 1
                           UNTIL WK-DL > WK-DIAL-CNT
                             OR DL-ID(WK-DL) = DM-DIAL-ID
                             CONTINUE
                         END-PERFORM
                         IF WK-DL > WK-DIAL-CNT AND
                            WK-DIAL-CNT < CON-MAX-DIALS
                           THEN
                             ADD 1 TO WK-DIAL-CNT
                         END-IF
                         IF WK-DL <= WK-DIAL-CNT
                           THEN
                             MOVE DM-DIAL-ID TO DL-ID(WK-DL)
                             MOVE DM-SIZE    TO DL-SIZE(WK-DL)
                             MOVE DM-START   TO DL-START(WK-DL)
                             MOVE DM-START   TO DL-POS(WK-DL)
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
