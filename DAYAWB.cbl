      * OVERRIDABLE ON THE CONTROL RECORD) RETURNS A NON-ZERO CODE    *
      * SO THE SCHEDULER SEES THE PILE-UP INSTEAD OF A FILE NOBODY    *
      * REOPENS. RECORDS WRITTEN BEFORE THE STATE FIELDS EXISTED     *
      * READ BACK AS SPACES AND COUNT AS OPEN. AN ALERT DAYALR WROTE  *
      * SUPPRESSED INSIDE A MAINTENANCE WINDOW IS NEITHER COUNTED    *
      * OPEN NOR AGED - IT IS LISTED SEPARATELY AFTER THE BENCH WITH  *
      * THE WINDOW THAT SUPPRESSED IT.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  ALERT-NEW-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  ALERT-NEW-RECORD     PIC X(146).
       FD  AWB-CTL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  AWB-CTL-RECORD.
         03  AWB-AGE-HOURS      PIC X(3).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-ALRNEW-STATUS   PIC X(2) VALUE "00".
         03  WK-ALERTS-OPEN     PIC X(1) VALUE "N".
         03  WK-CTL-STATUS      PIC X(2) VALUE "00".
         03  WK-ACTION          PIC X(8) VALUE "LIST".
         03  WK-TGT-STAMP       PIC X(14) VALUE SPACES.
         03  WK-ACKED-CNT       PIC 9(7) VALUE ZERO.
         03  WK-UPDATED-CNT     PIC 9(7) VALUE ZERO.
         03  WK-OVERDUE-CNT     PIC 9(7) VALUE ZERO.
         03  WK-SUPPR-CNT       PIC 9(7) VALUE ZERO.
         03  WK-SUPPR-HELD      PIC 9(3) VALUE ZERO.
         03  WK-SUPPR-MORE      PIC 9(7) VALUE ZERO.
         03  WK-X               PIC 9(3) VALUE ZERO.
         03  WK-STATE           PIC X(8) VALUE SPACES.
         03  WK-ALERT-NAME      PIC X(16) VALUE "ALERTS".
         03  WK-ALRNEW-NAME     PIC X(16) VALUE "ALERTS.NEW".
         03  BNC-REASON         PIC X(40).
         03  FILLER             PIC X(2)  VALUE SPACES.
         03  BNC-FLAG           PIC X(13).
      * SUPPRESSED ALERTS ARE HELD HERE AND LISTED AFTER THE BENCH
       01  WK-SUPPR-TABLE.
         03  WK-SUPPR-LINE      PIC X(121) OCCURS 100 TIMES.
       01  CON-AREA.
         03  CON-MAX-SUPPR      PIC 9(3) VALUE 100.
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
               DISPLAY "*** DAYAWB CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
                 " OPEN ***"
               MOVE "1" TO WK-EOF
             ELSE
               MOVE "Y" TO WK-ALERTS-OPEN
               IF WK-ACTION NOT = "LIST"
                 THEN
                   OPEN OUTPUT ALERT-NEW-FILE
           MOVE WK-AGE-HOURS TO BNC-AGE.
           MOVE AL-REASON   TO BNC-REASON.
           MOVE SPACES      TO BNC-FLAG.
           IF WK-STATE = "SUPPRESS"
             THEN
               ADD 1 TO WK-SUPPR-CNT
               MOVE SPACES TO BNC-FLAG
               STRING "WIN " AL-WINDOW-ID DELIMITED BY SIZE
                 INTO BNC-FLAG
               IF WK-SUPPR-HELD < CON-MAX-SUPPR
                 THEN
                   ADD 1 TO WK-SUPPR-HELD
                   MOVE WK-BENCH-LINE TO WK-SUPPR-LINE(WK-SUPPR-HELD)
                 ELSE
                   ADD 1 TO WK-SUPPR-MORE
               END-IF
           ELSE IF WK-STATE = "OPEN"
             THEN
               ADD 1 TO WK-OPEN-CNT
               IF AL-SEVERITY = "ERROR" AND
             ELSE
               ADD 1 TO WK-ACKED-CNT
           END-IF.
           IF WK-STATE NOT = "SUPPRESS"
             THEN
               DISPLAY WK-BENCH-LINE
           END-IF.

      ******************************************************************
      * AGE OF THE CURRENT ALERT IN HOURS - THE DATE PORTION GOES     *
      * CLOSE RUN AND REPORT THE BACKLOG                              *
      ******************************************************************
       300-END.
           IF WK-SUPPR-CNT > ZERO
             THEN
               DISPLAY "*** DAYAWB SUPPRESSED IN MAINTENANCE WINDOWS"
                 " - NOT PAGED ***"
               PERFORM VARYING WK-X FROM 1 BY 1
                 UNTIL WK-X > WK-SUPPR-HELD
                   DISPLAY WK-SUPPR-LINE(WK-X)
               END-PERFORM
               IF WK-SUPPR-MORE > ZERO
                 THEN
                   DISPLAY "*** DAYAWB ... AND " WK-SUPPR-MORE
                     " MORE SUPPRESSED ALERT(S) NOT LISTED ***"
               END-IF
           END-IF.
           IF WK-ALERTS-OPEN = "Y"
             THEN
               CLOSE ALERT-FILE
           END-IF.
      * STANDARD RUN TRAILER
           DISPLAY "*** DAYAWB READ=" WK-READ-CNT " OPEN="
             WK-OPEN-CNT " ACKED=" WK-ACKED-CNT " UPDATED="
             WK-UPDATED-CNT " OVERDUE=" WK-OVERDUE-CNT
             " SUPPRESSED=" WK-SUPPR-CNT " ***".
