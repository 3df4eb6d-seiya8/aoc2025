      * POLLS AND PAGES ON - SO A 2 AM FAILURE IS SEEN AT 2 AM, NOT   *
      * WHEN SOMEONE READS THE LOG AT 8.                              *
      *                                                               *
      * AN ALERT RAISED INSIDE AN ACTIVE MAINTENANCE WINDOW ON THE    *
      * "MNTWIN" MASTER THAT COVERS ITS PROGRAM IS STILL WRITTEN, BUT *
      * MARKED SUPPRESSED WITH THE WINDOW'S ID, SO IT IS NOT PAGED OR *
      * ROUTED. A WINDOW ONLY COUNTS WHEN ITS DECLARER IS AUTHORIZED  *
      * FOR MAINTWIN ON OPERMST - OTHERWISE THE ALERT PAGES AS USUAL. *
      *                                                               *
      * NOTE FOR CALLERS - A CALLED PROGRAM'S RETURN-CODE REPLACES    *
      * THE CALLER'S ON RETURN, AND AN ALERT IS RAISED EXACTLY WHEN A *
      * FAILURE CODE HAS JUST BEEN SET - CALL THIS THROUGH A WRAPPER  *
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
           SELECT MNT-WIN-FILE ASSIGN TO "MNTWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MNTWIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORD CONTAINS 146 CHARACTERS.
           COPY ALERTREC.
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
       FD  MNT-WIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY MNTWINRC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ALERT-STATUS    PIC X(2) VALUE "00".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
         03  WK-RUN-ID          PIC X(14) VALUE SPACES.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-MNTWIN-STATUS   PIC X(2) VALUE "00".
         03  WK-MNTWIN-EOF      PIC X(1) VALUE "0".
         03  WK-NOW-MINUTE      PIC X(12) VALUE SPACES.
         03  WK-IN-SCOPE        PIC X(1) VALUE "N".
         03  WK-P               PIC 9(1) VALUE ZERO.
         03  WK-WINDOW-ID       PIC X(8) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE "MAINTWIN".
         03  WK-OPM-RESULT      PIC X(1) VALUE SPACES.
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYALR".
         03  WK-OPM-TARGET      PIC X(24) VALUE SPACES.
         03  WK-OPM-REASON      PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  LNK-SEVERITY         PIC X(5).
       01  LNK-PROGRAM          PIC X(8).
      * DAYDRV PUBLISHES - AN ABSENT OR EMPTY FILE MEANS NO CHAIN IS
      * RUNNING AND THE RECORD GOES OUT WITHOUT ONE
           PERFORM 100-READ-RUN-ID.
           PERFORM 110-FIND-WINDOW.
           OPEN EXTEND ALERT-FILE.
           IF WK-ALERT-STATUS = "35"
             THEN
               MOVE LNK-STEP-NO     TO AL-STEP-NO
               MOVE LNK-RETURN-CODE TO AL-RETURN-CODE
               MOVE LNK-REASON      TO AL-REASON
      * AN ALERT FROM A TEST ENVIRONMENT IS TAGGED WITH ITS CODE SO IT
      * CAN NEVER BE MISTAKEN FOR A PRODUCTION FAILURE
               CALL "DAYENV" USING WK-ENV-CODE WK-ENV-RESULT
               IF WK-ENV-RESULT = "1"
                 THEN
                   MOVE SPACES TO AL-REASON
                   STRING "[" DELIMITED BY SIZE
                          WK-ENV-CODE DELIMITED BY SPACE
                          "] " DELIMITED BY SIZE
                          LNK-REASON DELIMITED BY SIZE
                     INTO AL-REASON
               END-IF
               MOVE WK-RUN-ID       TO AL-RUN-ID
      * EVERY ALERT STARTS ITS LIFE OPEN - THE ON-CALL ACKNOWLEDGES
      * AND CLOSES IT THROUGH THE DAYAWB WORKBENCH - UNLESS A
      * MAINTENANCE WINDOW SUPPRESSES IT
               IF WK-WINDOW-ID = SPACES
                 THEN
                   MOVE "OPEN"      TO AL-STATE
                 ELSE
                   MOVE "SUPPRESS"  TO AL-STATE
                   DISPLAY "*** DAYALR ALERT FROM " LNK-PROGRAM
                     " SUPPRESSED - MAINTENANCE WINDOW " WK-WINDOW-ID
                     " ***"
               END-IF
               MOVE WK-WINDOW-ID    TO AL-WINDOW-ID
               MOVE SPACES          TO AL-ACK-BY
               MOVE SPACES          TO AL-ACK-STAMP
      * AND IS ROUTED TO WHOEVER IS ON CALL BY DAYESC'S NEXT PASS
               MOVE SPACES          TO AL-ESC-LEVEL
               MOVE SPACES          TO AL-ASSIGNED-TO
               MOVE SPACES          TO AL-ESC-STAMP
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
             ELSE
               END-READ
               CLOSE RUN-ID-FILE
           END-IF.

      ******************************************************************
      * FIND THE MAINTENANCE WINDOW, IF ANY, THAT SUPPRESSES THIS      *
      * ALERT - ACTIVE NOW, COVERING THE RAISING PROGRAM, AND DECLARED *
      * BY AN OPERATOR AUTHORIZED FOR MAINTWIN. THE FIRST SUCH WINDOW  *
      * ON THE MASTER IS THE ONE RECORDED                              *
      ******************************************************************
       110-FIND-WINDOW.
           MOVE SPACES TO WK-WINDOW-ID.
           MOVE "0" TO WK-MNTWIN-EOF.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WK-NOW-MINUTE.
           OPEN INPUT MNT-WIN-FILE.
           IF WK-MNTWIN-STATUS = "00"
             THEN
               PERFORM UNTIL WK-MNTWIN-EOF = "1"
                 READ MNT-WIN-FILE
                   AT END
                     MOVE "1" TO WK-MNTWIN-EOF
                   NOT AT END
                     IF MW-WINDOW-ID NOT = SPACES AND
                        MW-START <= WK-NOW-MINUTE AND
                        MW-END > WK-NOW-MINUTE
                       THEN
                         PERFORM 120-CHECK-ONE-WINDOW
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MNT-WIN-FILE
           END-IF.

       120-CHECK-ONE-WINDOW.
           MOVE "N" TO WK-IN-SCOPE.
           IF MW-PROGRAM(1) = "*ALL"
             THEN
               MOVE "Y" TO WK-IN-SCOPE
             ELSE
               PERFORM VARYING WK-P FROM 1 BY 1
                 UNTIL WK-P > 5
                   IF MW-PROGRAM(WK-P) = LNK-PROGRAM
                     THEN
                       MOVE "Y" TO WK-IN-SCOPE
                   END-IF
               END-PERFORM
           END-IF.
           IF WK-IN-SCOPE = "Y"
             THEN
               MOVE SPACES TO WK-OPM-TARGET
               STRING "MNTWIN " MW-WINDOW-ID DELIMITED BY SIZE
                 INTO WK-OPM-TARGET
               MOVE MW-REASON TO WK-OPM-REASON
               CALL "DAYOPM" USING MW-DECLARED-BY WK-OPM-ACTION
                   WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
                   WK-OPM-REASON
               IF WK-OPM-RESULT = "2"
                 THEN
                   DISPLAY "*** DAYALR MAINTENANCE WINDOW "
                     MW-WINDOW-ID " NOT HONORED - " MW-DECLARED-BY
                     " MAY NOT DECLARE ONE ***"
                 ELSE
                   MOVE MW-WINDOW-ID TO WK-WINDOW-ID
                   MOVE "1" TO WK-MNTWIN-EOF
               END-IF
           END-IF.
