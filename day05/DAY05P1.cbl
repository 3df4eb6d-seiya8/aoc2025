           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
           SELECT UTIL-CTL-FILE ASSIGN TO "UTILCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-UTILCTL-STATUS.
           SELECT RANGE-UTIL-FILE ASSIGN TO "RNGUTIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-UTIL-STATUS.
           SELECT RANGE-UTIL-NEW-FILE ASSIGN TO "RNGUTIL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-UTILNEW-STATUS.
           SELECT EXPIRY-FILE ASSIGN TO "DAY05P1.EXPIRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-EXPIRY-STATUS.
           SELECT UTIL-SORT-FILE ASSIGN TO "SORTUTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-CTL-FILE
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
       FD  UTIL-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  UTIL-CTL-RECORD.
         03  UTC-IDLE-NIGHTS    PIC 9(3).
      * PER-RANGE UTILIZATION HISTORY, IN FROM/TO ORDER - NIGHTS WITH
      * A HIT, TOTAL HITS, THE LAST NIGHT HIT, AND THE RUN OF NIGHTS
      * THE RANGE HAS BEEN LOADED WITHOUT A SINGLE ID MATCHING IT
       FD  RANGE-UTIL-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  RANGE-UTIL-RECORD.
         03  RGU-KEY.
           05  RGU-FROM         PIC 9(16).
           05  RGU-TO           PIC 9(16).
         03  RGU-HIT-NIGHTS     PIC 9(5).
         03  RGU-HITS           PIC 9(9).
         03  RGU-LAST-HIT       PIC X(10).
         03  RGU-IDLE-NIGHTS    PIC 9(5).
         03  RGU-FIRST-SEEN     PIC X(10).
         03  RGU-LAST-SEEN      PIC X(10).
       FD  RANGE-UTIL-NEW-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  RANGE-UTIL-NEW-RECORD.
         03  RGN-FROM           PIC 9(16).
         03  RGN-TO             PIC 9(16).
         03  RGN-HIT-NIGHTS     PIC 9(5).
         03  RGN-HITS           PIC 9(9).
         03  RGN-LAST-HIT       PIC X(10).
         03  RGN-IDLE-NIGHTS    PIC 9(5).
         03  RGN-FIRST-SEEN     PIC X(10).
         03  RGN-LAST-SEEN      PIC X(10).
      * EXPIRY CANDIDATES IN THE DAY05RM "RNGTXN" LAYOUT - PROPOSED
      * DEL TRANSACTIONS, STAGED AS RNGTXN ONLY AFTER REVIEW
       FD  EXPIRY-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXPIRY-RECORD.
         03  EXP-ACTION         PIC X(3).
         03  EXP-FROM           PIC 9(16).
         03  EXP-TO             PIC 9(16).
         03  EXP-EFF            PIC X(10).
         03  EXP-EXP            PIC X(10).
         03  EXP-OPERATOR       PIC X(8).
       SD  UTIL-SORT-FILE.
       01  UTIL-SORT-REC.
         03  USR-KEY.
           05  USR-FROM         PIC 9(16).
           05  USR-TO           PIC 9(16).
         03  USR-HITS           PIC 9(9).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-LCK-FUNCTION    PIC X(4) VALUE SPACES.
         03  WK-LCK-CALLER      PIC X(8) VALUE "DAY05P1".
         03  WK-LCK-RESULT      PIC X(1) VALUE "0".
         03  WK-LO              PIC 9(5) VALUE ZERO.
         03  WK-HI              PIC 9(5) VALUE ZERO.
         03  WK-MID             PIC 9(5) VALUE ZERO.
      * TONIGHT'S HITS AGAINST EACH LOADED RANGE, PARALLEL TO
      * WK-FROMTO, FOLDED INTO THE NIGHT TABLE ONCE MATCHING IS DONE
      * (ONCE PER GROUP ON A GROUPED FEED)
         03  WK-HITS            PIC 9(9) OCCURS 20000 TIMES.
         03  WK-CREDIT-IDX      PIC 9(5) VALUE ZERO.
         03  WK-UTILCTL-STATUS  PIC X(2) VALUE "00".
         03  WK-UTIL-STATUS     PIC X(2) VALUE "00".
         03  WK-UTILNEW-STATUS  PIC X(2) VALUE "00".
         03  WK-EXPIRY-STATUS   PIC X(2) VALUE "00".
         03  WK-UTIL-EOF        PIC X(1) VALUE "0".
         03  WK-UTIL-HELD       PIC X(1) VALUE "N".
         03  WK-UTIL-FULL       PIC X(1) VALUE "N".
         03  WK-UTIL-DATE       PIC X(10) VALUE SPACES.
         03  WK-IDLE-LIMIT      PIC 9(3) VALUE 30.
         03  WK-NIGHT-CNT       PIC 9(5) VALUE ZERO.
         03  WK-CUR-KEY.
           05  WK-CUR-FROM      PIC 9(16).
           05  WK-CUR-TO        PIC 9(16).
         03  WK-CUR-HITS        PIC 9(9) VALUE ZERO.
         03  WK-UTIL-TRACKED    PIC 9(7) VALUE ZERO.
         03  WK-UTIL-IDLE       PIC 9(7) VALUE ZERO.
         03  WK-EXPIRY-CNT      PIC 9(7) VALUE ZERO.
         03  WK-UTIL-NAME       PIC X(16) VALUE "RNGUTIL".
         03  WK-UTILNEW-NAME    PIC X(16) VALUE "RNGUTIL.NEW".
      * EVERY RANGE LOADED TONIGHT WITH ITS HITS, ACROSS ALL GROUPS -
      * SORTED AND MERGED AGAINST THE HISTORY AT END OF RUN
       01  WK-NIGHT-TABLE.
         03  WK-NIGHT-ENTRY OCCURS 20000 TIMES.
           05  NGT-FROM         PIC 9(16).
           05  NGT-TO           PIC 9(16).
           05  NGT-HITS         PIC 9(9).
       01  CON-AREA.
         03  CON-MAX-RANGE      PIC 9(5) VALUE 20000.
       01  WK-MATCH-LINE.
       01  WK-UNMATCH-TOTAL-LINE.
         03  FILLER             PIC X(20) VALUE "UNMATCHED-ID COUNT=".
         03  UNM-TOTAL-OUT      PIC Z(6)9.
       01  WK-EXPIRY-LINE.
         03  FILLER             PIC X(24)
             VALUE "EXPIRY CANDIDATE FROM=".
         03  EXL-FROM           PIC Z(15)9.
         03  FILLER             PIC X(5)  VALUE "  TO=".
         03  EXL-TO             PIC Z(15)9.
         03  FILLER             PIC X(8)  VALUE "  IDLE=".
         03  EXL-IDLE           PIC Z(4)9.
         03  FILLER             PIC X(12) VALUE "  LAST HIT=".
         03  EXL-LAST-HIT       PIC X(10).

       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 090-SET-ENVIRONMENT.
           PERFORM 100-INIT.
           PERFORM 200-MAIN.
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
               DISPLAY "*** DAY05P1 CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
           UNSTRING IN-RECORD DELIMITED BY "-"
             INTO  WK-FROM(WK-N-RANGE)
                   WK-TO(WK-N-RANGE).
           MOVE ZERO TO WK-HITS(WK-N-RANGE).

      ******************************************************************
      * RANGE SOURCE CONTROL - "MERGED" ON THE OPTIONAL "RNGCTL"      *
                   ADD 1 TO WK-N-RANGE
                   MOVE MRG-FROM TO WK-FROM(WK-N-RANGE)
                   MOVE MRG-TO   TO WK-TO(WK-N-RANGE)
                   MOVE ZERO TO WK-HITS(WK-N-RANGE)
               END-READ
           END-PERFORM.
           CLOSE MERGED-FILE.
                     THEN
                       MOVE "Y" TO SUSTBL-CLEARED(WK-S)
                       ADD 1 TO WK-SUS-CLEARED
                       PERFORM 207-CREDIT-RANGES
                       MOVE SUSTBL-ID(WK-S)  TO CLR-ID
                       MOVE SUSTBL-AGE(WK-S) TO CLR-AGE
                       DISPLAY WK-CLEARED-LINE
           IF WK-MATCH-IDX > ZERO
             THEN
               MOVE "Y" TO WK-SUS-MATCHED
               PERFORM 207-CREDIT-RANGES
           END-IF.
           IF WK-SUS-MATCHED = "Y"
             THEN
             THEN
               ADD 1 TO WK-ANS
               ADD 1 TO WK-GROUP-ANS
      * EVERY RANGE COVERING THE ID COUNTS AS USED TONIGHT
               PERFORM 207-CREDIT-RANGES
      * REPORT THE RANGE THAT MATCHED THIS ID
               MOVE WK-ID TO MAT-ID
               MOVE WK-FROM(WK-MATCH-IDX) TO MAT-FROM
               PERFORM 250-SAVE-CHECKPOINT
           END-IF.

      ******************************************************************
      * CREDIT A HIT TO EVERY RANGE COVERING WK-LOOKUP-ID - FROM THE  *
      * ENTRY 130-FIND-RANGE FOUND, WALK DOWN UNTIL THE RUNNING       *
      * MAXIMUM SAYS NOTHING FURTHER DOWN CAN REACH THE ID, SO AN     *
      * OVERLAPPED RANGE IS NOT REPORTED IDLE JUST BECAUSE THE LOOKUP *
      * HAPPENED TO LAND ON ITS NEIGHBOUR                             *
      ******************************************************************
       207-CREDIT-RANGES.
           MOVE WK-MATCH-IDX TO WK-CREDIT-IDX.
           PERFORM UNTIL WK-CREDIT-IDX = ZERO
               IF WK-TO(WK-CREDIT-IDX) >= WK-LOOKUP-ID
                 THEN
                   ADD 1 TO WK-HITS(WK-CREDIT-IDX)
               END-IF
               IF WK-CREDIT-IDX = 1
                 THEN
                   MOVE ZERO TO WK-CREDIT-IDX
               ELSE IF WK-MAXTO(WK-CREDIT-IDX - 1) < WK-LOOKUP-ID
                 THEN
                   MOVE ZERO TO WK-CREDIT-IDX
                 ELSE
                   SUBTRACT 1 FROM WK-CREDIT-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * FOLD THE CURRENT RANGE TABLE'S HITS INTO THE NIGHT TABLE -    *
      * ONCE PER GROUP ON A GROUPED FEED, ONCE AT END OTHERWISE       *
      ******************************************************************
       170-FOLD-NIGHT-HITS.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-N-RANGE
               IF WK-NIGHT-CNT >= CON-MAX-RANGE
                 THEN
                   MOVE "Y" TO WK-UTIL-FULL
                 ELSE
                   ADD 1 TO WK-NIGHT-CNT
                   MOVE WK-FROM(WK-I) TO NGT-FROM(WK-NIGHT-CNT)
                   MOVE WK-TO(WK-I)   TO NGT-TO(WK-NIGHT-CNT)
                   MOVE WK-HITS(WK-I) TO NGT-HITS(WK-NIGHT-CNT)
               END-IF
           END-PERFORM.

      ******************************************************************
      * PROCESS ONE BUSINESS UNIT'S GROUP - THE CURRENT RECORD IS ITS *
      * "GROUP:" LINE. LOAD AND SORT ITS RANGES, GIVE THE CARRIED     *
           MOVE WK-GROUP-LINE TO OUT-RECORD.
           WRITE OUT-RECORD.
           PERFORM 282-APPEND-GROUP-RESULT.
      * THE NEXT GROUP REUSES THE RANGE TABLE - KEEP THIS ONE'S HITS
           PERFORM 170-FOLD-NIGHT-HITS.

      ******************************************************************
      * CHECKPOINT PROCESS                                             *
           CALL "CBL_RENAME_FILE" USING WK-SUSPNEW-NAME WK-SUSP-NAME
           END-CALL.
           MOVE WK-SAVED-RC TO RETURN-CODE.
      * FOLD TONIGHT'S PER-RANGE HITS INTO THE UTILIZATION HISTORY
      * AND PROPOSE THE LONG-IDLE RANGES FOR EXPIRY
           PERFORM 310-UPDATE-UTILIZATION.
      * CLEAR THE CHECKPOINT - THIS RUN FINISHED CLEAN, SO A SUBSEQUENT
      * RUN SHOULD START FROM THE TOP RATHER THAN RESTART PARTWAY THROUGH
           OPEN OUTPUT CHECKPOINT-FILE.
           DISPLAY "*** DAY05P1 RECORDS READ=" WK-ID-REC-NO
             " FINAL ANSWER=" WK-ANS " ***".

      ******************************************************************
      * UTILIZATION PROCESS - MERGE TONIGHT'S RANGES, WITH THEIR HITS, *
      * AGAINST THE "RNGUTIL" HISTORY (BOTH IN FROM/TO ORDER) INTO A  *
      * NEW HISTORY. A RANGE LOADED TONIGHT WITH NO HIT ADDS ONE IDLE *
      * NIGHT; ANY HIT RESETS THE RUN. A RANGE IDLE FOR THE "UTILCTL" *
      * NUMBER OF NIGHTS (DEFAULT 30) GOES ON "DAY05P1.EXPIRE" AS A   *
      * PROPOSED DAY05RM DEL TRANSACTION FOR REVIEW. A RESTARTED RUN  *
      * CANNOT SEE THE HITS BEFORE ITS CHECKPOINT, SO IT RECORDS THE  *
      * HITS IT SAW BUT COUNTS NO IDLE NIGHT AGAINST ANY RANGE        *
      ******************************************************************
       310-UPDATE-UTILIZATION.
           IF WK-FEED-DATE NOT = SPACES
             THEN
               MOVE WK-FEED-DATE TO WK-UTIL-DATE
             ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WK-UTIL-DATE(1:4)
               MOVE "-" TO WK-UTIL-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WK-UTIL-DATE(6:2)
               MOVE "-" TO WK-UTIL-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WK-UTIL-DATE(9:2)
           END-IF.
           PERFORM 311-READ-UTIL-CONTROL.
           IF WK-GROUPED = "N"
             THEN
               PERFORM 170-FOLD-NIGHT-HITS
           END-IF.
           IF WK-UTIL-FULL = "Y"
             THEN
               DISPLAY "*** DAY05P1 MORE THAN " CON-MAX-RANGE
                 " RANGES TONIGHT - THE EXCESS IS NOT TRACKED ***"
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE "RANGE UTILIZATION TABLE FULL - EXCESS NOT TRACKED"
                 TO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.
           MOVE "0" TO WK-UTIL-EOF.
           OPEN INPUT RANGE-UTIL-FILE.
           IF WK-UTIL-STATUS NOT = "00"
             THEN
               MOVE "1" TO WK-UTIL-EOF
             ELSE
               PERFORM 315-READ-UTIL
           END-IF.
           OPEN OUTPUT RANGE-UTIL-NEW-FILE.
           OPEN OUTPUT EXPIRY-FILE.
           SORT UTIL-SORT-FILE ON ASCENDING KEY USR-FROM USR-TO
               INPUT PROCEDURE IS 312-RELEASE-NIGHT
               OUTPUT PROCEDURE IS 313-MERGE-HISTORY.
      * RANGES NOT LOADED TONIGHT KEEP THEIR HISTORY UNCHANGED
           PERFORM 316-CARRY-UTIL UNTIL WK-UTIL-EOF = "1".
           IF WK-UTIL-STATUS = "00" OR WK-UTIL-STATUS = "10"
             THEN
               CLOSE RANGE-UTIL-FILE
           END-IF.
           CLOSE RANGE-UTIL-NEW-FILE.
           CLOSE EXPIRY-FILE.
           MOVE RETURN-CODE TO WK-SAVED-RC.
           CALL "CBL_DELETE_FILE" USING WK-UTIL-NAME
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WK-UTILNEW-NAME WK-UTIL-NAME
           END-CALL.
           MOVE WK-SAVED-RC TO RETURN-CODE.
           DISPLAY "*** DAY05P1 RANGE UTILIZATION - TRACKED="
             WK-UTIL-TRACKED " IDLE TONIGHT=" WK-UTIL-IDLE
             " EXPIRY CANDIDATES=" WK-EXPIRY-CNT " ***".
           IF WK-EXPIRY-CNT > ZERO
             THEN
               MOVE "WARN " TO WK-LOG-SEVERITY
               MOVE SPACES TO WK-LOG-MESSAGE
               STRING "RANGE EXPIRY CANDIDATES=" WK-EXPIRY-CNT
                 " - SEE DAY05P1.EXPIRE" DELIMITED BY SIZE
                 INTO WK-LOG-MESSAGE
               PERFORM 270-WRITE-RUN-LOG
           END-IF.

      ******************************************************************
      * IDLE-NIGHT LIMIT - OPTIONAL "UTILCTL" RECORD, DEFAULT 30      *
      ******************************************************************
       311-READ-UTIL-CONTROL.
           OPEN INPUT UTIL-CTL-FILE.
           IF WK-UTILCTL-STATUS = "00"
             THEN
               READ UTIL-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF UTC-IDLE-NIGHTS IS NUMERIC AND
                      UTC-IDLE-NIGHTS > ZERO
                     THEN
                       MOVE UTC-IDLE-NIGHTS TO WK-IDLE-LIMIT
                   END-IF
               END-READ
               CLOSE UTIL-CTL-FILE
           END-IF.

      ******************************************************************
      * RELEASE TONIGHT'S RANGES, WITH THEIR HITS, TO THE SORT        *
      ******************************************************************
       312-RELEASE-NIGHT.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-NIGHT-CNT
               MOVE NGT-FROM(WK-I) TO USR-FROM
               MOVE NGT-TO(WK-I)   TO USR-TO
               MOVE NGT-HITS(WK-I) TO USR-HITS
               RELEASE UTIL-SORT-REC
           END-PERFORM.

      ******************************************************************
      * RETURN TONIGHT'S RANGES IN ORDER - A RANGE LOADED MORE THAN   *
      * ONCE (A DUPLICATE, OR THE SAME RANGE IN TWO GROUPS) IS ONE    *
      * HISTORY ENTRY WITH THE HITS SUMMED                            *
      ******************************************************************
       313-MERGE-HISTORY.
           MOVE "0" TO WK-SORT-EOF.
           MOVE "N" TO WK-UTIL-HELD.
           PERFORM UNTIL WK-SORT-EOF = "1"
               RETURN UTIL-SORT-FILE
                 AT END
                   MOVE "1" TO WK-SORT-EOF
                 NOT AT END
                   IF WK-UTIL-HELD = "Y" AND USR-KEY = WK-CUR-KEY
                     THEN
                       ADD USR-HITS TO WK-CUR-HITS
                     ELSE
                       IF WK-UTIL-HELD = "Y"
                         THEN
                           PERFORM 314-POST-RANGE
                       END-IF
                       MOVE "Y" TO WK-UTIL-HELD
                       MOVE USR-KEY  TO WK-CUR-KEY
                       MOVE USR-HITS TO WK-CUR-HITS
                   END-IF
               END-RETURN
           END-PERFORM.
           IF WK-UTIL-HELD = "Y"
             THEN
               PERFORM 314-POST-RANGE
           END-IF.

      ******************************************************************
      * POST ONE OF TONIGHT'S RANGES - CARRY ANY EARLIER HISTORY      *
      * ENTRIES FORWARD, THEN UPDATE THIS RANGE'S ENTRY OR START ONE. *
      * A NIGHT ALREADY RECORDED (A RERUN UNDER THE DATE OVERRIDE)    *
      * IS NOT COUNTED TWICE                                          *
      ******************************************************************
       314-POST-RANGE.
           PERFORM 316-CARRY-UTIL
             UNTIL WK-UTIL-EOF = "1" OR RGU-KEY NOT < WK-CUR-KEY.
           IF WK-UTIL-EOF = "0" AND RGU-KEY = WK-CUR-KEY
             THEN
               MOVE RANGE-UTIL-RECORD TO RANGE-UTIL-NEW-RECORD
               IF RGN-LAST-SEEN NOT = WK-UTIL-DATE
                 THEN
                   IF WK-CUR-HITS > ZERO
                     THEN
                       ADD 1 TO RGN-HIT-NIGHTS
                       ADD WK-CUR-HITS TO RGN-HITS
                       MOVE WK-UTIL-DATE TO RGN-LAST-HIT
                       MOVE ZERO TO RGN-IDLE-NIGHTS
                   END-IF
                   IF WK-CUR-HITS = ZERO AND WK-RESTARTED = "N"
                     THEN
                       ADD 1 TO RGN-IDLE-NIGHTS
                   END-IF
                   MOVE WK-UTIL-DATE TO RGN-LAST-SEEN
               END-IF
               PERFORM 315-READ-UTIL
             ELSE
               MOVE WK-CUR-FROM  TO RGN-FROM
               MOVE WK-CUR-TO    TO RGN-TO
               MOVE WK-UTIL-DATE TO RGN-FIRST-SEEN
               MOVE WK-UTIL-DATE TO RGN-LAST-SEEN
               MOVE WK-CUR-HITS  TO RGN-HITS
               IF WK-CUR-HITS > ZERO
                 THEN
                   MOVE 1 TO RGN-HIT-NIGHTS
                   MOVE WK-UTIL-DATE TO RGN-LAST-HIT
                   MOVE ZERO TO RGN-IDLE-NIGHTS
                 ELSE
                   MOVE ZERO TO RGN-HIT-NIGHTS
                   MOVE SPACES TO RGN-LAST-HIT
                   IF WK-RESTARTED = "N"
                     THEN
                       MOVE 1 TO RGN-IDLE-NIGHTS
                     ELSE
                       MOVE ZERO TO RGN-IDLE-NIGHTS
                   END-IF
               END-IF
           END-IF.
           WRITE RANGE-UTIL-NEW-RECORD.
           ADD 1 TO WK-UTIL-TRACKED.
           IF WK-CUR-HITS = ZERO
             THEN
               ADD 1 TO WK-UTIL-IDLE
           END-IF.
           IF RGN-IDLE-NIGHTS >= WK-IDLE-LIMIT
             THEN
               PERFORM 317-WRITE-EXPIRY
           END-IF.

      ******************************************************************
      * READ THE NEXT HISTORY ENTRY                                   *
      ******************************************************************
       315-READ-UTIL.
           READ RANGE-UTIL-FILE
             AT END
               MOVE "1" TO WK-UTIL-EOF
           END-READ.

      ******************************************************************
      * CARRY ONE HISTORY ENTRY FORWARD UNCHANGED                     *
      ******************************************************************
       316-CARRY-UTIL.
           MOVE RANGE-UTIL-RECORD TO RANGE-UTIL-NEW-RECORD.
           WRITE RANGE-UTIL-NEW-RECORD.
           ADD 1 TO WK-UTIL-TRACKED.
           PERFORM 315-READ-UTIL.

      ******************************************************************
      * ONE EXPIRY CANDIDATE - A PROPOSED DEL IN THE RNGTXN LAYOUT,   *
      * RAISED UNDER THIS PROGRAM'S NAME AS THE PROPOSING OPERATOR    *
      ******************************************************************
       317-WRITE-EXPIRY.
           ADD 1 TO WK-EXPIRY-CNT.
           MOVE "DEL"   TO EXP-ACTION.
           MOVE RGN-FROM TO EXP-FROM.
           MOVE RGN-TO   TO EXP-TO.
           MOVE SPACES  TO EXP-EFF.
           MOVE SPACES  TO EXP-EXP.
           MOVE "DAY05P1" TO EXP-OPERATOR.
           WRITE EXPIRY-RECORD.
           MOVE RGN-FROM        TO EXL-FROM.
           MOVE RGN-TO          TO EXL-TO.
           MOVE RGN-IDLE-NIGHTS TO EXL-IDLE.
           IF RGN-LAST-HIT = SPACES
             THEN
               MOVE "NEVER" TO EXL-LAST-HIT
             ELSE
               MOVE RGN-LAST-HIT TO EXL-LAST-HIT
           END-IF.
           DISPLAY WK-EXPIRY-LINE.

      ******************************************************************
      * SHARED RESULTS PROCESS - APPEND THIS RUN'S ANSWER TO THE        *
      * CROSS-PROGRAM RESULTS FEED SHARED BY THE WHOLE BATCH SUITE      *
