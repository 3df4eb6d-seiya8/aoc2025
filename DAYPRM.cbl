         03  FILLER             PIC X(10).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-EOF             PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-APPROVER        PIC X(8) VALUE SPACES.
         03  WK-OPM-ACTION      PIC X(8) VALUE SPACES.
         03  WK-OPM-RESULT      PIC X(1) VALUE "0".
         03  WK-OPM-PROGRAM     PIC X(8) VALUE "DAYPRM".
         03  WK-OPM-TARGET      PIC X(24) VALUE "EXPECTATION FILES".
         03  WK-OPM-REASON      PIC X(40)
             VALUE "PROMOTE CANDIDATE EXPECTATIONS".
         03  WK-SAVED-RC        PIC S9(9) COMP VALUE ZERO.
         03  WK-ALR-SEVERITY    PIC X(5) VALUE SPACES.
         03  WK-ALR-PROGRAM     PIC X(8) VALUE "DAYPRM".
         03  CON-MAX-PGMS       PIC 9(2) VALUE 20.
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
               DISPLAY "*** DAYPRM CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS - NO APPROVAL, NO PROMOTION            *
      ******************************************************************
      * ID IS REFUSED AND ALERTED, NOT OBEYED
           MOVE "APPROVE" TO WK-OPM-ACTION.
           CALL "DAYOPM" USING WK-APPROVER WK-OPM-ACTION
               WK-OPM-RESULT WK-OPM-PROGRAM WK-OPM-TARGET
               WK-OPM-REASON.
           IF WK-OPM-RESULT = "2"
             THEN
               DISPLAY "*** DAYPRM APPROVAL FROM [" WK-APPROVER
