      ******************************************************************
      * MAINTENANCE-WINDOW MASTER "MNTWIN" - ONE RECORD PER DECLARED   *
      * WINDOW (SERVER PATCHING, A STEP RUN DELIBERATELY AGAINST A     *
      * TEST FEED). AN ALERT RAISED INSIDE AN ACTIVE WINDOW WHOSE      *
      * SCOPE TAKES IN ITS PROGRAM IS WRITTEN SUPPRESSED BY DAYALR,    *
      * PROVIDED THE DECLARER HOLDS MAINTWIN ON OPERMST. DAYMWS        *
      * SUMMARIZES WHAT EACH WINDOW SUPPRESSED ONCE IT HAS ENDED.      *
      ******************************************************************
       01  MNT-WIN-RECORD.
         03  MW-WINDOW-ID         PIC X(8).
      * THE WINDOW OPENS AT START AND CLOSES AT END, YYYYMMDDHHMM
         03  MW-START             PIC X(12).
         03  MW-END               PIC X(12).
      * UP TO FIVE PROGRAMS THE WINDOW COVERS - "*ALL" IN THE FIRST
      * COVERS EVERY PROGRAM
         03  MW-SCOPE.
           05  MW-PROGRAM         PIC X(8) OCCURS 5 TIMES.
         03  MW-REASON            PIC X(40).
         03  MW-DECLARED-BY       PIC X(8).
