         03  SNP-STAMP          PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-ENV-CODE        PIC X(8) VALUE SPACES.
         03  WK-ENV-RESULT      PIC X(1) VALUE "0".
         03  WK-YRCTL-STATUS    PIC X(2) VALUE "00".
         03  WK-YEAR            PIC X(4) VALUE SPACES.
         03  WK-PROBE-FILENAME  PIC X(24) VALUE SPACES.
         03  FILLER             PIC X(16) VALUE "DIALMST".
         03  FILLER             PIC X(16) VALUE "GRIDCTL".
         03  FILLER             PIC X(16) VALUE "BANDCTL".
         03  FILLER             PIC X(16) VALUE "SCANCTL".
         03  FILLER             PIC X(16) VALUE "DIGITCTL".
         03  FILLER             PIC X(16) VALUE "BANKMST".
         03  FILLER             PIC X(16) VALUE "RTECTL".
         03  FILLER             PIC X(16) VALUE "RETCTL".
         03  FILLER             PIC X(16) VALUE "TRNDCTL".
         03  FILLER             PIC X(16) VALUE "ROLLCTL".
         03  FILLER             PIC X(16) VALUE "SUSPCTL".
         03  FILLER             PIC X(16) VALUE "RNGCTL".
         03  FILLER             PIC X(16) VALUE "UTILCTL".
         03  FILLER             PIC X(16) VALUE "GAPCTL".
         03  FILLER             PIC X(16) VALUE "TOPCTL".
         03  FILLER             PIC X(16) VALUE "RECTCTL".
         03  FILLER             PIC X(16) VALUE "HISTCTL".
         03  FILLER             PIC X(16) VALUE "LCKCTL".
         03  FILLER             PIC X(16) VALUE "WINCTL".
         03  FILLER             PIC X(16) VALUE "SLACTL".
         03  FILLER             PIC X(16) VALUE "SLATGT".
         03  FILLER             PIC X(16) VALUE "ONCMST".
         03  FILLER             PIC X(16) VALUE "ESCCTL".
         03  FILLER             PIC X(16) VALUE "OARCTL".
         03  FILLER             PIC X(16) VALUE "LNQCTL".
         03  FILLER             PIC X(16) VALUE "QUARCTL".
         03  FILLER             PIC X(16) VALUE "SHDLIST".
         03  FILLER             PIC X(16) VALUE "ENVCTL".
         03  FILLER             PIC X(16) VALUE "CAPCTL".
         03  FILLER             PIC X(16) VALUE "MECCTL".
         03  FILLER             PIC X(16) VALUE "FRQCTL".
         03  FILLER             PIC X(16) VALUE "STEPCAL".
         03  FILLER             PIC X(16) VALUE "FAWCTL".
         03  FILLER             PIC X(16) VALUE "DEPCTL".
         03  FILLER             PIC X(16) VALUE "DSPCTL".
         03  FILLER             PIC X(16) VALUE "OPERMST".
         03  FILLER             PIC X(16) VALUE "SECTCTL".
         03  FILLER             PIC X(16) VALUE "RANGEMST".
         03  FILLER             PIC X(16) VALUE "RMCTL".
         03  FILLER             PIC X(16) VALUE "DMCTL".
         03  FILLER             PIC X(16) VALUE "PHSCTL".
         03  FILLER             PIC X(16) VALUE "TMPCTL".
         03  FILLER             PIC X(16) VALUE "ROSTMST".
         03  FILLER             PIC X(16) VALUE "CONRULE".
         03  FILLER             PIC X(16) VALUE "MNTWIN".
         03  FILLER             PIC X(16) VALUE "DAY01P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY01P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P1C.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY03P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY05P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY05P2.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY09P1.EXPECT".
         03  FILLER             PIC X(16) VALUE "DAY09P1B.EXPECT".
       01  WK-CONFIG-NAMES REDEFINES WK-CONFIG-TABLE.
         03  WK-CONFIG-NAME     PIC X(16) OCCURS 68 TIMES.
      * THE STEPS WHOSE EXPECTATION FILES GO YEAR-QUALIFIED ONCE
      * DAYROLL HAS OPENED A VINTAGE - THE LIVE DAYNNPN.YYYY.EXPECT
      * NAMES JOIN THE BUNDLE ALONGSIDE THE BASE NAMES ABOVE
         03  FILLER             PIC X(8) VALUE "DAY01P1 ".
         03  FILLER             PIC X(8) VALUE "DAY01P2 ".
         03  FILLER             PIC X(8) VALUE "DAY03P1 ".
         03  FILLER             PIC X(8) VALUE "DAY03P1C".
         03  FILLER             PIC X(8) VALUE "DAY03P2 ".
         03  FILLER             PIC X(8) VALUE "DAY05P1 ".
         03  FILLER             PIC X(8) VALUE "DAY05P2 ".
         03  FILLER             PIC X(8) VALUE "DAY09P1 ".
         03  FILLER             PIC X(8) VALUE "DAY09P1B".
       01  WK-STEP-NAMES REDEFINES WK-STEP-TABLE.
         03  WK-STEP-NAME-TBL   PIC X(8) OCCURS 9 TIMES.
       01  CON-AREA.
         03  CON-CONFIG-CNT     PIC 9(2) VALUE 68.
         03  CON-STEP-CNT       PIC 9(2) VALUE 9.
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
               DISPLAY "*** DAYSNP CANNOT RESOLVE ITS ENVIRONMENT"
                 " - ABORTING ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * INITIALIZATION PROCESS                                         *
      ******************************************************************
