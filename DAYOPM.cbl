      * APPROVE ON PRMCTL, SO THE ACTIONS THAT STEER THE SUITE ARE    *
      * VALIDATED HERE BEFORE THEY ARE HONORED. THE MASTER CARRIES    *
      * ONE RECORD PER PERMITTED OPERATOR-AND-ACTION PAIR (HOLD,      *
      * SKIP, ABORT, APPROVE, RESTORE, FORCE, RELEASE, SIGNOFF,       *
      * CERTIFY, MAINTWIN, RESTATE, APPRVRNG).                        *
      *                                                               *
      * RESULTS:                                                      *
      *   "0" - OPERATOR IS AUTHORIZED FOR THE ACTION                 *
      *         THE CALLER PROCEEDS AS BEFORE, WITH A WARNING         *
      *   "2" - OPERATOR UNLISTED OR NOT AUTHORIZED - REFUSE THE      *
      *         ACTION, DO NOT OBEY IT                                *
      *                                                               *
      * EVERY CHECK, WHATEVER ITS RESULT, IS APPENDED TO THE          *
      * "OPRLEDG" OPERATOR LEDGER WITH THE CALLING PROGRAM, THE       *
      * TARGET OF THE ACTION, THE OPERATOR'S REASON, AND THE CHAIN    *
      * RUN ID, SO THE ACCESS REVIEW HAS ONE STRUCTURED RECORD OF WHO *
      * DID WHAT RATHER THAN FREE TEXT SCATTERED OVER RUNLOG.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPER-MST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MST-STATUS.
           SELECT OPER-LEDGER-FILE ASSIGN TO "OPRLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LEDGER-STATUS.
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MST-FILE
       01  OPER-MST-RECORD.
         03  OPM-ID             PIC X(8).
         03  OPM-ACTION         PIC X(8).
       FD  OPER-LEDGER-FILE
           RECORD CONTAINS 124 CHARACTERS.
           COPY OPRLEDRC.
       FD  RUN-ID-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  RUN-ID-RECORD        PIC X(14).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-MST-STATUS      PIC X(2) VALUE "00".
         03  WK-MST-EOF         PIC X(1) VALUE "0".
         03  WK-FOUND           PIC X(1) VALUE "N".
         03  WK-LEDGER-STATUS   PIC X(2) VALUE "00".
         03  WK-RUNID-STATUS    PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01  LNK-OPERATOR         PIC X(8).
       01  LNK-ACTION           PIC X(8).
       01  LNK-RESULT           PIC X(1).
       01  LNK-PROGRAM          PIC X(8).
       01  LNK-TARGET           PIC X(24).
       01  LNK-REASON           PIC X(40).
       PROCEDURE DIVISION USING LNK-OPERATOR LNK-ACTION LNK-RESULT
           LNK-PROGRAM LNK-TARGET LNK-REASON.
       000-CONTROL.
           MOVE "0" TO WK-MST-EOF.
           MOVE "N" TO WK-FOUND.
                   MOVE "2" TO LNK-RESULT
               END-IF
           END-IF.
           PERFORM 100-WRITE-LEDGER.
           GOBACK.

      ******************************************************************
      * LEDGER THE CHECK. A RUN MUST NEVER DIE BECAUSE ITS LEDGER     *
      * RECORD COULD NOT BE WRITTEN - FALL BACK TO THE JOB LOG        *
      ******************************************************************
       100-WRITE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPL-STAMP.
           MOVE LNK-OPERATOR TO OPL-OPERATOR.
           MOVE LNK-ACTION   TO OPL-ACTION.
           MOVE LNK-PROGRAM  TO OPL-PROGRAM.
           MOVE LNK-TARGET   TO OPL-TARGET.
           IF LNK-RESULT = "0"
             THEN
               MOVE "GRANTED" TO OPL-RESULT
           ELSE IF LNK-RESULT = "1"
             THEN
               MOVE "NOMASTER" TO OPL-RESULT
           ELSE
               MOVE "REFUSED" TO OPL-RESULT
           END-IF.
           MOVE LNK-REASON   TO OPL-REASON.
           MOVE SPACES       TO OPL-RUN-ID.
           OPEN INPUT RUN-ID-FILE.
           IF WK-RUNID-STATUS = "00"
             THEN
               READ RUN-ID-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE RUN-ID-RECORD TO OPL-RUN-ID
               END-READ
               CLOSE RUN-ID-FILE
           END-IF.
           OPEN EXTEND OPER-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "35"
             THEN
               OPEN OUTPUT OPER-LEDGER-FILE
           END-IF.
           IF WK-LEDGER-STATUS = "00"
             THEN
               WRITE OPER-LEDGER-RECORD
               CLOSE OPER-LEDGER-FILE
             ELSE
               DISPLAY "*** DAYOPM CANNOT WRITE OPRLEDG - STATUS="
                 WK-LEDGER-STATUS " - " LNK-ACTION " BY "
                 LNK-OPERATOR " " OPL-RESULT " NOT LEDGERED ***"
           END-IF.
