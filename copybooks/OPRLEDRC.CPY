      ******************************************************************
      * OPERATOR ACTIVITY LEDGER - ONE RECORD PER AUTHORIZATION CHECK *
      * DAYOPM MAKES, APPENDED TO "OPRLEDG" WHETHER THE ACTION WAS    *
      * GRANTED OR REFUSED. DAYOAR REPORTS OVER IT FOR THE ACCESS     *
      * REVIEW.                                                       *
      ******************************************************************
       01  OPER-LEDGER-RECORD.
         03  OPL-STAMP            PIC X(14).
         03  OPL-OPERATOR         PIC X(8).
         03  OPL-ACTION           PIC X(8).
      * THE PROGRAM THAT ASKED, AND WHAT THE ACTION WAS AIMED AT -
      * A STEP, A FEED, A RESULT, A PENDING ITEM, THE RUN LOCK
         03  OPL-PROGRAM          PIC X(8).
         03  OPL-TARGET           PIC X(24).
      * "GRANTED", "REFUSED", OR "NOMASTER" WHEN NO OPERATOR MASTER
      * WAS ON DISK AND THE ACTION WENT THROUGH UNCHECKED
         03  OPL-RESULT           PIC X(8).
      * THE REASON THE OPERATOR GAVE FOR THE ACTION, WHERE THE
      * CALLING CONTROL RECORD CARRIES ONE
         03  OPL-REASON           PIC X(40).
         03  OPL-RUN-ID           PIC X(14).
