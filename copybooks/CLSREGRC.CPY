      ******************************************************************
      * MONTH-END CLOSE SIGN-OFF REGISTER - ONE RECORD PER CLOSE       *
      * PACKAGE DAYMEC PRODUCES AND A SUPERVISOR SIGNS OFF, APPENDED   *
      * TO "CLOSEREG". A MONTH CLOSED MORE THAN ONCE (A RE-ISSUED      *
      * PACKAGE) HAS ONE RECORD PER ISSUE; THE LATEST IS THE CLOSE OF  *
      * RECORD. DAYSUM READS IT TO FLAG A CLOSED MONTH RESTATED LATER. *
      ******************************************************************
       01  CLOSE-REG-RECORD.
      * THE CLOSING MONTH, YYYY-MM
         03  CLR-MONTH            PIC X(7).
      * "MEC" + YYYYMM + "-" + ISSUE NUMBER WITHIN THE MONTH
         03  CLR-PACKAGE-ID       PIC X(12).
         03  CLR-PREPARED-BY      PIC X(8).
         03  CLR-APPROVED-BY      PIC X(8).
      * WHEN THE CLOSE WAS SIGNED OFF, YYYYMMDDHHMMSS
         03  CLR-STAMP            PIC X(14).
      * THE WORST RETURN CODE ANY SECTION OF THE PACKAGE ENDED WITH
         03  CLR-WORST-RC         PIC 9(2).
