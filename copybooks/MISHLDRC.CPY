      ******************************************************************
      * MIS CERTIFICATION HOLD LOG - ONE RECORD APPENDED TO "MISHOLD"  *
      * BY EVERY DAYMIS RUN WHOSE NIGHT NEEDED BUSINESS CERTIFICATION  *
      * (A VOLUME BREACH, A RECONCILIATION BREAK OR A REGRESSION       *
      * FAILURE). A NIGHT HELD AND LATER CERTIFIED HAS TWO RECORDS;    *
      * THE LATER ONE STANDS. DAYSTS READS IT FOR THE TRANSMISSIONS    *
      * STILL WAITING ON A CERTIFIER.                                  *
      ******************************************************************
       01  MIS-HOLD-RECORD.
      * THE NIGHT'S RUN DATE, YYYY-MM-DD, AND THE FILE BUILT FOR IT
         03  MHL-RUN-DATE         PIC X(10).
         03  MHL-FILENAME         PIC X(24).
      * "HELD" - BUILT BUT NOT TRANSMITTED; "CERTIFD" - CERTIFIED AND
      * TRANSMITTED (OR, OUTSIDE PRODUCTION, CLEARED TO BE)
         03  MHL-STATE            PIC X(8).
      * WHAT TRIGGERED THE HOLD
         03  MHL-VOL-BREACHES     PIC 9(3).
         03  MHL-RCN-BREAKS       PIC 9(3).
         03  MHL-REG-FAILS        PIC 9(3).
      * THE CERTIFICATION HONOURED - DECISION AND CERTIFIER - OR, FOR
      * A HOLD, WHY NONE COULD BE
         03  MHL-DECISION         PIC X(8).
         03  MHL-CERT-BY          PIC X(8).
         03  MHL-HOLD-REASON      PIC X(40).
      * WHEN DAYMIS WROTE THE RECORD, YYYYMMDDHHMMSS
         03  MHL-STAMP            PIC X(14).
      * WHICH "MISCERT" RECORD (BY ITS PLACE ON THE FILE) THE STATE
      * WAS JUDGED ON - ZERO WHEN THE NIGHT HAD NO CERTIFICATION. A
      * HELD NIGHT IS TAKEN UP AGAIN ONLY FOR A LATER ENTRY
         03  MHL-CERT-SEQ         PIC 9(5).
