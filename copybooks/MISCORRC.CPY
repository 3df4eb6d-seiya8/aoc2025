      ******************************************************************
      * PENDING MIS CORRECTION - ONE RECORD PER RESULT RESTATED BY    *
      * DAYRSM, QUEUED ON "MISCORR" UNTIL THE NEXT DAYMIS             *
      * TRANSMISSION CARRIES IT TO THE MIS AS A CORRECTION RECORD SO  *
      * THE FIGURE ALREADY SENT CAN BE REVERSED. DAYMIS EMPTIES THE   *
      * QUEUE ONCE THE TRANSMISSION IS WRITTEN.                       *
      ******************************************************************
       01  MIS-CORR-RECORD.
         03  MCQ-PROGRAM          PIC X(8).
         03  MCQ-OLD-DATE         PIC X(10).
         03  MCQ-OLD-RUN-ID       PIC X(14).
         03  MCQ-OLD-ANSWER       PIC X(20).
         03  MCQ-OLD-RECS         PIC 9(9).
         03  MCQ-NEW-DATE         PIC X(10).
         03  MCQ-NEW-RUN-ID       PIC X(14).
         03  MCQ-NEW-ANSWER       PIC X(20).
         03  MCQ-NEW-RECS         PIC 9(9).
