      ******************************************************************
      * FEED ARRIVAL HISTORY - ONE RECORD PER EXPECTED SOURCE FEED PER *
      * DAYFAW RUN, APPENDED TO "FEEDHIST". A NIGHT WAITED ON TWICE    *
      * (A RERUN ONCE A LATE FEED TURNS UP) HAS TWO RECORDS FOR THE    *
      * SOURCE; THE LATER ONE STANDS. DAYSLA READS IT FOR THE MONTHLY  *
      * LATE-FEED FIGURES.                                             *
      ******************************************************************
       01  FEED-ARR-RECORD.
      * THE DATE THE WAIT STARTED, YYYY-MM-DD
         03  FAR-RUN-DATE         PIC X(10).
      * THE SOURCE DATASET AS NAMED ON "FEEDLST"
         03  FAR-SOURCE           PIC X(24).
      * THE SOFT DEADLINE AND HARD CUTOFF THE SOURCE WAS HELD TO, HHMM
         03  FAR-SOFT-TIME        PIC X(4).
         03  FAR-HARD-TIME        PIC X(4).
      * WHEN THE SOURCE WAS FIRST SEEN ON DISK, HHMMSS - SPACES WHEN
      * IT NEVER ARRIVED
         03  FAR-ARRIVED          PIC X(6).
      * ONTIME, LATE (AFTER THE SOFT DEADLINE) OR MISSED (NOT THERE BY
      * THE HARD CUTOFF)
         03  FAR-STATUS           PIC X(8).
      * WHOLE MINUTES PAST THE SOFT DEADLINE - TO ARRIVAL, OR TO THE
      * HARD CUTOFF FOR A MISSED SOURCE
         03  FAR-MINS-LATE        PIC 9(4).
