         03  AL-STATE             PIC X(8).
         03  AL-ACK-BY            PIC X(8).
         03  AL-ACK-STAMP         PIC X(14).
      * ON-CALL ROUTING, MAINTAINED BY DAYESC - HOW FAR UP THE ROSTER
      * THE ALERT HAS GONE ("1" PRIMARY, "2" SECONDARY, "3" MANAGER),
      * WHO WAS LAST NOTIFIED, AND WHEN. EVERY STEP IS ALSO LOGGED ON
      * "ESCLOG". SPACES UNTIL DAYESC FIRST ASSIGNS THE ALERT
         03  AL-ESC-LEVEL         PIC X(1).
         03  AL-ASSIGNED-TO       PIC X(8).
         03  AL-ESC-STAMP         PIC X(14).
      * THE MAINTENANCE WINDOW ON "MNTWIN" THAT SUPPRESSED THE ALERT -
      * DAYALR WRITES IT WITH STATE "SUPPRESS" AND IT IS NEVER PAGED
      * OR ROUTED. SPACES FOR AN ALERT RAISED OUTSIDE ANY WINDOW
         03  AL-WINDOW-ID         PIC X(8).
