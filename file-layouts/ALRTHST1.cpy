      *--> EVERY EVENT TRADALR1 HAS ALERTED, KEYED EVENT + SOURCE +
      *--> REFERENCE, SO AN EVENT ALERTS ONCE AND NOT EVERY NIGHT IT
      *--> IS STILL THERE. AN ACTIVE EVENT NO LONGER SEEN IS CLEARED
      *--> ('C'); IF IT COMES BACK IT ALERTS AGAIN.
       01  ALERT-HIST-RECORD.
           03  AH-KEY.
               05  AH-EVENT       PIC  X(02).
               05  AH-SOURCE      PIC  X(08).
               05  AH-REF         PIC  X(12).
           03  AH-FIRST-DATE      PIC  X(08).
           03  AH-LAST-SEEN       PIC  X(08).
           03  AH-STATUS          PIC  X(01).
               88  AH-ACTIVE      VALUE 'A'.
               88  AH-CLEARED     VALUE 'C'.
           03  AH-CLEAR-DATE      PIC  X(08).
           03  FILLER             PIC  X(13).
