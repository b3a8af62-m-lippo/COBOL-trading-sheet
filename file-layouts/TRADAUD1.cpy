           03  AUD-FUNCTION       PIC  X(01).
           03  AUD-TIMESTAMP      PIC  X(21).
           03  AUD-TRADE-ID       PIC  9(06).
           03  AUD-BEFORE-IMAGE   PIC  X(120).
           03  AUD-AFTER-IMAGE    PIC  X(120).
      *--> OPERATOR SIGNED ON WHEN THE CHANGE WAS MADE, OR THE BATCH
      *--> PROGRAM'S OWN NAME FOR AN AUTOMATIC CHANGE. BLANK ON ROWS
      *--> WRITTEN BEFORE THE OPERATOR SIGN-ON EXISTED.
           03  AUD-OPERATOR       PIC  X(08).
      *--> REASON CODE GIVEN ON THE TRADING4 'RSN' CARD FOR THE
      *--> CHANGE; BLANK WHEN NONE WAS GIVEN.
           03  AUD-REASON         PIC  X(02).
           03  FILLER             PIC  X(02).
