       01  INPUT-TRADE.
           03  MARKET             PIC  X(06).
           03  TAKE-PROFIT        PIC  9(05)V99.
           03  STOP-LOSS          PIC  9(05)V99.
           03  RESULT-VALUE       PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  CUR                PIC  X(03).
           03  LOTS               PIC  9(03).
           03  TRADE-STATUS       PIC  X(01).
           03  TRADE-ACCT         PIC  X(08).
           03  TRADE-STRAT        PIC  X(03).
      *--> SPREAD LINKAGE: THE LEGS OF ONE SPREAD SHARE TRADE-GROUP
      *--> (THE FIRST LEG'S PERMANENT ID) AND ARE NUMBERED 1 TO
      *--> TRADE-LEGS. ZEROS (OR SPACES ON OLDER FILES) = NO SPREAD.
           03  TRADE-GROUP        PIC  9(06).
           03  TRADE-LEG          PIC  9(02).
           03  TRADE-LEGS         PIC  9(02).
           03  FILLER             PIC  X(05).
