       01  TRADE-MASTER-RECORD.
           03  TM-TRADE-ID        PIC  9(06).
           03  TM-MARKET          PIC  X(06).
           03  TM-TAKE-PROFIT     PIC  9(05)V99.
           03  TM-STOP-LOSS       PIC  9(05)V99.
           03  TM-RESULT-VALUE    PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  TM-CUR             PIC  X(03).
           03  TM-LOTS            PIC  9(03).
           03  TM-CLOSE-DATE      PIC  X(08).
           03  TM-ACCOUNT         PIC  X(08).
           03  TM-STRATEGY        PIC  X(03).
           03  TM-ENTRY-PRICE     PIC  9(05)V99.
           03  TM-SIDE            PIC  X(01).
               88  TM-SHORT       VALUE 'S'.
               88  TM-LONG        VALUE 'B' ' '.
           03  FILLER             PIC  X(05).
      *--> LOT LINEAGE: A PARTIAL CLOSE SPLITS THE CLOSED LOTS OFF
      *--> UNDER A NEW TM-TRADE-ID THAT CARRIES THE ORIGINAL
      *--> POSITION'S ID HERE. ZEROS = THE RECORD IS ITS OWN ORIGIN.
           03  TM-PARENT-ID       PIC  9(06).
      *--> SPREAD LINKAGE: THE LEGS OF ONE SPREAD SHARE TM-GROUP-ID
      *--> (THE FIRST LEG'S TM-TRADE-ID), NUMBERED 1 TO TM-LEG-COUNT.
      *--> ZEROS = A STAND-ALONE TRADE.
           03  TM-GROUP-ID        PIC  9(06).
           03  TM-LEG-NO          PIC  9(02).
           03  TM-LEG-COUNT       PIC  9(02).
      *--> CONTRACT ROLL: A POSITION REOPENED IN THE SUCCESSOR
      *--> CONTRACT BY TRADROL1 CARRIES THE ID OF THE EXPIRING
      *--> POSITION IT REPLACED. ZEROS (OR SPACES ON OLDER ROWS) =
      *--> NOT A ROLL.
           03  TM-ROLL-FROM-ID    PIC  9(06).
           03  FILLER             PIC  X(12).
