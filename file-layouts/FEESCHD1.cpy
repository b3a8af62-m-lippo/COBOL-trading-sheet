      *--> BROKER FEE SCHEDULE, MAINTAINED BY FEEMNT1: WHAT ONE TICKET
      *--> SHOULD COST, BY MARKET AND BROKER ACCOUNT. 'ALL' IN EITHER
      *--> KEY FIELD IS THE DEFAULT FOR A MARKET OR AN ACCOUNT WITH NO
      *--> ROW OF ITS OWN. AMOUNTS ARE IN THE TRADE'S OWN CURRENCY.
      *--> EXPECTED FEE = THE GREATER OF LOTS TIMES THE COMMISSION AND
      *--> THE MINIMUM TICKET CHARGE, PLUS LOTS TIMES THE EXCHANGE FEE.
       01  FEE-SCHED-RECORD.
           03  FSC-KEY.
               05  FSC-MARKET     PIC  X(06).
               05  FSC-ACCOUNT    PIC  X(08).
           03  FSC-COMM-PER-LOT   PIC  9(03)V99.
           03  FSC-MIN-TICKET     PIC  9(03)V99.
           03  FSC-EXCH-PER-LOT   PIC  9(03)V99.
      *--> DIFFERENCE BETWEEN THE BILLED AND THE EXPECTED FEE THAT IS
      *--> STILL ACCEPTED AS ROUNDING; ANYTHING WIDER IS A VARIANCE.
           03  FSC-TOLERANCE      PIC  9(03)V99.
           03  FILLER             PIC  X(06).
