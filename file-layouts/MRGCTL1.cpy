       01  MARGIN-CONTROL-RECORD.
      *--> FREE MARGIN BELOW THIS % OF THE MAINTENANCE REQUIREMENT IS
      *--> A WARNING CALL; BELOW ZERO IS A SEVERE ONE.
           03  MC-CUSHION-PCT     PIC  9(03)V99.
           03  FILLER             PIC  X(25).
