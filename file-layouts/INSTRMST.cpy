           03  INSTR-STATUS       PIC  X(01).
               88  INSTR-RETIRED  VALUE 'R'.
           03  INSTR-MULT         PIC  9(05)V99.
      *--> USD MARGIN PER LOT: INITIAL TO OPEN, MAINTENANCE TO HOLD.
           03  INSTR-INIT-MARGIN  PIC  9(07)V99.
           03  INSTR-MAINT-MARGIN PIC  9(07)V99.
      *--> LAST TRADING DAY OF A DATED CONTRACT (SPACES = NO EXPIRY)
      *--> AND THE CONTRACT ITS OPEN POSITIONS ROLL INTO. INSTMNT1
      *--> RETIRES A CONTRACT ONCE ITS EXPIRY DATE HAS PASSED.
           03  INSTR-EXPIRY-DATE  PIC  X(08).
           03  INSTR-SUCCESSOR    PIC  X(06).
           03  FILLER             PIC  X(11).
