      *--> CONCENTRATION LIMITS FOR TRADCON1, ONE ROW PER INSTRUMENT
      *--> TYPE ('T', KEY = INSTR-TYPE) OR CURRENCY ('C', KEY = TRADE
      *--> CURRENCY), AS A % OF THE BOOK'S GROSS USD EXPOSURE. KEY
      *--> 'ALL' IS THE DEFAULT FOR A TYPE OR CURRENCY WITH NO ROW OF
      *--> ITS OWN; WITH NEITHER, THE BUCKET IS NOT LIMITED. ABOVE
      *--> THE WARNING % IS A WARNING, ABOVE THE MAXIMUM A BREACH.
       01  CONC-LIMIT-RECORD.
           03  CL-DIMENSION       PIC  X(01).
               88  CL-BY-TYPE     VALUE 'T'.
               88  CL-BY-CURRENCY VALUE 'C'.
           03  FILLER             PIC  X(01).
           03  CL-KEY             PIC  X(08).
           03  FILLER             PIC  X(01).
           03  CL-WARN-PCT        PIC  9(03)V99.
           03  FILLER             PIC  X(01).
           03  CL-MAX-PCT         PIC  9(03)V99.
           03  FILLER             PIC  X(08).
