               88  EXC-SEVERE     VALUE 'S'.
               88  EXC-WARNING    VALUE 'W'.
               88  EXC-INFO       VALUE 'I'.
      *--> KEY OF THE RECORD THE ROW IS ABOUT (ACCOUNT, TRADE ID);
      *--> BLANK WHEN THE ROW IS ABOUT A WHOLE FILE.
           03  EXC-REF            PIC  X(12).
           03  FILLER             PIC  X(16).
