      *--> BENCHMARK MASTER, MAINTAINED BY BENMNT1: WHICH INDEX THE
      *--> PERFORMANCE OF AN ACCOUNT OR A STRATEGY IS MEASURED
      *--> AGAINST. BM-SYMBOL IS A PRICE001 MARKET WHOSE DAILY CLOSES
      *--> ARE LOADED THROUGH PRCMNT1. TYPE 'A' WITH CODE 'ALL' IS THE
      *--> WHOLE BOOK.
       01  BENCH-RECORD.
           03  BM-KEY.
               05  BM-TYPE        PIC  X(01).
                   88  BM-ACCOUNT VALUE 'A'.
                   88  BM-STRATEGY
                                  VALUE 'S'.
                   88  BM-VALID-TYPE
                                  VALUE 'A' 'S'.
               05  BM-CODE        PIC  X(08).
           03  BM-SYMBOL          PIC  X(06).
           03  BM-DESC            PIC  X(20).
           03  FILLER             PIC  X(05).
