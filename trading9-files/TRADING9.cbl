       COPY TRADENT1.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

           03  WS-MARKET          PIC  X(06)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-TAKE-PROFIT-X.
               05  WS-TAKE-PROFIT PIC  9(05)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-STOP-LOSS-X.
               05  WS-STOP-LOSS   PIC  9(05)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-RESULT-VALUE    PIC  S9(05)V99 VALUE ZEROS
                                  SIGN IS LEADING SEPARATE CHARACTER.
           03                     PIC  X(01).
           03  WS-CURRENCY        PIC  X(03).
           03  WS-STRATEGY        PIC  X(03)    VALUE SPACES.
      *--> MASK VARIABLES
       01  WS-MASK.
           03  WS-TAKE-PROFIT-MASK  PIC  99999,99.
           03  WS-STOP-LOSS-MASK    PIC  99999,99.
           03  WS-RESULT-VALUE-MASK PIC  +99999,99.
           03  WS-RR-RATIO-MASK     PIC  999,99.
           03  WS-BALANCE-MASK      PIC  ZZ999,99.
           03  WS-DATE-MASK         PIC  X(10)   VALUE SPACES.
       01  WS-GROUP-CALC.
           03  AC-TRADE-ID        PIC  9(04)    VALUE ZEROS.
           03  WS-RR-RATIO        PIC  9(03)V99.
           03  WS-STOP-LOSS-NEG   PIC  S9(05)V99 VALUE ZEROS.
           03  WS-TYPE-CODE       PIC  X(03)    VALUE SPACES.
      *--> LOADED FROM BANDCTL1 IN 0700-LOAD-BAND-CONTROL; DEFAULTS TO
      *--> 0,10 IF THE CONTROL FILE IS EMPTY.
           03  WS-SAVE-STREAK-C   PIC  9(03).

       01  WS-BRL-TO-USD-VALUES.
           03  WS-USD-STOP-LOSS   PIC  9(05)V99 VALUE ZEROS.
           03  WS-USD-TAKE-PROFIT PIC  9(05)V99 VALUE ZEROS.
           03  WS-USD-RESULT-VALUE PIC S9(05)V99 VALUE ZEROS.
      *--> CURRENCIES OPEN FOR TRADING, LOADED FROM CURRCTL1 AT
      *--> STARTUP, SHARED FORMAT/FILE WITH TRADING1.
       01  WS-MAX-CURRENCY        PIC  9(02) VALUE 10.
