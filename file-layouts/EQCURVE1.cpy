           03  EQ-TRADE-SEQ       PIC  9(05).
           03  EQ-MARKET          PIC  X(06).
           03  EQ-CUR             PIC  X(03).
           03  EQ-RES-VAL         PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  EQ-USD-RES-AMT     PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  EQ-RUNNING-BAL     PIC  S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  EQ-TRADE-DATE      PIC  X(08).
           03  EQ-TRADE-REF       PIC  9(06).
           03  EQ-ACCOUNT         PIC  X(08).
           03  FILLER             PIC  X(10).
