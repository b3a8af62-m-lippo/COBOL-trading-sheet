       01  CHECKPOINT-RECORD.
           03  CK-KEY             PIC  X(04).
           03  CK-LAST-TRADE-ID   PIC  9(06).
           03  CK-INPUT-COUNT     PIC  9(05).
           03  CK-RESULT-TOTAL    PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  CK-NET-AMT-TOTAL   PIC  S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FILLER             PIC  X(04).
