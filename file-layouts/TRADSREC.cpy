       01  OUTPUT-TRADE.
           03  TRADE-ID           PIC  9(06).
           03  MARKET             PIC  X(06).
           03  TP                 PIC  9(05)V99.
           03  SL                 PIC  9(05)V99.
           03  RR-RATIO           PIC  9(03)V99.
           03  RES-VAL            PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NET-RES-VAL        PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  CUR                PIC  X(03).
           03  RES-CAT            PIC  X(02).
           03  TRADE-DATE         PIC  X(08).
           03  USD-TP             PIC  9(05)V99.
           03  USD-SL             PIC  9(05)V99.
           03  USD-RES-VAL        PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  TRADE-REF          PIC  9(06).
           03  LOTS               PIC  9(03).
           03  USD-NET-RES-VAL    PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  GRS-RES-AMT        PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NET-RES-AMT        PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  USD-NET-AMT        PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  ACCOUNT            PIC  X(08).
           03  STRATEGY           PIC  X(03).
      *--> POSITION OF THE ROW WITHIN ITS SPREAD: TRADING1 WRITES THE
      *--> LEGS OF ONE SPREAD AS CONSECUTIVE ROWS, 01 ON THE FIRST.
      *--> ZEROS (OR SPACES ON OLDER FILES) = NOT PART OF A SPREAD.
           03  SPREAD-SEQ         PIC  9(02).
           03  FILLER             PIC  X(12).
       01  TRAILER-TRADE.
           03  TRL-ID             PIC  X(03).
           03  FILLER             PIC  X(03).
           03  TRL-COUNT          PIC  9(06).
           03  TRL-TOTAL-RES-VAL  PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  TRL-TOTAL-NET-AMT  PIC  S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FILLER             PIC  X(122).
