       01  MTM-VALUATION-RECORD.
           03  MV-VAL-DATE        PIC  X(08).
           03  MV-TRADE-ID        PIC  9(06).
           03  MV-ACCOUNT         PIC  X(08).
           03  MV-STRATEGY        PIC  X(03).
           03  MV-MARKET          PIC  X(06).
           03  MV-CUR             PIC  X(03).
           03  MV-SIDE            PIC  X(01).
           03  MV-LOTS            PIC  9(03).
           03  MV-MULT            PIC  9(05)V99.
           03  MV-ENTRY-PRICE     PIC  9(05)V99.
           03  MV-MARK-PRICE      PIC  9(05)V99.
           03  MV-MARK-DATE       PIC  X(08).
           03  MV-UNREAL-PTS      PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  MV-UNREAL-AMT      PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  MV-USD-RATE        PIC  9(03)V99.
           03  MV-UNREAL-USD      PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  MV-PRICE-FLAG      PIC  X(01).
               88  MV-PRICED      VALUE 'P'.
               88  MV-STALE       VALUE 'S'.
               88  MV-NO-PRICE    VALUE 'N'.
           03  FILLER             PIC  X(15).
       01  MTM-TRAILER-RECORD.
           03  MVT-ID             PIC  X(03).
           03  FILLER             PIC  X(05).
           03  MVT-COUNT          PIC  9(05).
           03  MVT-NO-PRICE-COUNT PIC  9(05).
           03  MVT-TOTAL-USD      PIC  S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FILLER             PIC  X(88).
