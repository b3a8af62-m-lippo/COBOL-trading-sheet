       01  GL-JOURNAL-HEADER.
           03  GLH-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  GLH-SOURCE         PIC  X(08).
           03  GLH-PERIOD         PIC  X(06).
           03  GLH-RUN-DATE       PIC  X(08).
           03  GLH-CREATED        PIC  X(21).
           03  FILLER             PIC  X(53).
      *--> ONE LINE PER ACCOUNT, CURRENCY, GL ACCOUNT, ENTRY TYPE AND
      *--> SIDE. AMOUNTS ARE ALWAYS POSITIVE; GLJ-DR-CR GIVES THE
      *--> SIDE. THE TRADE-CURRENCY AMOUNT BALANCES PER CURRENCY, THE
      *--> USD EQUIVALENT ACROSS THE WHOLE FILE.
       01  GL-JOURNAL-LINE.
           03  GLJ-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  GLJ-PERIOD         PIC  X(06).
           03  GLJ-POST-DATE      PIC  X(08).
           03  GLJ-ACCOUNT        PIC  X(08).
           03  GLJ-CUR            PIC  X(03).
           03  GLJ-GL-ACCOUNT     PIC  X(06).
           03  GLJ-ENTRY-TYPE     PIC  X(02).
               88  GLJ-REALIZED-GAIN VALUE 'RG'.
               88  GLJ-REALIZED-LOSS VALUE 'RL'.
               88  GLJ-COMMISSION VALUE 'CM'.
               88  GLJ-FX-REVAL   VALUE 'FX'.
           03  GLJ-DR-CR          PIC  X(01).
               88  GLJ-DEBIT      VALUE 'D'.
               88  GLJ-CREDIT     VALUE 'C'.
           03  GLJ-AMOUNT         PIC  9(09)V99.
           03  GLJ-USD-AMOUNT     PIC  9(09)V99.
           03  GLJ-ITEM-COUNT     PIC  9(05).
           03  GLJ-SOURCE         PIC  X(08).
           03  FILLER             PIC  X(27).
       01  GL-JOURNAL-TRAILER.
           03  GLT-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  GLT-LINE-COUNT     PIC  9(07).
           03  GLT-TOTAL-DEBIT    PIC  9(11)V99.
           03  GLT-TOTAL-CREDIT   PIC  9(11)V99.
           03  GLT-USD-DEBIT      PIC  9(11)V99.
           03  GLT-USD-CREDIT     PIC  9(11)V99.
           03  FILLER             PIC  X(37).
