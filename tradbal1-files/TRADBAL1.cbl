
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
           03  FILLER             PIC  X(13).

       01  WS-COUNT-VARS.
           03  WS-INPUT-COUNT     PIC  9(06) VALUE ZEROS.
           03  WS-DETAIL-COUNT    PIC  9(06) VALUE ZEROS.
           03  WS-REJECT-COUNT    PIC  9(06) VALUE ZEROS.
           03  WS-DETAIL-TOTAL    PIC  S9(09)V99 VALUE ZEROS.
           03  WS-DETAIL-NET      PIC  S9(11)V99 VALUE ZEROS.

      *--> LAST TRAILER SEEN ON TRADS001; ON A RESTARTED RUN THE FILE
      *--> MAY CARRY AN OLDER TRAILER FROM BEFORE THE RESTART, SO THE
      *--> FINAL ONE IS THE ONE THAT COVERS THE WHOLE FILE.
       01  WS-TRAILER-VARS.
           03  WS-TRL-FOUND       PIC  X(01) VALUE 'N'.
           03  WS-TRL-COUNT       PIC  9(06) VALUE ZEROS.
           03  WS-TRL-TOTAL       PIC  S9(09)V99 VALUE ZEROS.
           03  WS-TRL-NET         PIC  S9(11)V99 VALUE ZEROS.

       77  WS-OUT-OF-BALANCE      PIC  X(01) VALUE 'N'.
       77  WS-REJECTS-OPEN        PIC  X(01) VALUE 'N'.

       01  WS-EDIT-VARS.
           03  WS-COUNT-ED        PIC  ZZZZZ9.
           03  WS-COUNT-ED2       PIC  ZZZZZ9.
           03  WS-TOTAL-ED        PIC  -ZZZZZZZZ9,99.
           03  WS-TOTAL-ED2       PIC  -ZZZZZZZZ9,99.
           03  WS-NET-ED          PIC  -ZZZZZZZZZZ9,99.
           03  WS-NET-ED2         PIC  -ZZZZZZZZZZ9,99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
