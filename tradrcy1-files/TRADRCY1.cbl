       COPY CALNDR1.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

           03  WS-CARD-SEQ-X.
               05  WS-CARD-SEQ    PIC  9(05).
           03                     PIC  X(01).
           03  WS-CARD-SL         PIC  9(05)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-CARD-CUR        PIC  X(03)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-CARD-DATE       PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-CARD-MARKET     PIC  X(06)    VALUE SPACES.
           03  FILLER             PIC  X(47).

       01  WS-MAX-CARD            PIC  9(03) VALUE 100.
       01  WS-CARD-TABLE.
           03  WS-CARD-ENTRY      OCCURS 100 TIMES
                                  INDEXED BY C.
               05  WS-CRD-SEQ     PIC  9(05).
               05  WS-CRD-SL      PIC  9(05)V99.
               05  WS-CRD-CUR     PIC  X(03).
               05  WS-CRD-DATE    PIC  X(08).
               05  WS-CRD-MARKET  PIC  X(06).
                                        TO TRADE-ACCT   OF INPUT-TRADE.
           MOVE TRADE-STRAT OF REJECT-TRADE
                                        TO TRADE-STRAT  OF INPUT-TRADE.
      *--> A SPREAD LEG KEEPS ITS LINKAGE: THE WHOLE SPREAD WAS
      *--> REJECTED TOGETHER AND IS ONLY ACCEPTED BACK TOGETHER.
           IF (TRADE-GROUP OF REJECT-TRADE NUMERIC)
               MOVE TRADE-GROUP OF REJECT-TRADE
                                        TO TRADE-GROUP  OF INPUT-TRADE
               MOVE TRADE-LEG   OF REJECT-TRADE
                                        TO TRADE-LEG    OF INPUT-TRADE
               MOVE TRADE-LEGS  OF REJECT-TRADE
                                        TO TRADE-LEGS   OF INPUT-TRADE
           END-IF.

           WRITE INPUT-TRADE.
           ADD 01 TO WS-REPAIR-COUNT.
