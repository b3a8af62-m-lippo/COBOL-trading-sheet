      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
      *--> SUBTOTALS FOR THE MARKET BEING PRINTED AND THE GRAND
      *--> TOTALS THE TRAILER TIE-OUT CHECKS.
       01  WS-TOTAL-VARS.
           03  WS-MKT-NET         PIC  S9(11)V99.
           03  WS-MKT-USD         PIC  S9(11)V99.
           03  WS-MKT-TRADES      PIC  9(06).
           03  WS-GRAND-NET       PIC  S9(11)V99 VALUE ZEROS.
           03  WS-GRAND-USD       PIC  S9(11)V99 VALUE ZEROS.
           03  WS-GRAND-TRADES    PIC  9(06)     VALUE ZEROS.

       01  WS-TRAILER-VARS.
           03  WS-TRL-FOUND       PIC  X(01) VALUE 'N'.
           03  WS-TRL-NET         PIC  S9(11)V99 VALUE ZEROS.
           03  WS-TRL-COUNT       PIC  9(06)     VALUE ZEROS.

       01  WS-PAGE-VARS.
           03  WS-LINE-COUNT      PIC  9(02) VALUE 99.

       01  WS-EDIT-VARS.
           03  WS-REF-ED          PIC  9(06).
           03  WS-TP-ED           PIC  ZZZZ9,99.
           03  WS-SL-ED           PIC  ZZZZ9,99.
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-NET-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-USD-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-TOT-ED          PIC  -ZZZZZZZZZZ9,99.
           03  WS-TOT-ED2         PIC  -ZZZZZZZZZZ9,99.
           03  WS-CNT-ED          PIC  ZZZZZ9.
           03  WS-PAGE-ED         PIC  ZZ9.
      ****************************************************************
       PROCEDURE DIVISION.
                                          TO WS-REASON-DESC
               WHEN 'SZ' MOVE 'AMOUNT EXCEEDS FIELD SIZE'
                                          TO WS-REASON-DESC
               WHEN 'GR' MOVE 'SPREAD PARTNER REJECTED'
                                          TO WS-REASON-DESC
               WHEN 'GI' MOVE 'SPREAD LEGS INCOMPLETE'
                                          TO WS-REASON-DESC
               WHEN OTHER MOVE 'UNKNOWN REASON CODE'
                                          TO WS-REASON-DESC
           END-EVALUATE.
               STRING '  TRD-REF MARKET  DATE      REASON'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '  TRD-REF  DATE           TP       SL LOTS'
                      '            NET        USD-NET'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
