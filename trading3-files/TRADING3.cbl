      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
               05  WS-GRP-CUR     PIC  X(03).
               05  WS-GRP-TRADES  PIC  9(05) VALUE ZEROS.
               05  WS-GRP-WINS    PIC  9(05) VALUE ZEROS.
               05  WS-GRP-TOTAL   PIC  S9(11)V99 VALUE ZEROS.

       01  WS-OVERALL.
           03  WS-OA-TRADES       PIC  9(05) VALUE ZEROS.
           03  WS-OA-WINS         PIC  9(05) VALUE ZEROS.
           03  WS-OA-TOTAL        PIC  S9(11)V99 VALUE ZEROS.

       77  WS-FOUND-GROUP         PIC  X(01) VALUE 'N'.

           03  WS-WIN-RATE        PIC  999,99.
           03  WS-TRADES-ED       PIC  ZZZZ9.
           03  WS-WINS-ED         PIC  ZZZZ9.
           03  WS-TOTAL-ED        PIC  -ZZZZZZZZZZ9,99.
           03  WS-RATE-ED         PIC  ZZ9,99.
      ****************************************************************
       PROCEDURE DIVISION.
                  WS-WINS-ED         DELIMITED BY SIZE,
                  '     '            DELIMITED BY SIZE,
                  WS-RATE-ED         DELIMITED BY SIZE,
                  '    '             DELIMITED BY SIZE,
                  WS-TOTAL-ED        DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
                  WS-WINS-ED         DELIMITED BY SIZE,
                  '     '            DELIMITED BY SIZE,
                  WS-RATE-ED         DELIMITED BY SIZE,
                  '    '             DELIMITED BY SIZE,
                  WS-TOTAL-ED        DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
