      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
      *--> POINTS JUST BEFORE THE WRITE; THE DELIMITER IS ';' SO THE
      *--> REPLACE CANNOT TOUCH IT.
       01  WS-EXPORT-FIELDS.
           03  WS-EXP-TP          PIC  99999,99.
           03  WS-EXP-SL          PIC  99999,99.
           03  WS-EXP-RR          PIC  999,99.
           03  WS-EXP-RES         PIC  -99999,99.
           03  WS-EXP-NET         PIC  -99999,99.
           03  WS-EXP-USD-TP      PIC  99999,99.
           03  WS-EXP-USD-SL      PIC  99999,99.
           03  WS-EXP-USD-RES     PIC  -99999,99.
           03  WS-EXP-USD-NETV    PIC  -99999,99.
           03  WS-EXP-GRS-AMT     PIC  -999999999,99.
           03  WS-EXP-NET-AMT     PIC  -999999999,99.
           03  WS-EXP-USD-AMT     PIC  -999999999,99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
