       COPY RATEFILE.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

      *--> ANY REAL RATE HAS BEEN LOADED.
       01  WS-CONVERT-VARS.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.
           03  WS-USD-RES-AMT     PIC  S9(09)V99.

      *--> POSITION-WEIGHTED RESULT, SAME ZERO-LOTS-MEANS-ONE RULE AS
      *--> TRADING1'S 21-MOVE-VARS, SO THE CURVE TRACKS THE MONEY
       01  WS-WEIGHT-VARS.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-WEIGHTED-RES    PIC  S9(09)V99.

      *--> STARTING BALANCE MATCHES TRADING9'S WS-BALANCE CONVENTION SO
      *--> AN EQUITY CURVE BUILT HERE LINES UP WITH INTERACTIVE RUNS.
       01  WS-RUNNING-BAL         PIC  S9(11)V99 VALUE ZEROS.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
