      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.

       FD  TRADSSEL
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS SELECTED-TRADE.

       01  SELECTED-TRADE         PIC  X(160).

       FD  CARRYFW1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARRY-TRADE.

       01  CARRY-TRADE            PIC  X(160).

       FD  BAKRPT01
           BLOCK CONTAINS 0 RECORDS
