       FILE SECTION.
      ****************************************************************
       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.


       01  WS-EDIT-VARS.
           03  WS-ID-ED           PIC  9(06).
           03  WS-TP-ED           PIC  ZZZZ9,99.
           03  WS-SL-ED           PIC  ZZZZ9,99.
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-COUNT-ED        PIC  ZZZZ9.
      ****************************************************************
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE-ID MARKET OPENED   CUR       TP       SL'
                  ' LOTS  ACCOUNT'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

