      ****************************************************************
       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE-ID FUNCTION TIMESTAMP              '
                  'OPERATOR  RSN  BEFORE / AFTER IMAGE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

               WHEN 'D'   MOVE 'DELETE ' TO WS-FUNCTION-DESC
               WHEN 'O'   MOVE 'OPEN   ' TO WS-FUNCTION-DESC
               WHEN 'L'   MOVE 'CLOSE  ' TO WS-FUNCTION-DESC
               WHEN 'P'   MOVE 'PARTIAL' TO WS-FUNCTION-DESC
               WHEN 'T'   MOVE 'TP/SL  ' TO WS-FUNCTION-DESC
               WHEN 'E'   MOVE 'ROLLOUT' TO WS-FUNCTION-DESC
               WHEN 'N'   MOVE 'ROLL IN' TO WS-FUNCTION-DESC
               WHEN OTHER MOVE '???    ' TO WS-FUNCTION-DESC
           END-EVALUATE.

                  '   '             DELIMITED BY SIZE,
                  WS-FUNCTION-DESC  DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  AUD-TIMESTAMP     DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  AUD-OPERATOR      DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  AUD-REASON        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
