       COPY BRKSTMT1.

       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

               05  WS-MST-MARKET  PIC  X(06).
               05  WS-MST-DATE    PIC  X(08).
               05  WS-MST-LOTS    PIC  9(03).
               05  WS-MST-RESULT  PIC  S9(05)V99.
               05  WS-MST-ACCT    PIC  X(08).
               05  WS-MST-MATCHED PIC  X(01).

       01  WS-EDIT-VARS.
           03  WS-ID-ED           PIC  9(06).
           03  WS-QTY-ED          PIC  ZZZZ9.
           03  WS-RES-ED          PIC  -ZZZZ9,99.
           03  WS-COUNT-ED        PIC  ZZZZ9.
      ****************************************************************
       PROCEDURE DIVISION.

      *--> FIRST PASS OVER THE STATEMENT JUST FOR ITS DATE COVERAGE;
      *--> THE FILE IS REOPENED SO THE MATCH PASS READS FROM THE TOP.
      *--> THE HEADER AND TRAILER ROWS CARRY NO EXECUTION.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BRKSTMT1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BRH-ID NOT = 'HDR') AND
                          (BRT-ID NOT = 'TRL')
                           IF (BRK-EXEC-DATE < WS-WIN-FROM)
                               MOVE BRK-EXEC-DATE TO WS-WIN-FROM
                           END-IF
                           IF (BRK-EXEC-DATE > WS-WIN-TO)
                               MOVE BRK-EXEC-DATE TO WS-WIN-TO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BRH-ID NOT = 'HDR') AND
                          (BRT-ID NOT = 'TRL')
                           ADD 01 TO WS-STMT-COUNT
                           PERFORM 21-MATCH-EXECUTION
                       END-IF
               END-READ
           END-PERFORM.

