       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE BROKER'S DAILY EXECUTION FILE IN ITS NATIVE LAYOUT,
      *--> BETWEEN ITS HEADER AND TRAILER ROWS.
           SELECT BRKSTMT1 ASSIGN TO    BRKSTMT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-BRKSTMT1.

      *--> INBOUND-FILE REGISTER, SHARED WITH RATEIMP1: EVERY FILE
      *--> ACCEPTED OR REFUSED, AND THE LAST SEQUENCE NUMBER TAKEN
      *--> FROM EACH SENDER.
           SELECT INFREG1  ASSIGN TO    INFREG1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS          IS FS-INFREG1.

      *--> GOOD EXECUTIONS GO ON THE END OF TRADE001 AHEAD OF THE
      *--> TRADEBAT RUN, SAME OPEN EXTEND PATTERN TRADING9 USES, SO
      *--> THE BATCH PIPELINE BECOMES THE CHECKPOINT FOR BROKER DATA.

       COPY BRKSTMT1.

       FD  INFREG1
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INBOUND-REG-RECORD.

       COPY INFREG1.

       FD  TRADE001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
      ****************************************************************

       01  FS-BRKSTMT1            PIC  9(02) VALUE ZEROS.
       01  FS-INFREG1             PIC  9(02) VALUE ZEROS.
       01  FS-TRADE001            PIC  9(02) VALUE ZEROS.
       01  FS-BRKREJ01            PIC  9(02) VALUE ZEROS.
       01  FS-AGGRPT01            PIC  9(02) VALUE ZEROS.
      *--> SAME ACCOUNT/DATE/SYMBOL/SIDE INTO ONE TRADE001 ENTRY
      *--> (ANYTHING ELSE KEEPS THE HISTORIC ROW-PER-ROW IMPORT);
      *--> COLS 3-10 THE BUSINESS DATE FOR THE RUN-STATISTICS ROW
      *--> (BLANK = TODAY), SAME CONVENTION AS TRADING1'S CARD;
      *--> COL 12 'G' ACCEPTS A FILE WHOSE SEQUENCE NUMBER SKIPS ONE,
      *--> ONCE THE DESK HAS CONFIRMED WITH THE BROKER THAT NO FILE
      *--> IS MISSING.
       01  WS-MODE-CONTROL.
           03  WS-AGG-MODE        PIC  X(01) VALUE 'N'.
               88  WS-AGG-YES     VALUE 'A'.
           03  FILLER             PIC  X(01).
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-GAP-MODE        PIC  X(01) VALUE SPACES.
               88  WS-GAP-ALLOWED VALUE 'G'.
           03  FILLER             PIC  X(68).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

       01  WS-STAMP-FIELDS.
           03  WS-STAMP-14        PIC  X(14).
           03  FILLER             PIC  X(07).

      *--> WHAT THE PROVING PASS FOUND: HEADER IDENTITY, TRAILER
      *--> TOTALS, THE FILE'S OWN TOTALS AND THE SENDER'S SEQUENCE
      *--> HISTORY ON INFREG1. ANY REASON REFUSES THE WHOLE FILE.
       01  WS-FILE-CONTROL-VARS.
           03  WS-FILE-STATUS     PIC  X(01) VALUE 'A'.
               88  WS-FILE-ACCEPTED
                                  VALUE 'A'.
               88  WS-FILE-REFUSED
                                  VALUE 'R'.
           03  WS-FILE-REASON     PIC  X(02) VALUE SPACES.
           03  WS-HDR-SENDER      PIC  X(08) VALUE SPACES.
           03  WS-HDR-FILE-DATE   PIC  X(08) VALUE SPACES.
           03  WS-HDR-SEQ-NO      PIC  9(06) VALUE ZEROS.
           03  WS-TRL-FOUND       PIC  X(01) VALUE 'N'.
           03  WS-TRL-COUNT       PIC  9(07) VALUE ZEROS.
           03  WS-TRL-HASH        PIC  9(11) VALUE ZEROS.
           03  WS-FILE-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-FILE-HASH       PIC  9(11) VALUE ZEROS.
           03  WS-LAST-SEQ        PIC  9(06) VALUE ZEROS.
           03  WS-SEQ-TAKEN       PIC  X(01) VALUE 'N'.
           03  WS-ATTEMPT         PIC  9(03) VALUE ZEROS.
           03  WS-REG-EOF         PIC  X(01) VALUE 'N'.

      *--> ONE ROW PER ACCOUNT/DATE/SYMBOL/SIDE ORDER BEING REBUILT
      *--> FROM ITS PARTIAL FILLS: QUANTITIES AND FEES SUM, PRICE AND
      *--> PER-UNIT RESULT ARE QUANTITY-WEIGHTED AVERAGES, TP/SL AND
               05  WS-GRP-PRCSUM  PIC  9(11)V9999.
               05  WS-GRP-RESSUM  PIC  S9(09)V9999.
               05  WS-GRP-FEE     PIC  9(05)V99.
               05  WS-GRP-TP      PIC  9(05)V99.
               05  WS-GRP-SL      PIC  9(05)V99.
               05  WS-GRP-CUR     PIC  X(03).
               05  WS-GRP-LEGS    PIC  9(03).

       01  WS-AGG-WORK.
           03  WS-GRP-FOUND       PIC  X(01).
           03  WS-AVG-PRICE       PIC  9(05)V99.
           03  WS-AVG-RESULT      PIC  S9(05)V99.
           03  WS-COMBINE-COUNT   PIC  9(05) VALUE ZEROS.

       01  WS-AGG-EDIT-VARS.
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-FIELDS.

           OPEN INPUT  BRKSTMT1
           IF FS-BRKSTMT1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-BRKSTMT1'
               GOBACK
           END-IF.

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O INFREG1.
           IF FS-INFREG1 EQUAL '35'
               OPEN OUTPUT INFREG1
               CLOSE       INFREG1
               OPEN I-O    INFREG1
           END-IF.
           IF FS-INFREG1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INFREG1'
               DISPLAY 'FS-INFREG1 = ' FS-INFREG1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 13-PROVE-FILE.

           OPEN EXTEND TRADE001
           IF FS-TRADE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADE001'
           END-IF.

       12-EXIT. EXIT.
      ****************************************************************
       13-PROVE-FILE             SECTION.
      ****************************************************************

      *--> FIRST PASS OVER THE WHOLE FILE BEFORE ANYTHING IS BOOKED:
      *--> THE HEADER MUST COME FIRST AND THE TRAILER LAST, AND THE
      *--> TRAILER'S COUNT AND QUANTITY HASH MUST AGREE WITH THE ROWS
      *--> IN BETWEEN, OR THE WHOLE FILE IS REFUSED. THE FILE IS
      *--> REOPENED SO THE LOAD PASS READS FROM THE TOP, AS IN
      *--> TRADREC1'S 12-SCAN-STATEMENT.
           READ BRKSTMT1
               AT END
                   MOVE 'NH' TO WS-FILE-REASON
               NOT AT END
                   IF (BRH-ID = 'HDR') AND (BRH-SEQ-NO NUMERIC)
                       MOVE BRH-SENDER    TO WS-HDR-SENDER
                       MOVE BRH-FILE-DATE TO WS-HDR-FILE-DATE
                       MOVE BRH-SEQ-NO    TO WS-HDR-SEQ-NO
                   ELSE
                       MOVE 'NH' TO WS-FILE-REASON
                   END-IF
           END-READ.

           IF (WS-FILE-REASON NOT = SPACES)
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BRKSTMT1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-TRL-FOUND = 'Y'
                               MOVE 'TR' TO WS-FILE-REASON
                               MOVE 'Y'  TO WS-EOF
                           WHEN BRT-ID = 'TRL'
                               MOVE 'Y' TO WS-TRL-FOUND
                               IF (BRT-RECORD-COUNT NUMERIC) AND
                                  (BRT-HASH-QTY NUMERIC)
                                   MOVE BRT-RECORD-COUNT
                                                TO WS-TRL-COUNT
                                   MOVE BRT-HASH-QTY TO WS-TRL-HASH
                               ELSE
                                   MOVE 'CT' TO WS-FILE-REASON
                               END-IF
                           WHEN OTHER
                               ADD 01 TO WS-FILE-COUNT
                               IF (BRK-QTY NUMERIC)
                                   ADD BRK-QTY TO WS-FILE-HASH
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-FILE-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-TRL-FOUND = 'N'
                   MOVE 'NT' TO WS-FILE-REASON
               WHEN WS-FILE-COUNT NOT = WS-TRL-COUNT
                   MOVE 'CT' TO WS-FILE-REASON
               WHEN WS-FILE-HASH NOT = WS-TRL-HASH
                   MOVE 'HS' TO WS-FILE-REASON
           END-EVALUATE.

           PERFORM 14-CHECK-SEQUENCE.

           IF (WS-FILE-REASON NOT = SPACES)
               MOVE 'R' TO WS-FILE-STATUS
           END-IF.

           CLOSE BRKSTMT1.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT BRKSTMT1
           IF FS-BRKSTMT1 NOT EQUAL ZEROS
               DISPLAY 'ERROR REOPENING FILE FS-BRKSTMT1'
               DISPLAY 'FS-BRKSTMT1 = ' FS-BRKSTMT1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       13-EXIT. EXIT.
      ****************************************************************
       14-CHECK-SEQUENCE         SECTION.
      ****************************************************************

      *--> EVERY EARLIER DELIVERY FROM THIS SENDER, IN KEY ORDER: THE
      *--> HIGHEST SEQUENCE NUMBER ACCEPTED, WHETHER THIS ONE WAS
      *--> ALREADY ACCEPTED, AND THE NEXT ATTEMPT NUMBER FOR THIS ONE
      *--> (THE ATTEMPT IS NEEDED EVEN FOR A FILE ALREADY REFUSED).
           MOVE ZEROS         TO WS-LAST-SEQ.
           MOVE ZEROS         TO WS-ATTEMPT.
           MOVE 'N'           TO WS-SEQ-TAKEN.

           MOVE 'BRKSTMT1'    TO IR-FILE-ID.
           MOVE WS-HDR-SENDER TO IR-SENDER.
           MOVE ZEROS         TO IR-SEQ-NO.
           MOVE ZEROS         TO IR-ATTEMPT.
           MOVE 'N'           TO WS-REG-EOF.
           START INFREG1 KEY IS NOT LESS THAN IR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.

           PERFORM UNTIL WS-REG-EOF EQUAL 'Y'
               READ INFREG1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF (IR-FILE-ID NOT = 'BRKSTMT1') OR
                          (IR-SENDER NOT = WS-HDR-SENDER)
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           IF (IR-SEQ-NO = WS-HDR-SEQ-NO)
                               MOVE IR-ATTEMPT TO WS-ATTEMPT
                           END-IF
                           IF IR-ACCEPTED
                               MOVE IR-SEQ-NO TO WS-LAST-SEQ
                               IF (IR-SEQ-NO = WS-HDR-SEQ-NO)
                                   MOVE 'Y' TO WS-SEQ-TAKEN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           ADD 01 TO WS-ATTEMPT.

           IF (WS-FILE-REASON NOT = SPACES)
               GO TO 14-EXIT
           END-IF.

      *--> THE FIRST FILE EVER FROM A SENDER SETS ITS SEQUENCE.
           EVALUATE TRUE
               WHEN WS-SEQ-TAKEN = 'Y'
                   MOVE 'DU' TO WS-FILE-REASON
               WHEN (WS-LAST-SEQ > ZEROS) AND
                    (WS-HDR-SEQ-NO NOT = WS-LAST-SEQ + 1) AND
                    (NOT WS-GAP-ALLOWED)
                   MOVE 'SQ' TO WS-FILE-REASON
           END-EVALUATE.

       14-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

      *--> A REFUSED FILE BOOKS NOTHING AT ALL. THE HEADER IS SKIPPED
      *--> AND THE TRAILER ENDS THE LOAD.
           IF WS-FILE-REFUSED
               GO TO 20-EXIT
           END-IF.

           READ BRKSTMT1
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BRKSTMT1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BRT-ID = 'TRL')
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 01 TO WS-READ-COUNT
                           PERFORM 21-EDIT-EXECUTION
                           IF (WS-VALID-ROW = 'Y')
                               IF WS-AGG-YES
                                   PERFORM 24-LOAD-GROUP
                               ELSE
                                   PERFORM 22-MAP-AND-WRITE
                               END-IF
                           END-IF
                           IF (WS-VALID-ROW = 'N')
                               PERFORM 23-REJECT-EXECUTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           WRITE EXCEPTION-LOG-RECORD.

       27-EXIT. EXIT.
      ****************************************************************
       28-REGISTER-FILE          SECTION.
      ****************************************************************

      *--> ONE INFREG1 ROW FOR THIS DELIVERY, ACCEPTED OR REFUSED. A
      *--> REFUSAL ALSO LEAVES A SEVERE ROW ON EXCPLOG1 WITH THE
      *--> REASON FOR THE MORNING CHECKLIST.
           MOVE SPACES           TO INBOUND-REG-RECORD.
           MOVE 'BRKSTMT1'       TO IR-FILE-ID.
           MOVE WS-HDR-SENDER    TO IR-SENDER.
           MOVE WS-HDR-SEQ-NO    TO IR-SEQ-NO.
           MOVE WS-ATTEMPT       TO IR-ATTEMPT.
           MOVE WS-HDR-FILE-DATE TO IR-FILE-DATE.
           MOVE WS-STAMP-14      TO IR-RECEIVED.
           MOVE WS-FILE-STATUS   TO IR-STATUS.
           MOVE WS-FILE-REASON   TO IR-REASON.
           MOVE WS-FILE-COUNT    TO IR-RECORD-COUNT.
           MOVE WS-FILE-HASH     TO IR-HASH-TOTAL.

           WRITE INBOUND-REG-RECORD
               INVALID KEY
                   DISPLAY 'INFREG1 WRITE FAILED - FS = ' FS-INFREG1
           END-WRITE.

           IF WS-FILE-ACCEPTED
               GO TO 28-EXIT
           END-IF.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADIMP1'        TO EXC-PROGRAM-ID.
           MOVE '13-PROVE'        TO EXC-PARAGRAPH.
           MOVE 'BRKSTMT1'        TO EXC-FILE-NAME.
           MOVE WS-FILE-REASON    TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           WRITE EXCEPTION-LOG-RECORD.

       28-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************
               CLOSE AGGRPT01
           END-IF.

           PERFORM 28-REGISTER-FILE.

           CLOSE BRKSTMT1.
           CLOSE INFREG1.
           CLOSE TRADE001.
           CLOSE BRKREJ01.
           CLOSE NXTID001.
           CLOSE EXCPLOG1.

           DISPLAY 'FILE FROM SENDER     = ' WS-HDR-SENDER
                   ' SEQ ' WS-HDR-SEQ-NO ' DATED ' WS-HDR-FILE-DATE.
           DISPLAY 'EXECUTIONS READ      = ' WS-READ-COUNT.
           DISPLAY 'IMPORTED TO TRADE001 = ' WS-IMPORT-COUNT.
           DISPLAY 'REJECTED TO BRKREJ01 = ' WS-REJECT-COUNT.
               DISPLAY 'ORDERS COMBINED      = ' WS-COMBINE-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-FILE-REFUSED
                   DISPLAY 'BRKSTMT1 REFUSED WHOLE - REASON '
                           WS-FILE-REASON ' (SEE INFREG1)'
                   DISPLAY 'ROWS ' WS-FILE-COUNT ' HASH '
                           WS-FILE-HASH ' TRAILER ' WS-TRL-COUNT
                           ' HASH ' WS-TRL-HASH
                   MOVE 08 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   DISPLAY 'REVIEW BRKREJ01 BEFORE THE BATCH RUN'
                   MOVE 04 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 92-WRITE-RUN-STAT.

