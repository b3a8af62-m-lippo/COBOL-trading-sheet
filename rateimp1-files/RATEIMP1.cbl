       FILE-CONTROL.

      *--> THE BANK'S DAILY RATE FILE IN ITS NATIVE LAYOUT; ONE ROW
      *--> PER DATE/CURRENCY PAIR BETWEEN ITS HEADER AND TRAILER.
           SELECT BNKRATE1 ASSIGN TO    BNKRATE1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-BNKRATE1.

      *--> INBOUND-FILE REGISTER, SHARED WITH TRADIMP1: EVERY FILE
      *--> ACCEPTED OR REFUSED, AND THE LAST SEQUENCE NUMBER TAKEN
      *--> FROM EACH SENDER.
           SELECT INFREG1  ASSIGN TO    INFREG1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS          IS FS-INFREG1.

      *--> THE DAILY RATE FILE THE WHOLE PIPELINE CONVERTS WITH,
      *--> LOADED IN BULK HERE INSTEAD OF ONE RATEMNT1 CARD AT A
      *--> TIME, SO THE MORNING RATE-GAP HUNT STOPS.

       COPY BNKRATE1.

       FD  INFREG1
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INBOUND-REG-RECORD.

       COPY INFREG1.

       FD  RATE001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
      ****************************************************************

       01  FS-BNKRATE1            PIC  9(02) VALUE ZEROS.
       01  FS-INFREG1             PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-CURRCTL1            PIC  9(02) VALUE ZEROS.
       01  FS-RATLRPT1            PIC  9(02) VALUE ZEROS.
      *--> CARRY (BLANK = TODAY; ANYTHING ELSE ON A ROW IS A STALE
      *--> DATE), COL 10 'R' REWRITES A PAIR ALREADY ON RATE001
      *--> (CORRECTION RELOAD), COLS 12-13 THE TOLERANCE IN PERCENT
      *--> AGAINST THE PREVIOUS DAY'S VALUE (BLANK/ZERO = 10), COL
      *--> 15 'G' ACCEPTS A FILE WHOSE SEQUENCE NUMBER SKIPS ONE, ONCE
      *--> THE BANK HAS CONFIRMED NO FILE IS MISSING.
       01  WS-MODE-CONTROL.
           03  WS-LOAD-DATE       PIC  X(08) VALUE SPACES.
           03                     PIC  X(01).
               88  WS-REPLACE-YES VALUE 'R'.
           03                     PIC  X(01).
           03  WS-TOL-PCT         PIC  9(02) VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-GAP-MODE        PIC  X(01) VALUE SPACES.
               88  WS-GAP-ALLOWED VALUE 'G'.
           03  FILLER             PIC  X(65).

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
           03  WS-TRL-HASH        PIC  9(11)V99 VALUE ZEROS.
           03  WS-FILE-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-FILE-HASH       PIC  9(11)V99 VALUE ZEROS.
           03  WS-LAST-SEQ        PIC  9(06) VALUE ZEROS.
           03  WS-SEQ-TAKEN       PIC  X(01) VALUE 'N'.
           03  WS-ATTEMPT         PIC  9(03) VALUE ZEROS.
           03  WS-REG-EOF         PIC  X(01) VALUE 'N'.

      *--> CURRENCIES OPEN FOR TRADING, SAME TABLE AS TRADING1'S.
       01  WS-MAX-CURRENCY        PIC  9(02) VALUE 10.
       01  WS-CURRENCY-TABLE.
               MOVE 10 TO WS-TOL-PCT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-FIELDS.

           OPEN INPUT  BNKRATE1
           IF FS-BNKRATE1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-BNKRATE1'
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

           PERFORM 12-PROVE-FILE.

      *--> RATE FILE MAY NOT EXIST YET ON A FIRST LOAD; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O, SAME PATTERN AS RATEMNT1.
           OPEN I-O RATE001.

           MOVE SPACES TO REPORT-LINE.
           STRING 'BANK RATE LOAD FOR ' DELIMITED BY SIZE,
                  WS-LOAD-DATE          DELIMITED BY SIZE,
                  ' - FILE FROM '       DELIMITED BY SIZE,
                  WS-HDR-SENDER         DELIMITED BY SIZE,
                  ' SEQ '               DELIMITED BY SIZE,
                  WS-HDR-SEQ-NO         DELIMITED BY SIZE,
                  ' DATED '             DELIMITED BY SIZE,
                  WS-HDR-FILE-DATE      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CURRCTL1.

       11-EXIT. EXIT.
      ****************************************************************
       12-PROVE-FILE             SECTION.
      ****************************************************************

      *--> FIRST PASS OVER THE WHOLE FILE BEFORE ANY RATE IS LOADED,
      *--> SAME CHECKS AS TRADIMP1'S 13-PROVE-FILE: HEADER FIRST,
      *--> TRAILER LAST, THE TRAILER'S COUNT AND RATE-VALUE HASH
      *--> AGREEING WITH THE ROWS IN BETWEEN, OR THE WHOLE FILE IS
      *--> REFUSED. THE FILE IS THEN REOPENED FOR THE LOAD PASS.
           READ BNKRATE1
               AT END
                   MOVE 'NH' TO WS-FILE-REASON
               NOT AT END
                   IF (BNH-ID = 'HDR') AND (BNH-SEQ-NO NUMERIC)
                       MOVE BNH-SENDER    TO WS-HDR-SENDER
                       MOVE BNH-FILE-DATE TO WS-HDR-FILE-DATE
                       MOVE BNH-SEQ-NO    TO WS-HDR-SEQ-NO
                   ELSE
                       MOVE 'NH' TO WS-FILE-REASON
                   END-IF
           END-READ.

           IF (WS-FILE-REASON NOT = SPACES)
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BNKRATE1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-TRL-FOUND = 'Y'
                               MOVE 'TR' TO WS-FILE-REASON
                               MOVE 'Y'  TO WS-EOF
                           WHEN BNT-ID = 'TRL'
                               MOVE 'Y' TO WS-TRL-FOUND
                               IF (BNT-RECORD-COUNT NUMERIC) AND
                                  (BNT-HASH-RATE NUMERIC)
                                   MOVE BNT-RECORD-COUNT
                                                TO WS-TRL-COUNT
                                   MOVE BNT-HASH-RATE TO WS-TRL-HASH
                               ELSE
                                   MOVE 'CT' TO WS-FILE-REASON
                               END-IF
                           WHEN OTHER
                               ADD 01 TO WS-FILE-COUNT
                               IF (BNK-RATE-VALUE NUMERIC)
                                   ADD BNK-RATE-VALUE TO WS-FILE-HASH
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

           PERFORM 13-CHECK-SEQUENCE.

           IF (WS-FILE-REASON NOT = SPACES)
               MOVE 'R' TO WS-FILE-STATUS
           END-IF.

           CLOSE BNKRATE1.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT BNKRATE1
           IF FS-BNKRATE1 NOT EQUAL ZEROS
               DISPLAY 'ERROR REOPENING FILE FS-BNKRATE1'
               DISPLAY 'FS-BNKRATE1 = ' FS-BNKRATE1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       12-EXIT. EXIT.
      ****************************************************************
       13-CHECK-SEQUENCE         SECTION.
      ****************************************************************

      *--> EVERY EARLIER DELIVERY FROM THIS SENDER, IN KEY ORDER: THE
      *--> HIGHEST SEQUENCE NUMBER ACCEPTED, WHETHER THIS ONE WAS
      *--> ALREADY ACCEPTED, AND THE NEXT ATTEMPT NUMBER FOR THIS ONE
      *--> (THE ATTEMPT IS NEEDED EVEN FOR A FILE ALREADY REFUSED).
           MOVE ZEROS         TO WS-LAST-SEQ.
           MOVE ZEROS         TO WS-ATTEMPT.
           MOVE 'N'           TO WS-SEQ-TAKEN.

           MOVE 'BNKRATE1'    TO IR-FILE-ID.
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
                       IF (IR-FILE-ID NOT = 'BNKRATE1') OR
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
               GO TO 13-EXIT
           END-IF.

      *--> THE FIRST FILE EVER FROM A SENDER SETS ITS SEQUENCE. A
      *--> CORRECTION RELOAD ('R') IS A NEW FILE WITH ITS OWN NUMBER.
           EVALUATE TRUE
               WHEN WS-SEQ-TAKEN = 'Y'
                   MOVE 'DU' TO WS-FILE-REASON
               WHEN (WS-LAST-SEQ > ZEROS) AND
                    (WS-HDR-SEQ-NO NOT = WS-LAST-SEQ + 1) AND
                    (NOT WS-GAP-ALLOWED)
                   MOVE 'SQ' TO WS-FILE-REASON
           END-EVALUATE.

       13-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

      *--> A REFUSED FILE LOADS NOTHING AT ALL. THE HEADER IS SKIPPED
      *--> AND THE TRAILER ENDS THE LOAD.
           IF WS-FILE-REFUSED
               GO TO 20-EXIT
           END-IF.

           READ BNKRATE1
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BNKRATE1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BNT-ID = 'TRL')
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 01 TO WS-READ-COUNT
                           PERFORM 21-EDIT-RATE-ROW
                           IF (WS-REASON-CODE = SPACES)
                               PERFORM 23-LOAD-RATE
                           ELSE
                               PERFORM 24-REJECT-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           WRITE REPORT-LINE.

       25-EXIT. EXIT.
      ****************************************************************
       26-REGISTER-FILE          SECTION.
      ****************************************************************

      *--> ONE INFREG1 ROW FOR THIS DELIVERY, ACCEPTED OR REFUSED.
           MOVE SPACES           TO INBOUND-REG-RECORD.
           MOVE 'BNKRATE1'       TO IR-FILE-ID.
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

       26-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           IF WS-FILE-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING 'FILE REFUSED WHOLE - REASON ' DELIMITED BY SIZE,
                      WS-FILE-REASON DELIMITED BY SIZE,
                      ' (SEE INFREG1), NOTHING LOADED'
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-LOAD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RATES LOADED   = ' DELIMITED BY SIZE,
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 26-REGISTER-FILE.

           CLOSE BNKRATE1.
           CLOSE INFREG1.
           CLOSE RATE001.
           CLOSE RATLRPT1.

           DISPLAY 'RATES LOADED   = ' WS-LOAD-COUNT.
           DISPLAY 'RATES REJECTED = ' WS-REJECT-COUNT.

           EVALUATE TRUE
               WHEN WS-FILE-REFUSED
                   DISPLAY 'BNKRATE1 REFUSED WHOLE - REASON '
                           WS-FILE-REASON ' (SEE INFREG1)'
                   DISPLAY 'ROWS ' WS-FILE-COUNT ' HASH '
                           WS-FILE-HASH ' TRAILER ' WS-TRL-COUNT
                           ' HASH ' WS-TRL-HASH
                   MOVE 08 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   DISPLAY 'REVIEW RATLRPT1 BEFORE THE BATCH RUN'
                   MOVE 04 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'END'.

