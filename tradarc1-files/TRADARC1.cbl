
      *--> CUMULATIVE TRADE HISTORY: EVERY BATCH RUN'S TRADS001
      *--> DETAILS, STAMPED WITH THE RUN DATE, SO 'WHAT DID THIS
      *--> TRADE LOOK LIKE LAST TUESDAY' HAS ONE PLACE TO LOOK. KEYED
      *--> BY RUN DATE, SO A DAY IS RELOADED OR AGED OFF IN PLACE.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      *--> ONE ROW PER EXECUTION ON THE RUN-STATISTICS FILE SHARED BY
      *--> THE WHOLE BATCH, READ BACK BY THE MORNING RUNRPT01 PAGE.
           SELECT RUNSTAT1 ASSIGN TO    RUNSTAT1
      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
       COPY TRADSREC.

       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

       FD  RUNSTAT1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS

       01  FS-TRADS001            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

      *--> ONE SYSIN CONTROL CARD: 'A' APPENDS THE DAY'S TRADS001 TO
           03  FILLER             PIC  X(68).

       77  WS-DATE-ON-FILE        PIC  X(01) VALUE 'N'.

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  WS-WRITE-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-PURGE-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-DROP-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-ERROR-COUNT     PIC  9(05) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
      ****************************************************************
       20-APPEND-HISTORY         SECTION.
      ****************************************************************

           PERFORM 25-OPEN-HISTORY.

      *--> RERUN PROTECTION, THE ARCHIVE'S OWN VERSION OF WHAT
      *--> RUNCTL01 GAVE TRADING1: A RUN DATE ALREADY ON TRADHST1
      *--> MUST NOT BE APPENDED A SECOND TIME, OR EVERY TRADHST1
      *--> CONSUMER DOUBLE-COUNTS THE DAY FOREVER.
           PERFORM 22-CHECK-RUN-DATE.

      *--> A REPLACE RUN FOR A DATE THAT IS NOT ON THE ARCHIVE IS A
      *--> MISTYPED OR ALREADY-CLEANED DATE: IT STOPS HARD INSTEAD OF
      *--> FALLING THROUGH TO A PLAIN APPEND UNDER THE WRONG DATE.
           IF WS-REPLACE-YES AND (WS-DATE-ON-FILE = 'N')
               DISPLAY 'NOTHING TO REPLACE FOR ' WS-RUN-DATE
                       ' - RUN DATE NOT ON TRADHST1'
               MOVE 08 TO RETURN-CODE
               CLOSE TRADHST1
               GO TO 20-EXIT
           END-IF.

                       ' ALREADY ON TRADHST1 - NOTHING APPENDED'
               DISPLAY 'SUPPLY THE REPLACE OPTION TO RELOAD THE DAY'
               MOVE 08 TO RETURN-CODE
               CLOSE TRADHST1
               GO TO 20-EXIT
           END-IF.

           IF (WS-DATE-ON-FILE = 'Y') AND WS-REPLACE-YES
               PERFORM 23-DROP-DAY
           END-IF.

           OPEN INPUT  TRADS001
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADS001
                   AT END
           CLOSE TRADS001.
           CLOSE TRADHST1.

      *--> A ROW THE ARCHIVE REFUSED LEAVES THE DAY SHORT: RELOAD IT
      *--> WITH THE REPLACE OPTION ONCE THE CAUSE IS FIXED.
           IF (WS-ERROR-COUNT > ZEROS)
               DISPLAY 'HISTORY ROWS NOT WRITTEN = ' WS-ERROR-COUNT
               MOVE 08 TO RETURN-CODE
           END-IF.

       20-EXIT. EXIT.
      ****************************************************************
       21-WRITE-HISTORY          SECTION.
           MOVE SPACES            TO HISTORY-TRADE.
           MOVE WS-RUN-DATE       TO HST-RUN-DATE.
           MOVE OUTPUT-TRADE      TO HST-DETAIL.
           PERFORM 24-SET-KEYS.

           WRITE HISTORY-TRADE
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'HISTORY WRITE FAILED FOR ' HST-KEY
                           ' FS = ' FS-TRADHST1
               NOT INVALID KEY
                   ADD 01 TO WS-WRITE-COUNT
           END-WRITE.

       21-EXIT. EXIT.
      ****************************************************************
       22-CHECK-RUN-DATE         SECTION.
      ****************************************************************

      *--> LOOKS UP THE RUN DATE ABOUT TO BE STAMPED. ADJUSTMENT ROWS
      *--> POSTED BY TRADADJ1 UNDER THE SAME DATE ARE NOT THE DAY'S
      *--> ARCHIVE AND DO NOT COUNT.
           MOVE LOW-VALUES  TO HST-KEY.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   GO TO 22-EXIT
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (HST-RUN-DATE NOT = WS-RUN-DATE)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF (NOT HST-ADJUSTMENT)
                               MOVE 'Y' TO WS-DATE-ON-FILE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       22-EXIT. EXIT.
      ****************************************************************
       23-DROP-DAY               SECTION.
      ****************************************************************

      *--> A DELIBERATE RELOAD OF ONE DAY: THE DAY'S ARCHIVED ROWS ARE
      *--> DELETED IN PLACE AND THE FRESH TRADS001 DETAILS WRITTEN
      *--> AFTER, TAKING THEIR PLACE IN KEY ORDER. ADJUSTMENT ROWS OF
      *--> THE RELOADED DATE ARE KEPT.
           MOVE LOW-VALUES  TO HST-KEY.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   GO TO 23-EXIT
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (HST-RUN-DATE NOT = WS-RUN-DATE)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF (NOT HST-ADJUSTMENT)
                               DELETE TRADHST1 RECORD
                                   INVALID KEY
                                       DISPLAY 'HISTORY DELETE '
                                               'FAILED FOR ' HST-KEY
                                   NOT INVALID KEY
                                       ADD 01 TO WS-DROP-COUNT
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

           DISPLAY 'REPLACED RUN DATE ' WS-RUN-DATE
                   ' - OLD RECORDS DROPPED = ' WS-DROP-COUNT.

       23-EXIT. EXIT.
      ****************************************************************
       24-SET-KEYS               SECTION.
      ****************************************************************

      *--> THE KEY FIELDS REPEAT THE DETAIL: REFERENCE AND PER-RUN
      *--> SEQUENCE FOR THE PRIME KEY, ACCOUNT (BLANK = 'ACCT') AND
      *--> TRADE DATE FOR THE ALTERNATE.
           MOVE HST-TRADE-REF     TO HST-KEY-REF.
           MOVE HST-TRADE-ID      TO HST-KEY-SEQ.
           MOVE HST-TRADE-DATE    TO HST-KEY-TRADE-DATE.
           IF (HST-ACCOUNT = SPACES)
               MOVE 'ACCT'        TO HST-KEY-ACCOUNT
           ELSE
               MOVE HST-ACCOUNT   TO HST-KEY-ACCOUNT
           END-IF.

       24-EXIT. EXIT.
      ****************************************************************
       25-OPEN-HISTORY           SECTION.
      ****************************************************************

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O TRADHST1.
           IF FS-TRADHST1 EQUAL '35'
               OPEN OUTPUT TRADHST1
               CLOSE       TRADHST1
               OPEN I-O    TRADHST1
           END-IF.

           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               GOBACK
           END-IF.

       25-EXIT. EXIT.
      ****************************************************************
       30-PURGE-HISTORY          SECTION.
      ****************************************************************

      *--> THE ARCHIVE IS IN RUN-DATE ORDER: DELETE FROM THE FRONT UP
      *--> TO THE CUTOFF AND STOP AT THE FIRST ROW AT OR AFTER IT.
           PERFORM 25-OPEN-HISTORY.

           MOVE LOW-VALUES TO HST-KEY.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (HST-RUN-DATE < WS-CARD-DATE)
                           ADD 01 TO WS-READ-COUNT
                           DELETE TRADHST1 RECORD
                               INVALID KEY
                                   DISPLAY 'HISTORY DELETE FAILED '
                                           'FOR ' HST-KEY
                               NOT INVALID KEY
                                   ADD 01 TO WS-PURGE-COUNT
                           END-DELETE
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRADHST1.

       30-EXIT. EXIT.
      ****************************************************************
