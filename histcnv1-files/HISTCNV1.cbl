       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  HISTCNV1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> ONE-TIME COPY OF THE 130-BYTE SEQUENTIAL TRADE HISTORY INTO
      *--> THE 160-BYTE KEYED ARCHIVE. THE OLD FILE IS READ AS IT WAS
      *--> APPENDED AND LEFT UNTOUCHED; THE JOB SWAPS THE NEW CLUSTER
      *--> IN ONLY WHEN THE TOTALS PROVE.
           SELECT TRADHSTO ASSIGN TO    TRADHSTO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADHSTO.

      *--> APPEND ORDER IS NOT KEY ORDER (A REPLACED DAY WAS WRITTEN
      *--> BEHIND LATER ONES), SO THE NEW ARCHIVE IS LOADED BY KEY.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
      *--> THE LAYOUT AS IT STOOD BEFORE THE KEYS: RUN DATE, THE
      *--> 120-BYTE DETAIL (UNCHANGED), ADJUSTMENT TYPE 'V' REVERSAL
      *--> OR 'B' REBOOK.
       FD  TRADHSTO
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-HISTORY-TRADE.

       01  OLD-HISTORY-TRADE.
           03  OLD-HST-RUN-DATE   PIC  X(08).
           03  OLD-HST-DETAIL.
               05  OLD-HST-TRADE-ID PIC 9(03).
               05  FILLER         PIC  X(38).
               05  OLD-HST-TRADE-DATE PIC X(08).
               05  FILLER         PIC  X(16).
               05  OLD-HST-TRADE-REF PIC 9(06).
               05  FILLER         PIC  X(27).
               05  OLD-HST-USD-NET-AMT PIC S9(06)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  OLD-HST-ACCOUNT PIC X(08).
               05  FILLER         PIC  X(05).
           03  OLD-HST-ADJ-TYPE   PIC  X(01).
           03  FILLER             PIC  X(01).

      *--> THE 160-BYTE KEYED LAYOUT THIS CONVERSION PRODUCES,
      *--> WRITTEN OUT HERE RATHER THAN COPIED: THE TRADHST1 COPYBOOK
      *--> HAS SINCE WIDENED ITS DETAIL AND KEY, AND AMTCNV1 READS
      *--> THIS FILE IN THE LAYOUT BELOW - 18-BYTE PRIME KEY, 16-BYTE
      *--> ALTERNATE KEY AT 18, THE 120-BYTE DETAIL AS IT WAS.
       FD  TRADHST1
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-HISTORY-TRADE.

       01  NEW-HISTORY-TRADE.
           03  NEW-HST-KEY.
               05  NEW-HST-RUN-DATE   PIC  X(08).
               05  NEW-HST-KEY-REF    PIC  9(06).
               05  NEW-HST-ADJ-TYPE   PIC  X(01).
                   88  NEW-HST-REVERSAL   VALUE '1'.
                   88  NEW-HST-REBOOK     VALUE '2'.
               05  NEW-HST-KEY-SEQ    PIC  9(03).
           03  NEW-HST-ALT-KEY.
               05  NEW-HST-KEY-ACCOUNT    PIC  X(08).
               05  NEW-HST-KEY-TRADE-DATE PIC  X(08).
           03  NEW-HST-DETAIL.
               05  FILLER             PIC  X(65).
               05  NEW-HST-TRADE-REF  PIC  9(06).
               05  FILLER             PIC  X(27).
               05  NEW-HST-USD-NET-AMT PIC S9(06)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  FILLER             PIC  X(13).
           03  FILLER                 PIC  X(06).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-TRADHSTO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.

      *--> PROOF TOTALS: RECORD COUNTS, A HASH OF THE TRADE
      *--> REFERENCES AND THE SIGNED USD NET AMOUNT MUST AGREE.
       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-WRITE-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-ERROR-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-REF-HASH-IN     PIC  9(13) VALUE ZEROS.
           03  WS-REF-HASH-OUT    PIC  9(13) VALUE ZEROS.
           03  WS-USD-AMT-IN      PIC  S9(11)V99 VALUE ZEROS.
           03  WS-USD-AMT-OUT     PIC  S9(11)V99 VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-AMT-ED          PIC  -ZZZZZZZZZZ9,99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

      ****************************************************************
       00-STARTING               SECTION.
      ****************************************************************

           PERFORM 10-INITIALIZE.
           PERFORM 20-PROCEDURES.
           PERFORM 90-ENDING.
           GOBACK.

       00-EXIT. EXIT.
      ****************************************************************
       10-INITIALIZE             SECTION.
      ****************************************************************

           OPEN INPUT  TRADHSTO
           IF FS-TRADHSTO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHSTO'
               DISPLAY 'FS-TRADHSTO = ' FS-TRADHSTO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHSTO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF OLD-HST-TRADE-REF NUMERIC
                           ADD OLD-HST-TRADE-REF TO WS-REF-HASH-IN
                       END-IF
                       IF OLD-HST-USD-NET-AMT NUMERIC
                           ADD OLD-HST-USD-NET-AMT TO WS-USD-AMT-IN
                       END-IF
                       PERFORM 21-CONVERT-RECORD
               END-READ
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-CONVERT-RECORD         SECTION.
      ****************************************************************

      *--> THE ADJUSTMENT CODES BECOME '1' AND '2' SO THE KEY ORDERS
      *--> A TRADE'S ARCHIVED ROW, REVERSAL AND REBOOK AS POSTED. THE
      *--> KEY FIELDS ARE SET AS TRADARC1 SETS THEM, FROM THE OLD
      *--> DETAIL.
           MOVE SPACES             TO NEW-HISTORY-TRADE.
           MOVE OLD-HST-RUN-DATE   TO NEW-HST-RUN-DATE.
           MOVE OLD-HST-DETAIL     TO NEW-HST-DETAIL.
           EVALUATE OLD-HST-ADJ-TYPE
               WHEN 'V'
                   SET NEW-HST-REVERSAL TO TRUE
               WHEN 'B'
                   SET NEW-HST-REBOOK   TO TRUE
               WHEN OTHER
                   MOVE SPACES          TO NEW-HST-ADJ-TYPE
           END-EVALUATE.

           MOVE OLD-HST-TRADE-REF  TO NEW-HST-KEY-REF.
           MOVE OLD-HST-TRADE-ID   TO NEW-HST-KEY-SEQ.
           MOVE OLD-HST-TRADE-DATE TO NEW-HST-KEY-TRADE-DATE.
           IF (OLD-HST-ACCOUNT = SPACES)
               MOVE 'ACCT'          TO NEW-HST-KEY-ACCOUNT
           ELSE
               MOVE OLD-HST-ACCOUNT TO NEW-HST-KEY-ACCOUNT
           END-IF.

           WRITE NEW-HISTORY-TRADE
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'WRITE FAILED FOR KEY ' NEW-HST-KEY
                           ' FS = ' FS-TRADHST1
               NOT INVALID KEY
                   ADD 01 TO WS-WRITE-COUNT
                   IF NEW-HST-TRADE-REF NUMERIC
                       ADD NEW-HST-TRADE-REF TO WS-REF-HASH-OUT
                   END-IF
                   IF NEW-HST-USD-NET-AMT NUMERIC
                       ADD NEW-HST-USD-NET-AMT TO WS-USD-AMT-OUT
                   END-IF
           END-WRITE.

       21-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADHSTO.
           CLOSE TRADHST1.

           DISPLAY 'HISTORY ROWS READ    = ' WS-READ-COUNT.
           DISPLAY 'HISTORY ROWS WRITTEN = ' WS-WRITE-COUNT.
           DISPLAY 'WRITE ERRORS         = ' WS-ERROR-COUNT.
           DISPLAY 'REFERENCE HASH IN    = ' WS-REF-HASH-IN.
           DISPLAY 'REFERENCE HASH OUT   = ' WS-REF-HASH-OUT.
           MOVE WS-USD-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'USD NET AMOUNT IN    = ' WS-AMT-ED.
           MOVE WS-USD-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'USD NET AMOUNT OUT   = ' WS-AMT-ED.

      *--> ANY DIFFERENCE STOPS THE SWAP STEP THAT FOLLOWS. A WRITE
      *--> REFUSED AS A DUPLICATE KEY SHOWS UP HERE AS A SHORT COUNT.
           IF (WS-READ-COUNT  NOT = WS-WRITE-COUNT)  OR
              (WS-REF-HASH-IN NOT = WS-REF-HASH-OUT) OR
              (WS-USD-AMT-IN  NOT = WS-USD-AMT-OUT)
               DISPLAY 'CONVERSION DOES NOT PROVE - NOT SWAPPED'
               MOVE 08 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSION PROVES'
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
