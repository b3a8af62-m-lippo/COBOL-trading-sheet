       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  AMTCNV1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> ONE-TIME COPY OF EVERY FILE THAT KEEPS TAKE-PROFIT,
      *--> STOP-LOSS AND RESULT VALUES INTO THE LAYOUTS THAT CARRY
      *--> THEM AS 9(05)V99 (AND THE AMOUNTS BUILT ON THEM TWO DIGITS
      *--> WIDER). EACH OLD FILE IS READ IN ITS OWN ORDER AND LEFT
      *--> UNTOUCHED; THE JOB SWAPS THE NEW FILES IN ONLY WHEN EVERY
      *--> RECORD COUNT AND AMOUNT TOTAL PROVES.
           SELECT TRADEMSO ASSIGN TO    TRADEMSO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMSO.

           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> THE AUDIT TRAIL HOLDS FULL MASTER IMAGES, SO ITS IMAGES ARE
      *--> REFORMATTED WITH THE MASTER. THE ROW ITSELF STAYS 280.
           SELECT TRADAUDO ASSIGN TO    TRADAUDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUDO.

           SELECT TRADAUD1 ASSIGN TO    TRADAUD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUD1.

      *--> THE ARCHIVE IS READ IN KEY ORDER; THE WIDER SEQUENCE KEEPS
      *--> THAT ORDER, SO THE NEW CLUSTER LOADS SEQUENTIALLY.
           SELECT TRADHSTO ASSIGN TO    TRADHSTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HST-KEY
               FILE STATUS          IS FS-TRADHSTO.

           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      *--> THE CUMULATIVE TRADE SUMMARY, DETAIL ROWS AND TRAILERS.
           SELECT TRADSOLD ASSIGN TO    TRADSOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADSOLD.

           SELECT TRADS001 ASSIGN TO    TRADS001
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADS001.

      *--> THE OUTSTANDING REJECTS.
           SELECT TRADROLD ASSIGN TO    TRADROLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADROLD.

           SELECT TRADR001 ASSIGN TO    TRADR001
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADR001.

      *--> THE REJECTS INVENTORY CARRIES NO PRICE OR AMOUNT; IT IS
      *--> ONLY COUNTED, SO THE RUN SHOWS IT WAS SEEN AT CUTOVER.
           SELECT REJINV1  ASSIGN TO    REJINV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-TRADE-REF
               FILE STATUS          IS FS-REJINV1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
      *--> THE LAYOUTS AS THEY STOOD WITH THE 9(03)V99 FIELDS. ONLY
      *--> THE KEYS AND THE RECORD-TYPE BYTES ARE NAMED HERE; THE
      *--> ROWS ARE TAKEN APART IN WORKING-STORAGE.
       FD  TRADEMSO
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-MASTER-RECORD.

       01  OLD-MASTER-RECORD.
           03  OLD-TM-TRADE-ID    PIC  9(06).
           03  FILLER             PIC  X(114).

       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       COPY TRADEMST.

       FD  TRADAUDO
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-AUDIT-RECORD.

       01  OLD-AUDIT-RECORD.
           03  FILLER             PIC  X(28).
           03  OLD-AUD-BEFORE     PIC  X(120).
           03  OLD-AUD-AFTER      PIC  X(120).
           03  FILLER             PIC  X(12).

       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.

       COPY TRADAUD1.

       FD  TRADHSTO
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-HISTORY-TRADE.

       01  OLD-HISTORY-TRADE.
           03  OLD-HST-KEY.
               05  OLD-HST-RUN-DATE PIC X(08).
               05  OLD-HST-KEY-REF  PIC 9(06).
               05  OLD-HST-ADJ-TYPE PIC X(01).
               05  OLD-HST-KEY-SEQ  PIC 9(03).
           03  OLD-HST-ALT-KEY    PIC  X(16).
           03  OLD-HST-DETAIL     PIC  X(120).
           03  FILLER             PIC  X(06).

       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

       FD  TRADSOLD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-SUMMARY-TRADE.

       01  OLD-SUMMARY-TRADE.
           03  OLD-SUM-TRL-ID     PIC  X(03).
           03  FILLER             PIC  X(117).
       01  OLD-SUMMARY-TRAILER.
           03  FILLER             PIC  X(06).
           03  OLD-TRL-COUNT      PIC  9(05).
           03  OLD-TRL-TOTAL-RES-VAL PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-TRL-TOTAL-NET-AMT PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FILLER             PIC  X(87).

       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.

       COPY TRADSREC.

       FD  TRADROLD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-REJECT-TRADE.

      *--> EVERYTHING AFTER THE RESULT IS UNCHANGED AND ONLY MOVES
      *--> SIX BYTES TO THE RIGHT.
       01  OLD-REJECT-TRADE.
           03  OLD-REJ-MARKET     PIC  X(06).
           03  OLD-REJ-TP         PIC  9(03)V99.
           03  OLD-REJ-SL         PIC  9(03)V99.
           03  OLD-REJ-RES-VAL    PIC  S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-REJ-TAIL.
               05  FILLER         PIC  X(06).
               05  OLD-REJ-FEE-AMT PIC 9(03)V99.
               05  FILLER         PIC  X(38).
           03  FILLER             PIC  X(09).

       FD  TRADR001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJECT-TRADE.

       COPY TRADRREC.

       FD  REJINV1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJECT-INV-RECORD.

       COPY REJINV1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-TRADEMSO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUDO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUD1            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHSTO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-TRADSOLD            PIC  9(02) VALUE ZEROS.
       01  FS-TRADS001            PIC  9(02) VALUE ZEROS.
       01  FS-TRADROLD            PIC  9(02) VALUE ZEROS.
       01  FS-TRADR001            PIC  9(02) VALUE ZEROS.
       01  FS-REJINV1             PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.

      *--> A MASTER IMAGE (THE TRADEMST ROW ITSELF, OR A BEFORE OR
      *--> AFTER IMAGE ON THE AUDIT TRAIL) IN THE OLD SHAPE AND THE
      *--> NEW. THE 74 BYTES FROM TM-CUR TO TM-ROLL-FROM-ID ARE
      *--> UNCHANGED; THE FEE IS NAMED ONLY TO PROVE THEY MOVED.
       01  WS-OLD-IMAGE.
           03  OLD-IMG-HEAD       PIC  X(12).
           03  OLD-IMG-TP         PIC  9(03)V99.
           03  OLD-IMG-SL         PIC  9(03)V99.
           03  OLD-IMG-RESULT     PIC  S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-IMG-TAIL.
               05  FILLER         PIC  X(06).
               05  OLD-IMG-FEE    PIC  9(03)V99.
               05  FILLER         PIC  X(63).
           03  FILLER             PIC  X(18).

       01  WS-NEW-IMAGE.
           03  NEW-IMG-HEAD       PIC  X(12).
           03  NEW-IMG-TP         PIC  9(05)V99.
           03  NEW-IMG-SL         PIC  9(05)V99.
           03  NEW-IMG-RESULT     PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-IMG-TAIL.
               05  FILLER         PIC  X(06).
               05  NEW-IMG-FEE    PIC  9(03)V99.
               05  FILLER         PIC  X(63).
           03  FILLER             PIC  X(12).

      *--> A TRADE SUMMARY DETAIL (TRADS001 ROW OR THE DETAIL PART
      *--> OF A TRADHST1 ROW) IN THE OLD SHAPE AND THE NEW. THE
      *--> UNNAMED GROUPS ARE UNCHANGED.
       01  WS-OLD-DETAIL.
           03  OLD-DTL-TRADE-ID   PIC  9(03).
           03  OLD-DTL-MARKET     PIC  X(06).
           03  OLD-DTL-TP         PIC  9(03)V99.
           03  OLD-DTL-SL         PIC  9(03)V99.
           03  OLD-DTL-RR-RATIO   PIC  9(03)V99.
           03  OLD-DTL-RES-VAL    PIC  S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-NET-RES-VAL PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-CUR-DATE   PIC  X(13).
           03  OLD-DTL-USD-TP     PIC  9(03)V99.
           03  OLD-DTL-USD-SL     PIC  9(03)V99.
           03  OLD-DTL-USD-RES-VAL PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-REF-LOTS   PIC  X(09).
           03  OLD-DTL-USD-NET-RES PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-GRS-RES-AMT PIC S9(06)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-NET-RES-AMT PIC S9(06)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-USD-NET-AMT PIC S9(06)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  OLD-DTL-ACCT-SEQ   PIC  X(13).

       01  WS-NEW-DETAIL.
           03  NEW-DTL-TRADE-ID   PIC  9(06).
           03  NEW-DTL-MARKET     PIC  X(06).
           03  NEW-DTL-TP         PIC  9(05)V99.
           03  NEW-DTL-SL         PIC  9(05)V99.
           03  NEW-DTL-RR-RATIO   PIC  9(03)V99.
           03  NEW-DTL-RES-VAL    PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-NET-RES-VAL PIC S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-CUR-DATE   PIC  X(13).
           03  NEW-DTL-USD-TP     PIC  9(05)V99.
           03  NEW-DTL-USD-SL     PIC  9(05)V99.
           03  NEW-DTL-USD-RES-VAL PIC S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-REF-LOTS   PIC  X(09).
           03  NEW-DTL-USD-NET-RES PIC S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-GRS-RES-AMT PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-NET-RES-AMT PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-USD-NET-AMT PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  NEW-DTL-ACCT-SEQ   PIC  X(13).
           03  FILLER             PIC  X(12).

      *--> PROOF TOTALS PER FILE: ROWS READ AND WRITTEN, AND THE SUM
      *--> OF EVERY PRICE, RESULT AND AMOUNT FIELD ON THE OLD ROWS
      *--> AGAINST THE SAME FIELDS READ BACK THROUGH THE NEW LAYOUT.
      *--> A ROW WHOSE AMOUNTS ARE NOT NUMERIC ON EITHER SIDE IS
      *--> COUNTED AS BAD AND STOPS THE SWAP.
       01  WS-COUNT-VARS.
           03  WS-MST-READ        PIC  9(07) VALUE ZEROS.
           03  WS-MST-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-MST-AMT-IN      PIC  S9(13)V99 VALUE ZEROS.
           03  WS-MST-AMT-OUT     PIC  S9(13)V99 VALUE ZEROS.
           03  WS-AUD-READ        PIC  9(07) VALUE ZEROS.
           03  WS-AUD-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-AUD-AMT-IN      PIC  S9(13)V99 VALUE ZEROS.
           03  WS-AUD-AMT-OUT     PIC  S9(13)V99 VALUE ZEROS.
           03  WS-HST-READ        PIC  9(07) VALUE ZEROS.
           03  WS-HST-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-HST-AMT-IN      PIC  S9(13)V99 VALUE ZEROS.
           03  WS-HST-AMT-OUT     PIC  S9(13)V99 VALUE ZEROS.
           03  WS-SUM-READ        PIC  9(07) VALUE ZEROS.
           03  WS-SUM-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-SUM-AMT-IN      PIC  S9(13)V99 VALUE ZEROS.
           03  WS-SUM-AMT-OUT     PIC  S9(13)V99 VALUE ZEROS.
           03  WS-REJ-READ        PIC  9(07) VALUE ZEROS.
           03  WS-REJ-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-REJ-AMT-IN      PIC  S9(13)V99 VALUE ZEROS.
           03  WS-REJ-AMT-OUT     PIC  S9(13)V99 VALUE ZEROS.
           03  WS-INV-READ        PIC  9(07) VALUE ZEROS.
           03  WS-ERROR-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-BAD-COUNT       PIC  9(07) VALUE ZEROS.

       01  WS-CALC-VARS.
           03  WS-ROW-AMT-IN      PIC  S9(11)V99.
           03  WS-ROW-AMT-OUT     PIC  S9(11)V99.

       01  WS-EDIT-VARS.
           03  WS-AMT-ED          PIC  -ZZZZZZZZZZZZ9,99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

      ****************************************************************
       00-STARTING               SECTION.
      ****************************************************************

           PERFORM 10-INITIALIZE.
           PERFORM 20-CONVERT-MASTER.
           PERFORM 30-CONVERT-AUDIT.
           PERFORM 40-CONVERT-HISTORY.
           PERFORM 50-CONVERT-SUMMARY.
           PERFORM 60-CONVERT-REJECTS.
           PERFORM 70-COUNT-INVENTORY.
           PERFORM 90-ENDING.
           GOBACK.

       00-EXIT. EXIT.
      ****************************************************************
       10-INITIALIZE             SECTION.
      ****************************************************************

           OPEN INPUT  TRADEMSO
           IF FS-TRADEMSO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMSO'
               DISPLAY 'FS-TRADEMSO = ' FS-TRADEMSO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADAUDO
           IF FS-TRADAUDO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUDO'
               DISPLAY 'FS-TRADAUDO = ' FS-TRADAUDO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADAUD1
           IF FS-TRADAUD1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUD1'
               DISPLAY 'FS-TRADAUD1 = ' FS-TRADAUD1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

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

           OPEN INPUT  TRADSOLD
           IF FS-TRADSOLD NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADSOLD'
               DISPLAY 'FS-TRADSOLD = ' FS-TRADSOLD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADS001
           IF FS-TRADS001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADS001'
               DISPLAY 'FS-TRADS001 = ' FS-TRADS001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADROLD
           IF FS-TRADROLD NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADROLD'
               DISPLAY 'FS-TRADROLD = ' FS-TRADROLD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADR001
           IF FS-TRADR001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADR001'
               DISPLAY 'FS-TRADR001 = ' FS-TRADR001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  REJINV1
           IF FS-REJINV1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-REJINV1'
               DISPLAY 'FS-REJINV1 = ' FS-REJINV1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       20-CONVERT-MASTER         SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMSO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-MST-READ
                       PERFORM 21-CONVERT-MASTER-ROW
               END-READ
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-CONVERT-MASTER-ROW     SECTION.
      ****************************************************************

           MOVE OLD-MASTER-RECORD TO WS-OLD-IMAGE.
           PERFORM 25-WIDEN-IMAGE.
           ADD WS-ROW-AMT-IN      TO WS-MST-AMT-IN.

           MOVE WS-NEW-IMAGE      TO TRADE-MASTER-RECORD.

           WRITE TRADE-MASTER-RECORD
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'TRADEMST WRITE FAILED FOR TRADE ID '
                           TM-TRADE-ID ' FS = ' FS-TRADEMST
               NOT INVALID KEY
                   ADD 01 TO WS-MST-WRITE
                   IF (TM-TAKE-PROFIT  NUMERIC) AND
                      (TM-STOP-LOSS    NUMERIC) AND
                      (TM-RESULT-VALUE NUMERIC) AND
                      (TM-FEE-AMT      NUMERIC)
                       COMPUTE WS-ROW-AMT-OUT =
                           TM-TAKE-PROFIT + TM-STOP-LOSS +
                           TM-RESULT-VALUE + TM-FEE-AMT
                       ADD WS-ROW-AMT-OUT TO WS-MST-AMT-OUT
                   ELSE
                       ADD 01 TO WS-BAD-COUNT
                       DISPLAY 'TRADEMST AMOUNTS NOT NUMERIC AFTER, '
                               'TRADE ID ' TM-TRADE-ID
                   END-IF
           END-WRITE.

       21-EXIT. EXIT.
      ****************************************************************
       25-WIDEN-IMAGE            SECTION.
      ****************************************************************

      *--> WS-OLD-IMAGE IN, WS-NEW-IMAGE OUT, WITH THE OLD ROW'S
      *--> AMOUNT SUM IN WS-ROW-AMT-IN. A BLANK IMAGE (NO BEFORE
      *--> IMAGE ON AN ADD, NO AFTER IMAGE ON A DELETE) STAYS BLANK.
           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE ZEROS  TO WS-ROW-AMT-IN.

           IF (WS-OLD-IMAGE = SPACES)
               GO TO 25-EXIT
           END-IF.

           IF (OLD-IMG-TP     NUMERIC) AND
              (OLD-IMG-SL     NUMERIC) AND
              (OLD-IMG-RESULT NUMERIC) AND
              (OLD-IMG-FEE    NUMERIC)
               COMPUTE WS-ROW-AMT-IN =
                   OLD-IMG-TP + OLD-IMG-SL + OLD-IMG-RESULT +
                   OLD-IMG-FEE
           ELSE
               ADD 01 TO WS-BAD-COUNT
               DISPLAY 'MASTER IMAGE AMOUNTS NOT NUMERIC, TRADE ID '
                       OLD-IMG-HEAD(1:6)
               GO TO 25-EXIT
           END-IF.

           MOVE OLD-IMG-HEAD      TO NEW-IMG-HEAD.
           MOVE OLD-IMG-TP        TO NEW-IMG-TP.
           MOVE OLD-IMG-SL        TO NEW-IMG-SL.
           MOVE OLD-IMG-RESULT    TO NEW-IMG-RESULT.
           MOVE OLD-IMG-TAIL      TO NEW-IMG-TAIL.

       25-EXIT. EXIT.
      ****************************************************************
       30-CONVERT-AUDIT          SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADAUDO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-AUD-READ
                       PERFORM 31-CONVERT-AUDIT-ROW
               END-READ
           END-PERFORM.

       30-EXIT. EXIT.
      ****************************************************************
       31-CONVERT-AUDIT-ROW      SECTION.
      ****************************************************************

      *--> FUNCTION, TIMESTAMP, TRADE ID, OPERATOR AND REASON COPY
      *--> ACROSS AS THEY ARE; ONLY THE TWO IMAGES ARE REBUILT.
           MOVE OLD-AUDIT-RECORD  TO AUDIT-RECORD.

           MOVE OLD-AUD-BEFORE    TO WS-OLD-IMAGE.
           PERFORM 25-WIDEN-IMAGE.
           ADD WS-ROW-AMT-IN      TO WS-AUD-AMT-IN.
           MOVE WS-NEW-IMAGE      TO AUD-BEFORE-IMAGE.
           PERFORM 32-SUM-NEW-IMAGE.

           MOVE OLD-AUD-AFTER     TO WS-OLD-IMAGE.
           PERFORM 25-WIDEN-IMAGE.
           ADD WS-ROW-AMT-IN      TO WS-AUD-AMT-IN.
           MOVE WS-NEW-IMAGE      TO AUD-AFTER-IMAGE.
           PERFORM 32-SUM-NEW-IMAGE.

           WRITE AUDIT-RECORD.
           IF FS-TRADAUD1 NOT EQUAL ZEROS
               ADD 01 TO WS-ERROR-COUNT
               DISPLAY 'TRADAUD1 WRITE FAILED FS = ' FS-TRADAUD1
           ELSE
               ADD 01 TO WS-AUD-WRITE
           END-IF.

       31-EXIT. EXIT.
      ****************************************************************
       32-SUM-NEW-IMAGE          SECTION.
      ****************************************************************

           IF (WS-NEW-IMAGE = SPACES)
               GO TO 32-EXIT
           END-IF.

           IF (NEW-IMG-TP     NUMERIC) AND
              (NEW-IMG-SL     NUMERIC) AND
              (NEW-IMG-RESULT NUMERIC) AND
              (NEW-IMG-FEE    NUMERIC)
               COMPUTE WS-ROW-AMT-OUT =
                   NEW-IMG-TP + NEW-IMG-SL + NEW-IMG-RESULT +
                   NEW-IMG-FEE
               ADD WS-ROW-AMT-OUT TO WS-AUD-AMT-OUT
           ELSE
               ADD 01 TO WS-BAD-COUNT
               DISPLAY 'AUDIT IMAGE AMOUNTS NOT NUMERIC AFTER, '
                       'TRADE ID ' NEW-IMG-HEAD(1:6)
           END-IF.

       32-EXIT. EXIT.
      ****************************************************************
       40-CONVERT-HISTORY        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHSTO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-HST-READ
                       PERFORM 41-CONVERT-HISTORY-ROW
               END-READ
           END-PERFORM.

       40-EXIT. EXIT.
      ****************************************************************
       41-CONVERT-HISTORY-ROW    SECTION.
      ****************************************************************

      *--> THE KEY KEEPS ITS VALUES; ONLY THE SEQUENCE WIDENS WITH
      *--> THE TRADE ID IT IS TAKEN FROM.
           MOVE SPACES            TO HISTORY-TRADE.
           MOVE OLD-HST-RUN-DATE  TO HST-RUN-DATE.
           MOVE OLD-HST-KEY-REF   TO HST-KEY-REF.
           MOVE OLD-HST-ADJ-TYPE  TO HST-ADJ-TYPE.
           MOVE OLD-HST-KEY-SEQ   TO HST-KEY-SEQ.
           MOVE OLD-HST-ALT-KEY   TO HST-ALT-KEY.

           MOVE OLD-HST-DETAIL    TO WS-OLD-DETAIL.
           PERFORM 45-WIDEN-DETAIL.
           ADD WS-ROW-AMT-IN      TO WS-HST-AMT-IN.
           MOVE WS-NEW-DETAIL     TO HST-DETAIL.

           WRITE HISTORY-TRADE
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'TRADHST1 WRITE FAILED FOR KEY ' HST-KEY
                           ' FS = ' FS-TRADHST1
               NOT INVALID KEY
                   ADD 01 TO WS-HST-WRITE
                   IF (HST-TP          NUMERIC) AND
                      (HST-SL          NUMERIC) AND
                      (HST-RES-VAL     NUMERIC) AND
                      (HST-NET-RES-VAL NUMERIC) AND
                      (HST-USD-TP      NUMERIC) AND
                      (HST-USD-SL      NUMERIC) AND
                      (HST-USD-RES-VAL NUMERIC) AND
                      (HST-USD-NET-RES NUMERIC) AND
                      (HST-GRS-RES-AMT NUMERIC) AND
                      (HST-NET-RES-AMT NUMERIC) AND
                      (HST-USD-NET-AMT NUMERIC)
                       COMPUTE WS-ROW-AMT-OUT =
                           HST-TP + HST-SL + HST-RES-VAL +
                           HST-NET-RES-VAL + HST-USD-TP +
                           HST-USD-SL + HST-USD-RES-VAL +
                           HST-USD-NET-RES + HST-GRS-RES-AMT +
                           HST-NET-RES-AMT + HST-USD-NET-AMT
                       ADD WS-ROW-AMT-OUT TO WS-HST-AMT-OUT
                   ELSE
                       ADD 01 TO WS-BAD-COUNT
                       DISPLAY 'TRADHST1 AMOUNTS NOT NUMERIC AFTER, '
                               'KEY ' HST-KEY
                   END-IF
           END-WRITE.

       41-EXIT. EXIT.
      ****************************************************************
       45-WIDEN-DETAIL           SECTION.
      ****************************************************************

      *--> WS-OLD-DETAIL IN, WS-NEW-DETAIL OUT, WITH THE OLD ROW'S
      *--> AMOUNT SUM IN WS-ROW-AMT-IN.
           MOVE SPACES TO WS-NEW-DETAIL.
           MOVE ZEROS  TO WS-ROW-AMT-IN.

           IF (OLD-DTL-TP          NUMERIC) AND
              (OLD-DTL-SL          NUMERIC) AND
              (OLD-DTL-RES-VAL     NUMERIC) AND
              (OLD-DTL-NET-RES-VAL NUMERIC) AND
              (OLD-DTL-USD-TP      NUMERIC) AND
              (OLD-DTL-USD-SL      NUMERIC) AND
              (OLD-DTL-USD-RES-VAL NUMERIC) AND
              (OLD-DTL-USD-NET-RES NUMERIC) AND
              (OLD-DTL-GRS-RES-AMT NUMERIC) AND
              (OLD-DTL-NET-RES-AMT NUMERIC) AND
              (OLD-DTL-USD-NET-AMT NUMERIC)
               COMPUTE WS-ROW-AMT-IN =
                   OLD-DTL-TP + OLD-DTL-SL + OLD-DTL-RES-VAL +
                   OLD-DTL-NET-RES-VAL + OLD-DTL-USD-TP +
                   OLD-DTL-USD-SL + OLD-DTL-USD-RES-VAL +
                   OLD-DTL-USD-NET-RES + OLD-DTL-GRS-RES-AMT +
                   OLD-DTL-NET-RES-AMT + OLD-DTL-USD-NET-AMT
           ELSE
               ADD 01 TO WS-BAD-COUNT
               DISPLAY 'DETAIL AMOUNTS NOT NUMERIC, TRADE REF '
                       OLD-DTL-REF-LOTS(1:6)
               GO TO 45-EXIT
           END-IF.

           MOVE OLD-DTL-TRADE-ID    TO NEW-DTL-TRADE-ID.
           MOVE OLD-DTL-MARKET      TO NEW-DTL-MARKET.
           MOVE OLD-DTL-TP          TO NEW-DTL-TP.
           MOVE OLD-DTL-SL          TO NEW-DTL-SL.
           MOVE OLD-DTL-RR-RATIO    TO NEW-DTL-RR-RATIO.
           MOVE OLD-DTL-RES-VAL     TO NEW-DTL-RES-VAL.
           MOVE OLD-DTL-NET-RES-VAL TO NEW-DTL-NET-RES-VAL.
           MOVE OLD-DTL-CUR-DATE    TO NEW-DTL-CUR-DATE.
           MOVE OLD-DTL-USD-TP      TO NEW-DTL-USD-TP.
           MOVE OLD-DTL-USD-SL      TO NEW-DTL-USD-SL.
           MOVE OLD-DTL-USD-RES-VAL TO NEW-DTL-USD-RES-VAL.
           MOVE OLD-DTL-REF-LOTS    TO NEW-DTL-REF-LOTS.
           MOVE OLD-DTL-USD-NET-RES TO NEW-DTL-USD-NET-RES.
           MOVE OLD-DTL-GRS-RES-AMT TO NEW-DTL-GRS-RES-AMT.
           MOVE OLD-DTL-NET-RES-AMT TO NEW-DTL-NET-RES-AMT.
           MOVE OLD-DTL-USD-NET-AMT TO NEW-DTL-USD-NET-AMT.
           MOVE OLD-DTL-ACCT-SEQ    TO NEW-DTL-ACCT-SEQ.

       45-EXIT. EXIT.
      ****************************************************************
       50-CONVERT-SUMMARY        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADSOLD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-SUM-READ
                       IF (OLD-SUM-TRL-ID = 'TRL')
                           PERFORM 52-CONVERT-TRAILER
                       ELSE
                           PERFORM 51-CONVERT-SUMMARY-ROW
                       END-IF
               END-READ
           END-PERFORM.

       50-EXIT. EXIT.
      ****************************************************************
       51-CONVERT-SUMMARY-ROW    SECTION.
      ****************************************************************

           MOVE OLD-SUMMARY-TRADE TO WS-OLD-DETAIL.
           PERFORM 45-WIDEN-DETAIL.
           ADD WS-ROW-AMT-IN      TO WS-SUM-AMT-IN.
           MOVE WS-NEW-DETAIL     TO OUTPUT-TRADE.

           WRITE OUTPUT-TRADE.
           IF FS-TRADS001 NOT EQUAL ZEROS
               ADD 01 TO WS-ERROR-COUNT
               DISPLAY 'TRADS001 WRITE FAILED FS = ' FS-TRADS001
               GO TO 51-EXIT
           END-IF.
           ADD 01 TO WS-SUM-WRITE.

           IF (TP  OF OUTPUT-TRADE     NUMERIC) AND
              (SL  OF OUTPUT-TRADE     NUMERIC) AND
              (RES-VAL OF OUTPUT-TRADE NUMERIC) AND
              (NET-RES-VAL             NUMERIC) AND
              (USD-TP                  NUMERIC) AND
              (USD-SL                  NUMERIC) AND
              (USD-RES-VAL             NUMERIC) AND
              (USD-NET-RES-VAL         NUMERIC) AND
              (GRS-RES-AMT             NUMERIC) AND
              (NET-RES-AMT             NUMERIC) AND
              (USD-NET-AMT             NUMERIC)
               COMPUTE WS-ROW-AMT-OUT =
                   TP OF OUTPUT-TRADE + SL OF OUTPUT-TRADE +
                   RES-VAL OF OUTPUT-TRADE + NET-RES-VAL +
                   USD-TP + USD-SL + USD-RES-VAL +
                   USD-NET-RES-VAL + GRS-RES-AMT + NET-RES-AMT +
                   USD-NET-AMT
               ADD WS-ROW-AMT-OUT TO WS-SUM-AMT-OUT
           ELSE
               ADD 01 TO WS-BAD-COUNT
               DISPLAY 'TRADS001 AMOUNTS NOT NUMERIC AFTER, '
                       'TRADE REF ' TRADE-REF OF OUTPUT-TRADE
           END-IF.

       51-EXIT. EXIT.
      ****************************************************************
       52-CONVERT-TRAILER        SECTION.
      ****************************************************************

      *--> ONE TRAILER PER TRADING1 RUN; ITS TOTALS ARE PART OF THE
      *--> FILE'S AMOUNT PROOF LIKE ANY DETAIL FIGURE.
           IF (OLD-TRL-COUNT         NUMERIC) AND
              (OLD-TRL-TOTAL-RES-VAL NUMERIC) AND
              (OLD-TRL-TOTAL-NET-AMT NUMERIC)
               COMPUTE WS-ROW-AMT-IN =
                   OLD-TRL-TOTAL-RES-VAL + OLD-TRL-TOTAL-NET-AMT
               ADD WS-ROW-AMT-IN TO WS-SUM-AMT-IN
           ELSE
               ADD 01 TO WS-BAD-COUNT
               DISPLAY 'TRADS001 TRAILER NOT NUMERIC, ROW '
                       WS-SUM-READ
               GO TO 52-EXIT
           END-IF.

           MOVE SPACES                TO TRAILER-TRADE.
           MOVE 'TRL'                 TO TRL-ID.
           MOVE OLD-TRL-COUNT         TO TRL-COUNT.
           MOVE OLD-TRL-TOTAL-RES-VAL TO TRL-TOTAL-RES-VAL.
           MOVE OLD-TRL-TOTAL-NET-AMT TO TRL-TOTAL-NET-AMT.

           WRITE TRAILER-TRADE.
           IF FS-TRADS001 NOT EQUAL ZEROS
               ADD 01 TO WS-ERROR-COUNT
               DISPLAY 'TRADS001 WRITE FAILED FS = ' FS-TRADS001
               GO TO 52-EXIT
           END-IF.
           ADD 01 TO WS-SUM-WRITE.

           COMPUTE WS-ROW-AMT-OUT =
               TRL-TOTAL-RES-VAL + TRL-TOTAL-NET-AMT.
           ADD WS-ROW-AMT-OUT TO WS-SUM-AMT-OUT.

       52-EXIT. EXIT.
      ****************************************************************
       60-CONVERT-REJECTS        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADROLD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-REJ-READ
                       PERFORM 61-CONVERT-REJECT-ROW
               END-READ
           END-PERFORM.

       60-EXIT. EXIT.
      ****************************************************************
       61-CONVERT-REJECT-ROW     SECTION.
      ****************************************************************

      *--> A REJECT CAN BE REJECTED FOR A NON-NUMERIC TP, SL OR
      *--> RESULT, SO THOSE ARE CARRIED ACROSS AS KEYED - A BLANK OR
      *--> GARBLED FIELD STAYS THAT WAY FOR TRADRCY1 TO REPAIR - AND
      *--> ONLY THE NUMERIC ONES TAKE PART IN THE PROOF.
           MOVE SPACES            TO REJECT-TRADE.
           MOVE OLD-REJ-MARKET    TO MARKET  OF REJECT-TRADE.
           MOVE ZEROS             TO WS-ROW-AMT-IN.
           MOVE ZEROS             TO WS-ROW-AMT-OUT.

           IF OLD-REJ-TP NUMERIC
               MOVE OLD-REJ-TP    TO TP      OF REJECT-TRADE
               ADD OLD-REJ-TP     TO WS-ROW-AMT-IN
           ELSE
               MOVE OLD-REJ-TP    TO REJECT-TRADE(7:5)
           END-IF.
           IF OLD-REJ-SL NUMERIC
               MOVE OLD-REJ-SL    TO SL      OF REJECT-TRADE
               ADD OLD-REJ-SL     TO WS-ROW-AMT-IN
           ELSE
               MOVE OLD-REJ-SL    TO REJECT-TRADE(14:5)
           END-IF.
           IF OLD-REJ-RES-VAL NUMERIC
               MOVE OLD-REJ-RES-VAL TO RES-VAL OF REJECT-TRADE
               ADD OLD-REJ-RES-VAL  TO WS-ROW-AMT-IN
           ELSE
               MOVE OLD-REJ-RES-VAL TO REJECT-TRADE(21:6)
           END-IF.
           MOVE OLD-REJ-TAIL      TO REJECT-TRADE(29:49).
           IF OLD-REJ-FEE-AMT NUMERIC
               ADD OLD-REJ-FEE-AMT  TO WS-ROW-AMT-IN
           END-IF.
           ADD WS-ROW-AMT-IN      TO WS-REJ-AMT-IN.

           WRITE REJECT-TRADE.
           IF FS-TRADR001 NOT EQUAL ZEROS
               ADD 01 TO WS-ERROR-COUNT
               DISPLAY 'TRADR001 WRITE FAILED FS = ' FS-TRADR001
               GO TO 61-EXIT
           END-IF.
           ADD 01 TO WS-REJ-WRITE.

           IF TP OF REJECT-TRADE NUMERIC
               ADD TP OF REJECT-TRADE      TO WS-ROW-AMT-OUT
           END-IF.
           IF SL OF REJECT-TRADE NUMERIC
               ADD SL OF REJECT-TRADE      TO WS-ROW-AMT-OUT
           END-IF.
           IF RES-VAL OF REJECT-TRADE NUMERIC
               ADD RES-VAL OF REJECT-TRADE TO WS-ROW-AMT-OUT
           END-IF.
           IF FEE-AMT NUMERIC
               ADD FEE-AMT                 TO WS-ROW-AMT-OUT
           END-IF.
           ADD WS-ROW-AMT-OUT     TO WS-REJ-AMT-OUT.

       61-EXIT. EXIT.
      ****************************************************************
       70-COUNT-INVENTORY        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REJINV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-INV-READ
               END-READ
           END-PERFORM.

       70-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADEMSO.
           CLOSE TRADEMST.
           CLOSE TRADAUDO.
           CLOSE TRADAUD1.
           CLOSE TRADHSTO.
           CLOSE TRADHST1.
           CLOSE TRADSOLD.
           CLOSE TRADS001.
           CLOSE TRADROLD.
           CLOSE TRADR001.
           CLOSE REJINV1.

           DISPLAY 'TRADEMST ROWS READ    = ' WS-MST-READ.
           DISPLAY 'TRADEMST ROWS WRITTEN = ' WS-MST-WRITE.
           MOVE WS-MST-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'TRADEMST AMOUNTS IN   = ' WS-AMT-ED.
           MOVE WS-MST-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'TRADEMST AMOUNTS OUT  = ' WS-AMT-ED.

           DISPLAY 'TRADAUD1 ROWS READ    = ' WS-AUD-READ.
           DISPLAY 'TRADAUD1 ROWS WRITTEN = ' WS-AUD-WRITE.
           MOVE WS-AUD-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'TRADAUD1 AMOUNTS IN   = ' WS-AMT-ED.
           MOVE WS-AUD-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'TRADAUD1 AMOUNTS OUT  = ' WS-AMT-ED.

           DISPLAY 'TRADHST1 ROWS READ    = ' WS-HST-READ.
           DISPLAY 'TRADHST1 ROWS WRITTEN = ' WS-HST-WRITE.
           MOVE WS-HST-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'TRADHST1 AMOUNTS IN   = ' WS-AMT-ED.
           MOVE WS-HST-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'TRADHST1 AMOUNTS OUT  = ' WS-AMT-ED.

           DISPLAY 'TRADS001 ROWS READ    = ' WS-SUM-READ.
           DISPLAY 'TRADS001 ROWS WRITTEN = ' WS-SUM-WRITE.
           MOVE WS-SUM-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'TRADS001 AMOUNTS IN   = ' WS-AMT-ED.
           MOVE WS-SUM-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'TRADS001 AMOUNTS OUT  = ' WS-AMT-ED.

           DISPLAY 'TRADR001 ROWS READ    = ' WS-REJ-READ.
           DISPLAY 'TRADR001 ROWS WRITTEN = ' WS-REJ-WRITE.
           MOVE WS-REJ-AMT-IN  TO WS-AMT-ED.
           DISPLAY 'TRADR001 AMOUNTS IN   = ' WS-AMT-ED.
           MOVE WS-REJ-AMT-OUT TO WS-AMT-ED.
           DISPLAY 'TRADR001 AMOUNTS OUT  = ' WS-AMT-ED.

           DISPLAY 'REJINV1 ROWS READ     = ' WS-INV-READ
                   ' (LAYOUT UNCHANGED, NOT COPIED)'.
           DISPLAY 'WRITE ERRORS          = ' WS-ERROR-COUNT.
           DISPLAY 'ROWS NOT NUMERIC      = ' WS-BAD-COUNT.

      *--> ANY DIFFERENCE STOPS THE SWAP STEP THAT FOLLOWS. A WRITE
      *--> REFUSED AS A DUPLICATE KEY SHOWS UP HERE AS A SHORT COUNT.
           IF (WS-MST-READ   NOT = WS-MST-WRITE)   OR
              (WS-MST-AMT-IN NOT = WS-MST-AMT-OUT) OR
              (WS-AUD-READ   NOT = WS-AUD-WRITE)   OR
              (WS-AUD-AMT-IN NOT = WS-AUD-AMT-OUT) OR
              (WS-HST-READ   NOT = WS-HST-WRITE)   OR
              (WS-HST-AMT-IN NOT = WS-HST-AMT-OUT) OR
              (WS-SUM-READ   NOT = WS-SUM-WRITE)   OR
              (WS-SUM-AMT-IN NOT = WS-SUM-AMT-OUT) OR
              (WS-REJ-READ   NOT = WS-REJ-WRITE)   OR
              (WS-REJ-AMT-IN NOT = WS-REJ-AMT-OUT) OR
              (WS-ERROR-COUNT NOT = ZEROS)         OR
              (WS-BAD-COUNT   NOT = ZEROS)
               DISPLAY 'CONVERSION DOES NOT PROVE - NOT SWAPPED'
               MOVE 08 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSION PROVES'
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
