       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADADJ1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE MAINTENANCE TRAIL TRADING4 (AND THE AUTOMATIC CLOSES)
      *--> WRITE: EVERY TRADE CHANGED IN THE CORRECTION WINDOW IS
      *--> CHECKED AGAINST WHAT THE ARCHIVE HOLDS FOR IT.
           SELECT TRADAUD1 ASSIGN TO    TRADAUD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUD1.

      *--> THE MASTER AS IT STANDS NOW IS THE CORRECTED TRADE; A
      *--> TRADE NO LONGER ON IT WAS DELETED.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

           SELECT RATE001  ASSIGN TO    RATE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS          IS FS-RATE001.

      *--> SAME BREAKEVEN TOLERANCE TRADING1 CLASSIFIED THE ORIGINAL
      *--> WITH, SO A REBOOK IS CATEGORIZED THE WAY TRADING1 WOULD.
           SELECT BANDCTL1 ASSIGN TO    BANDCTL1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-BANDCTL1.

      *--> READ ONCE FOR THE ARCHIVED STATE OF EACH CORRECTED TRADE,
      *--> THEN ADDED TO WITH THE REVERSAL/REBOOK PAIRS. HISTORY IS
      *--> NEVER REWRITTEN.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

           SELECT ADJRPT01 ASSIGN TO    ADJRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-ADJRPT01.

      *--> ONE ROW PER EXECUTION ON THE RUN-STATISTICS FILE SHARED BY
      *--> THE WHOLE BATCH, READ BACK BY THE MORNING RUNRPT01 PAGE.
           SELECT RUNSTAT1 ASSIGN TO    RUNSTAT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-RUNSTAT1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.

       COPY TRADAUD1.

       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       COPY TRADEMST.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

       COPY INSTRMST.

       FD  RATE001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-RECORD.

       COPY RATEFILE.

       FD  BANDCTL1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAND-CONTROL-RECORD.

       COPY BANDCTL1.

       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

       FD  ADJRPT01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE            PIC  X(132).

       FD  RUNSTAT1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-STAT-RECORD.

       COPY RUNSTAT1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-TRADAUD1            PIC  9(02) VALUE ZEROS.
       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.
       01  FS-INSTRMST            PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-BANDCTL1            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-ADJRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.
       77  WS-ON-MASTER           PIC  X(01) VALUE 'N'.
       77  WS-POSTED              PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE RUN DATE THE PAIRS ARE POSTED
      *--> UNDER (BLANK = TODAY), COLS 10-17 THE FIRST DAY OF THE
      *--> CORRECTION WINDOW (BLANK = THE RUN DATE ITSELF). A WIDER
      *--> WINDOW CATCHES UP AFTER A MISSED NIGHT; A CORRECTION
      *--> ALREADY POSTED IS NOT POSTED TWICE.
       01  WS-DATE-CONTROL.
           03  WS-RUN-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-FROM-DATE       PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(63).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> ONE ROW PER TRADE CHANGED IN THE WINDOW, WITH WHO CHANGED
      *--> IT LAST AND WHY, AND WHAT THE ARCHIVE CURRENTLY SAYS FOR
      *--> IT: THE LATEST ARCHIVED OR REBOOKED DETAIL, OR REVERSED
      *--> WHEN THE LAST ADJUSTMENT TOOK IT OUT ALTOGETHER.
       01  WS-MAX-ADJ             PIC  9(03) VALUE 200.
       01  WS-ADJ-TABLE.
           03  WS-ADJ-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-ADJ-ENTRY       OCCURS 200 TIMES
                                  INDEXED BY A.
               05  WS-ADJ-REF         PIC  9(06).
               05  WS-ADJ-FUNCTION    PIC  X(01).
               05  WS-ADJ-OPERATOR    PIC  X(08).
               05  WS-ADJ-REASON      PIC  X(02).
               05  WS-ADJ-CORR-DATE   PIC  X(08).
               05  WS-ADJ-ARCHIVED    PIC  X(01).
               05  WS-ADJ-REVERSED    PIC  X(01).
               05  WS-ADJ-ORIG-DATE   PIC  X(08).
               05  WS-ADJ-STATE       PIC  X(160).

      *--> THE ARCHIVED FIGURES OF THE TRADE BEING ADJUSTED.
       01  WS-OLD-VARS.
           03  WS-OLD-TRADE-ID    PIC  9(06).
           03  WS-OLD-MARKET      PIC  X(06).
           03  WS-OLD-TP          PIC  9(05)V99.
           03  WS-OLD-SL          PIC  9(05)V99.
           03  WS-OLD-RES-VAL     PIC  S9(05)V99.
           03  WS-OLD-NET-RES-VAL PIC  S9(05)V99.
           03  WS-OLD-CUR         PIC  X(03).
           03  WS-OLD-LOTS        PIC  9(03).
           03  WS-OLD-ACCOUNT     PIC  X(08).
           03  WS-OLD-STRATEGY    PIC  X(03).
           03  WS-OLD-SPREAD-SEQ  PIC  9(02).
           03  WS-OLD-USD-NET-AMT PIC  S9(09)V99.

      *--> THE MASTER'S ACCOUNT AS TRADEXT1 EXTRACTS IT: A BLANK
      *--> ACCOUNT IS THE HISTORIC SINGLE ACCOUNT.
       01  WS-NEW-ACCOUNT         PIC  X(08).

      *--> SAME WORK FIELDS AND RULES AS TRADING1'S 21-MOVE-VARS TO
      *--> 24-CONVERT-TO-USD, SO A REBOOK CARRIES WHAT THE PIPELINE
      *--> WOULD HAVE WRITTEN FOR THE CORRECTED TRADE.
       01  WS-CALC-VARS.
           03  WS-TP              PIC  S9(05)V99.
           03  WS-SL              PIC  S9(05)V99.
           03  WS-SL-NEG          PIC  S9(05)V99.
           03  WS-RES-VAL         PIC  S9(05)V99.
           03  WS-NET-RES-VAL     PIC  S9(05)V99.
           03  WS-RR-RATIO        PIC  9(03)V99.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-GRS-RES-AMT     PIC  S9(09)V99.
           03  WS-NET-RES-AMT     PIC  S9(09)V99.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.
           03  WS-USD-TP          PIC  9(05)V99.
           03  WS-USD-SL          PIC  9(05)V99.
           03  WS-USD-RES-VAL     PIC  S9(05)V99.
           03  WS-USD-NET-RES-VAL PIC  S9(05)V99.
           03  WS-USD-NET-AMT     PIC  S9(09)V99.
           03  WS-SIZE-ERR        PIC  X(01) VALUE 'N'.

      *--> LOADED FROM BANDCTL1 IN 11-LOAD-BAND-CONTROL; DEFAULTS TO
      *--> 0,10 IF THE CONTROL FILE IS EMPTY.
       01  WS-BAND-VARS.
           03  WS-BREAKEVEN-TOL   PIC  9(03)V99 VALUE 0,10.
           03  WS-BREAKEVEN-NEG   PIC  S9(03)V99.

       01  WS-COUNT-VARS.
           03  WS-AUDIT-READ      PIC  9(07) VALUE ZEROS.
           03  WS-AUDIT-WINDOW    PIC  9(07) VALUE ZEROS.
           03  WS-HIST-READ       PIC  9(07) VALUE ZEROS.
           03  WS-WRITE-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-PAIR-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-DELETE-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-SAME-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-UNARCH-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-LOST-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-SIZE-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-DUP-COUNT       PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-COUNT-ED        PIC  ZZZZZZ9.
           03  WS-REF-ED          PIC  9(06).
           03  WS-OLD-USD-ED      PIC  -ZZZZZZZZ9,99.
           03  WS-NEW-USD-ED      PIC  -ZZZZZZZZ9,99.
           03  WS-NEW-USD-X       PIC  X(13).
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

           ACCEPT WS-DATE-CONTROL FROM SYSIN.

           IF (WS-RUN-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-RUN-DATE
           END-IF.
           IF (WS-FROM-DATE = SPACES)
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.

           IF (WS-RUN-DATE  NOT NUMERIC) OR
              (WS-FROM-DATE NOT NUMERIC) OR
              (WS-FROM-DATE > WS-RUN-DATE)
               DISPLAY 'INVALID CORRECTION WINDOW: ' WS-FROM-DATE
                       ' TO ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADAUD1
           IF FS-TRADAUD1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUD1'
               DISPLAY 'FS-TRADAUD1 = ' FS-TRADAUD1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  INSTRMST
           IF FS-INSTRMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INSTRMST'
               DISPLAY 'FS-INSTRMST = ' FS-INSTRMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  RATE001
           IF FS-RATE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-RATE001'
               DISPLAY 'FS-RATE001 = ' FS-RATE001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ADJRPT01
           IF FS-ADJRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-ADJRPT01'
               DISPLAY 'FS-ADJRPT01 = ' FS-ADJRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-BAND-CONTROL.
           PERFORM 12-LOAD-CORRECTIONS.
           PERFORM 13-SCAN-HISTORY.

           MOVE SPACES TO REPORT-LINE.
           STRING 'POST-ARCHIVE ADJUSTMENTS FOR RUN DATE '
                                          DELIMITED BY SIZE,
                  WS-RUN-DATE             DELIMITED BY SIZE,
                  ' - CORRECTIONS MADE '  DELIMITED BY SIZE,
                  WS-FROM-DATE            DELIMITED BY SIZE,
                  ' TO '                  DELIMITED BY SIZE,
                  WS-RUN-DATE             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRD-REF ORIG-DATE MARKET   ARCHIVED-USD'
                  '  CORRECTED-USD CHANGED  OPERATOR RSN'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-BAND-CONTROL      SECTION.
      ****************************************************************

           OPEN INPUT BANDCTL1
           IF FS-BANDCTL1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-BANDCTL1'
               DISPLAY 'FS-BANDCTL1 = ' FS-BANDCTL1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           READ BANDCTL1
               AT END
                   DISPLAY 'BANDCTL1 EMPTY - USING DEFAULT TOLERANCE'
               NOT AT END
                   MOVE BC-BREAKEVEN-TOL TO WS-BREAKEVEN-TOL
           END-READ.

           CLOSE BANDCTL1.

           COMPUTE WS-BREAKEVEN-NEG = -1 * WS-BREAKEVEN-TOL.

       11-EXIT. EXIT.
      ****************************************************************
       12-LOAD-CORRECTIONS       SECTION.
      ****************************************************************

      *--> THE TRAIL IS WRITTEN IN TIME ORDER, SO THE LAST ROW SEEN
      *--> FOR A TRADE IS ITS LATEST CHANGE.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADAUD1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-AUDIT-READ
                       IF (AUD-TIMESTAMP(1:8) NOT < WS-FROM-DATE) AND
                          (AUD-TIMESTAMP(1:8) NOT > WS-RUN-DATE)  AND
                          (AUD-TRADE-ID NUMERIC)
                           ADD 01 TO WS-AUDIT-WINDOW
                           PERFORM 14-NOTE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRADAUD1.
           MOVE 'N' TO WS-EOF.

       12-EXIT. EXIT.
      ****************************************************************
       13-SCAN-HISTORY           SECTION.
      ****************************************************************

      *--> NO ARCHIVE YET MEANS NOTHING HAS BEEN ARCHIVED TO ADJUST.
      *--> A CORRECTED TRADE MAY HAVE BEEN ARCHIVED ON ANY RUN DATE,
      *--> SO THE WHOLE ARCHIVE IS READ IN KEY ORDER.
           OPEN INPUT TRADHST1.
           IF FS-TRADHST1 EQUAL '35'
               GO TO 13-EXIT
           END-IF.
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-HIST-READ
                       IF (HST-TRADE-REF NUMERIC) AND
                          (HST-TRADE-REF > ZEROS)
                           PERFORM 15-NOTE-ARCHIVED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRADHST1.
           MOVE 'N' TO WS-EOF.

       13-EXIT. EXIT.
      ****************************************************************
       14-NOTE-CORRECTION        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ADJ-COUNT
                                            OR WS-FOUND = 'Y'
               IF (WS-ADJ-REF(A) = AUD-TRADE-ID)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET A DOWN BY 1
           ELSE
               IF (WS-ADJ-COUNT NOT < WS-MAX-ADJ)
                   DISPLAY 'WARNING: CORRECTION TABLE FULL - TRADE '
                           AUD-TRADE-ID ' NOT CHECKED'
                   ADD 01 TO WS-LOST-COUNT
                   GO TO 14-EXIT
               END-IF
               ADD 01 TO WS-ADJ-COUNT
               SET A TO WS-ADJ-COUNT
               MOVE AUD-TRADE-ID  TO WS-ADJ-REF(A)
               MOVE 'N'           TO WS-ADJ-ARCHIVED(A)
               MOVE 'N'           TO WS-ADJ-REVERSED(A)
               MOVE SPACES        TO WS-ADJ-ORIG-DATE(A)
               MOVE SPACES        TO WS-ADJ-STATE(A)
           END-IF.

           MOVE AUD-FUNCTION       TO WS-ADJ-FUNCTION(A).
           MOVE AUD-OPERATOR       TO WS-ADJ-OPERATOR(A).
           MOVE AUD-REASON         TO WS-ADJ-REASON(A).
           MOVE AUD-TIMESTAMP(1:8) TO WS-ADJ-CORR-DATE(A).

       14-EXIT. EXIT.
      ****************************************************************
       15-NOTE-ARCHIVED          SECTION.
      ****************************************************************

      *--> THE ARCHIVE IS KEYED BY RUN DATE, THEN REFERENCE, THEN
      *--> ORIGINAL/REVERSAL/REBOOK, SO THE LAST ORIGINAL OR REBOOK
      *--> ROW OF A TRADE IS WHAT IT CURRENTLY STANDS AT; A REVERSAL
      *--> AFTER IT MEANS IT STANDS AT NOTHING.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ADJ-COUNT
                                            OR WS-FOUND = 'Y'
               IF (WS-ADJ-REF(A) = HST-TRADE-REF)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               GO TO 15-EXIT
           END-IF.
           SET A DOWN BY 1.

           MOVE 'Y' TO WS-ADJ-ARCHIVED(A).
           IF HST-REVERSAL
               MOVE 'Y'        TO WS-ADJ-REVERSED(A)
           ELSE
               MOVE 'N'        TO WS-ADJ-REVERSED(A)
               MOVE HST-DETAIL TO WS-ADJ-STATE(A)
           END-IF.

           IF (WS-ADJ-ORIG-DATE(A) = SPACES) AND (NOT HST-ADJUSTMENT)
               MOVE HST-TRADE-DATE TO WS-ADJ-ORIG-DATE(A)
           END-IF.

       15-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *--> A TRADE CHANGED BEFORE ITS DAY WAS ARCHIVED NEEDS NOTHING
      *--> HERE: THE ARCHIVE RUN PICKS IT UP AS IT NOW STANDS.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ADJ-COUNT
               IF (WS-ADJ-ARCHIVED(A) = 'Y')
                   PERFORM 21-CHECK-TRADE
               ELSE
                   ADD 01 TO WS-UNARCH-COUNT
               END-IF
           END-PERFORM.

           CLOSE TRADHST1.

           IF (WS-PAIR-COUNT = ZEROS) AND (WS-DELETE-COUNT = ZEROS)
               MOVE SPACES TO REPORT-LINE
               STRING 'NO ARCHIVED TRADE WAS CHANGED IN THE WINDOW'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       20-EXIT. EXIT.
      ****************************************************************
       21-CHECK-TRADE            SECTION.
      ****************************************************************

           MOVE 'Y'          TO WS-ON-MASTER.
           MOVE WS-ADJ-REF(A) TO TM-TRADE-ID.
           READ TRADEMST
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ.

      *--> DELETED: THE ARCHIVED FIGURES ARE REVERSED AND NOTHING IS
      *--> REBOOKED - UNLESS THEY ALREADY WERE.
           IF (WS-ON-MASTER = 'N')
               IF (WS-ADJ-REVERSED(A) = 'Y')
                   ADD 01 TO WS-SAME-COUNT
                   GO TO 21-EXIT
               END-IF
               PERFORM 22-LOAD-OLD-STATE
               PERFORM 23-WRITE-REVERSAL
               IF (WS-POSTED = 'N')
                   GO TO 21-EXIT
               END-IF
               MOVE '      DELETED' TO WS-NEW-USD-X
               ADD 01 TO WS-DELETE-COUNT
               PERFORM 25-WRITE-REPORT-LINE
               GO TO 21-EXIT
           END-IF.

           IF TM-OPEN
               ADD 01 TO WS-SAME-COUNT
               GO TO 21-EXIT
           END-IF.

           IF (TM-ACCOUNT = SPACES)
               MOVE 'ACCT'     TO WS-NEW-ACCOUNT
           ELSE
               MOVE TM-ACCOUNT TO WS-NEW-ACCOUNT
           END-IF.

      *--> THE MASTER STILL MATCHES THE ARCHIVE ON EVERYTHING THE
      *--> RESULT DEPENDS ON: NOTHING TO POST. THIS IS ALSO WHAT KEEPS
      *--> A RERUN, OR AN OVERLAPPING WINDOW, FROM POSTING A CHANGE
      *--> TWICE - THE REBOOK IS THEN THE ARCHIVED STATE. A CHANGE
      *--> OF TRADE DATE ALONE MOVES NO MONEY AND POSTS NOTHING.
           IF (WS-ADJ-REVERSED(A) = 'N')
               PERFORM 22-LOAD-OLD-STATE
               IF (TM-MARKET       = WS-OLD-MARKET)    AND
                  (TM-TAKE-PROFIT  = WS-OLD-TP)        AND
                  (TM-STOP-LOSS    = WS-OLD-SL)        AND
                  (TM-RESULT-VALUE = WS-OLD-RES-VAL)   AND
                  (TM-RESULT-VALUE - TM-FEE-AMT
                                   = WS-OLD-NET-RES-VAL) AND
                  (TM-CUR          = WS-OLD-CUR)       AND
                  (TM-LOTS         = WS-OLD-LOTS)      AND
                  (WS-NEW-ACCOUNT  = WS-OLD-ACCOUNT)   AND
                  (TM-STRATEGY     = WS-OLD-STRATEGY)
                   ADD 01 TO WS-SAME-COUNT
                   GO TO 21-EXIT
               END-IF
           ELSE
               MOVE ZEROS  TO WS-OLD-TRADE-ID
               MOVE ZEROS  TO WS-OLD-SPREAD-SEQ
               MOVE ZEROS  TO WS-OLD-USD-NET-AMT
           END-IF.

      *--> THE REBOOK IS PRICED BEFORE ANYTHING IS POSTED: AN AMOUNT
      *--> THAT DOES NOT FIT LEAVES BOTH ROWS UNWRITTEN AND THE TRADE
      *--> ON THE REPORT, SO THE ARCHIVE NEVER HOLDS A REVERSAL WITH
      *--> NO REBOOK OR A REBOOK PRICED FROM STALE FIGURES.
           PERFORM 30-PRICE-REBOOK.
           IF (WS-SIZE-ERR = 'Y')
               ADD 01 TO WS-SIZE-COUNT
               MOVE '    TOO LARGE' TO WS-NEW-USD-X
               PERFORM 25-WRITE-REPORT-LINE
               GO TO 21-EXIT
           END-IF.

           IF (WS-ADJ-REVERSED(A) = 'N')
               PERFORM 23-WRITE-REVERSAL
               IF (WS-POSTED = 'N')
                   GO TO 21-EXIT
               END-IF
           END-IF.

           PERFORM 24-WRITE-REBOOK.
           MOVE WS-USD-NET-AMT TO WS-NEW-USD-ED.
           MOVE WS-NEW-USD-ED  TO WS-NEW-USD-X.
           ADD 01 TO WS-PAIR-COUNT.
           PERFORM 25-WRITE-REPORT-LINE.

       21-EXIT. EXIT.
      ****************************************************************
       22-LOAD-OLD-STATE         SECTION.
      ****************************************************************

           MOVE WS-ADJ-STATE(A)   TO HST-DETAIL.
           MOVE HST-TRADE-ID      TO WS-OLD-TRADE-ID.
           MOVE HST-MARKET        TO WS-OLD-MARKET.
           MOVE HST-TP            TO WS-OLD-TP.
           MOVE HST-SL            TO WS-OLD-SL.
           MOVE HST-RES-VAL       TO WS-OLD-RES-VAL.
           MOVE HST-NET-RES-VAL   TO WS-OLD-NET-RES-VAL.
           MOVE HST-CUR           TO WS-OLD-CUR.
           MOVE HST-LOTS          TO WS-OLD-LOTS.
           MOVE HST-ACCOUNT       TO WS-OLD-ACCOUNT.
           MOVE HST-STRATEGY      TO WS-OLD-STRATEGY.
           MOVE HST-SPREAD-SEQ    TO WS-OLD-SPREAD-SEQ.
           MOVE HST-USD-NET-AMT   TO WS-OLD-USD-NET-AMT.

       22-EXIT. EXIT.
      ****************************************************************
       23-WRITE-REVERSAL         SECTION.
      ****************************************************************

      *--> THE ARCHIVED DETAIL AS IT STANDS, EVERY SIGNED AMOUNT
      *--> NEGATED; PRICE LEVELS, LOTS AND CATEGORY STAY AS THEY WERE
      *--> SO A CONSUMER CAN TELL WHAT IS BEING TAKEN BACK.
           MOVE SPACES               TO HISTORY-TRADE.
           MOVE WS-ADJ-STATE(A)      TO HST-DETAIL.
           MOVE WS-RUN-DATE          TO HST-RUN-DATE.
           MOVE WS-ADJ-CORR-DATE(A)  TO HST-TRADE-DATE.
           COMPUTE HST-RES-VAL       = -1 * HST-RES-VAL.
           COMPUTE HST-NET-RES-VAL   = -1 * HST-NET-RES-VAL.
           COMPUTE HST-USD-RES-VAL   = -1 * HST-USD-RES-VAL.
           COMPUTE HST-USD-NET-RES   = -1 * HST-USD-NET-RES.
           COMPUTE HST-GRS-RES-AMT   = -1 * HST-GRS-RES-AMT.
           COMPUTE HST-NET-RES-AMT   = -1 * HST-NET-RES-AMT.
           COMPUTE HST-USD-NET-AMT   = -1 * HST-USD-NET-AMT.
           SET HST-REVERSAL          TO TRUE.
           PERFORM 28-SET-KEYS.

           PERFORM 29-WRITE-HISTORY.

       23-EXIT. EXIT.
      ****************************************************************
       24-WRITE-REBOOK           SECTION.
      ****************************************************************

      *--> THE CORRECTED TRADE AS TRADING1 WOULD HAVE DERIVED IT,
      *--> KEEPING THE ORIGINAL'S PER-RUN SEQUENCE AND SPREAD
      *--> POSITION. THE USD RATE IS STILL THE TRADE DATE'S OWN.
           MOVE SPACES               TO HISTORY-TRADE.
           MOVE WS-RUN-DATE          TO HST-RUN-DATE.
           MOVE WS-OLD-TRADE-ID      TO HST-TRADE-ID.
           MOVE TM-MARKET            TO HST-MARKET.
           MOVE TM-TAKE-PROFIT       TO HST-TP.
           MOVE TM-STOP-LOSS         TO HST-SL.
           MOVE TM-CUR               TO HST-CUR.
           MOVE WS-ADJ-CORR-DATE(A)  TO HST-TRADE-DATE.
           MOVE TM-TRADE-ID          TO HST-TRADE-REF.
           MOVE TM-LOTS              TO HST-LOTS.
           MOVE WS-NEW-ACCOUNT       TO HST-ACCOUNT.
           MOVE TM-STRATEGY          TO HST-STRATEGY.
           MOVE WS-OLD-SPREAD-SEQ    TO HST-SPREAD-SEQ.

      *--> AMOUNTS AS 30-PRICE-REBOOK DERIVED THEM.
           MOVE WS-RES-VAL           TO HST-RES-VAL.
           MOVE WS-NET-RES-VAL       TO HST-NET-RES-VAL.
           MOVE WS-GRS-RES-AMT       TO HST-GRS-RES-AMT.
           MOVE WS-NET-RES-AMT       TO HST-NET-RES-AMT.

           EVALUATE TRUE
               WHEN WS-RES-VAL >= WS-TP
                   MOVE 'FG'          TO HST-RES-CAT
               WHEN (WS-RES-VAL >= WS-BREAKEVEN-NEG) AND
                    (WS-RES-VAL <= WS-BREAKEVEN-TOL)
                   MOVE 'ZE'          TO HST-RES-CAT
               WHEN WS-RES-VAL > 0
                   MOVE 'SG'          TO HST-RES-CAT
               WHEN WS-RES-VAL <= WS-SL-NEG
                   MOVE 'FL'          TO HST-RES-CAT
               WHEN OTHER
                   MOVE 'SL'          TO HST-RES-CAT
           END-EVALUATE.

           IF (WS-SL NOT ZERO)
               COMPUTE WS-RR-RATIO = WS-TP / WS-SL
           ELSE
               MOVE ZEROS         TO WS-RR-RATIO
           END-IF.
           MOVE WS-RR-RATIO          TO HST-RR-RATIO.

           PERFORM 27-CONVERT-TO-USD.

           SET HST-REBOOK            TO TRUE.
           PERFORM 28-SET-KEYS.

           PERFORM 29-WRITE-HISTORY.

       24-EXIT. EXIT.
      ****************************************************************
       25-WRITE-REPORT-LINE      SECTION.
      ****************************************************************

           MOVE WS-ADJ-REF(A)      TO WS-REF-ED.
           MOVE WS-OLD-USD-NET-AMT TO WS-OLD-USD-ED.
           IF (WS-ADJ-ORIG-DATE(A) = SPACES)
               MOVE '????????'     TO WS-ADJ-ORIG-DATE(A)
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-REF-ED              DELIMITED BY SIZE,
                  '  '                   DELIMITED BY SIZE,
                  WS-ADJ-ORIG-DATE(A)    DELIMITED BY SIZE,
                  '  '                   DELIMITED BY SIZE,
                  WS-OLD-MARKET          DELIMITED BY SIZE,
                  '  '                   DELIMITED BY SIZE,
                  WS-OLD-USD-ED          DELIMITED BY SIZE,
                  '  '                   DELIMITED BY SIZE,
                  WS-NEW-USD-X           DELIMITED BY SIZE,
                  ' '                    DELIMITED BY SIZE,
                  WS-ADJ-CORR-DATE(A)    DELIMITED BY SIZE,
                  ' '                    DELIMITED BY SIZE,
                  WS-ADJ-OPERATOR(A)     DELIMITED BY SIZE,
                  ' '                    DELIMITED BY SIZE,
                  WS-ADJ-REASON(A)       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           IF (WS-ON-MASTER = 'Y') AND (TM-MARKET NOT = WS-OLD-MARKET)
               STRING 'MARKET NOW '      DELIMITED BY SIZE,
                      TM-MARKET          DELIMITED BY SIZE
                   INTO REPORT-LINE(90:17)
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       25-EXIT. EXIT.
      ****************************************************************
       26-GET-CONTRACT-MULT      SECTION.
      ****************************************************************

      *--> NO ROW OR A ZERO MULTIPLIER MEANS ONE, AS IN TRADING1.
           MOVE 1 TO WS-MULT-EFF.

           MOVE TM-MARKET TO INSTR-CODE.
           READ INSTRMST
               INVALID KEY
                   GO TO 26-EXIT
           END-READ.

           IF (INSTR-MULT NUMERIC) AND (INSTR-MULT > ZEROS)
               MOVE INSTR-MULT TO WS-MULT-EFF
           END-IF.

       26-EXIT. EXIT.
      ****************************************************************
       27-CONVERT-TO-USD         SECTION.
      ****************************************************************

           EVALUATE TM-CUR
               WHEN 'USD'
                   MOVE WS-TP             TO WS-USD-TP
                   MOVE WS-SL             TO WS-USD-SL
                   MOVE WS-RES-VAL        TO WS-USD-RES-VAL
                   MOVE WS-NET-RES-VAL    TO WS-USD-NET-RES-VAL
                   MOVE WS-NET-RES-AMT    TO WS-USD-NET-AMT
               WHEN OTHER
                   MOVE TM-TRADE-DATE TO RATE-DATE
                   MOVE TM-CUR        TO RATE-CUR
                   READ RATE001
                       INVALID KEY
                           DISPLAY 'RATE NOT FOUND FOR DATE '
                                   TM-TRADE-DATE ' CUR ' TM-CUR
                           DISPLAY 'USING LAST KNOWN RATE'
                       NOT INVALID KEY
                           MOVE RATE-VALUE TO WS-USD-CONV-RATE
                   END-READ
                   COMPUTE WS-USD-TP = WS-TP / WS-USD-CONV-RATE
                   COMPUTE WS-USD-SL = WS-SL / WS-USD-CONV-RATE
                   COMPUTE WS-USD-RES-VAL =
                       WS-RES-VAL / WS-USD-CONV-RATE
                   COMPUTE WS-USD-NET-RES-VAL =
                       WS-NET-RES-VAL / WS-USD-CONV-RATE
                   COMPUTE WS-USD-NET-AMT =
                       WS-NET-RES-AMT / WS-USD-CONV-RATE
           END-EVALUATE.

           MOVE WS-USD-TP            TO HST-USD-TP.
           MOVE WS-USD-SL            TO HST-USD-SL.
           MOVE WS-USD-RES-VAL       TO HST-USD-RES-VAL.
           MOVE WS-USD-NET-RES-VAL   TO HST-USD-NET-RES.
           MOVE WS-USD-NET-AMT       TO HST-USD-NET-AMT.

       27-EXIT. EXIT.
      ****************************************************************
       28-SET-KEYS               SECTION.
      ****************************************************************

      *--> THE KEY FIELDS REPEAT THE DETAIL, AS TRADARC1 SETS THEM
      *--> FOR THE ARCHIVED ROWS.
           MOVE HST-TRADE-REF     TO HST-KEY-REF.
           MOVE HST-TRADE-ID      TO HST-KEY-SEQ.
           MOVE HST-TRADE-DATE    TO HST-KEY-TRADE-DATE.
           IF (HST-ACCOUNT = SPACES)
               MOVE 'ACCT'        TO HST-KEY-ACCOUNT
           ELSE
               MOVE HST-ACCOUNT   TO HST-KEY-ACCOUNT
           END-IF.

       28-EXIT. EXIT.
      ****************************************************************
       29-WRITE-HISTORY          SECTION.
      ****************************************************************

      *--> A DUPLICATE KEY MEANS THIS TRADE WAS ALREADY ADJUSTED UNDER
      *--> THIS RUN DATE AND CHANGED AGAIN SINCE: THE SECOND CHANGE IS
      *--> LEFT FOR THE NEXT RUN DATE'S WINDOW TO PICK UP.
           MOVE 'Y' TO WS-POSTED.
           WRITE HISTORY-TRADE
               INVALID KEY
                   MOVE 'N' TO WS-POSTED
                   ADD 01 TO WS-DUP-COUNT
                   DISPLAY 'WARNING: TRADE ' HST-TRADE-REF
                           ' ALREADY ADJUSTED UNDER RUN DATE '
                           HST-RUN-DATE ' - NOT POSTED'
               NOT INVALID KEY
                   ADD 01 TO WS-WRITE-COUNT
           END-WRITE.

       29-EXIT. EXIT.
      ****************************************************************
       30-PRICE-REBOOK           SECTION.
      ****************************************************************

      *--> THE CORRECTED TRADE'S PER-UNIT AND POSITION-WEIGHTED
      *--> AMOUNTS, SAME RULES AS TRADING1. WS-SIZE-ERR 'Y' WHEN THE
      *--> WEIGHTED AMOUNT DOES NOT FIT.
           MOVE 'N'                  TO WS-SIZE-ERR.

           MOVE TM-RESULT-VALUE      TO WS-RES-VAL.
           MOVE TM-TAKE-PROFIT       TO WS-TP.
           MOVE TM-STOP-LOSS         TO WS-SL.
           COMPUTE WS-SL-NEG         = -1 * WS-SL.
           COMPUTE WS-NET-RES-VAL    = WS-RES-VAL - TM-FEE-AMT.

           IF (TM-LOTS = ZEROS)
               MOVE 001     TO WS-LOTS-EFF
           ELSE
               MOVE TM-LOTS TO WS-LOTS-EFF
           END-IF.

           PERFORM 26-GET-CONTRACT-MULT.
           COMPUTE WS-GRS-RES-AMT = WS-RES-VAL * WS-LOTS-EFF *
                                    WS-MULT-EFF
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERR
           END-COMPUTE.
           IF (WS-SIZE-ERR = 'N')
               COMPUTE WS-NET-RES-AMT = WS-GRS-RES-AMT - TM-FEE-AMT
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERR
               END-COMPUTE
           END-IF.

           IF (WS-SIZE-ERR = 'Y')
               DISPLAY 'WARNING: GROSS AMOUNT TOO LARGE FOR '
                       'TRADE ' TM-TRADE-ID ' - NOT POSTED'
           END-IF.

       30-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-AUDIT-WINDOW TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AUDIT ROWS IN THE WINDOW         = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-ADJ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADES CHANGED                   = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-UNARCH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  NOT YET ARCHIVED               = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SAME-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ARCHIVE ALREADY UP TO DATE     = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-PAIR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  REVERSED AND REBOOKED          = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-DELETE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DELETED - REVERSED ONLY        = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-WRITE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADHST1 ROWS POSTED             = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-DUP-COUNT > 0)
               MOVE WS-DUP-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'ALREADY ADJUSTED THIS RUN DATE   = '
                                              DELIMITED BY SIZE,
                      WS-COUNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF (WS-LOST-COUNT > 0)
               MOVE WS-LOST-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'TRADES NOT CHECKED (TABLE FULL)  = '
                                              DELIMITED BY SIZE,
                      WS-COUNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF (WS-SIZE-COUNT > 0)
               MOVE WS-SIZE-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'NOT POSTED - AMOUNT TOO LARGE    = '
                                              DELIMITED BY SIZE,
                      WS-COUNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           CLOSE RATE001.
           CLOSE ADJRPT01.

           DISPLAY 'AUDIT ROWS READ      = ' WS-AUDIT-READ.
           DISPLAY 'HISTORY ROWS READ    = ' WS-HIST-READ.
           DISPLAY 'TRADES CHANGED       = ' WS-ADJ-COUNT.
           DISPLAY 'PAIRS POSTED         = ' WS-PAIR-COUNT.
           DISPLAY 'REVERSALS (DELETES)  = ' WS-DELETE-COUNT.
           DISPLAY 'HISTORY ROWS WRITTEN = ' WS-WRITE-COUNT.
           DISPLAY 'AMOUNT TOO LARGE     = ' WS-SIZE-COUNT.

      *--> A CORRECTION LEFT UNCHECKED OR NOT POSTED, OR A REBOOK
      *--> WHOSE AMOUNT DID NOT FIT, NEEDS A LOOK BUT DOES NOT STOP
      *--> THE BATCH.
           IF (WS-LOST-COUNT > 0) OR (WS-SIZE-COUNT > 0) OR
              (WS-DUP-COUNT > 0)
               MOVE 04 TO RETURN-CODE
           END-IF.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.

       90-EXIT. EXIT.
      ****************************************************************
       92-WRITE-RUN-STAT         SECTION.
      ****************************************************************

      *--> ONE ROW PER EXECUTION ON THE SHARED RUN-STATISTICS FILE,
      *--> SAME CONVENTION AS TRADING1'S 92-WRITE-RUN-STAT.
           OPEN EXTEND RUNSTAT1.
           IF FS-RUNSTAT1 EQUAL '35'
               OPEN OUTPUT RUNSTAT1
           END-IF.
           IF FS-RUNSTAT1 NOT EQUAL ZEROS
               DISPLAY 'RUNSTAT1 NOT AVAILABLE - FS = ' FS-RUNSTAT1
               GO TO 92-EXIT
           END-IF.

           MOVE SPACES            TO RUN-STAT-RECORD.
           MOVE 'TRADADJ1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-RUN-DATE       TO RS-BUS-DATE.
           COMPUTE RS-RECORDS-IN  = WS-AUDIT-READ + WS-HIST-READ.
           MOVE WS-WRITE-COUNT    TO RS-RECORDS-OUT.
           MOVE WS-LOST-COUNT     TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
