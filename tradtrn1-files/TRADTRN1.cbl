
      *--> THE CUMULATIVE HISTORY TRADARC1 APPENDS EVERY RUN'S
      *--> TRADS001 DETAILS TO; UNTIL NOW ONLY THE RETENTION PURGE
      *--> EVER READ IT BACK. KEYED BY RUN DATE, SO A TREND FROM A
      *--> GIVEN DATE STARTS THERE INSTEAD OF READING THE WHOLE FILE.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

           SELECT TRNRPT01 ASSIGN TO    TRNRPT01
       FILE SECTION.
      ****************************************************************
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-TRNRPT01            PIC  9(02) VALUE ZEROS.

      *--> COLS 1-8 FIRST RUN DATE OF THE TREND (BLANK = THE WHOLE
      *--> ARCHIVE).
       01  WS-CONTROL-CARD.
           03  WS-FROM-DATE       PIC  X(08).
           03  FILLER             PIC  X(72).

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-DATE          PIC  X(01) VALUE 'N'.
       77  WS-FOUND-GROUP         PIC  X(01) VALUE 'N'.
      *--> RUNS IN CHRONOLOGICAL ORDER, SO TABLE ORDER IS DATE ORDER
      *--> AND THE ROLLING WINDOW IS SIMPLY THE LAST 30 ROWS; EVERY
      *--> RUN DATE IS A BUSINESS DAY, SO 30 ROWS = 30 BUSINESS DAYS.
      *--> COUNTS ARE SIGNED: AN ADJUSTMENT REVERSAL TAKES ITS TRADE
      *--> (AND ITS WIN) BACK OFF THE RUN DATE IT IS POSTED UNDER.
       01  WS-MAX-DAY             PIC  9(03) VALUE 500.
       01  WS-DAY-TABLE.
           03  WS-DAY-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-DAY-ENTRY       OCCURS 500 TIMES
                                  INDEXED BY D.
               05  WS-DAY-DATE    PIC  X(08).
               05  WS-DAY-TRADES  PIC  S9(05).
               05  WS-DAY-WINS    PIC  S9(05).
               05  WS-DAY-NET     PIC  S9(09)V99.

      *--> ONE ROW PER MARKET/RUN-MONTH PAIR FOR THE MONTH-OVER-MONTH
                                  INDEXED BY G.
               05  WS-MKMO-MARKET PIC  X(06).
               05  WS-MKMO-MONTH  PIC  X(06).
               05  WS-MKMO-TRADES PIC  S9(05).
               05  WS-MKMO-NET    PIC  S9(09)V99.

      *--> DISTINCT MARKETS SEEN, TO DRIVE THE PER-MARKET WALK OF THE

       01  WS-ROLL-VARS.
           03  WS-ROLL-START      PIC  9(03).
           03  WS-ROLL-TRADES     PIC  S9(07).
           03  WS-ROLL-WINS       PIC  S9(07).
           03  WS-ROLL-NET        PIC  S9(09)V99.
           03  R                  PIC  9(03).

           03  WS-WIN-RATE        PIC  999,99.

       01  WS-EDIT-VARS.
           03  WS-TRADES-ED       PIC  -ZZZ9.
           03  WS-WINS-ED         PIC  -ZZZ9.
           03  WS-RATE-ED         PIC  ZZ9,99.
           03  WS-NET-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-ROLL-NET-ED     PIC  -ZZZZZZZZ9,99.
       10-INITIALIZE             SECTION.
      ****************************************************************

           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD FROM SYSIN.

           OPEN INPUT  TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO HST-KEY.
           IF (WS-FROM-DATE NOT = SPACES)
               MOVE WS-FROM-DATE TO HST-RUN-DATE
           END-IF.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
       12-UPDATE-DAY             SECTION.
      ****************************************************************

      *--> A REVERSAL CARRIES THE NEGATED AMOUNTS AND THE ORIGINAL'S
      *--> CATEGORY, SO IT UNDOES BOTH THE TRADE AND ANY WIN.
           IF HST-REVERSAL
               SUBTRACT 01         FROM WS-DAY-TRADES(D)
               IF (HST-RES-CAT = 'FG') OR (HST-RES-CAT = 'SG')
                   SUBTRACT 01 FROM WS-DAY-WINS(D)
               END-IF
           ELSE
               ADD 01              TO WS-DAY-TRADES(D)
               IF (HST-RES-CAT = 'FG') OR (HST-RES-CAT = 'SG')
                   ADD 01 TO WS-DAY-WINS(D)
               END-IF
           END-IF.
           ADD HST-USD-NET-AMT TO WS-DAY-NET(D).

       12-EXIT. EXIT.
      ****************************************************************
               IF (WS-MKMO-MARKET(G) = HST-MARKET) AND
                  (WS-MKMO-MONTH(G)  = HST-RUN-DATE(1:6))
                   MOVE 'Y' TO WS-FOUND-GROUP
                   IF HST-REVERSAL
                       SUBTRACT 01     FROM WS-MKMO-TRADES(G)
                   ELSE
                       ADD 01          TO WS-MKMO-TRADES(G)
                   END-IF
                   ADD HST-USD-NET-AMT TO WS-MKMO-NET(G)
               END-IF
           END-PERFORM.
                   SET G TO WS-MKMO-COUNT
                   MOVE HST-MARKET         TO WS-MKMO-MARKET(G)
                   MOVE HST-RUN-DATE(1:6)  TO WS-MKMO-MONTH(G)
                   IF HST-REVERSAL
                       MOVE -1             TO WS-MKMO-TRADES(G)
                   ELSE
                       MOVE 1              TO WS-MKMO-TRADES(G)
                   END-IF
                   MOVE HST-USD-NET-AMT    TO WS-MKMO-NET(G)
               ELSE
                   DISPLAY 'WARNING: MARKET/MONTH TABLE FULL - '
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF (WS-FROM-DATE NOT = SPACES)
               MOVE SPACES TO REPORT-LINE
               STRING 'RUN DATES FROM ' WS-FROM-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN-DATE TRADES  WINS  WIN-RATE%        NET-USD'
                  '   ROLL30-NET-USD ROLL30-WIN%'

           MOVE WS-DAY-TRADES(D)  TO WS-TRADES-ED.
           MOVE WS-DAY-WINS(D)    TO WS-WINS-ED.
      *--> A DAY OR WINDOW THAT NETS TO NO TRADES OR NO WINS AFTER ITS
      *--> REVERSALS SHOWS A ZERO RATE.
           IF (WS-DAY-TRADES(D) > 0) AND (WS-DAY-WINS(D) > 0)
               COMPUTE WS-WIN-RATE ROUNDED =
                   (WS-DAY-WINS(D) / WS-DAY-TRADES(D)) * 100
           ELSE
           MOVE WS-WIN-RATE       TO WS-RATE-ED.
           MOVE WS-DAY-NET(D)     TO WS-NET-ED.
           MOVE WS-ROLL-NET       TO WS-ROLL-NET-ED.
           IF (WS-ROLL-TRADES > 0) AND (WS-ROLL-WINS > 0)
               COMPUTE WS-WIN-RATE ROUNDED =
                   (WS-ROLL-WINS / WS-ROLL-TRADES) * 100
           ELSE
