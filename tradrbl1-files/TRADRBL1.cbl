      *--> STATE IS RECOMPUTED FROM IT BECAUSE ACCTSTA1 ONLY EVER
      *--> MOVED WHEN A TRADE WAS KEYED THROUGH TRADING9 AND HAS
      *--> BEEN DRIFTING FROM REALITY EVER SINCE THE IMPORT AND
      *--> MAINTENANCE PATHS ARRIVED. READ THROUGH THE ACCOUNT/TRADE
      *--> DATE ALTERNATE INDEX, SO EACH ACCOUNT IS REPLAYED IN TRADE
      *--> DATE ORDER AND ONE ACCOUNT CAN BE REBUILT ON ITS OWN. THE
      *--> BASE CLUSTER IS DD TRADHST, ITS ALTERNATE PATH DD TRADHST1.
           SELECT TRADHST1 ASSIGN TO    TRADHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ALT-KEY WITH DUPLICATES
               FILE STATUS          IS FS-TRADHST1.

      *--> THE PERSISTENT ACCOUNT STATE TRADING9 SIZES POSITIONS
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

      *--> DEPOSITS, WITHDRAWALS, INTEREST AND CHARGES (CASHMNT1);
      *--> REPLAYED IN DATE ORDER AMONG THE ARCHIVED TRADES SO THE
      *--> REBUILT BALANCE AND DRAWDOWN INCLUDE THEM.
           SELECT CASHMOV1 ASSIGN TO    CASHMOV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS          IS FS-CASHMOV1.

      *--> MONTH-END FX REVALUATION (TRADFXR1); EACH MONTH'S GAIN OR
      *--> LOSS IS REPLAYED ON THE MONTH'S LAST DAY LIKE A MOVEMENT.
           SELECT FXREVAL1 ASSIGN TO    FXREVAL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS          IS FS-FXREVAL1.

           SELECT RBLRPT01 ASSIGN TO    RBLRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
      ****************************************************************
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.


       COPY ACCTSTA1.

       FD  CASHMOV1
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASH-MOVEMENT-RECORD.

       COPY CASHMOV1.

       FD  FXREVAL1
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FX-REVALUATION-RECORD.

       COPY FXREVAL1.

       FD  RBLRPT01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.
       01  FS-RBLRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-CASHMOV1            PIC  9(02) VALUE ZEROS.
       01  FS-FXREVAL1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-ACCOUNT       PIC  X(01) VALUE 'N'.
      *--> ONE SYSIN CARD: COL 1 'A' REWRITES ACCTSTA1 WITH THE
      *--> RECOMPUTED STATE; ANYTHING ELSE IS REPORT-ONLY SO THE
      *--> DRIFT CAN BE REVIEWED BEFORE THE BOOKS ARE TOUCHED.
      *--> COLS 3-10 LIMIT THE REBUILD TO ONE ACCOUNT ('ACCT' FOR
      *--> THE HISTORIC SINGLE ACCOUNT); BLANK = EVERY ACCOUNT.
       01  WS-MODE-CONTROL.
           03  WS-APPLY-MODE      PIC  X(01) VALUE 'N'.
               88  WS-APPLY-YES   VALUE 'A'.
           03  FILLER             PIC  X(01).
           03  WS-ONE-ACCOUNT     PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(70).

      *--> RECOMPUTED STATE PER ACCOUNT, WALKED IN TRADE DATE ORDER:
      *--> BALANCE FROM THE OPENING 100 (TRADING9'S CONVENTION) PLUS
      *--> EVERY USD NET AMOUNT, PEAK AND MAX DRAWDOWN OFF THE
      *--> RUNNING BALANCE, STREAK OFF THE RESULT SIGNS.
               05  WS-ACC-STRK-T  PIC  X(01).
               05  WS-ACC-STRK-C  PIC  9(03).
               05  WS-ACC-TRADES  PIC  9(05).
               05  WS-ACC-CASH-N  PIC  9(05).
               05  WS-ACC-CASH    PIC  S9(09)V99.
               05  WS-ACC-FX-N    PIC  9(05).
               05  WS-ACC-FX      PIC  S9(09)V99.

      *--> THE CASH LEDGER IN KEY ORDER (ACCOUNT, DATE, SEQUENCE).
      *--> EACH MOVEMENT IS POSTED JUST BEFORE ITS ACCOUNT'S FIRST
      *--> ARCHIVED TRADE DATED ON OR AFTER ITS DATE; WHATEVER IS LEFT
      *--> AT THE END OF THE ARCHIVE IS POSTED THEN. FXREVAL1 ROWS
      *--> FOLLOW AS TYPE 'G' (GAIN) OR 'L' (LOSS), DATED ON THEIR
      *--> MONTH'S LAST DAY.
       01  WS-MAX-CASH            PIC  9(03) VALUE 500.
       01  WS-CASH-TABLE.
           03  WS-CASH-COUNT      PIC  9(03) VALUE ZEROS.
           03  WS-CASH-ENTRY      OCCURS 500 TIMES
                                  INDEXED BY C.
               05  WS-CSH-ACCOUNT PIC  X(08).
               05  WS-CSH-DATE    PIC  X(08).
               05  WS-CSH-TYPE    PIC  X(01).
               05  WS-CSH-AMOUNT  PIC  9(07)V99.
               05  WS-CSH-DONE    PIC  X(01).
       77  WS-CASH-UPTO           PIC  X(08) VALUE SPACES.
       77  WS-CASH-EOF            PIC  X(01) VALUE 'N'.
       77  WS-CASH-AMT            PIC  S9(07)V99 VALUE ZEROS.

       01  WS-CALC-VARS.
           03  WS-DRAWDOWN        PIC  S9(07)V99.
           03  WS-STORED-ED       PIC  -ZZZZZZ9,99.
           03  WS-DRIFT-ED        PIC  -ZZZZZZ9,99.
           03  WS-TRADES-ED       PIC  ZZZZ9.
           03  WS-CASH-ED         PIC  -ZZZZZZZZ9,99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
               GOBACK
           END-IF.

           PERFORM 13-LOAD-CASH.
           PERFORM 17-LOAD-FX.

           MOVE LOW-VALUES TO HST-ALT-KEY.
           IF (WS-ONE-ACCOUNT NOT = SPACES)
               MOVE WS-ONE-ACCOUNT TO HST-KEY-ACCOUNT
           END-IF.
           START TRADHST1 KEY IS NOT LESS THAN HST-ALT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (WS-ONE-ACCOUNT NOT = SPACES) AND
                          (HST-KEY-ACCOUNT NOT = WS-ONE-ACCOUNT)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 01 TO WS-READ-COUNT
                           PERFORM 11-REBUILD-TRADE
                       END-IF
               END-READ
           END-PERFORM.

      *--> MOVEMENTS DATED AFTER AN ACCOUNT'S LAST ARCHIVED TRADE,
      *--> OR ON AN ACCOUNT THAT HAS NEVER TRADED.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CASH-COUNT
               IF (WS-CSH-DONE(C) = 'N')
                   MOVE WS-CSH-ACCOUNT(C) TO WS-WORK-ACCT
                   PERFORM 14-FIND-ACCOUNT
                   IF (WS-FOUND-ACCOUNT = 'Y')
                       PERFORM 16-POST-CASH
                   END-IF
               END-IF
           END-PERFORM.

       10-EXIT. EXIT.
      ****************************************************************
       11-REBUILD-TRADE          SECTION.
      ****************************************************************

           MOVE HST-KEY-ACCOUNT TO WS-WORK-ACCT.

           PERFORM 14-FIND-ACCOUNT.

           IF (WS-FOUND-ACCOUNT = 'Y')
               MOVE HST-KEY-TRADE-DATE TO WS-CASH-UPTO
               PERFORM 15-POST-CASH-UPTO
               PERFORM 12-UPDATE-ACCOUNT
           END-IF.

       11-EXIT. EXIT.
       12-UPDATE-ACCOUNT         SECTION.
      ****************************************************************

      *--> AN ADJUSTMENT REVERSAL TAKES ITS TRADE BACK OFF THE COUNT;
      *--> ITS NEGATED AMOUNT MOVES THE BALANCE LIKE ANY OTHER ROW.
           IF HST-REVERSAL
               IF (WS-ACC-TRADES(A) > ZEROS)
                   SUBTRACT 01     FROM WS-ACC-TRADES(A)
               END-IF
           ELSE
               ADD 01              TO WS-ACC-TRADES(A)
           END-IF.
           ADD HST-USD-NET-AMT TO WS-ACC-BAL(A).

           IF (WS-ACC-BAL(A) > WS-ACC-PEAK(A))
               MOVE WS-DRAWDOWN TO WS-ACC-MAXDD(A)
           END-IF.

      *--> A REVERSAL/REBOOK PAIR IS A CORRECTION, NOT A WIN OR LOSS
      *--> OF THE DAY IT IS POSTED ON, SO IT LEAVES THE STREAK ALONE.
           IF HST-ADJUSTMENT
               GO TO 12-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN HST-USD-NET-AMT > 0
                   IF (WS-ACC-STRK-T(A) = 'W')
           END-EVALUATE.

       12-EXIT. EXIT.
      ****************************************************************
       13-LOAD-CASH              SECTION.
      ****************************************************************

      *--> NO CASH LEDGER YET SIMPLY MEANS NO MOVEMENTS.
           OPEN INPUT CASHMOV1.
           IF FS-CASHMOV1 NOT EQUAL ZEROS
               DISPLAY 'CASHMOV1 NOT AVAILABLE - TRADES ONLY'
               GO TO 13-EXIT
           END-IF.

      *--> THE LEDGER IS KEYED BY ACCOUNT FIRST: A ONE-ACCOUNT
      *--> REBUILD STARTS ON ITS ROWS AND STOPS AFTER THEM.
           MOVE LOW-VALUES TO CM-KEY.
           IF (WS-ONE-ACCOUNT NOT = SPACES)
               MOVE WS-ONE-ACCOUNT TO CM-ACCOUNT
           END-IF.
           START CASHMOV1 KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CASH-EOF
           END-START.

           PERFORM UNTIL WS-CASH-EOF EQUAL 'Y'
               READ CASHMOV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASH-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN (WS-ONE-ACCOUNT NOT = SPACES) AND
                                (CM-ACCOUNT NOT = WS-ONE-ACCOUNT)
                               MOVE 'Y' TO WS-CASH-EOF
                           WHEN (WS-CASH-COUNT < WS-MAX-CASH)
                               ADD 01 TO WS-CASH-COUNT
                               SET C TO WS-CASH-COUNT
                               MOVE CM-ACCOUNT TO WS-CSH-ACCOUNT(C)
                               MOVE CM-DATE    TO WS-CSH-DATE(C)
                               MOVE CM-TYPE    TO WS-CSH-TYPE(C)
                               MOVE CM-AMOUNT  TO WS-CSH-AMOUNT(C)
                               MOVE 'N'        TO WS-CSH-DONE(C)
                           WHEN OTHER
                               DISPLAY 'WARNING: CASH TABLE FULL - '
                                       CM-KEY ' NOT REPLAYED'
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE CASHMOV1.

       13-EXIT. EXIT.
      ****************************************************************
       14-FIND-ACCOUNT           SECTION.
      ****************************************************************

      *--> LEAVES A ON WS-WORK-ACCT'S SLOT, OPENING ONE IF NEEDED.
           MOVE 'N' TO WS-FOUND-ACCOUNT.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
                                          OR WS-FOUND-ACCOUNT = 'Y'
               IF (WS-ACC-CODE(A) = WS-WORK-ACCT)
                   MOVE 'Y' TO WS-FOUND-ACCOUNT
               END-IF
           END-PERFORM.

           IF (WS-FOUND-ACCOUNT = 'Y')
               SET A DOWN BY 1
               GO TO 14-EXIT
           END-IF.

           IF (WS-ACC-COUNT < WS-MAX-ACCOUNT)
               ADD 01 TO WS-ACC-COUNT
               SET A TO WS-ACC-COUNT
               MOVE 'Y'          TO WS-FOUND-ACCOUNT
               MOVE WS-WORK-ACCT TO WS-ACC-CODE(A)
      *--> THE OPENING 100 IS TRADING9'S FIRST-EVER-SESSION
      *--> CONVENTION; THE ARCHIVE REPLAYS ON TOP OF IT.
               MOVE 100          TO WS-ACC-BAL(A)
               MOVE 100          TO WS-ACC-PEAK(A)
               MOVE ZEROS        TO WS-ACC-MAXDD(A)
               MOVE SPACES       TO WS-ACC-STRK-T(A)
               MOVE ZEROS        TO WS-ACC-STRK-C(A)
               MOVE ZEROS        TO WS-ACC-TRADES(A)
               MOVE ZEROS        TO WS-ACC-CASH-N(A)
               MOVE ZEROS        TO WS-ACC-CASH(A)
               MOVE ZEROS        TO WS-ACC-FX-N(A)
               MOVE ZEROS        TO WS-ACC-FX(A)
           ELSE
               DISPLAY 'WARNING: ACCOUNT TABLE FULL - '
                       WS-WORK-ACCT ' NOT REBUILT'
           END-IF.

       14-EXIT. EXIT.
      ****************************************************************
       15-POST-CASH-UPTO         SECTION.
      ****************************************************************

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CASH-COUNT
               IF (WS-CSH-DONE(C)    = 'N') AND
                  (WS-CSH-ACCOUNT(C) = WS-WORK-ACCT) AND
                  (WS-CSH-DATE(C)   <= WS-CASH-UPTO)
                   PERFORM 16-POST-CASH
               END-IF
           END-PERFORM.

       15-EXIT. EXIT.
      ****************************************************************
       16-POST-CASH              SECTION.
      ****************************************************************

      *--> SAME RULE AS CASHMNT1'S POSTING: DEPOSITS AND WITHDRAWALS
      *--> MOVE THE PEAK WITH THE BALANCE (MONEY TAKEN OUT IS NOT A
      *--> DRAWDOWN); INTEREST AND CHARGES MOVE THE BALANCE ONLY.
      *--> NEITHER COUNTS AS A TRADE OR TOUCHES THE STREAK.
           MOVE 'Y' TO WS-CSH-DONE(C).

           IF (WS-CSH-TYPE(C) = 'D') OR (WS-CSH-TYPE(C) = 'I')
               MOVE WS-CSH-AMOUNT(C) TO WS-CASH-AMT
           ELSE
               COMPUTE WS-CASH-AMT = -1 * WS-CSH-AMOUNT(C)
           END-IF.

           IF (WS-CSH-TYPE(C) = 'G')
               MOVE WS-CSH-AMOUNT(C) TO WS-CASH-AMT
           END-IF.

      *--> FX REVALUATION MOVES THE BALANCE LIKE A TRADE RESULT,
      *--> SAME AS TRADFXR1'S POSTING.
           IF (WS-CSH-TYPE(C) = 'G') OR (WS-CSH-TYPE(C) = 'L')
               ADD 01          TO WS-ACC-FX-N(A)
               ADD WS-CASH-AMT TO WS-ACC-FX(A)
           ELSE
               ADD 01          TO WS-ACC-CASH-N(A)
               ADD WS-CASH-AMT TO WS-ACC-CASH(A)
           END-IF.
           ADD WS-CASH-AMT TO WS-ACC-BAL(A).

           IF (WS-CSH-TYPE(C) = 'D') OR (WS-CSH-TYPE(C) = 'W')
               ADD WS-CASH-AMT TO WS-ACC-PEAK(A)
           END-IF.
           IF (WS-ACC-BAL(A) > WS-ACC-PEAK(A))
               MOVE WS-ACC-BAL(A) TO WS-ACC-PEAK(A)
           END-IF.

           COMPUTE WS-DRAWDOWN = WS-ACC-PEAK(A) - WS-ACC-BAL(A).
           IF (WS-DRAWDOWN > WS-ACC-MAXDD(A))
               MOVE WS-DRAWDOWN TO WS-ACC-MAXDD(A)
           END-IF.

       16-EXIT. EXIT.
      ****************************************************************
       17-LOAD-FX                SECTION.
      ****************************************************************

      *--> NO REVALUATION HISTORY YET MEANS NOTHING REVALUED.
           OPEN INPUT FXREVAL1.
           IF FS-FXREVAL1 NOT EQUAL ZEROS
               DISPLAY 'FXREVAL1 NOT AVAILABLE - NO FX REVALUATION'
               GO TO 17-EXIT
           END-IF.

           MOVE 'N' TO WS-CASH-EOF.
           PERFORM UNTIL WS-CASH-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASH-EOF
                   NOT AT END
                       IF (FR-FX-USD NOT = ZEROS) AND
                          ((WS-ONE-ACCOUNT = SPACES) OR
                           (FR-ACCOUNT = WS-ONE-ACCOUNT))
                           IF (WS-CASH-COUNT < WS-MAX-CASH)
                               ADD 01 TO WS-CASH-COUNT
                               SET C TO WS-CASH-COUNT
                               MOVE FR-ACCOUNT TO WS-CSH-ACCOUNT(C)
                               MOVE FR-MONTH   TO WS-CSH-DATE(C)
                               MOVE '31'       TO WS-CSH-DATE(C)(7:2)
                               IF (FR-FX-USD > ZEROS)
                                   MOVE 'G'    TO WS-CSH-TYPE(C)
                                   MOVE FR-FX-USD
                                               TO WS-CSH-AMOUNT(C)
                               ELSE
                                   MOVE 'L'    TO WS-CSH-TYPE(C)
                                   COMPUTE WS-CSH-AMOUNT(C) =
                                       -1 * FR-FX-USD
                               END-IF
                               MOVE 'N'        TO WS-CSH-DONE(C)
                           ELSE
                               DISPLAY 'WARNING: CASH TABLE FULL - '
                                       FR-KEY ' NOT REPLAYED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FXREVAL1.

       17-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF (WS-ONE-ACCOUNT NOT = SPACES)
               MOVE SPACES TO REPORT-LINE
               STRING 'ACCOUNT ' WS-ONE-ACCOUNT ' ONLY'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               PERFORM 21-REPORT-ACCOUNT
               IF WS-APPLY-YES
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-ACC-CASH-N(A) > ZEROS)
               MOVE WS-ACC-CASH-N(A) TO WS-TRADES-ED
               MOVE WS-ACC-CASH(A)   TO WS-CASH-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  CASH MOVEMENTS ' DELIMITED BY SIZE,
                      WS-TRADES-ED        DELIMITED BY SIZE,
                      '  NET USD '        DELIMITED BY SIZE,
                      WS-CASH-ED          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF (WS-ACC-FX-N(A) > ZEROS)
               MOVE WS-ACC-FX-N(A) TO WS-TRADES-ED
               MOVE WS-ACC-FX(A)   TO WS-CASH-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  FX REVALUATIONS ' DELIMITED BY SIZE,
                      WS-TRADES-ED        DELIMITED BY SIZE,
                      '  NET USD '        DELIMITED BY SIZE,
                      WS-CASH-ED          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-ACC-CODE(A) TO AS-KEY.
           MOVE 'N' TO WS-AS-EXISTS.
           READ ACCTSTA1
           CLOSE RBLRPT01.

           DISPLAY 'HISTORY RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'CASH MOVEMENTS       = ' WS-CASH-COUNT.
           DISPLAY 'ACCOUNTS REBUILT     = ' WS-ACC-COUNT.
           IF WS-APPLY-YES
               DISPLAY 'ACCOUNTS APPLIED     = ' WS-APPLY-COUNT
