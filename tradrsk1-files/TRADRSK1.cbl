      ****************************************************************
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
       77  WS-WORK-ACCT           PIC  X(08) VALUE SPACES.
       77  WS-FOUND-STRAT         PIC  X(01) VALUE 'N'.
       77  WS-WORK-STRAT          PIC  X(03) VALUE SPACES.
       77  WS-WORK-MARKET         PIC  X(06) VALUE SPACES.
       77  WS-WORK-AMT            PIC  S9(11)V99 VALUE ZEROS.

      *--> ONE SYSIN CARD: COL 1 'L' REPORTS THE LEGS OF A SPREAD AS
      *--> SEPARATE TRADES; BLANK REPORTS EACH SPREAD ONCE, ON ITS NET
      *--> RESULT, UNDER MARKET 'SPREAD' AND THE FIRST LEG'S ACCOUNT
      *--> AND STRATEGY.
       01  WS-RSK-CONTROL.
           03  WS-LEG-OPTION      PIC  X(01) VALUE SPACES.
               88  WS-SHOW-LEGS   VALUE 'L'.
           03  FILLER             PIC  X(79).

      *--> SPREAD BEING NETTED: A ROW WITH SPREAD-SEQ 01 OPENS IT AND
      *--> THE ROWS AFTER IT WITH A HIGHER SEQUENCE ARE ITS OTHER LEGS.
       01  WS-NET-VARS.
           03  WS-REC-SEQ         PIC  9(02)     VALUE ZEROS.
           03  WS-NET-OPEN        PIC  X(01)     VALUE 'N'.
           03  WS-NET-AMT         PIC  S9(11)V99 VALUE ZEROS.
           03  WS-NET-ACCT        PIC  X(08)     VALUE SPACES.
           03  WS-NET-STRAT       PIC  X(03)     VALUE SPACES.
           03  WS-NET-SPREADS     PIC  9(05)     VALUE ZEROS.

      *--> PER-MARKET ACCUMULATORS OVER THE USD-NORMALIZED NET
      *--> FIGURES, SO BRL AND USD MARKETS ARE ACTUALLY COMPARABLE.
               05  WS-MKT-CODE    PIC  X(06).
               05  WS-MKT-TRADES  PIC  9(05)       VALUE ZEROS.
               05  WS-MKT-WIN-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-MKT-WIN-SUM PIC  S9(11)V99   VALUE ZEROS.
               05  WS-MKT-LOS-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-MKT-LOS-SUM PIC  S9(11)V99   VALUE ZEROS.

      *--> PER-ACCOUNT ACCUMULATORS, SAME SHAPE AS THE PER-MARKET
      *--> TABLE, SO THE METRICS ALSO READ PER FUNDED ACCOUNT. A
               05  WS-ACC-CODE    PIC  X(08).
               05  WS-ACC-TRADES  PIC  9(05)       VALUE ZEROS.
               05  WS-ACC-WIN-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-ACC-WIN-SUM PIC  S9(11)V99   VALUE ZEROS.
               05  WS-ACC-LOS-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-ACC-LOS-SUM PIC  S9(11)V99   VALUE ZEROS.

      *--> PER-STRATEGY ACCUMULATORS, THE BREAKDOWN THE DESK ASKS
      *--> FOR MOST: WHICH SETUP ACTUALLY MAKES THE MONEY. UNTAGGED
               05  WS-STR-CODE    PIC  X(03).
               05  WS-STR-TRADES  PIC  9(05)       VALUE ZEROS.
               05  WS-STR-WIN-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-STR-WIN-SUM PIC  S9(11)V99   VALUE ZEROS.
               05  WS-STR-LOS-CNT PIC  9(05)       VALUE ZEROS.
               05  WS-STR-LOS-SUM PIC  S9(11)V99   VALUE ZEROS.

       01  WS-OVERALL.
           03  WS-OA-TRADES       PIC  9(05)       VALUE ZEROS.
           03  WS-OA-WIN-CNT      PIC  9(05)       VALUE ZEROS.
           03  WS-OA-WIN-SUM      PIC  S9(11)V99   VALUE ZEROS.
           03  WS-OA-LOS-CNT      PIC  9(05)       VALUE ZEROS.
           03  WS-OA-LOS-SUM      PIC  S9(11)V99   VALUE ZEROS.

      *--> THE LINE BEING COMPUTED, LOADED FROM ONE MARKET'S OR THE
      *--> OVERALL ACCUMULATORS, SAME WORKING-COPY STYLE AS
       01  WS-CUR-STATS.
           03  WS-CUR-TRADES      PIC  9(05).
           03  WS-CUR-WIN-CNT     PIC  9(05).
           03  WS-CUR-WIN-SUM     PIC  S9(11)V99.
           03  WS-CUR-LOS-CNT     PIC  9(05).
           03  WS-CUR-LOS-SUM     PIC  S9(11)V99.

       01  WS-MEASURES.
           03  WS-PROFIT-FACTOR   PIC  9(05)V99.
           03  WS-EXPECTANCY      PIC  S9(09)V99.
           03  WS-PAYOFF-RATIO    PIC  9(05)V99.
           03  WS-AVG-WIN         PIC  9(09)V99.
           03  WS-AVG-LOSS        PIC  9(09)V99.

       01  WS-EDIT-VARS.
           03  WS-LINE-LABEL      PIC  X(08).
           03  WS-TRADES-ED       PIC  ZZZZ9.
           03  WS-PF-ED           PIC  ZZZZ9,99.
           03  WS-EXP-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-PAY-ED          PIC  ZZZZ9,99.
           03  WS-PF-X            PIC  X(09).
           03  WS-PAY-X           PIC  X(09).
       10-INITIALIZE             SECTION.
      ****************************************************************

           ACCEPT WS-RSK-CONTROL FROM SYSIN.

           OPEN INPUT  TRADS001
           IF FS-TRADS001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADS001'
                   NOT AT END
                       IF (TRL-ID NOT = 'TRL')
                           PERFORM 11-ACCUMULATE
                       ELSE
                           IF (WS-NET-OPEN = 'Y')
                               PERFORM 18-POST-SPREAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF (WS-NET-OPEN = 'Y')
               PERFORM 18-POST-SPREAD
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       11-ACCUMULATE             SECTION.
      ****************************************************************

           IF (ACCOUNT = SPACES)
               MOVE 'ACCT'   TO WS-WORK-ACCT
           ELSE
               MOVE ACCOUNT  TO WS-WORK-ACCT
           END-IF.
           IF (STRATEGY = SPACES)
               MOVE '---'    TO WS-WORK-STRAT
           ELSE
               MOVE STRATEGY TO WS-WORK-STRAT
           END-IF.

           MOVE ZEROS TO WS-REC-SEQ.
           IF (SPREAD-SEQ NUMERIC) AND (NOT WS-SHOW-LEGS)
               MOVE SPREAD-SEQ TO WS-REC-SEQ
           END-IF.

           IF (WS-NET-OPEN = 'Y') AND (WS-REC-SEQ < 2)
               PERFORM 18-POST-SPREAD
           END-IF.

           IF (WS-REC-SEQ = 1)
               MOVE 'Y'           TO WS-NET-OPEN
               MOVE USD-NET-AMT   TO WS-NET-AMT
               MOVE WS-WORK-ACCT  TO WS-NET-ACCT
               MOVE WS-WORK-STRAT TO WS-NET-STRAT
               GO TO 11-EXIT
           END-IF.

      *--> A LATER LEG WHOSE FIRST ROW IS NOT ON THE FILE IS TAKEN ON
      *--> ITS OWN.
           IF (WS-REC-SEQ > 1) AND (WS-NET-OPEN = 'Y')
               ADD USD-NET-AMT    TO WS-NET-AMT
               GO TO 11-EXIT
           END-IF.

           MOVE USD-NET-AMT       TO WS-WORK-AMT.
           MOVE MARKET            TO WS-WORK-MARKET.
           PERFORM 19-POST-RESULT.

       11-EXIT. EXIT.
      ****************************************************************

           MOVE 'N' TO WS-FOUND-MARKET.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MKT-COUNT
               IF (WS-MKT-CODE(M) = WS-WORK-MARKET)
                   MOVE 'Y' TO WS-FOUND-MARKET
                   PERFORM 13-UPDATE-MARKET
               END-IF
               IF (WS-MKT-COUNT < WS-MAX-MARKET)
                   ADD 01 TO WS-MKT-COUNT
                   SET M TO WS-MKT-COUNT
                   MOVE WS-WORK-MARKET TO WS-MKT-CODE(M)
                   PERFORM 13-UPDATE-MARKET
               ELSE
                   DISPLAY 'WARNING: MARKET TABLE FULL - '
                           WS-WORK-MARKET
                           ' LEFT OUT OF THE PER-MARKET METRICS'
               END-IF
           END-IF.
      ****************************************************************

           ADD 01 TO WS-MKT-TRADES(M).
           IF (WS-WORK-AMT > 0)
               ADD 01              TO WS-MKT-WIN-CNT(M)
               ADD WS-WORK-AMT     TO WS-MKT-WIN-SUM(M)
           ELSE
               IF (WS-WORK-AMT < 0)
                   ADD 01 TO WS-MKT-LOS-CNT(M)
                   SUBTRACT WS-WORK-AMT FROM WS-MKT-LOS-SUM(M)
               END-IF
           END-IF.

       14-ACCUMULATE-ACCOUNT     SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND-ACCOUNT.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF (WS-ACC-CODE(A) = WS-WORK-ACCT)
      ****************************************************************

           ADD 01 TO WS-ACC-TRADES(A).
           IF (WS-WORK-AMT > 0)
               ADD 01              TO WS-ACC-WIN-CNT(A)
               ADD WS-WORK-AMT     TO WS-ACC-WIN-SUM(A)
           ELSE
               IF (WS-WORK-AMT < 0)
                   ADD 01 TO WS-ACC-LOS-CNT(A)
                   SUBTRACT WS-WORK-AMT FROM WS-ACC-LOS-SUM(A)
               END-IF
           END-IF.

       16-ACCUMULATE-STRATEGY    SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND-STRAT.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STR-COUNT
               IF (WS-STR-CODE(SX) = WS-WORK-STRAT)
      ****************************************************************

           ADD 01 TO WS-STR-TRADES(SX).
           IF (WS-WORK-AMT > 0)
               ADD 01              TO WS-STR-WIN-CNT(SX)
               ADD WS-WORK-AMT     TO WS-STR-WIN-SUM(SX)
           ELSE
               IF (WS-WORK-AMT < 0)
                   ADD 01 TO WS-STR-LOS-CNT(SX)
                   SUBTRACT WS-WORK-AMT FROM WS-STR-LOS-SUM(SX)
               END-IF
           END-IF.

       17-EXIT. EXIT.
      ****************************************************************
       18-POST-SPREAD            SECTION.
      ****************************************************************

           MOVE WS-NET-AMT        TO WS-WORK-AMT.
           MOVE 'SPREAD'          TO WS-WORK-MARKET.
           MOVE WS-NET-ACCT       TO WS-WORK-ACCT.
           MOVE WS-NET-STRAT      TO WS-WORK-STRAT.
           PERFORM 19-POST-RESULT.

           ADD 01                 TO WS-NET-SPREADS.
           MOVE 'N'               TO WS-NET-OPEN.

       18-EXIT. EXIT.
      ****************************************************************
       19-POST-RESULT            SECTION.
      ****************************************************************

      *--> POSTS WS-WORK-AMT, ONE TRADE OR ONE NETTED SPREAD, TO THE
      *--> OVERALL LINE AND UNDER WS-WORK-MARKET, WS-WORK-ACCT AND
      *--> WS-WORK-STRAT.
           ADD 01 TO WS-OA-TRADES.
           IF (WS-WORK-AMT > 0)
               ADD 01              TO WS-OA-WIN-CNT
               ADD WS-WORK-AMT     TO WS-OA-WIN-SUM
           ELSE
               IF (WS-WORK-AMT < 0)
                   ADD 01 TO WS-OA-LOS-CNT
                   SUBTRACT WS-WORK-AMT FROM WS-OA-LOS-SUM
               END-IF
           END-IF.

           PERFORM 12-ACCUMULATE-MARKET.
           PERFORM 14-ACCUMULATE-ACCOUNT.
           PERFORM 16-ACCUMULATE-STRATEGY.

       19-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-SHOW-LEGS
               STRING 'SPREADS: EACH LEG COUNTED AS A TRADE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'SPREADS: ONE NET TRADE UNDER MARKET SPREAD'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'MARKET   TRADES  PROFIT-FCT  EXPECTANCY'
                  '  PAYOFF-RATIO'
                  WS-TRADES-ED     DELIMITED BY SIZE,
                  '   '            DELIMITED BY SIZE,
                  WS-PF-X          DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-EXP-ED        DELIMITED BY SIZE,
                  '      '         DELIMITED BY SIZE,
                  WS-PAY-X         DELIMITED BY SIZE
           CLOSE TRADS001.
           CLOSE RISKRPT1.

           IF (WS-NET-SPREADS > ZEROS)
               DISPLAY 'SPREADS REPORTED NET = ' WS-NET-SPREADS
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
