
       01  INPUT-TRADE.
           03  MARKET             PIC  X(06).
           03  TP                 PIC  9(05)V99.
           03  SL                 PIC  9(05)V99.
           03  RES-VAL            PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  CUR                PIC  X(03).
           03  LOTS               PIC  9(03).
           03  FILLER             PIC  X(06).
           03  TRADE-STATUS       PIC  X(01).
           03  TRADE-ACCT         PIC  X(08).
           03  TRADE-STRAT        PIC  X(03).
           03  TRADE-GROUP        PIC  9(06).
           03  TRADE-LEG          PIC  9(02).
           03  TRADE-LEGS         PIC  9(02).
           03  FILLER             PIC  X(05).

       FD  STATS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS STATS.
           03  STAT-MARKET        PIC  X(06).
           03  STAT-ACCOUNT       PIC  X(08).
           03  STAT               PIC  X(03).
           03  LOSS               PIC  9(09)V99.
           03  GAIN               PIC  9(09)V99.
           03  FILLER             PIC  X(05).

       FD  EXCPLOG1
       COPY RATEFILE.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

      *--> TRADING1'S: COLS 1-8 THE CHAIN'S BUSINESS DATE (BLANK =
      *--> TODAY), SO EVERY RUNSTAT1 ROW OF ONE TRADEBAT CHAIN
      *--> CARRIES THE SAME DATE EVEN ACROSS MIDNIGHT OR ON A
      *--> BACK-DATED RUN. COL 10 'L' REPORTS THE LEGS OF A SPREAD
      *--> AS SEPARATE TRADES; BLANK REPORTS EACH SPREAD ONCE, ON ITS
      *--> NET RESULT, UNDER MARKET 'SPREAD' AND THE FIRST LEG'S
      *--> ACCOUNT.
       01  WS-DATE-CONTROL.
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-LEG-OPTION      PIC  X(01) VALUE SPACES.
               88  WS-SHOW-LEGS   VALUE 'L'.
           03  FILLER             PIC  X(70).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
       01  INTERNAL-TABLE.
           03  WS-GAIN-STATS.
               05  WS-GAIN-COUNT  PIC  9(05) VALUE ZEROS.
               05  WS-GAIN-SUM    PIC  S9(11)V99   VALUE ZEROS.
               05  WS-GAIN-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
               05  WS-GAIN-MIN    PIC  S9(09)V99   VALUE ZEROS.
               05  WS-GAIN-MAX    PIC  S9(09)V99   VALUE ZEROS.
           03  WS-LOSS-STATS.
               05  WS-LOSS-COUNT  PIC  9(05) VALUE ZEROS.
               05  WS-LOSS-SUM    PIC  S9(11)V99   VALUE ZEROS.
               05  WS-LOSS-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
               05  WS-LOSS-MIN    PIC  S9(09)V99   VALUE ZEROS.
               05  WS-LOSS-MAX    PIC  S9(09)V99   VALUE ZEROS.

      *--> PER-MARKET BREAKDOWN: SAME SHAPE AS INTERNAL-TABLE ABOVE,
      *--> KEPT PER DISTINCT MARKET CODE SEEN IN TRADE001.
               05  WS-MKT-CODE     PIC  X(06).
               05  WS-MKT-GAIN-STATS.
                   07  WS-MKT-GAIN-COUNT  PIC  9(05) VALUE ZEROS.
                   07  WS-MKT-GAIN-SUM    PIC  S9(11)V99   VALUE ZEROS.
                   07  WS-MKT-GAIN-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
                   07  WS-MKT-GAIN-MIN    PIC  S9(09)V99   VALUE ZEROS.
                   07  WS-MKT-GAIN-MAX    PIC  S9(09)V99   VALUE ZEROS.
               05  WS-MKT-LOSS-STATS.
                   07  WS-MKT-LOSS-COUNT  PIC  9(05) VALUE ZEROS.
                   07  WS-MKT-LOSS-SUM    PIC  S9(11)V99   VALUE ZEROS.
                   07  WS-MKT-LOSS-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
                   07  WS-MKT-LOSS-MIN    PIC  S9(09)V99   VALUE ZEROS.
                   07  WS-MKT-LOSS-MAX    PIC  S9(09)V99   VALUE ZEROS.
               05  WS-MKT-HIST.
                   07  WS-MKT-HG   OCCURS 10 TIMES PIC 9(05)
                                   VALUE ZEROS.
               05  WS-ACC-CODE     PIC  X(08).
               05  WS-ACC-GAIN-STATS.
                   07  WS-ACC-GAIN-COUNT  PIC  9(05) VALUE ZEROS.
                   07  WS-ACC-GAIN-SUM    PIC  S9(11)V99   VALUE ZEROS.
                   07  WS-ACC-GAIN-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
                   07  WS-ACC-GAIN-MIN    PIC  S9(09)V99   VALUE ZEROS.
                   07  WS-ACC-GAIN-MAX    PIC  S9(09)V99   VALUE ZEROS.
               05  WS-ACC-LOSS-STATS.
                   07  WS-ACC-LOSS-COUNT  PIC  9(05) VALUE ZEROS.
                   07  WS-ACC-LOSS-SUM    PIC  S9(11)V99   VALUE ZEROS.
                   07  WS-ACC-LOSS-SUMSQ  PIC  S9(21)V9999 VALUE ZEROS.
                   07  WS-ACC-LOSS-MIN    PIC  S9(09)V99   VALUE ZEROS.
                   07  WS-ACC-LOSS-MAX    PIC  S9(09)V99   VALUE ZEROS.

       01  WS-WORK-ACCT            PIC  X(08).
       01  WS-WORK-MARKET          PIC  X(06).

      *--> SPREAD BEING NETTED: ITS LEGS ARE CONSECUTIVE ON TRADE001,
      *--> SO THE NET IS POSTED WHEN THE GROUP CHANGES OR AT END OF
      *--> FILE. A LEG THAT DOES NOT FIT THE AMOUNT FIELD LEAVES THE
      *--> WHOLE SPREAD OUT, SAME AS A SINGLE TRADE.
       01  WS-NET-VARS.
           03  WS-REC-GROUP       PIC  9(06) VALUE ZEROS.
           03  WS-NET-GROUP       PIC  9(06) VALUE ZEROS.
           03  WS-NET-RES         PIC  S9(09)V99 VALUE ZEROS.
           03  WS-NET-ACCT        PIC  X(08) VALUE SPACES.
           03  WS-NET-DROPPED     PIC  X(01) VALUE 'N'.
           03  WS-NET-SPREADS     PIC  9(05) VALUE ZEROS.

      *--> HISTOGRAM RANGES: UP TO 9 ASCENDING UPPER BOUNDS FROM
      *--> HISTCTL1 PLUS AN OPEN-ENDED TOP BUCKET. GAINS AND LOSSES
       01  WS-BUCKET-VARS.
           03  WS-BUCKET-TOT      PIC  9(02) VALUE ZEROS.
           03  WS-BUCKET-IX       PIC  9(02).
           03  WS-ABS-RES         PIC  9(09)V99.
           03  WS-HROW            PIC  9(02).
           03  WS-HROW-ED         PIC  9(02).
       01  WS-HIST-OVERALL.
       01  WS-MAX-MED             PIC  9(04) VALUE 1000.
       01  WS-MED-TABLES.
           03  WS-GVAL-COUNT      PIC  9(04) VALUE ZEROS.
           03  WS-GVAL            OCCURS 1000 TIMES PIC 9(09)V99.
           03  WS-LVAL-COUNT      PIC  9(04) VALUE ZEROS.
           03  WS-LVAL            OCCURS 1000 TIMES PIC 9(09)V99.
       01  WS-MED-VARS.
           03  WS-MED-GAIN        PIC  9(09)V99.
           03  WS-MED-LOSS        PIC  9(09)V99.
           03  WS-MED-SWAP        PIC  9(09)V99.
           03  WS-MED-I           PIC  9(04).
           03  WS-MED-J           PIC  9(04).
           03  WS-MED-MID         PIC  9(04).
      *--> OVERALL OR FROM ONE MARKET'S ACCUMULATORS BEFORE EACH CALL.
       01  WS-CUR-STATS.
           03  WS-CUR-GAIN-COUNT   PIC  9(05).
           03  WS-CUR-GAIN-SUM     PIC  S9(11)V99.
           03  WS-CUR-GAIN-SUMSQ   PIC  S9(21)V9999.
           03  WS-CUR-GAIN-MIN     PIC  S9(09)V99.
           03  WS-CUR-GAIN-MAX     PIC  S9(09)V99.
           03  WS-CUR-LOSS-COUNT   PIC  9(05).
           03  WS-CUR-LOSS-SUM     PIC  S9(11)V99.
           03  WS-CUR-LOSS-SUMSQ   PIC  S9(21)V9999.
           03  WS-CUR-LOSS-MIN     PIC  S9(09)V99.
           03  WS-CUR-LOSS-MAX     PIC  S9(09)V99.

       01  MEASURES.
           03  WS-AVG             PIC  9(09)V99.
           03  WS-SD              PIC  9(09)V99.
           03  WS-MIN             PIC  9(09)V99.
           03  WS-MAX             PIC  9(09)V99.

      *--> THE POSITION-WEIGHTED RESULT THE STATISTICS ACCUMULATE:
      *--> PER-UNIT RES-VAL TIMES LOTS (ZERO LOTS ON OLDER ENTRIES
       01  WS-WEIGHT-VARS.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-WEIGHTED-RES    PIC  S9(09)V99.

      *--> FALLBACK RATE IF A TRADE'S DATE/CURRENCY ISN'T ON RATE001
      *--> YET; SAME APPROACH AS TRADING1'S 26-LOOKUP-RATE.
               END-READ
           END-PERFORM.

           IF (WS-NET-GROUP > ZEROS)
               PERFORM 31-POST-SPREAD
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       11-ACCUMULATE             SECTION.

           ADD 01 TO AC-COUNTER.

           IF (TRADE-ACCT = SPACES)
               MOVE 'ACCT'     TO WS-WORK-ACCT
           ELSE
               MOVE TRADE-ACCT TO WS-WORK-ACCT
           END-IF.

           MOVE ZEROS TO WS-REC-GROUP.
           IF (TRADE-GROUP NUMERIC) AND (NOT WS-SHOW-LEGS)
               MOVE TRADE-GROUP TO WS-REC-GROUP
           END-IF.

           IF (WS-NET-GROUP > ZEROS) AND
              (WS-REC-GROUP NOT = WS-NET-GROUP)
               PERFORM 31-POST-SPREAD
           END-IF.

           IF (WS-REC-GROUP > ZEROS) AND (WS-NET-GROUP = ZEROS)
               MOVE WS-REC-GROUP TO WS-NET-GROUP
               MOVE ZEROS        TO WS-NET-RES
               MOVE WS-WORK-ACCT TO WS-NET-ACCT
               MOVE 'N'          TO WS-NET-DROPPED
           END-IF.

           IF (LOTS = ZEROS)
               MOVE 001  TO WS-LOTS-EFF
           ELSE
               MOVE 'SZ'          TO WS-EXC-STATUS
               PERFORM 91-LOG-EXCEPTION
               MOVE 'S'           TO WS-EXC-SEVERITY
               IF (WS-REC-GROUP > ZEROS)
                   MOVE 'Y'       TO WS-NET-DROPPED
               END-IF
               GO TO 11-EXIT
           END-IF.

           IF (WS-REC-GROUP > ZEROS)
               ADD WS-WEIGHTED-RES TO WS-NET-RES
                   ON SIZE ERROR
                       MOVE 'Y'   TO WS-NET-DROPPED
               END-ADD
               GO TO 11-EXIT
           END-IF.

           MOVE MARKET TO WS-WORK-MARKET.
           PERFORM 30-POST-RESULT.

       11-EXIT. EXIT.
      ****************************************************************
       30-POST-RESULT            SECTION.
      ****************************************************************

      *--> POSTS WS-WEIGHTED-RES, ONE TRADE OR ONE NETTED SPREAD,
      *--> UNDER WS-WORK-MARKET AND WS-WORK-ACCT.
           IF (WS-WEIGHTED-RES > 0)
               ADD 01              TO WS-GAIN-COUNT
               ADD WS-WEIGHTED-RES TO WS-GAIN-SUM
           PERFORM 12-ACCUMULATE-MARKET.
           PERFORM 15-ACCUMULATE-ACCOUNT.

       30-EXIT. EXIT.
      ****************************************************************
       31-POST-SPREAD            SECTION.
      ****************************************************************

           IF (WS-NET-DROPPED = 'Y')
               DISPLAY 'WARNING: SPREAD ' WS-NET-GROUP
                       ' LEFT OUT - AMOUNT EXCEEDS THE FIELD'
           ELSE
               MOVE WS-NET-RES    TO WS-WEIGHTED-RES
               MOVE 'SPREAD'      TO WS-WORK-MARKET
               MOVE WS-NET-ACCT   TO WS-WORK-ACCT
               PERFORM 30-POST-RESULT
               ADD 01             TO WS-NET-SPREADS
           END-IF.

           MOVE ZEROS             TO WS-NET-GROUP.

       31-EXIT. EXIT.
      ****************************************************************
       12-ACCUMULATE-MARKET      SECTION.
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
                           ' LEFT OUT OF THE PER-MARKET STATISTICS'
               END-IF
           END-IF.
       15-ACCUMULATE-ACCOUNT     SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND-ACCOUNT.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF (WS-ACC-CODE(A) = WS-WORK-ACCT)
           CLOSE RATE001.
           CLOSE EXCPLOG1.

           IF (WS-NET-SPREADS > ZEROS)
               DISPLAY 'SPREADS REPORTED NET = ' WS-NET-SPREADS
           END-IF.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.
