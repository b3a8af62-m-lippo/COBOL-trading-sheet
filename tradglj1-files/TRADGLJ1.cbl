       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADGLJ1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE DAY'S ENRICHED BOOK, OR AT MONTH-END THE TRADSSEL
      *--> FILE TRADCUT1 CUT FOR THE ACCOUNTING MONTH - SAME LAYOUT,
      *--> THE JCL DECIDES WHICH ONE IS BEHIND THE DD.
           SELECT TRADS001 ASSIGN TO    TRADS001
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADS001.

      *--> ONLY READ WHEN A TRADE NETS TO ZERO AND ITS OWN USD RATIO
      *--> CANNOT BE TAKEN.
           SELECT RATE001  ASSIGN TO    RATE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS          IS FS-RATE001.

      *--> LAST CLOSED ACCOUNTING MONTH, SET BY TRADCLS1; A CLOSED
      *--> MONTH IS NEVER POSTED AGAIN.
           SELECT PERCTL1  ASSIGN TO    PERCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS          IS FS-PERCTL1.

      *--> MONTH-END FX REVALUATION ROWS WRITTEN BY TRADFXR1. ROWS
      *--> NOT YET ON A JOURNAL ARE POSTED WITH THE TRADES AND THEN
      *--> MARKED, SO EACH MONTH'S FX REACHES THE LEDGER ONCE.
           SELECT FXREVAL1 ASSIGN TO    FXREVAL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS          IS FS-FXREVAL1.

      *--> SHARED EXCEPTION LOG; A REFUSED MONTH OR TRADE LEAVES A
      *--> ROW FOR THE MORNING CHECKLIST.
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

      *--> FIXED-FORMAT INTERFACE FILE PICKED UP BY THE GENERAL
      *--> LEDGER: HEADER, JOURNAL LINES, CONTROL-TOTAL TRAILER.
           SELECT GLJRNL1  ASSIGN TO    GLJRNL1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-GLJRNL1.

           SELECT GLJRPT01 ASSIGN TO    GLJRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-GLJRPT01.

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
       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.

       COPY TRADSREC.

       FD  RATE001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-RECORD.

       COPY RATEFILE.

       FD  PERCTL1
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-CONTROL-RECORD.

       COPY PERCTL1.

       FD  FXREVAL1
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FX-REVALUATION-RECORD.

       COPY FXREVAL1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  GLJRNL1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-JOURNAL-LINE.

       COPY GLJRNL1.

       FD  GLJRPT01
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

       01  FS-TRADS001            PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-FXREVAL1            PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-GLJRNL1             PIC  9(02) VALUE ZEROS.
       01  FS-GLJRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-RATES-OPEN          PIC  X(01) VALUE 'N'.
       77  WS-JOURNAL-OPEN        PIC  X(01) VALUE 'N'.
       77  WS-FXREV-OPEN          PIC  X(01) VALUE 'N'.
       77  WS-MONTH-REFUSED       PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.
       77  WS-CLOSED-MONTH        PIC  X(06) VALUE SPACES.

      *--> ONE SYSIN CARD: COLS 1-6 THE ACCOUNTING MONTH (YYYYMM)
      *--> THE JOURNAL POSTS TO (BLANK = THE BUSINESS DATE'S MONTH);
      *--> COLS 8-15 THE BUSINESS DATE, STAMPED AS THE POSTING DATE
      *--> AND ON THE RUN-STATISTICS ROW (BLANK = TODAY).
       01  WS-MONTH-CONTROL.
           03  WS-ACCT-MONTH      PIC  X(06) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(65).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> GENERAL-LEDGER ACCOUNTS THE TRADING BOOK POSTS TO, AS
      *--> AGREED WITH ACCOUNTING. THE CLEARING ACCOUNT IS THE
      *--> BROKER'S CASH SIDE OF EVERY RESULT AND FEE.
       01  WS-GL-ACCOUNTS.
           03  WS-GL-CLEARING     PIC  X(06) VALUE '120100'.
           03  WS-GL-GAIN         PIC  X(06) VALUE '410100'.
           03  WS-GL-LOSS         PIC  X(06) VALUE '510100'.
           03  WS-GL-COMMISSION   PIC  X(06) VALUE '520100'.
      *--> UNREALIZED FX: INCOME OR EXPENSE AGAINST THE REVALUATION
      *--> ADJUSTMENT ACCOUNT THAT RESTATES THE NON-USD BALANCES.
           03  WS-GL-FX-GAIN      PIC  X(06) VALUE '420100'.
           03  WS-GL-FX-LOSS      PIC  X(06) VALUE '530100'.
           03  WS-GL-FX-ADJUST    PIC  X(06) VALUE '120900'.

      *--> JOURNAL LINES BUILT UP IN STORAGE, ONE PER ACCOUNT,
      *--> CURRENCY, ENTRY TYPE, SIDE AND GL ACCOUNT, THEN SORTED AND
      *--> WRITTEN. A DROPPED LINE WOULD UNBALANCE THE FILE, SO A
      *--> FULL TABLE STOPS THE RUN.
       01  WS-MAX-BUCKET          PIC  9(03) VALUE 300.
       01  WS-BKT-TABLE.
           03  WS-BKT-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-BKT-ENTRY       OCCURS 300 TIMES
                                  INDEXED BY B.
               05  WS-BKT-KEY.
                   07  WS-BKT-ACCOUNT PIC X(08).
                   07  WS-BKT-CUR     PIC X(03).
                   07  WS-BKT-TYPE    PIC X(02).
                   07  WS-BKT-DC      PIC X(01).
                   07  WS-BKT-GL      PIC X(06).
               05  WS-BKT-AMT     PIC  9(09)V99.
               05  WS-BKT-USD     PIC  9(09)V99.
               05  WS-BKT-ITEMS   PIC  9(05).

      *--> THE LINE BEING POSTED, FILLED BY THE CALLER OF
      *--> 25-ADD-BUCKET.
       01  WS-NEW-BUCKET.
           03  WS-NB-KEY.
               05  WS-NB-ACCOUNT  PIC  X(08).
               05  WS-NB-CUR      PIC  X(03).
               05  WS-NB-TYPE     PIC  X(02).
               05  WS-NB-DC       PIC  X(01).
               05  WS-NB-GL       PIC  X(06).
           03  WS-NB-AMT          PIC  9(09)V99.
           03  WS-NB-USD          PIC  9(09)V99.

      *--> PROOF PER CURRENCY: DEBITS AGAINST CREDITS, AND THE P&L
      *--> SIDE OF THE JOURNAL AGAINST THE NET AMOUNT OF THE TRADES
      *--> IT CAME FROM.
       01  WS-MAX-CURRENCY        PIC  9(02) VALUE 20.
       01  WS-CUR-TABLE.
           03  WS-CUR-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-CUR-ENTRY       OCCURS 20 TIMES
                                  INDEXED BY K.
               05  WS-CUR-CODE    PIC  X(03).
               05  WS-CUR-DEBIT   PIC  9(11)V99.
               05  WS-CUR-CREDIT  PIC  9(11)V99.
               05  WS-CUR-PNL     PIC  S9(11)V99.
               05  WS-CUR-NET     PIC  S9(11)V99.
               05  WS-CUR-TRADES  PIC  9(05).

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(03).
           03  WS-SORT-J          PIC  9(03).
           03  WS-SWAP-ENTRY      PIC  X(47).

       01  WS-CALC-VARS.
           03  WS-WORK-ACCT       PIC  X(08).
           03  WS-WORK-CUR        PIC  X(03).
           03  WS-FEE-AMT         PIC  S9(09)V99.
           03  WS-USD-GROSS       PIC  S9(09)V99.
           03  WS-USD-FEE         PIC  S9(09)V99.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.

       01  WS-TOTAL-VARS.
           03  WS-TOT-DEBIT       PIC  9(11)V99 VALUE ZEROS.
           03  WS-TOT-CREDIT      PIC  9(11)V99 VALUE ZEROS.
           03  WS-USD-DEBIT       PIC  9(11)V99 VALUE ZEROS.
           03  WS-USD-CREDIT      PIC  9(11)V99 VALUE ZEROS.
           03  WS-IN-NET          PIC  S9(11)V99 VALUE ZEROS.
           03  WS-IN-USD          PIC  S9(11)V99 VALUE ZEROS.
           03  WS-SKIP-NET        PIC  S9(11)V99 VALUE ZEROS.
           03  WS-FX-NET          PIC  S9(11)V99 VALUE ZEROS.

       01  WS-TRAILER-VARS.
           03  WS-TRL-FOUND       PIC  X(01) VALUE 'N'.
           03  WS-TRL-NET         PIC  S9(11)V99 VALUE ZEROS.
           03  WS-TRL-COUNT       PIC  9(06)     VALUE ZEROS.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(06) VALUE ZEROS.
           03  WS-POSTED-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-SKIP-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-LINE-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-UNBAL-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-FX-COUNT        PIC  9(05) VALUE ZEROS.
           03  WS-FX-MARKED       PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-AMT-ED          PIC  ZZZZZZZZZZ9,99.
           03  WS-AMT-ED2         PIC  ZZZZZZZZZZ9,99.
           03  WS-NET-ED          PIC  -ZZZZZZZZZ9,99.
           03  WS-NET-ED2         PIC  -ZZZZZZZZZ9,99.
           03  WS-CNT-ED          PIC  ZZZZZ9.
           03  WS-CNT-ED2         PIC  ZZZZ9.
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

           ACCEPT WS-MONTH-CONTROL FROM SYSIN.

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           IF (WS-ACCT-MONTH = SPACES)
               MOVE WS-BUS-DATE(1:6) TO WS-ACCT-MONTH
           END-IF.

           IF (WS-ACCT-MONTH NOT NUMERIC)
               DISPLAY 'A NUMERIC ACCOUNTING MONTH (YYYYMM) IS NEEDED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADS001
           IF FS-TRADS001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADS001'
               DISPLAY 'FS-TRADS001 = ' FS-TRADS001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GLJRPT01
           IF FS-GLJRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-GLJRPT01'
               DISPLAY 'FS-GLJRPT01 = ' FS-GLJRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND EXCPLOG1.
           IF FS-EXCPLOG1 EQUAL '35'
               OPEN OUTPUT EXCPLOG1
           END-IF.
           IF FS-EXCPLOG1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-EXCPLOG1'
               DISPLAY 'FS-EXCPLOG1 = ' FS-EXCPLOG1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RATE001.
           IF FS-RATE001 EQUAL ZEROS
               MOVE 'Y' TO WS-RATES-OPEN
           ELSE
               DISPLAY 'RATE001 NOT AVAILABLE - FALLBACK RATE USED'
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'GL JOURNAL PROOF  PERIOD ' DELIMITED BY SIZE,
                  WS-ACCT-MONTH               DELIMITED BY SIZE,
                  '  POSTING DATE '           DELIMITED BY SIZE,
                  WS-BUS-DATE                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 11-LOAD-PERIOD.

           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (WS-ACCT-MONTH <= WS-CLOSED-MONTH)
               PERFORM 12-REFUSE-MONTH
               GO TO 10-EXIT
           END-IF.

           OPEN OUTPUT GLJRNL1
           IF FS-GLJRNL1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-GLJRNL1'
               DISPLAY 'FS-GLJRNL1 = ' FS-GLJRNL1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-JOURNAL-OPEN.

      *--> A SHOP NOT YET RUNNING TRADFXR1 HAS NO FXREVAL1: THE
      *--> JOURNAL THEN CARRIES TRADES ONLY.
           OPEN I-O FXREVAL1.
           IF FS-FXREVAL1 EQUAL ZEROS
               MOVE 'Y' TO WS-FXREV-OPEN
           ELSE
               DISPLAY 'FXREVAL1 NOT AVAILABLE - NO FX POSTED'
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-PERIOD            SECTION.
      ****************************************************************

      *--> A SHOP THAT HAS NEVER RUN TRADCLS1 HAS NO PERCTL1 AND
      *--> NOTHING LOCKED, SAME AS TRADING4'S 0400-LOAD-PERIOD.
           OPEN INPUT PERCTL1.
           IF FS-PERCTL1 EQUAL ZEROS
               MOVE 'PERD' TO PC-KEY
               READ PERCTL1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-CLOSED-MONTH TO WS-CLOSED-MONTH
               END-READ
               CLOSE PERCTL1
           ELSE
               DISPLAY 'PERCTL1 NOT AVAILABLE - NO PERIOD LOCK'
           END-IF.

       11-EXIT. EXIT.
      ****************************************************************
       12-REFUSE-MONTH           SECTION.
      ****************************************************************

      *--> THE MONTH HAS ALREADY BEEN REPORTED AND CLOSED: NOTHING IS
      *--> POSTED, NO INTERFACE FILE IS WRITTEN, AND THE STEP ENDS
      *--> WITH A HARD RETURN CODE SO THE LEDGER PICKUP DOES NOT RUN.
           MOVE 'Y' TO WS-MONTH-REFUSED.

           DISPLAY 'PERIOD ' WS-ACCT-MONTH
                   ' IS CLOSED (THROUGH ' WS-CLOSED-MONTH
                   ') - JOURNAL REFUSED'.

           MOVE SPACES TO REPORT-LINE.
           STRING '*** PERIOD '         DELIMITED BY SIZE,
                  WS-ACCT-MONTH         DELIMITED BY SIZE,
                  ' IS CLOSED ON PERCTL1 (THROUGH '
                                        DELIMITED BY SIZE,
                  WS-CLOSED-MONTH       DELIMITED BY SIZE,
                  ') - NOTHING POSTED'  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADGLJ1'        TO EXC-PROGRAM-ID.
           MOVE '12-REFUSE'       TO EXC-PARAGRAPH.
           MOVE 'PERCTL1'         TO EXC-FILE-NAME.
           MOVE 'PD'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           MOVE WS-ACCT-MONTH     TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

           MOVE 08 TO RETURN-CODE.

       12-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           IF (WS-MONTH-REFUSED = 'Y')
               GO TO 20-EXIT
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADS001
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (TRL-ID = 'TRL')
                           MOVE 'Y'               TO WS-TRL-FOUND
                           MOVE TRL-TOTAL-NET-AMT TO WS-TRL-NET
                           MOVE TRL-COUNT         TO WS-TRL-COUNT
                       ELSE
                           PERFORM 21-JOURNAL-TRADE
                       END-IF
               END-READ
           END-PERFORM.

           IF (WS-FXREV-OPEN = 'Y')
               PERFORM 30-JOURNAL-FX
           END-IF.

           PERFORM 26-SORT-BUCKETS.
           PERFORM 27-WRITE-JOURNAL.
           PERFORM 28-PROVE-CURRENCIES.
           PERFORM 29-PROVE-INPUT.

      *--> ONLY A BALANCED JOURNAL TAKES THE FX ROWS OFF THE QUEUE.
           IF (WS-FXREV-OPEN = 'Y') AND (WS-FX-COUNT > ZEROS) AND
              (RETURN-CODE < 08)
               PERFORM 31-MARK-FX-POSTED
           END-IF.

       20-EXIT. EXIT.
      ****************************************************************
       21-JOURNAL-TRADE          SECTION.
      ****************************************************************

           ADD 01                         TO WS-READ-COUNT.
           ADD NET-RES-AMT OF OUTPUT-TRADE TO WS-IN-NET.

      *--> A BACK-DATED TRADE INSIDE A CLOSED MONTH IS NOT POSTED;
      *--> IT GOES TO THE EXCEPTION LOG FOR AN ADJUSTMENT INSTEAD.
           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (TRADE-DATE OF OUTPUT-TRADE(1:6) <= WS-CLOSED-MONTH)
               PERFORM 24-SKIP-TRADE
               GO TO 21-EXIT
           END-IF.

           ADD 01                          TO WS-POSTED-COUNT.
           ADD USD-NET-AMT OF OUTPUT-TRADE TO WS-IN-USD.

           IF (ACCOUNT OF OUTPUT-TRADE = SPACES)
               MOVE 'ACCT'                 TO WS-WORK-ACCT
           ELSE
               MOVE ACCOUNT OF OUTPUT-TRADE TO WS-WORK-ACCT
           END-IF.

           MOVE CUR OF OUTPUT-TRADE        TO WS-WORK-CUR.
           PERFORM 22-FIND-CURRENCY.
           ADD 01                          TO WS-CUR-TRADES(K).
           ADD NET-RES-AMT OF OUTPUT-TRADE TO WS-CUR-NET(K).

      *--> THE FEE IS WHAT SEPARATES GROSS FROM NET.
           COMPUTE WS-FEE-AMT = GRS-RES-AMT OF OUTPUT-TRADE
                              - NET-RES-AMT OF OUTPUT-TRADE.

           PERFORM 23-TRADE-USD.

           MOVE WS-WORK-ACCT          TO WS-NB-ACCOUNT.
           MOVE CUR OF OUTPUT-TRADE   TO WS-NB-CUR.

      *--> REALIZED RESULT: A GAIN IS CREDITED TO INCOME AGAINST THE
      *--> BROKER CLEARING ACCOUNT, A LOSS DEBITED TO EXPENSE.
           EVALUATE TRUE
               WHEN GRS-RES-AMT OF OUTPUT-TRADE > ZEROS
                   MOVE 'RG'            TO WS-NB-TYPE
                   MOVE GRS-RES-AMT OF OUTPUT-TRADE TO WS-NB-AMT
                   MOVE WS-USD-GROSS    TO WS-NB-USD
                   MOVE 'C'             TO WS-NB-DC
                   MOVE WS-GL-GAIN      TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
                   MOVE 'D'             TO WS-NB-DC
                   MOVE WS-GL-CLEARING  TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
               WHEN GRS-RES-AMT OF OUTPUT-TRADE < ZEROS
                   MOVE 'RL'            TO WS-NB-TYPE
                   COMPUTE WS-NB-AMT = -1 * GRS-RES-AMT OF OUTPUT-TRADE
                   COMPUTE WS-NB-USD = -1 * WS-USD-GROSS
                   MOVE 'D'             TO WS-NB-DC
                   MOVE WS-GL-LOSS      TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
                   MOVE 'C'             TO WS-NB-DC
                   MOVE WS-GL-CLEARING  TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *--> COMMISSION: DEBITED TO EXPENSE; A NEGATIVE FEE IS A
      *--> BROKER REBATE AND REVERSES THE SIDES.
           MOVE 'CM' TO WS-NB-TYPE.
           EVALUATE TRUE
               WHEN WS-FEE-AMT > ZEROS
                   MOVE WS-FEE-AMT        TO WS-NB-AMT
                   MOVE WS-USD-FEE        TO WS-NB-USD
                   MOVE 'D'               TO WS-NB-DC
                   MOVE WS-GL-COMMISSION  TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
                   MOVE 'C'               TO WS-NB-DC
                   MOVE WS-GL-CLEARING    TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
               WHEN WS-FEE-AMT < ZEROS
                   COMPUTE WS-NB-AMT = -1 * WS-FEE-AMT
                   COMPUTE WS-NB-USD = -1 * WS-USD-FEE
                   MOVE 'C'               TO WS-NB-DC
                   MOVE WS-GL-COMMISSION  TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
                   MOVE 'D'               TO WS-NB-DC
                   MOVE WS-GL-CLEARING    TO WS-NB-GL
                   PERFORM 25-ADD-BUCKET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       21-EXIT. EXIT.
      ****************************************************************
       22-FIND-CURRENCY          SECTION.
      ****************************************************************

      *--> LEAVES K ON WS-WORK-CUR'S PROOF SLOT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CUR-COUNT
                                          OR WS-FOUND = 'Y'
               IF (WS-CUR-CODE(K) = WS-WORK-CUR)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET K DOWN BY 1
               GO TO 22-EXIT
           END-IF.

           IF (WS-CUR-COUNT < WS-MAX-CURRENCY)
               ADD 01 TO WS-CUR-COUNT
               SET K TO WS-CUR-COUNT
               MOVE WS-WORK-CUR         TO WS-CUR-CODE(K)
               MOVE ZEROS               TO WS-CUR-DEBIT(K)
               MOVE ZEROS               TO WS-CUR-CREDIT(K)
               MOVE ZEROS               TO WS-CUR-PNL(K)
               MOVE ZEROS               TO WS-CUR-NET(K)
               MOVE ZEROS               TO WS-CUR-TRADES(K)
           ELSE
               DISPLAY 'CURRENCY TABLE FULL AT ' WS-MAX-CURRENCY
                       ' CURRENCIES - JOURNAL NOT PRODUCED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-TRADE-USD              SECTION.
      ****************************************************************

      *--> USD-NET-AMT IS THE BOOK'S USD FIGURE FOR THE TRADE, SO THE
      *--> GROSS IS CONVERTED AT THE SAME RATE TRADING1 USED (THE
      *--> TRADE'S OWN USD/NET RATIO) AND THE FEE TAKES WHATEVER IS
      *--> LEFT - THE USD SIDE THEN ADDS BACK TO USD-NET-AMT EXACTLY.
      *--> A TRADE THAT NETS TO ZERO HAS NO RATIO AND IS CONVERTED AT
      *--> ITS DATE'S RATE001 RATE.
           EVALUATE TRUE
               WHEN CUR OF OUTPUT-TRADE = 'USD'
                   MOVE GRS-RES-AMT OF OUTPUT-TRADE TO WS-USD-GROSS
               WHEN NET-RES-AMT OF OUTPUT-TRADE NOT = ZEROS
                   COMPUTE WS-USD-GROSS ROUNDED =
                       GRS-RES-AMT OF OUTPUT-TRADE *
                       USD-NET-AMT OF OUTPUT-TRADE /
                       NET-RES-AMT OF OUTPUT-TRADE
               WHEN OTHER
                   IF (WS-RATES-OPEN = 'Y')
                       MOVE TRADE-DATE OF OUTPUT-TRADE TO RATE-DATE
                       MOVE CUR OF OUTPUT-TRADE        TO RATE-CUR
                       READ RATE001
                           INVALID KEY
                               DISPLAY 'RATE NOT FOUND FOR DATE '
                                       RATE-DATE ' CUR ' RATE-CUR
                               DISPLAY 'USING LAST KNOWN RATE'
                           NOT INVALID KEY
                               MOVE RATE-VALUE TO WS-USD-CONV-RATE
                       END-READ
                   END-IF
                   COMPUTE WS-USD-GROSS ROUNDED =
                       GRS-RES-AMT OF OUTPUT-TRADE / WS-USD-CONV-RATE
           END-EVALUATE.

           COMPUTE WS-USD-FEE = WS-USD-GROSS
                              - USD-NET-AMT OF OUTPUT-TRADE.

      *--> A CENT OF ROUNDING MUST NOT TURN A FEE INTO A REBATE.
           IF (WS-FEE-AMT > ZEROS) AND (WS-USD-FEE < ZEROS)
               MOVE ZEROS TO WS-USD-FEE
           END-IF.
           IF (WS-FEE-AMT < ZEROS) AND (WS-USD-FEE > ZEROS)
               MOVE ZEROS TO WS-USD-FEE
           END-IF.

       23-EXIT. EXIT.
      ****************************************************************
       24-SKIP-TRADE             SECTION.
      ****************************************************************

           ADD 01                          TO WS-SKIP-COUNT.
           ADD NET-RES-AMT OF OUTPUT-TRADE TO WS-SKIP-NET.

           MOVE SPACES TO REPORT-LINE.
           STRING '  NOT POSTED - CLOSED PERIOD: REF '
                                         DELIMITED BY SIZE,
                  TRADE-REF OF OUTPUT-TRADE  DELIMITED BY SIZE,
                  ' '                        DELIMITED BY SIZE,
                  MARKET OF OUTPUT-TRADE     DELIMITED BY SIZE,
                  ' DATED '                  DELIMITED BY SIZE,
                  TRADE-DATE OF OUTPUT-TRADE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADGLJ1'        TO EXC-PROGRAM-ID.
           MOVE '24-SKIP'         TO EXC-PARAGRAPH.
           MOVE 'PERCTL1'         TO EXC-FILE-NAME.
           MOVE 'PD'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'W'               TO EXC-SEVERITY.
           MOVE TRADE-REF OF OUTPUT-TRADE TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       24-EXIT. EXIT.
      ****************************************************************
       25-ADD-BUCKET             SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BKT-COUNT
                                          OR WS-FOUND = 'Y'
               IF (WS-BKT-KEY(B) = WS-NB-KEY)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET B DOWN BY 1
           ELSE
               IF (WS-BKT-COUNT < WS-MAX-BUCKET)
                   ADD 01 TO WS-BKT-COUNT
                   SET B TO WS-BKT-COUNT
                   MOVE WS-NB-KEY TO WS-BKT-KEY(B)
                   MOVE ZEROS     TO WS-BKT-AMT(B)
                   MOVE ZEROS     TO WS-BKT-USD(B)
                   MOVE ZEROS     TO WS-BKT-ITEMS(B)
               ELSE
                   DISPLAY 'JOURNAL TABLE FULL AT ' WS-MAX-BUCKET
                           ' LINES - JOURNAL NOT PRODUCED'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           ADD 01        TO WS-BKT-ITEMS(B).
           ADD WS-NB-AMT TO WS-BKT-AMT(B).
           ADD WS-NB-USD TO WS-BKT-USD(B).

      *--> K IS STILL ON THE LINE'S CURRENCY. THE P&L SIDE (EVERY
      *--> LINE NOT ON A BALANCE-SHEET ACCOUNT) RECONSTRUCTS THE NET.
           IF (WS-NB-DC = 'D')
               ADD WS-NB-AMT TO WS-CUR-DEBIT(K)
               IF (WS-NB-GL NOT = WS-GL-CLEARING) AND
                  (WS-NB-GL NOT = WS-GL-FX-ADJUST)
                   SUBTRACT WS-NB-AMT FROM WS-CUR-PNL(K)
               END-IF
           ELSE
               ADD WS-NB-AMT TO WS-CUR-CREDIT(K)
               IF (WS-NB-GL NOT = WS-GL-CLEARING) AND
                  (WS-NB-GL NOT = WS-GL-FX-ADJUST)
                   ADD WS-NB-AMT TO WS-CUR-PNL(K)
               END-IF
           END-IF.

       25-EXIT. EXIT.
      ****************************************************************
       26-SORT-BUCKETS           SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-BKT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-BKT-COUNT - WS-SORT-I)
                   IF (WS-BKT-KEY(WS-SORT-J) >
                       WS-BKT-KEY(WS-SORT-J + 1))
                       MOVE WS-BKT-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-BKT-ENTRY(WS-SORT-J + 1)
                                TO WS-BKT-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-BKT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       26-EXIT. EXIT.
      ****************************************************************
       27-WRITE-JOURNAL          SECTION.
      ****************************************************************

           MOVE SPACES               TO GL-JOURNAL-HEADER.
           MOVE 'HDR'                TO GLH-ID.
           MOVE 'TRADGLJ1'           TO GLH-SOURCE.
           MOVE WS-ACCT-MONTH        TO GLH-PERIOD.
           MOVE WS-BUS-DATE          TO GLH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE
                                     TO GLH-CREATED.
           WRITE GL-JOURNAL-HEADER.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ACCOUNT  CUR TY GL-ACC S'
                  '            AMOUNT        USD-AMOUNT ITEMS'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BKT-COUNT
               MOVE SPACES             TO GL-JOURNAL-LINE
               MOVE 'JNL'              TO GLJ-ID
               MOVE WS-ACCT-MONTH      TO GLJ-PERIOD
               MOVE WS-BUS-DATE        TO GLJ-POST-DATE
               MOVE WS-BKT-ACCOUNT(B)  TO GLJ-ACCOUNT
               MOVE WS-BKT-CUR(B)      TO GLJ-CUR
               MOVE WS-BKT-GL(B)       TO GLJ-GL-ACCOUNT
               MOVE WS-BKT-TYPE(B)     TO GLJ-ENTRY-TYPE
               MOVE WS-BKT-DC(B)       TO GLJ-DR-CR
               MOVE WS-BKT-AMT(B)      TO GLJ-AMOUNT
               MOVE WS-BKT-USD(B)      TO GLJ-USD-AMOUNT
               MOVE WS-BKT-ITEMS(B)    TO GLJ-ITEM-COUNT
               MOVE 'TRADGLJ1'         TO GLJ-SOURCE
               WRITE GL-JOURNAL-LINE
               ADD 01 TO WS-LINE-COUNT

               IF (WS-BKT-DC(B) = 'D')
                   ADD WS-BKT-AMT(B) TO WS-TOT-DEBIT
                   ADD WS-BKT-USD(B) TO WS-USD-DEBIT
               ELSE
                   ADD WS-BKT-AMT(B) TO WS-TOT-CREDIT
                   ADD WS-BKT-USD(B) TO WS-USD-CREDIT
               END-IF

               MOVE WS-BKT-AMT(B)   TO WS-AMT-ED
               MOVE WS-BKT-USD(B)   TO WS-AMT-ED2
               MOVE WS-BKT-ITEMS(B) TO WS-CNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE,
                      WS-BKT-ACCOUNT(B) DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-BKT-CUR(B)     DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-BKT-TYPE(B)    DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-BKT-GL(B)      DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-BKT-DC(B)      DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-AMT-ED         DELIMITED BY SIZE,
                      '    '            DELIMITED BY SIZE,
                      WS-AMT-ED2        DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-CNT-ED         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES               TO GL-JOURNAL-TRAILER.
           MOVE 'TRL'                TO GLT-ID.
           MOVE WS-LINE-COUNT        TO GLT-LINE-COUNT.
           MOVE WS-TOT-DEBIT         TO GLT-TOTAL-DEBIT.
           MOVE WS-TOT-CREDIT        TO GLT-TOTAL-CREDIT.
           MOVE WS-USD-DEBIT         TO GLT-USD-DEBIT.
           MOVE WS-USD-CREDIT        TO GLT-USD-CREDIT.
           WRITE GL-JOURNAL-TRAILER.

       27-EXIT. EXIT.
      ****************************************************************
       28-PROVE-CURRENCIES       SECTION.
      ****************************************************************

      *--> EVERY CURRENCY MUST BALANCE ON ITS OWN, AND ITS P&L LINES
      *--> MUST ADD BACK TO THE NET OF THE TRADES POSTED IN IT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CUR TRADES           DEBITS          CREDITS'
                  '        P&L LINES      TRADES NET'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CUR-COUNT
               MOVE WS-CUR-TRADES(K) TO WS-CNT-ED
               MOVE WS-CUR-DEBIT(K)  TO WS-AMT-ED
               MOVE WS-CUR-CREDIT(K) TO WS-AMT-ED2
               MOVE WS-CUR-PNL(K)    TO WS-NET-ED
               MOVE WS-CUR-NET(K)    TO WS-NET-ED2
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE,
                      WS-CUR-CODE(K)    DELIMITED BY SIZE,
                      ' '               DELIMITED BY SIZE,
                      WS-CNT-ED         DELIMITED BY SIZE,
                      '  '              DELIMITED BY SIZE,
                      WS-AMT-ED         DELIMITED BY SIZE,
                      '  '              DELIMITED BY SIZE,
                      WS-AMT-ED2        DELIMITED BY SIZE,
                      '  '              DELIMITED BY SIZE,
                      WS-NET-ED         DELIMITED BY SIZE,
                      '  '              DELIMITED BY SIZE,
                      WS-NET-ED2        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF (WS-CUR-DEBIT(K) = WS-CUR-CREDIT(K)) AND
                  (WS-CUR-PNL(K)   = WS-CUR-NET(K))
                   MOVE 'BALANCED'       TO REPORT-LINE(80:8)
               ELSE
                   MOVE '*** OUT OF BALANCE' TO REPORT-LINE(80:18)
                   ADD 01 TO WS-UNBAL-COUNT
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       28-EXIT. EXIT.
      ****************************************************************
       29-PROVE-INPUT            SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-READ-COUNT   TO WS-CNT-ED.
           MOVE WS-POSTED-COUNT TO WS-CNT-ED2.
           MOVE WS-IN-USD       TO WS-NET-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADES READ '       DELIMITED BY SIZE,
                  WS-CNT-ED            DELIMITED BY SIZE,
                  '  POSTED '          DELIMITED BY SIZE,
                  WS-CNT-ED2           DELIMITED BY SIZE,
                  '  POSTED USD-NET '  DELIMITED BY SIZE,
                  WS-NET-ED            DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-FX-COUNT > ZEROS)
               MOVE WS-FX-COUNT TO WS-CNT-ED
               MOVE WS-FX-NET   TO WS-NET-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'FX REVALUATION ROWS '  DELIMITED BY SIZE,
                      WS-CNT-ED               DELIMITED BY SIZE,
                      '  NET USD '            DELIMITED BY SIZE,
                      WS-NET-ED               DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF (WS-SKIP-COUNT > ZEROS)
               MOVE WS-SKIP-COUNT TO WS-CNT-ED
               MOVE WS-SKIP-NET   TO WS-NET-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'NOT POSTED (CLOSED PERIOD) ' DELIMITED BY SIZE,
                      WS-CNT-ED                     DELIMITED BY SIZE,
                      '  NET '                      DELIMITED BY SIZE,
                      WS-NET-ED                     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 04 TO RETURN-CODE
           END-IF.

           MOVE WS-LINE-COUNT TO WS-CNT-ED.
           MOVE WS-TOT-DEBIT  TO WS-AMT-ED.
           MOVE WS-TOT-CREDIT TO WS-AMT-ED2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'JOURNAL LINES '     DELIMITED BY SIZE,
                  WS-CNT-ED            DELIMITED BY SIZE,
                  '  DEBITS '          DELIMITED BY SIZE,
                  WS-AMT-ED            DELIMITED BY SIZE,
                  '  CREDITS '         DELIMITED BY SIZE,
                  WS-AMT-ED2           DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *--> THE DAILY TRADS001 CARRIES TRADING1'S CONTROL TRAILER;
      *--> TRADSSEL DOES NOT, AND THEN THERE IS NOTHING TO TIE TO.
           MOVE SPACES TO REPORT-LINE.
           IF (WS-TRL-FOUND = 'Y')
               IF (WS-TRL-COUNT = WS-READ-COUNT) AND
                  (WS-TRL-NET   = WS-IN-NET)
                   STRING 'INPUT TIES TO THE CONTROL-TOTAL TRAILER'
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING '*** INPUT DOES NOT TIE TO THE TRAILER - '
                          'SEE TRADBAL1'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF (RETURN-CODE < 04)
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               STRING 'NO CONTROL TRAILER ON THE INPUT'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF (WS-UNBAL-COUNT = ZEROS) AND
              (WS-TOT-DEBIT = WS-TOT-CREDIT) AND
              (WS-USD-DEBIT = WS-USD-CREDIT)
               STRING 'JOURNAL BALANCES IN EVERY CURRENCY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '*** JOURNAL OUT OF BALANCE - DO NOT RELEASE '
                      'GLJRNL1 TO THE LEDGER'
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 08 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.

       29-EXIT. EXIT.
      ****************************************************************
       30-JOURNAL-FX             SECTION.
      ****************************************************************

      *--> EVERY REVALUATION ROW UP TO THE POSTING MONTH NOT YET ON A
      *--> JOURNAL. THE AMOUNTS ARE ALREADY USD, SO THE LINES ARE
      *--> BOOKED IN USD AND PROVE AGAINST THE USD CURRENCY SLOT.
           MOVE LOW-VALUES TO FR-KEY.
           START FXREVAL1 KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   GO TO 30-EXIT
           END-START.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (FR-MONTH > WS-ACCT-MONTH)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF (NOT FR-GL-POSTED) AND
                              (FR-FX-USD NOT = ZEROS)
                               PERFORM 32-JOURNAL-FX-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       30-EXIT. EXIT.
      ****************************************************************
       31-MARK-FX-POSTED         SECTION.
      ****************************************************************

      *--> SAME SELECTION AS 30-JOURNAL-FX; NOTHING ELSE WRITES THE
      *--> FILE IN BETWEEN.
           MOVE LOW-VALUES TO FR-KEY.
           START FXREVAL1 KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   GO TO 31-EXIT
           END-START.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (FR-MONTH > WS-ACCT-MONTH)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF (NOT FR-GL-POSTED) AND
                              (FR-FX-USD NOT = ZEROS)
                               MOVE 'Y' TO FR-GL-FLAG
                               REWRITE FX-REVALUATION-RECORD
                                   INVALID KEY
                                       DISPLAY 'FXREVAL1 REWRITE '
                                               'FAILED FOR ' FR-KEY
                                   NOT INVALID KEY
                                       ADD 01 TO WS-FX-MARKED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       31-EXIT. EXIT.
      ****************************************************************
       32-JOURNAL-FX-ROW         SECTION.
      ****************************************************************

           ADD 01        TO WS-FX-COUNT.
           ADD FR-FX-USD TO WS-FX-NET.

           MOVE 'USD' TO WS-WORK-CUR.
           PERFORM 22-FIND-CURRENCY.
           ADD FR-FX-USD TO WS-CUR-NET(K).

           MOVE FR-ACCOUNT TO WS-NB-ACCOUNT.
           MOVE 'USD'      TO WS-NB-CUR.
           MOVE 'FX'       TO WS-NB-TYPE.

      *--> A GAIN IS CREDITED TO FX INCOME, A LOSS DEBITED TO FX
      *--> EXPENSE, BOTH AGAINST THE REVALUATION ADJUSTMENT ACCOUNT.
           IF (FR-FX-USD > ZEROS)
               MOVE FR-FX-USD          TO WS-NB-AMT
               MOVE FR-FX-USD          TO WS-NB-USD
               MOVE 'C'                TO WS-NB-DC
               MOVE WS-GL-FX-GAIN      TO WS-NB-GL
               PERFORM 25-ADD-BUCKET
               MOVE 'D'                TO WS-NB-DC
               MOVE WS-GL-FX-ADJUST    TO WS-NB-GL
               PERFORM 25-ADD-BUCKET
           ELSE
               COMPUTE WS-NB-AMT = -1 * FR-FX-USD
               MOVE WS-NB-AMT          TO WS-NB-USD
               MOVE 'D'                TO WS-NB-DC
               MOVE WS-GL-FX-LOSS      TO WS-NB-GL
               PERFORM 25-ADD-BUCKET
               MOVE 'C'                TO WS-NB-DC
               MOVE WS-GL-FX-ADJUST    TO WS-NB-GL
               PERFORM 25-ADD-BUCKET
           END-IF.

       32-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADS001.
           CLOSE GLJRPT01.
           CLOSE EXCPLOG1.
           IF (WS-JOURNAL-OPEN = 'Y')
               CLOSE GLJRNL1
           END-IF.
           IF (WS-RATES-OPEN = 'Y')
               CLOSE RATE001
           END-IF.
           IF (WS-FXREV-OPEN = 'Y')
               CLOSE FXREVAL1
           END-IF.

           DISPLAY 'TRADES READ          = ' WS-READ-COUNT.
           DISPLAY 'TRADES POSTED        = ' WS-POSTED-COUNT.
           DISPLAY 'TRADES NOT POSTED    = ' WS-SKIP-COUNT.
           DISPLAY 'JOURNAL LINES        = ' WS-LINE-COUNT.
           DISPLAY 'FX ROWS POSTED       = ' WS-FX-COUNT.
           DISPLAY 'FX ROWS MARKED       = ' WS-FX-MARKED.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.

       90-EXIT. EXIT.
      ****************************************************************
       92-WRITE-RUN-STAT          SECTION.
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
           MOVE 'TRADGLJ1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-READ-COUNT     TO RS-RECORDS-IN.
           MOVE WS-LINE-COUNT     TO RS-RECORDS-OUT.
           MOVE WS-SKIP-COUNT     TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
