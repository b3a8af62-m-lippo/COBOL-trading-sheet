       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADSTM1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE FULL ARCHIVE: READ ONCE TO BUILD EVERY ACCOUNT'S
      *--> OPENING BALANCE AND MONTH TOTALS, THEN ONCE PER ACCOUNT
      *--> SO EACH STATEMENT LISTS ITS OWN TRADES WITHOUT A SORT
      *--> STEP, SAME APPROACH AS TRADBLT1'S PASS PER MARKET.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      *--> DEPOSITS, WITHDRAWALS, INTEREST AND CHARGES (CASHMNT1).
      *--> KEYED ON ACCOUNT FIRST, SO EACH STATEMENT STARTS STRAIGHT
      *--> AT ITS OWN MOVEMENTS.
           SELECT CASHMOV1 ASSIGN TO    CASHMOV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS          IS FS-CASHMOV1.

      *--> MONTH-END FX REVALUATION OF NON-USD BALANCES (TRADFXR1),
      *--> ONE ROW PER MONTH, ACCOUNT AND CURRENCY.
           SELECT FXREVAL1 ASSIGN TO    FXREVAL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS          IS FS-FXREVAL1.

      *--> POSITIONS STILL OPEN AT MONTH-END, INCLUDING ONES CLOSED
      *--> SINCE THEN.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> THE STORED ACCOUNT STATE THE CLOSING BALANCE TIES TO.
           SELECT ACCTSTA1 ASSIGN TO    ACCTSTA1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

           SELECT STMRPT01 ASSIGN TO    STMRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-STMRPT01.

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
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

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

       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       COPY TRADEMST.

       FD  ACCTSTA1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-STATE-RECORD.

       COPY ACCTSTA1.

       FD  STMRPT01
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

       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-CASHMOV1            PIC  9(02) VALUE ZEROS.
       01  FS-FXREVAL1            PIC  9(02) VALUE ZEROS.
       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.
       01  FS-STMRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-ACCOUNT       PIC  X(01) VALUE 'N'.
       77  WS-WORK-ACCT           PIC  X(08) VALUE SPACES.
       77  WS-CASH-OPEN           PIC  X(01) VALUE 'N'.
       77  WS-FXREV-OPEN          PIC  X(01) VALUE 'N'.
       77  WS-STATE-OPEN          PIC  X(01) VALUE 'N'.
       77  WS-CASH-AMT            PIC  S9(07)V99 VALUE ZEROS.

      *--> ONE SYSIN CARD, THE SAME ONE TRADCUT1 TAKES: COLS 1-6 THE
      *--> ACCOUNTING MONTH (YYYYMM) THE STATEMENTS ARE FOR; COLS
      *--> 8-15 THE BUSINESS DATE FOR THE RUN-STATISTICS ROW (BLANK
      *--> = TODAY).
       01  WS-MONTH-CONTROL.
           03  WS-ACCT-MONTH      PIC  X(06) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(65).

      *--> FIRST AND LAST DAY OF THE MONTH AS YYYYMMDD; DAY 31 IS
      *--> PAST EVERY REAL DATE IN ANY MONTH, WHICH IS ALL A
      *--> CHARACTER COMPARE NEEDS.
       01  WS-MONTH-START.
           03  WS-MS-MONTH        PIC  X(06).
           03  FILLER             PIC  X(02) VALUE '01'.
       01  WS-MONTH-END.
           03  WS-ME-MONTH        PIC  X(06).
           03  FILLER             PIC  X(02) VALUE '31'.

      *--> THE REAL LAST DAY OF THE MONTH, FOR PRINTING: THE DAY
      *--> BEFORE THE FIRST OF THE NEXT MONTH.
       01  WS-NEXT-MONTH.
           03  WS-NM-YEAR         PIC  9(04).
           03  WS-NM-MONTH        PIC  9(02).
           03  FILLER             PIC  X(02) VALUE '01'.
       01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH
                                  PIC  9(08).
       01  WS-MONTH-LAST-DAY      PIC  9(08) VALUE ZEROS.

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> PER ACCOUNT, ALL IN USD: THE OPENING BALANCE IS TRADRBL1'S
      *--> RULE (THE OPENING 100 PLUS EVERY TRADE, CASH MOVEMENT AND
      *--> FX REVALUATION BEFORE THE MONTH); ACTIVITY AFTER IT IS
      *--> KEPT APART SO THE TIE TO ACCTSTA1, WHICH HOLDS THE STATE
      *--> AS OF TODAY, CAN BACK IT OUT.
       01  WS-MAX-ACCOUNT         PIC  9(02) VALUE 50.
       01  WS-ACC-TABLE.
           03  WS-ACC-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-ACC-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY A.
               05  WS-ACC-CODE    PIC  X(08).
               05  WS-ACC-OPEN-BAL PIC S9(09)V99.
               05  WS-ACC-TRADES  PIC  9(05).
               05  WS-ACC-MTH-NET PIC  S9(09)V99.
               05  WS-ACC-CASH-N  PIC  9(05).
               05  WS-ACC-MTH-CASH PIC S9(09)V99.
               05  WS-ACC-FX-N    PIC  9(05).
               05  WS-ACC-MTH-FX  PIC  S9(09)V99.
               05  WS-ACC-LATER   PIC  S9(09)V99.
               05  WS-ACC-POSNS   PIC  9(05).
               05  WS-ACC-HAS-STATE PIC X(01).
               05  WS-ACC-STATE-BAL PIC 9(05)V99.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(02).
           03  WS-SORT-J          PIC  9(02).
           03  WS-SWAP-ENTRY      PIC  X(91).

       01  WS-CALC-VARS.
           03  WS-FEE-AMT         PIC  S9(09)V99.
           03  WS-CLOSE-BAL       PIC  S9(09)V99.
           03  WS-EXPECTED-BAL    PIC  S9(09)V99.
           03  WS-DIFF            PIC  S9(09)V99.
           03  WS-TOT-CLOSE       PIC  S9(11)V99 VALUE ZEROS.
           03  WS-TOT-STATE       PIC  S9(11)V99 VALUE ZEROS.
           03  WS-TOT-DIFF        PIC  S9(11)V99 VALUE ZEROS.

       01  WS-PAGE-VARS.
           03  WS-LINE-COUNT      PIC  9(02) VALUE 99.
           03  WS-PAGE-COUNT      PIC  9(03) VALUE ZEROS.
           03  WS-LINES-PER-PAGE  PIC  9(02) VALUE 55.
           03  WS-HEAD-MODE       PIC  X(01) VALUE 'S'.

       01  WS-SAVED-LINE          PIC  X(132).
       01  WS-TYPE-DESC           PIC  X(10).

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-STMT-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-UNTIED-COUNT    PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-REF-ED          PIC  9(06).
           03  WS-ID-ED           PIC  9(06).
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-AMT-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-FEE-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-NET-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-USD-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-PRICE-ED        PIC  ZZZZ9,99.
           03  WS-LOCAL-ED        PIC  -ZZZZZZZZ9,99.
           03  WS-OLD-RATE-ED     PIC  ZZ9,9999.
           03  WS-NEW-RATE-ED     PIC  ZZ9,99.
           03  WS-TP-ED           PIC  ZZZZ9,99.
           03  WS-SL-ED           PIC  ZZZZ9,99.
           03  WS-BAL-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-BAL-ED2         PIC  -ZZZZZZZZ9,99.
           03  WS-BAL-ED3         PIC  -ZZZZZZZZ9,99.
           03  WS-BAL-ED4         PIC  -ZZZZZZZZ9,99.
           03  WS-CNT-ED          PIC  ZZZZ9.
           03  WS-PAGE-ED         PIC  ZZ9.
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

           IF (WS-ACCT-MONTH = SPACES) OR
              (WS-ACCT-MONTH NOT NUMERIC)
               DISPLAY 'A NUMERIC ACCOUNTING MONTH (YYYYMM) IS NEEDED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           MOVE WS-ACCT-MONTH TO WS-MS-MONTH.
           MOVE WS-ACCT-MONTH TO WS-ME-MONTH.

           MOVE WS-ACCT-MONTH(1:4) TO WS-NM-YEAR.
           MOVE WS-ACCT-MONTH(5:2) TO WS-NM-MONTH.
           IF (WS-NM-MONTH < 01) OR (WS-NM-MONTH > 12)
               DISPLAY 'ACCOUNTING MONTH ' WS-ACCT-MONTH
                       ' IS NOT A VALID YYYYMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF (WS-NM-MONTH = 12)
               ADD 01    TO WS-NM-YEAR
               MOVE 01   TO WS-NM-MONTH
           ELSE
               ADD 01    TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-MONTH-LAST-DAY =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N) - 1).

           OPEN INPUT  TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STMRPT01
           IF FS-STMRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-STMRPT01'
               DISPLAY 'FS-STMRPT01 = ' FS-STMRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *--> NO CASH LEDGER YET SIMPLY MEANS NO MOVEMENTS.
           OPEN INPUT CASHMOV1.
           IF FS-CASHMOV1 EQUAL ZEROS
               MOVE 'Y' TO WS-CASH-OPEN
           ELSE
               DISPLAY 'CASHMOV1 NOT AVAILABLE - TRADES ONLY'
           END-IF.

      *--> WITHOUT ACCTSTA1 THE STATEMENTS STILL PRINT, BUT EVERY
      *--> ACCOUNT SHOWS AS UNTIED ON THE CONTROL PAGE.
           OPEN INPUT ACCTSTA1.
           IF FS-ACCTSTA1 EQUAL ZEROS
               MOVE 'Y' TO WS-STATE-OPEN
           ELSE
               DISPLAY 'ACCTSTA1 NOT AVAILABLE - FS = ' FS-ACCTSTA1
           END-IF.

      *--> NO REVALUATION HISTORY YET MEANS NOTHING REVALUED.
           OPEN INPUT FXREVAL1.
           IF FS-FXREVAL1 EQUAL ZEROS
               MOVE 'Y' TO WS-FXREV-OPEN
           ELSE
               DISPLAY 'FXREVAL1 NOT AVAILABLE - NO FX REVALUATION'
           END-IF.

           PERFORM 11-SCAN-HISTORY.
           PERFORM 12-SCAN-CASH.
           PERFORM 30-SCAN-FX.
           PERFORM 13-SCAN-POSITIONS.
           PERFORM 15-SCAN-STATE.
           PERFORM 16-SORT-ACCOUNTS.

       10-EXIT. EXIT.
      ****************************************************************
       11-SCAN-HISTORY           SECTION.
      ****************************************************************

      *--> FIRST PASS: EVERY ARCHIVED TRADE GOES TO ITS ACCOUNT'S
      *--> OPENING BALANCE, THE MONTH, OR THE LATER BUCKET BY ITS
      *--> TRADE DATE - THE SAME DATE TRADCUT1 CUTS THE MONTH ON.
           OPEN INPUT  TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       PERFORM 17-SET-HST-ACCOUNT
                       PERFORM 14-FIND-ACCOUNT
                       EVALUATE TRUE
                           WHEN HST-TRADE-DATE(1:6) < WS-ACCT-MONTH
                               ADD HST-USD-NET-AMT
                                   TO WS-ACC-OPEN-BAL(A)
                           WHEN HST-TRADE-DATE(1:6) = WS-ACCT-MONTH
                               ADD 01 TO WS-ACC-TRADES(A)
                               ADD HST-USD-NET-AMT
                                   TO WS-ACC-MTH-NET(A)
                           WHEN OTHER
                               ADD HST-USD-NET-AMT
                                   TO WS-ACC-LATER(A)
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE TRADHST1.
           MOVE 'N' TO WS-EOF.

       11-EXIT. EXIT.
      ****************************************************************
       12-SCAN-CASH              SECTION.
      ****************************************************************

           IF (WS-CASH-OPEN = 'N')
               GO TO 12-EXIT
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CASHMOV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CM-ACCOUNT TO WS-WORK-ACCT
                       PERFORM 14-FIND-ACCOUNT
                       PERFORM 18-SIGN-CASH
                       EVALUATE TRUE
                           WHEN CM-DATE(1:6) < WS-ACCT-MONTH
                               ADD WS-CASH-AMT
                                   TO WS-ACC-OPEN-BAL(A)
                           WHEN CM-DATE(1:6) = WS-ACCT-MONTH
                               ADD 01 TO WS-ACC-CASH-N(A)
                               ADD WS-CASH-AMT
                                   TO WS-ACC-MTH-CASH(A)
                           WHEN OTHER
                               ADD WS-CASH-AMT
                                   TO WS-ACC-LATER(A)
                       END-EVALUATE
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       12-EXIT. EXIT.
      ****************************************************************
       13-SCAN-POSITIONS         SECTION.
      ****************************************************************

      *--> AN ACCOUNT WITH NOTHING BUT OPEN POSITIONS STILL GETS A
      *--> STATEMENT.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 19-CHECK-MONTH-END-OPEN
                       IF (WS-FOUND-ACCOUNT = 'Y')
                           PERFORM 14-FIND-ACCOUNT
                           ADD 01 TO WS-ACC-POSNS(A)
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       13-EXIT. EXIT.
      ****************************************************************
       14-FIND-ACCOUNT           SECTION.
      ****************************************************************

      *--> LEAVES A ON WS-WORK-ACCT'S SLOT, OPENING ONE IF NEEDED. A
      *--> DROPPED ACCOUNT WOULD GO WITHOUT A STATEMENT AND OUT OF
      *--> THE CONTROL TOTALS, SO A FULL TABLE STOPS THE RUN -
      *--> SAME TREATMENT AS TRADBLT1'S MARKET TABLE.
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
      *--> CONVENTION, THE SAME BASE TRADRBL1 REBUILDS ON.
               MOVE 100          TO WS-ACC-OPEN-BAL(A)
               MOVE ZEROS        TO WS-ACC-TRADES(A)
               MOVE ZEROS        TO WS-ACC-MTH-NET(A)
               MOVE ZEROS        TO WS-ACC-CASH-N(A)
               MOVE ZEROS        TO WS-ACC-MTH-CASH(A)
               MOVE ZEROS        TO WS-ACC-FX-N(A)
               MOVE ZEROS        TO WS-ACC-MTH-FX(A)
               MOVE ZEROS        TO WS-ACC-LATER(A)
               MOVE ZEROS        TO WS-ACC-POSNS(A)
               MOVE 'N'          TO WS-ACC-HAS-STATE(A)
               MOVE ZEROS        TO WS-ACC-STATE-BAL(A)
           ELSE
               DISPLAY 'ACCOUNT TABLE FULL AT ' WS-MAX-ACCOUNT
                       ' ACCOUNTS - STATEMENTS NOT PRODUCED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       14-EXIT. EXIT.
      ****************************************************************
       15-SCAN-STATE             SECTION.
      ****************************************************************

      *--> EVERY ACCOUNT WITH A STORED STATE IS TIED, EVEN ONE WITH
      *--> NO ACTIVITY ON FILE - ITS CLOSING BALANCE IS THE OPENING
      *--> 100 AND ANY OTHER FIGURE ON ACCTSTA1 IS A DIFFERENCE.
           IF (WS-STATE-OPEN = 'N')
               GO TO 15-EXIT
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ACCTSTA1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AS-KEY TO WS-WORK-ACCT
                       PERFORM 14-FIND-ACCOUNT
                       MOVE 'Y'        TO WS-ACC-HAS-STATE(A)
                       MOVE AS-BALANCE TO WS-ACC-STATE-BAL(A)
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       15-EXIT. EXIT.
      ****************************************************************
       16-SORT-ACCOUNTS          SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ACC-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-ACC-COUNT - WS-SORT-I)
                   IF (WS-ACC-CODE(WS-SORT-J) >
                       WS-ACC-CODE(WS-SORT-J + 1))
                       MOVE WS-ACC-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-ACC-ENTRY(WS-SORT-J + 1)
                                TO WS-ACC-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-ACC-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       16-EXIT. EXIT.
      ****************************************************************
       17-SET-HST-ACCOUNT        SECTION.
      ****************************************************************

           IF (HST-ACCOUNT = SPACES)
               MOVE 'ACCT'      TO WS-WORK-ACCT
           ELSE
               MOVE HST-ACCOUNT TO WS-WORK-ACCT
           END-IF.

       17-EXIT. EXIT.
      ****************************************************************
       18-SIGN-CASH              SECTION.
      ****************************************************************

      *--> CM-AMOUNT IS ALWAYS POSITIVE; DEPOSITS AND INTEREST ADD TO
      *--> THE BALANCE, WITHDRAWALS AND CHARGES TAKE FROM IT.
           IF CM-CREDIT
               MOVE CM-AMOUNT TO WS-CASH-AMT
           ELSE
               COMPUTE WS-CASH-AMT = -1 * CM-AMOUNT
           END-IF.

       18-EXIT. EXIT.
      ****************************************************************
       19-CHECK-MONTH-END-OPEN   SECTION.
      ****************************************************************

      *--> OPEN AT MONTH-END MEANS ENTERED BY THE LAST DAY OF THE
      *--> MONTH AND EITHER STILL OPEN OR CLOSED ONLY AFTER IT.
      *--> SETS WS-FOUND-ACCOUNT AS THE ANSWER AND WS-WORK-ACCT TO
      *--> THE POSITION'S ACCOUNT.
           MOVE 'N' TO WS-FOUND-ACCOUNT.

           IF (TM-TRADE-DATE > WS-MONTH-END)
               GO TO 19-EXIT
           END-IF.

           IF TM-OPEN OR
              (TM-CLOSED AND TM-CLOSE-DATE > WS-MONTH-END)
               MOVE 'Y' TO WS-FOUND-ACCOUNT
           END-IF.

           IF (TM-ACCOUNT = SPACES)
               MOVE 'ACCT'     TO WS-WORK-ACCT
           ELSE
               MOVE TM-ACCOUNT TO WS-WORK-ACCT
           END-IF.

       19-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               PERFORM 21-PRINT-STATEMENT
           END-PERFORM.

           PERFORM 27-PRINT-CONTROL-PAGE.

       20-EXIT. EXIT.
      ****************************************************************
       21-PRINT-STATEMENT        SECTION.
      ****************************************************************

      *--> EVERY STATEMENT STARTS ON A NEW PAGE AND NUMBERS ITS OWN
      *--> PAGES, SO THE FILE CAN BE SPLIT PER CLIENT FOR PRINT.
           ADD 01 TO WS-STMT-COUNT.
           MOVE 'S'   TO WS-HEAD-MODE.
           MOVE ZEROS TO WS-PAGE-COUNT.
           MOVE 99    TO WS-LINE-COUNT.

           MOVE WS-ACC-OPEN-BAL(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPENING BALANCE USD ' DELIMITED BY SIZE,
                  WS-BAL-ED              DELIMITED BY SIZE,
                  '  AS AT '             DELIMITED BY SIZE,
                  WS-MONTH-START         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           PERFORM 22-PRINT-TRADES.
           PERFORM 24-PRINT-CASH.
           PERFORM 31-PRINT-FX.
           PERFORM 25-PRINT-POSITIONS.
           PERFORM 26-PRINT-CLOSING.

       21-EXIT. EXIT.
      ****************************************************************
       22-PRINT-TRADES           SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSED TRADES' DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRD-REF  DATE      MARKET  CUR LOTS'
                  '          GROSS            FEE            NET'
                  '        USD-NET'
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           IF (WS-ACC-TRADES(A) = ZEROS)
               MOVE SPACES TO REPORT-LINE
               STRING '  NO TRADES CLOSED IN THE MONTH'
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 80-WRITE-LINE
               GO TO 22-EXIT
           END-IF.

           OPEN INPUT  TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR REOPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 17-SET-HST-ACCOUNT
                       IF (WS-WORK-ACCT = WS-ACC-CODE(A)) AND
                          (HST-TRADE-DATE(1:6) = WS-ACCT-MONTH)
                           PERFORM 23-PRINT-TRADE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRADHST1.
           MOVE 'N' TO WS-EOF.

           MOVE WS-ACC-TRADES(A)  TO WS-CNT-ED.
           MOVE WS-ACC-MTH-NET(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRADES '       DELIMITED BY SIZE,
                  WS-CNT-ED         DELIMITED BY SIZE,
                  '  TOTAL USD-NET ' DELIMITED BY SIZE,
                  WS-BAL-ED         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       22-EXIT. EXIT.
      ****************************************************************
       23-PRINT-TRADE            SECTION.
      ****************************************************************

      *--> THE ARCHIVE CARRIES GROSS AND NET IN TRADE CURRENCY; THE
      *--> FEE IS WHAT SEPARATES THEM.
           COMPUTE WS-FEE-AMT = HST-GRS-RES-AMT - HST-NET-RES-AMT.

           MOVE HST-TRADE-REF   TO WS-REF-ED.
           MOVE HST-LOTS        TO WS-LOTS-ED.
           MOVE HST-GRS-RES-AMT TO WS-AMT-ED.
           MOVE WS-FEE-AMT      TO WS-FEE-ED.
           MOVE HST-NET-RES-AMT TO WS-NET-ED.
           MOVE HST-USD-NET-AMT TO WS-USD-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING '  '            DELIMITED BY SIZE,
                  WS-REF-ED       DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  HST-TRADE-DATE  DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  HST-MARKET      DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  HST-CUR         DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-LOTS-ED      DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-AMT-ED       DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-FEE-ED       DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-NET-ED       DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-USD-ED       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
      *--> A CORRECTION POSTED AFTER THE TRADE WAS ARCHIVED SHOWS AS
      *--> A REVERSAL OF THE ORIGINAL FIGURES AND A REBOOK OF THE
      *--> CORRECTED ONES, DATED WHEN THE CORRECTION WAS MADE.
           IF HST-REVERSAL
               MOVE 'REVERSAL'    TO REPORT-LINE(100:8)
           END-IF.
           IF HST-REBOOK
               MOVE 'REBOOK'      TO REPORT-LINE(100:6)
           END-IF.
           PERFORM 80-WRITE-LINE.

       23-EXIT. EXIT.
      ****************************************************************
       24-PRINT-CASH             SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CASH MOVEMENTS' DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DATE     SQ TYPE       DESCRIPTION'
                  '                     USD'
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           IF (WS-ACC-CASH-N(A) = ZEROS)
               MOVE SPACES TO REPORT-LINE
               STRING '  NO CASH MOVEMENTS IN THE MONTH'
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 80-WRITE-LINE
               GO TO 24-EXIT
           END-IF.

      *--> STRAIGHT TO THE ACCOUNT'S FIRST MOVEMENT OF THE MONTH.
           MOVE WS-ACC-CODE(A) TO CM-ACCOUNT.
           MOVE WS-MONTH-START TO CM-DATE.
           MOVE ZEROS          TO CM-SEQ.
           START CASHMOV1 KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CASHMOV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (CM-ACCOUNT NOT = WS-ACC-CODE(A)) OR
                          (CM-DATE > WS-MONTH-END)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 28-PRINT-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

           MOVE WS-ACC-CASH-N(A)   TO WS-CNT-ED.
           MOVE WS-ACC-MTH-CASH(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  MOVEMENTS '    DELIMITED BY SIZE,
                  WS-CNT-ED         DELIMITED BY SIZE,
                  '  NET USD '      DELIMITED BY SIZE,
                  WS-BAL-ED         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       24-EXIT. EXIT.
      ****************************************************************
       25-PRINT-POSITIONS        SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN POSITIONS AT ' DELIMITED BY SIZE,
                  WS-MONTH-LAST-DAY    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRD-ID   DATE      MARKET  CUR SIDE LOTS'
                  '    ENTRY        TP        SL'
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           IF (WS-ACC-POSNS(A) = ZEROS)
               MOVE SPACES TO REPORT-LINE
               STRING '  NO OPEN POSITIONS'
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 80-WRITE-LINE
               GO TO 25-EXIT
           END-IF.

           MOVE ZEROS TO TM-TRADE-ID.
           START TRADEMST KEY IS NOT LESS THAN TM-TRADE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 19-CHECK-MONTH-END-OPEN
                       IF (WS-FOUND-ACCOUNT = 'Y') AND
                          (WS-WORK-ACCT = WS-ACC-CODE(A))
                           PERFORM 29-PRINT-POSITION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

           MOVE WS-ACC-POSNS(A) TO WS-CNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  POSITIONS '    DELIMITED BY SIZE,
                  WS-CNT-ED         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       25-EXIT. EXIT.
      ****************************************************************
       26-PRINT-CLOSING          SECTION.
      ****************************************************************

           COMPUTE WS-CLOSE-BAL = WS-ACC-OPEN-BAL(A)
                                + WS-ACC-MTH-NET(A)
                                + WS-ACC-MTH-CASH(A)
                                + WS-ACC-MTH-FX(A).

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           MOVE WS-ACC-OPEN-BAL(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPENING BALANCE USD   ' DELIMITED BY SIZE,
                  WS-BAL-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE WS-ACC-MTH-NET(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSED TRADES USD     ' DELIMITED BY SIZE,
                  WS-BAL-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE WS-ACC-MTH-CASH(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CASH MOVEMENTS USD    ' DELIMITED BY SIZE,
                  WS-BAL-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE WS-ACC-MTH-FX(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FX REVALUATION USD    ' DELIMITED BY SIZE,
                  WS-BAL-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE WS-CLOSE-BAL TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING BALANCE USD   ' DELIMITED BY SIZE,
                  WS-BAL-ED                DELIMITED BY SIZE,
                  '  AS AT '               DELIMITED BY SIZE,
                  WS-MONTH-LAST-DAY        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       26-EXIT. EXIT.
      ****************************************************************
       27-PRINT-CONTROL-PAGE     SECTION.
      ****************************************************************

      *--> ACCTSTA1 HOLDS THE STATE AS OF TODAY, NOT AS OF THE MONTH
      *--> END, SO EACH STATEMENT'S CLOSING BALANCE IS CARRIED
      *--> FORWARD BY THE ACTIVITY DATED AFTER THE MONTH BEFORE IT
      *--> IS COMPARED. ANY DIFFERENCE LEFT IS FOR TRADRBL1 TO
      *--> EXPLAIN.
           MOVE 'C'   TO WS-HEAD-MODE.
           MOVE ZEROS TO WS-PAGE-COUNT.
           MOVE 99    TO WS-LINE-COUNT.

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               COMPUTE WS-CLOSE-BAL = WS-ACC-OPEN-BAL(A)
                                    + WS-ACC-MTH-NET(A)
                                    + WS-ACC-MTH-CASH(A)
                                    + WS-ACC-MTH-FX(A)
               COMPUTE WS-EXPECTED-BAL = WS-CLOSE-BAL
                                       + WS-ACC-LATER(A)
               ADD WS-CLOSE-BAL TO WS-TOT-CLOSE

               MOVE WS-CLOSE-BAL    TO WS-BAL-ED
               MOVE WS-ACC-LATER(A) TO WS-BAL-ED2
               MOVE SPACES TO REPORT-LINE
               IF (WS-ACC-HAS-STATE(A) = 'N')
                   ADD 01 TO WS-UNTIED-COUNT
                   STRING '  '              DELIMITED BY SIZE,
                          WS-ACC-CODE(A)    DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED         DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED2        DELIMITED BY SIZE,
                          '  *** NO ACCTSTA1 RECORD'
                                            DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   COMPUTE WS-DIFF = WS-ACC-STATE-BAL(A)
                                   - WS-EXPECTED-BAL
                   ADD WS-ACC-STATE-BAL(A) TO WS-TOT-STATE
                   ADD WS-DIFF             TO WS-TOT-DIFF
                   MOVE WS-ACC-STATE-BAL(A) TO WS-BAL-ED3
                   MOVE WS-DIFF             TO WS-BAL-ED4
                   STRING '  '              DELIMITED BY SIZE,
                          WS-ACC-CODE(A)    DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED         DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED2        DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED3        DELIMITED BY SIZE,
                          '  '              DELIMITED BY SIZE,
                          WS-BAL-ED4        DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   IF (WS-DIFF NOT = ZEROS)
                       ADD 01 TO WS-UNTIED-COUNT
                       MOVE '***' TO REPORT-LINE(74:3)
                   END-IF
               END-IF
               PERFORM 80-WRITE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           MOVE WS-TOT-CLOSE TO WS-BAL-ED.
           MOVE WS-TOT-STATE TO WS-BAL-ED3.
           MOVE WS-TOT-DIFF  TO WS-BAL-ED4.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL   '      DELIMITED BY SIZE,
                  WS-BAL-ED         DELIMITED BY SIZE,
                  '                 ' DELIMITED BY SIZE,
                  WS-BAL-ED3        DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  WS-BAL-ED4        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE WS-STMT-COUNT TO WS-CNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STATEMENTS PRODUCED = ' DELIMITED BY SIZE,
                  WS-CNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF (WS-UNTIED-COUNT = ZEROS)
               STRING 'EVERY CLOSING BALANCE TIES TO ACCTSTA1'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-UNTIED-COUNT TO WS-CNT-ED
               STRING '*** ACCOUNTS NOT TYING TO ACCTSTA1 = '
                          DELIMITED BY SIZE,
                      WS-CNT-ED DELIMITED BY SIZE,
                      ' - SEE TRADRBL1'
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE 04 TO RETURN-CODE
           END-IF.
           PERFORM 80-WRITE-LINE.

       27-EXIT. EXIT.
      ****************************************************************
       28-PRINT-MOVEMENT         SECTION.
      ****************************************************************

           PERFORM 18-SIGN-CASH.

           EVALUATE TRUE
               WHEN CM-DEPOSIT    MOVE 'DEPOSIT'    TO WS-TYPE-DESC
               WHEN CM-WITHDRAWAL MOVE 'WITHDRAWAL' TO WS-TYPE-DESC
               WHEN CM-INTEREST   MOVE 'INTEREST'   TO WS-TYPE-DESC
               WHEN CM-CHARGE     MOVE 'CHARGE'     TO WS-TYPE-DESC
               WHEN OTHER         MOVE 'UNKNOWN'    TO WS-TYPE-DESC
           END-EVALUATE.

           MOVE WS-CASH-AMT TO WS-USD-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING '  '            DELIMITED BY SIZE,
                  CM-DATE         DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  CM-SEQ          DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-TYPE-DESC    DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  CM-DESC         DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-USD-ED       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       28-EXIT. EXIT.
      ****************************************************************
       29-PRINT-POSITION         SECTION.
      ****************************************************************

           MOVE TM-TRADE-ID    TO WS-ID-ED.
           MOVE TM-LOTS        TO WS-LOTS-ED.
           MOVE TM-TAKE-PROFIT TO WS-TP-ED.
           MOVE TM-STOP-LOSS   TO WS-SL-ED.
           IF TM-ENTRY-PRICE NUMERIC
               MOVE TM-ENTRY-PRICE TO WS-PRICE-ED
           ELSE
               MOVE ZEROS          TO WS-PRICE-ED
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '  '            DELIMITED BY SIZE,
                  WS-ID-ED        DELIMITED BY SIZE,
                  '   '           DELIMITED BY SIZE,
                  TM-TRADE-DATE   DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  TM-MARKET       DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  TM-CUR          DELIMITED BY SIZE,
                  '   '           DELIMITED BY SIZE,
                  TM-SIDE         DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-LOTS-ED      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-PRICE-ED     DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-TP-ED        DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-SL-ED        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       29-EXIT. EXIT.
      ****************************************************************
       30-SCAN-FX                SECTION.
      ****************************************************************

      *--> A MONTH'S FX REVALUATION SITS ON ITS LAST DAY: EARLIER
      *--> MONTHS INTO THE OPENING BALANCE, THIS MONTH ON THE
      *--> STATEMENT, LATER MONTHS INTO THE LATER BUCKET.
           IF (WS-FXREV-OPEN = 'N')
               GO TO 30-EXIT
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FR-ACCOUNT TO WS-WORK-ACCT
                       PERFORM 14-FIND-ACCOUNT
                       EVALUATE TRUE
                           WHEN FR-MONTH < WS-ACCT-MONTH
                               ADD FR-FX-USD
                                   TO WS-ACC-OPEN-BAL(A)
                           WHEN FR-MONTH = WS-ACCT-MONTH
                               ADD 01 TO WS-ACC-FX-N(A)
                               ADD FR-FX-USD
                                   TO WS-ACC-MTH-FX(A)
                           WHEN OTHER
                               ADD FR-FX-USD
                                   TO WS-ACC-LATER(A)
                       END-EVALUATE
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       30-EXIT. EXIT.
      ****************************************************************
       31-PRINT-FX               SECTION.
      ****************************************************************

      *--> ONLY AN ACCOUNT HOLDING A NON-USD BALANCE HAS ANYTHING TO
      *--> SHOW HERE.
           IF (WS-ACC-FX-N(A) = ZEROS)
               GO TO 31-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FX REVALUATION AT ' DELIMITED BY SIZE,
                  WS-MONTH-LAST-DAY    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CUR  LOCAL BALANCE  OLD RATE NEW RATE'
                  '  FX GAIN/LOSS USD'
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 80-WRITE-LINE.

           MOVE WS-ACCT-MONTH  TO FR-MONTH.
           MOVE WS-ACC-CODE(A) TO FR-ACCOUNT.
           MOVE LOW-VALUES     TO FR-CUR.
           START FXREVAL1 KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (FR-MONTH   NOT = WS-ACCT-MONTH) OR
                          (FR-ACCOUNT NOT = WS-ACC-CODE(A))
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 32-PRINT-FX-ROW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

           MOVE WS-ACC-MTH-FX(A) TO WS-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL FX GAIN/LOSS USD ' DELIMITED BY SIZE,
                  WS-BAL-ED                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       31-EXIT. EXIT.
      ****************************************************************
       32-PRINT-FX-ROW           SECTION.
      ****************************************************************

           MOVE FR-LOCAL-BAL TO WS-LOCAL-ED.
           MOVE FR-OLD-RATE  TO WS-OLD-RATE-ED.
           MOVE FR-NEW-RATE  TO WS-NEW-RATE-ED.
           MOVE FR-FX-USD    TO WS-USD-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING '  '            DELIMITED BY SIZE,
                  FR-CUR          DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-LOCAL-ED     DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-OLD-RATE-ED  DELIMITED BY SIZE,
                  '   '           DELIMITED BY SIZE,
                  WS-NEW-RATE-ED  DELIMITED BY SIZE,
                  '     '         DELIMITED BY SIZE,
                  WS-USD-ED       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM 80-WRITE-LINE.

       32-EXIT. EXIT.
      ****************************************************************
       80-WRITE-LINE             SECTION.
      ****************************************************************

      *--> EVERY PRINTED LINE COMES THROUGH HERE SO THE HEADING
      *--> REPEATS ON EVERY PAGE, SAME AS TRADBLT1'S 80-WRITE-LINE.
           IF (WS-LINE-COUNT >= WS-LINES-PER-PAGE)
               PERFORM 81-PAGE-HEADING
           END-IF.

           WRITE REPORT-LINE.
           ADD 01 TO WS-LINE-COUNT.

       80-EXIT. EXIT.
      ****************************************************************
       81-PAGE-HEADING           SECTION.
      ****************************************************************

           MOVE REPORT-LINE TO WS-SAVED-LINE.

           ADD 01 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PAGE-ED.

           MOVE SPACES TO REPORT-LINE.
           IF (WS-HEAD-MODE = 'C')
               STRING 'CLIENT STATEMENTS - CONTROL PAGE  MONTH '
                          DELIMITED BY SIZE,
                      WS-ACCT-MONTH   DELIMITED BY SIZE,
                      '                    PAGE ' DELIMITED BY SIZE,
                      WS-PAGE-ED      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'CLIENT STATEMENT  ACCOUNT ' DELIMITED BY SIZE,
                      WS-ACC-CODE(A)  DELIMITED BY SIZE,
                      '  MONTH '      DELIMITED BY SIZE,
                      WS-ACCT-MONTH   DELIMITED BY SIZE,
                      '                    PAGE ' DELIMITED BY SIZE,
                      WS-PAGE-ED      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF (WS-HEAD-MODE = 'C')
               STRING '  ACCOUNT   CLOSING USD   LATER ACTIVITY'
                      '      ACCTSTA1    DIFFERENCE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'ALL BALANCES IN USD; TRADE AMOUNTS IN TRADE '
                      'CURRENCY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 03 TO WS-LINE-COUNT.
           MOVE WS-SAVED-LINE TO REPORT-LINE.

       81-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADEMST.
           CLOSE STMRPT01.
           IF (WS-CASH-OPEN = 'Y')
               CLOSE CASHMOV1
           END-IF.
           IF (WS-FXREV-OPEN = 'Y')
               CLOSE FXREVAL1
           END-IF.
           IF (WS-STATE-OPEN = 'Y')
               CLOSE ACCTSTA1
           END-IF.

           DISPLAY 'HISTORY RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'STATEMENTS PRODUCED  = ' WS-STMT-COUNT.
           DISPLAY 'ACCOUNTS NOT TIED    = ' WS-UNTIED-COUNT.

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
           MOVE 'TRADSTM1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-READ-COUNT     TO RS-RECORDS-IN.
           MOVE WS-STMT-COUNT     TO RS-RECORDS-OUT.
           MOVE WS-UNTIED-COUNT   TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
