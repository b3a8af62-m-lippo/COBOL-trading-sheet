       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADFEE1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> EVERY BOOKED TRADE TRADING1 PRICED AGAINST THE BROKER FEE
      *--> SCHEDULE, WITH WHAT WAS BILLED AND WHAT WAS EXPECTED.
           SELECT FEEVAR1  ASSIGN TO    FEEVAR1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-FEEVAR1.

           SELECT FEESUM01 ASSIGN TO    FEESUM01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-FEESUM01.

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
       FD  FEEVAR1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-VARIANCE-RECORD.

       COPY FEEVAR1.

       FD  FEESUM01
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

       01  FS-FEEVAR1             PIC  9(02) VALUE ZEROS.
       01  FS-FEESUM01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-6 THE MONTH (YYYYMM) TO SUMMARIZE,
      *--> BY TRADE DATE; COLS 8-15 THE BUSINESS DATE FOR THE
      *--> RUN-STATISTICS ROW (BLANK = TODAY), SAME CARD AS TRADCUT1.
       01  WS-MONTH-CONTROL.
           03  WS-ACCT-MONTH      PIC  X(06) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(65).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> ONE ROW PER BROKER ACCOUNT AND CURRENCY - THE SCHEDULE IS
      *--> IN THE TRADE'S OWN CURRENCY, SO AMOUNTS ARE NEVER ADDED
      *--> ACROSS CURRENCIES. A SMALL TICKET IS ONE WHERE THE MINIMUM
      *--> TICKET CHARGE, NOT THE PER-LOT COMMISSION, SET THE FEE.
       01  WS-MAX-ACCOUNT         PIC  9(02) VALUE 50.
       01  WS-ACC-TABLE.
           03  WS-ACC-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-ACC-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY A.
               05  WS-ACC-CODE    PIC  X(08).
               05  WS-ACC-CUR     PIC  X(03).
               05  WS-ACC-TICKETS PIC  9(05).
               05  WS-ACC-CHARGED PIC  9(09)V99.
               05  WS-ACC-EXPECTED
                                  PIC  9(09)V99.
               05  WS-ACC-NET     PIC  S9(09)V99.
               05  WS-ACC-OVER-TKTS
                                  PIC  9(05).
               05  WS-ACC-OVER-AMT
                                  PIC  9(09)V99.
               05  WS-ACC-SMALL-TKTS
                                  PIC  9(05).
               05  WS-ACC-SMALL-OVER
                                  PIC  9(05).
               05  WS-ACC-SMALL-AMT
                                  PIC  9(09)V99.

      *--> SAME SHAPE AS AN ACCOUNT ROW, ONE PER CURRENCY, FOR THE
      *--> TOTAL LINES.
       01  WS-MAX-CURRENCY        PIC  9(02) VALUE 10.
       01  WS-TOT-TABLE.
           03  WS-TOT-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-TOT-ENTRY       OCCURS 10 TIMES
                                  INDEXED BY C.
               05  WS-TOT-CODE    PIC  X(08).
               05  WS-TOT-CUR     PIC  X(03).
               05  WS-TOT-TICKETS PIC  9(05).
               05  WS-TOT-CHARGED PIC  9(09)V99.
               05  WS-TOT-EXPECTED
                                  PIC  9(09)V99.
               05  WS-TOT-NET     PIC  S9(09)V99.
               05  WS-TOT-OVER-TKTS
                                  PIC  9(05).
               05  WS-TOT-OVER-AMT
                                  PIC  9(09)V99.
               05  WS-TOT-SMALL-TKTS
                                  PIC  9(05).
               05  WS-TOT-SMALL-OVER
                                  PIC  9(05).
               05  WS-TOT-SMALL-AMT
                                  PIC  9(09)V99.

      *--> THE ROW BEING PRINTED, ACCOUNT OR TOTAL.
       01  WS-LINE-ENTRY.
           03  WS-LN-CODE         PIC  X(08).
           03  WS-LN-CUR          PIC  X(03).
           03  WS-LN-TICKETS      PIC  9(05).
           03  WS-LN-CHARGED      PIC  9(09)V99.
           03  WS-LN-EXPECTED     PIC  9(09)V99.
           03  WS-LN-NET          PIC  S9(09)V99.
           03  WS-LN-OVER-TKTS    PIC  9(05).
           03  WS-LN-OVER-AMT     PIC  9(09)V99.
           03  WS-LN-SMALL-TKTS   PIC  9(05).
           03  WS-LN-SMALL-OVER   PIC  9(05).
           03  WS-LN-SMALL-AMT    PIC  9(09)V99.

      *--> HIGHEST TRADING1 RUN NUMBER SEEN FOR EACH BUSINESS DATE
      *--> THAT PRICED TICKETS OF THE MONTH. A RERUN OF A DATE APPENDS
      *--> ITS TICKETS AGAIN, SO THE EARLIER RUNS' ROWS ARE SKIPPED.
       01  WS-MAX-RUN-DATE        PIC  9(03) VALUE 100.
       01  WS-RUN-TABLE.
           03  WS-RUN-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-RUN-ENTRY       OCCURS 100 TIMES
                                  INDEXED BY R.
               05  WS-RUN-BUS-DATE
                                  PIC  X(08).
               05  WS-RUN-LAST    PIC  9(03).

       77  WS-FV-RUN              PIC  9(03) VALUE ZEROS.
       77  WS-LAST-RUN            PIC  X(01) VALUE 'Y'.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(02).
           03  WS-SORT-J          PIC  9(02).
           03  WS-SWAP-ENTRY      PIC  X(86).

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-MONTH-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-OVER-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-SMALL-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-SMALL-OVER      PIC  9(07) VALUE ZEROS.
           03  WS-DROPPED-COUNT   PIC  9(07) VALUE ZEROS.
           03  WS-SUPERSEDED      PIC  9(07) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-TKTS-ED         PIC  ZZZZ9.
           03  WS-CHG-ED          PIC  ZZZZZZZZ9,99.
           03  WS-EXP-ED          PIC  ZZZZZZZZ9,99.
           03  WS-NET-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-OVT-ED          PIC  ZZZZ9.
           03  WS-OVA-ED          PIC  ZZZZZZZZ9,99.
           03  WS-SMT-ED          PIC  ZZZZ9.
           03  WS-SMO-ED          PIC  ZZZZ9.
           03  WS-SMA-ED          PIC  ZZZZZZZZ9,99.
           03  WS-COUNT-ED        PIC  ZZZZZZ9.
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
               DISPLAY 'A NUMERIC MONTH (YYYYMM) IS NEEDED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           OPEN INPUT  FEEVAR1
           IF FS-FEEVAR1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FEEVAR1'
               DISPLAY 'FS-FEEVAR1 = ' FS-FEEVAR1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FEESUM01
           IF FS-FEESUM01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FEESUM01'
               DISPLAY 'FS-FEESUM01 = ' FS-FEESUM01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'BROKER FEE RECONCILIATION FOR MONTH '
                      DELIMITED BY SIZE,
                  WS-ACCT-MONTH    DELIMITED BY SIZE,
                  '   (BY TRADE DATE, AMOUNTS IN TRADE CURRENCY)'
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT  CUR  TKTS      CHARGED     EXPECTED'
                  '  NET-VARIANCE  OVER  OVERCHARGED SMALL S-OVR'
                  ' SMALL-OVRCHG'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM 25-LOAD-LAST-RUNS.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FEEVAR1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF (FV-TRADE-DATE(1:6) = WS-ACCT-MONTH)
                           PERFORM 26-CHECK-LAST-RUN
                           IF (WS-LAST-RUN = 'Y')
                               PERFORM 21-ACCUMULATE-TICKET
                           ELSE
                               ADD 01 TO WS-SUPERSEDED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 23-SORT-ACCOUNTS.

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               MOVE WS-ACC-ENTRY(A) TO WS-LINE-ENTRY
               PERFORM 24-WRITE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOT-COUNT
               MOVE WS-TOT-ENTRY(C) TO WS-LINE-ENTRY
               PERFORM 24-WRITE-LINE
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-ACCUMULATE-TICKET      SECTION.
      ****************************************************************

      *--> AN OVERCHARGE IS A TICKET BILLED ABOVE THE SCHEDULE BY
      *--> MORE THAN THE TOLERANCE (FV-FLAG 'V'); ITS WHOLE VARIANCE
      *--> COUNTS. THE NET VARIANCE TAKES EVERY TICKET, INSIDE THE
      *--> TOLERANCE OR NOT, UNDERCHARGES NETTING AGAINST OVERS.
           ADD 01 TO WS-MONTH-COUNT.
           IF FV-SMALL-TICKET
               ADD 01 TO WS-SMALL-COUNT
           END-IF.
           IF FV-OUT-OF-TOL AND (FV-VARIANCE > ZEROS)
               ADD 01 TO WS-OVER-COUNT
               IF FV-SMALL-TICKET
                   ADD 01 TO WS-SMALL-OVER
               END-IF
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF (WS-ACC-CODE(A) = FV-ACCOUNT) AND
                  (WS-ACC-CUR(A)  = FV-CUR)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-ACC-ENTRY(A) TO WS-LINE-ENTRY
                   PERFORM 22-ADD-TICKET
                   MOVE WS-LINE-ENTRY TO WS-ACC-ENTRY(A)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-ACC-COUNT < WS-MAX-ACCOUNT)
                   INITIALIZE WS-LINE-ENTRY
                   MOVE FV-ACCOUNT TO WS-LN-CODE
                   MOVE FV-CUR     TO WS-LN-CUR
                   PERFORM 22-ADD-TICKET
                   ADD 01 TO WS-ACC-COUNT
                   SET A TO WS-ACC-COUNT
                   MOVE WS-LINE-ENTRY TO WS-ACC-ENTRY(A)
               ELSE
                   ADD 01 TO WS-DROPPED-COUNT
                   DISPLAY 'WARNING: ACCOUNT TABLE FULL - '
                           FV-ACCOUNT ' ' FV-CUR ' NOT SUMMARIZED'
               END-IF
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-TOT-COUNT
               IF (WS-TOT-CUR(C) = FV-CUR)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-TOT-ENTRY(C) TO WS-LINE-ENTRY
                   PERFORM 22-ADD-TICKET
                   MOVE WS-LINE-ENTRY TO WS-TOT-ENTRY(C)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-TOT-COUNT < WS-MAX-CURRENCY)
                   INITIALIZE WS-LINE-ENTRY
                   MOVE 'TOTAL'    TO WS-LN-CODE
                   MOVE FV-CUR     TO WS-LN-CUR
                   PERFORM 22-ADD-TICKET
                   ADD 01 TO WS-TOT-COUNT
                   SET C TO WS-TOT-COUNT
                   MOVE WS-LINE-ENTRY TO WS-TOT-ENTRY(C)
               ELSE
                   DISPLAY 'WARNING: CURRENCY TABLE FULL - '
                           FV-CUR ' NOT IN THE TOTALS'
               END-IF
           END-IF.

       21-EXIT. EXIT.
      ****************************************************************
       22-ADD-TICKET             SECTION.
      ****************************************************************

           ADD 01            TO WS-LN-TICKETS.
           ADD FV-CHARGED    TO WS-LN-CHARGED.
           ADD FV-EXPECTED   TO WS-LN-EXPECTED.
           ADD FV-VARIANCE   TO WS-LN-NET.
           IF FV-SMALL-TICKET
               ADD 01        TO WS-LN-SMALL-TKTS
           END-IF.
           IF FV-OUT-OF-TOL AND (FV-VARIANCE > ZEROS)
               ADD 01          TO WS-LN-OVER-TKTS
               ADD FV-VARIANCE TO WS-LN-OVER-AMT
               IF FV-SMALL-TICKET
                   ADD 01          TO WS-LN-SMALL-OVER
                   ADD FV-VARIANCE TO WS-LN-SMALL-AMT
               END-IF
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-SORT-ACCOUNTS          SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ACC-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-ACC-COUNT - WS-SORT-I)
                   IF (WS-ACC-CODE(WS-SORT-J) >
                       WS-ACC-CODE(WS-SORT-J + 1)) OR
                      ((WS-ACC-CODE(WS-SORT-J) =
                        WS-ACC-CODE(WS-SORT-J + 1)) AND
                       (WS-ACC-CUR(WS-SORT-J) >
                        WS-ACC-CUR(WS-SORT-J + 1)))
                       MOVE WS-ACC-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-ACC-ENTRY(WS-SORT-J + 1)
                                TO WS-ACC-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-ACC-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       23-EXIT. EXIT.
      ****************************************************************
       24-WRITE-LINE             SECTION.
      ****************************************************************

           MOVE WS-LN-TICKETS     TO WS-TKTS-ED.
           MOVE WS-LN-CHARGED     TO WS-CHG-ED.
           MOVE WS-LN-EXPECTED    TO WS-EXP-ED.
           MOVE WS-LN-NET         TO WS-NET-ED.
           MOVE WS-LN-OVER-TKTS   TO WS-OVT-ED.
           MOVE WS-LN-OVER-AMT    TO WS-OVA-ED.
           MOVE WS-LN-SMALL-TKTS  TO WS-SMT-ED.
           MOVE WS-LN-SMALL-OVER  TO WS-SMO-ED.
           MOVE WS-LN-SMALL-AMT   TO WS-SMA-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-LN-CODE      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-LN-CUR       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-TKTS-ED      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-CHG-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-EXP-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-NET-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-OVT-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-OVA-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-SMT-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-SMO-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-SMA-ED       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       24-EXIT. EXIT.
      ****************************************************************
       25-LOAD-LAST-RUNS         SECTION.
      ****************************************************************

      *--> FIRST PASS: THE HIGHEST RUN NUMBER OF EVERY BUSINESS DATE
      *--> THAT PRICED A TICKET OF THE MONTH, THEN FEEVAR1 IS OPENED
      *--> AGAIN FOR THE SUMMARY PASS.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FEEVAR1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (FV-TRADE-DATE(1:6) = WS-ACCT-MONTH)
                           PERFORM 27-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FEEVAR1.
           OPEN INPUT FEEVAR1.
           IF FS-FEEVAR1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FEEVAR1'
               DISPLAY 'FS-FEEVAR1 = ' FS-FEEVAR1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.

       25-EXIT. EXIT.
      ****************************************************************
       26-CHECK-LAST-RUN         SECTION.
      ****************************************************************

      *--> 'Y' WHEN THE ROW CAME FROM THE LAST RUN OF ITS BUSINESS
      *--> DATE. A DATE THE TABLE HAD NO ROOM FOR IS TAKEN AS IS.
           MOVE 'Y' TO WS-LAST-RUN.
           PERFORM 28-ROW-RUN.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RUN-COUNT
               IF (WS-RUN-BUS-DATE(R) = FV-BUS-DATE) AND
                  (WS-RUN-LAST(R) > WS-FV-RUN)
                   MOVE 'N' TO WS-LAST-RUN
               END-IF
           END-PERFORM.

       26-EXIT. EXIT.
      ****************************************************************
       27-NOTE-RUN               SECTION.
      ****************************************************************

           PERFORM 28-ROW-RUN.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RUN-COUNT
               IF (WS-RUN-BUS-DATE(R) = FV-BUS-DATE)
                   MOVE 'Y' TO WS-FOUND
                   IF (WS-FV-RUN > WS-RUN-LAST(R))
                       MOVE WS-FV-RUN TO WS-RUN-LAST(R)
                   END-IF
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-RUN-COUNT < WS-MAX-RUN-DATE)
                   ADD 01 TO WS-RUN-COUNT
                   SET R TO WS-RUN-COUNT
                   MOVE FV-BUS-DATE TO WS-RUN-BUS-DATE(R)
                   MOVE WS-FV-RUN   TO WS-RUN-LAST(R)
               ELSE
                   DISPLAY 'WARNING: RUN TABLE FULL - BUSINESS DATE '
                           FV-BUS-DATE ' NOT CHECKED FOR RERUNS'
               END-IF
           END-IF.

       27-EXIT. EXIT.
      ****************************************************************
       28-ROW-RUN                SECTION.
      ****************************************************************

      *--> ROWS WRITTEN BEFORE THE RUN STAMP CARRY SPACES: RUN ZERO.
           IF (FV-RUN-NUMBER NUMERIC)
               MOVE FV-RUN-NUMBER TO WS-FV-RUN
           ELSE
               MOVE ZEROS         TO WS-FV-RUN
           END-IF.

       28-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

      *--> SMALL TICKETS: FEES SET BY THE MINIMUM CHARGE, AND HOW
      *--> MANY CAME IN ABOVE IT, AGAINST THE MONTH AS A WHOLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-MONTH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TICKETS PRICED IN MONTH     = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-OVER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TICKETS OVERCHARGED         = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SMALL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SMALL TICKETS (MINIMUM FEE) = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SMALL-OVER TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SMALL TICKETS OVERCHARGED   = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-SUPERSEDED > ZEROS)
               MOVE WS-SUPERSEDED TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'TICKETS FROM EARLIER RUNS   = '
                          DELIMITED BY SIZE,
                      WS-COUNT-ED    DELIMITED BY SIZE,
                      ' (DATE RERUN - NOT COUNTED)' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF (WS-DROPPED-COUNT > ZEROS)
               MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'TICKETS NOT SUMMARIZED      = '
                          DELIMITED BY SIZE,
                      WS-COUNT-ED    DELIMITED BY SIZE,
                      ' (ACCOUNT TABLE FULL)' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           CLOSE FEEVAR1.
           CLOSE FEESUM01.

           DISPLAY 'FEEVAR1 RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'TICKETS IN MONTH     = ' WS-MONTH-COUNT.
           DISPLAY 'TICKETS OVERCHARGED  = ' WS-OVER-COUNT.
           DISPLAY 'EARLIER-RUN TICKETS  = ' WS-SUPERSEDED.

      *--> OVERBILLING IS FOR REVIEW WITH THE BROKER, NOT A FAILURE.
           IF (WS-OVER-COUNT > ZEROS) OR (WS-DROPPED-COUNT > ZEROS)
               DISPLAY 'OVERCHARGED TICKETS - SEE FEESUM01'
               MOVE 04 TO RETURN-CODE
           END-IF.

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
           MOVE 'TRADFEE1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-MONTH-COUNT    TO RS-RECORDS-IN.
           MOVE WS-ACC-COUNT      TO RS-RECORDS-OUT.
           MOVE WS-OVER-COUNT     TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
