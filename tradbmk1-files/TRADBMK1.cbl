       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADBMK1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> WHICH INDEX EACH ACCOUNT OR STRATEGY IS MEASURED AGAINST,
      *--> MAINTAINED BY BENMNT1.
           SELECT BENCHMST ASSIGN TO    BENCHMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS          IS FS-BENCHMST.

      *--> THE CUMULATIVE HISTORY TRADARC1 APPENDS EVERY RUN'S
      *--> TRADS001 DETAILS TO; SAME READ AS TRADTRN1.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      *--> TRADING5'S EQUITY CURVE: THE BOOK'S RUNNING USD BALANCE,
      *--> USED AS THE START-OF-DAY EQUITY EVERY RETURN IS TAKEN ON.
           SELECT EQCURVE1 ASSIGN TO    EQCURVE1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EQCURVE1.

      *--> DAILY CLOSES; THE BENCHMARK SYMBOLS ARE LOADED HERE BY
      *--> PRCMNT1 LIKE ANY OTHER MARKET.
           SELECT PRICE001 ASSIGN TO    PRICE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRICE-KEY
               FILE STATUS          IS FS-PRICE001.

           SELECT BMKRPT01 ASSIGN TO    BMKRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-BMKRPT01.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  BENCHMST
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BENCH-RECORD.

       COPY BENCHMST.

       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

       FD  EQCURVE1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EQUITY-CURVE-RECORD.

       COPY EQCURVE1.

       FD  PRICE001
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRICE-RECORD.

       COPY PRICFILE.

       FD  BMKRPT01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE            PIC  X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-BENCHMST            PIC  9(02) VALUE ZEROS.
       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-EQCURVE1            PIC  9(02) VALUE ZEROS.
       01  FS-PRICE001            PIC  9(02) VALUE ZEROS.
       01  FS-BMKRPT01            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-DATE          PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE DATE TO REPORT UP TO
      *--> (YYYYMMDD, BLANK = TODAY). THE DAILY SECTION COVERS ITS
      *--> MONTH; THE MONTHLY AND YEAR-TO-DATE FIGURES ITS YEAR.
       01  WS-CONTROL-CARD.
           03  WS-REPORT-DATE     PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

       01  WS-PERIOD-VARS.
           03  WS-YEAR-START      PIC  X(08).
      *--> LAST RUN DATE BEFORE THE YEAR STARTED; ITS BENCHMARK CLOSE
      *--> IS THE BASE THE FIRST DAY OF THE YEAR IS MEASURED FROM.
           03  WS-BASE-DATE       PIC  X(08) VALUE SPACES.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-CURVE-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-MISSING-TOTAL   PIC  9(05) VALUE ZEROS.
           03  WS-NO-EQUITY-TOTAL PIC  9(05) VALUE ZEROS.

      *--> ONE ROW PER BENCHMST ENTRY. TYPE 'A' MATCHES HST-ACCOUNT
      *--> (CODE 'ALL' MATCHES EVERY TRADE), TYPE 'S' HST-STRATEGY.
       01  WS-MAX-BENCH           PIC  9(02) VALUE 20.
       01  WS-BM-TABLE.
           03  WS-BM-COUNT        PIC  9(02) VALUE ZEROS.
           03  WS-BM-ENTRY        OCCURS 20 TIMES.
               05  WS-BM-TYPE     PIC  X(01).
               05  WS-BM-CODE     PIC  X(08).
               05  WS-BM-SYMBOL   PIC  X(06).
               05  WS-BM-DESC     PIC  X(20).
       01  PX                     PIC  9(02).

      *--> ONE ROW PER RUN DATE OF THE YEAR UP TO THE REPORT DATE.
      *--> TRADARC1 APPENDS THE RUNS IN CHRONOLOGICAL ORDER, SO TABLE
      *--> ORDER IS DATE ORDER, AND EVERY RUN DATE IS A BUSINESS DAY
      *--> (SAME BASIS AS TRADTRN1). THE NET USD RESULT IS KEPT PER
      *--> BENCHMST ROW; THE RETURN FIELDS ARE WORK AREAS FILLED FOR
      *--> ONE ROW AT A TIME.
       01  WS-MAX-DAY             PIC  9(03) VALUE 300.
       01  WS-DAY-TABLE.
           03  WS-DAY-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-DAY-ENTRY       OCCURS 300 TIMES
                                  INDEXED BY D.
               05  WS-DAY-DATE    PIC  X(08).
               05  WS-DAY-EQUITY  PIC  S9(11)V99.
               05  WS-DAY-NET     PIC  S9(09)V99
                                  OCCURS 20 TIMES.
               05  WS-DAY-BOOK-OK PIC  X(01).
               05  WS-DAY-BOOK-RET
                                  PIC  S9(03)V9(08).
      *--> 'Y' = RETURN AVAILABLE, 'G' = AVAILABLE BUT SPANS A DAY
      *--> WITH NO CLOSE, 'M' = NO CLOSE ON THE DAY, 'B' = CLOSE BUT
      *--> NO EARLIER CLOSE TO MEASURE FROM.
               05  WS-DAY-BMK-STAT
                                  PIC  X(01).
                   88  WS-DAY-BMK-OK
                                  VALUE 'Y' 'G'.
               05  WS-DAY-BMK-RET PIC  S9(03)V9(08).

      *--> THE BOOK'S CLOSING BALANCE PER TRADE DATE ON EQCURVE1 (THE
      *--> LAST CURVE ROW OF THE DATE) AND THE BALANCE THE CURVE
      *--> OPENED ON.
       01  WS-MAX-CURVE           PIC  9(03) VALUE 500.
       01  WS-CURVE-TABLE.
           03  WS-CV-COUNT        PIC  9(03) VALUE ZEROS.
           03  WS-CV-OPEN-BAL     PIC  S9(11)V99 VALUE ZEROS.
           03  WS-CV-ENTRY        OCCURS 500 TIMES
                                  INDEXED BY C.
               05  WS-CV-DATE     PIC  X(08).
               05  WS-CV-BAL      PIC  S9(11)V99.
       01  WS-CV-BEST-DATE        PIC  X(08).

       01  WS-BMK-VARS.
           03  WS-PREV-CLOSE      PIC  9(05)V99.
           03  WS-PREV-FOUND      PIC  X(01).
           03  WS-GAP-OPEN        PIC  X(01).
           03  WS-BASE-FOUND      PIC  X(01).

      *--> COMPOUNDED GROWTH OF ONE UNIT OVER THE MONTH AND THE
      *--> YEAR. THE BENCHMARK COMPOUNDS ONLY ITS AVAILABLE DAYS, AND
      *--> A DAY AFTER A MISSING CLOSE MEASURES FROM THE LAST CLOSE
      *--> THERE WAS, SO THE PERIOD FIGURE IS ALWAYS CLOSE TO CLOSE.
       01  WS-PERIOD-CALC.
           03  WS-PER-LABEL       PIC  X(08).
           03  WS-MO-MONTH        PIC  X(06).
           03  WS-MO-NET          PIC  S9(09)V99.
           03  WS-MO-BOOK-IDX     PIC  S9(05)V9(10).
           03  WS-MO-BMK-IDX      PIC  S9(05)V9(10).
           03  WS-MO-DAYS         PIC  9(03).
           03  WS-MO-BMK-DAYS     PIC  9(03).
           03  WS-MO-MISSING      PIC  9(03).
           03  WS-YR-NET          PIC  S9(09)V99.
           03  WS-YR-BOOK-IDX     PIC  S9(05)V9(10).
           03  WS-YR-BMK-IDX      PIC  S9(05)V9(10).
           03  WS-YR-DAYS         PIC  9(03).
           03  WS-YR-BMK-DAYS     PIC  9(03).
           03  WS-YR-MISSING      PIC  9(03).
           03  WS-PER-NET         PIC  S9(09)V99.
           03  WS-PER-BOOK-IDX    PIC  S9(05)V9(10).
           03  WS-PER-BMK-IDX     PIC  S9(05)V9(10).
           03  WS-PER-DAYS        PIC  9(03).
           03  WS-PER-BMK-DAYS    PIC  9(03).
           03  WS-PER-MISSING     PIC  9(03).
           03  WS-PER-BOOK-RET    PIC  S9(05)V9(08).
           03  WS-PER-BMK-RET     PIC  S9(05)V9(08).

      *--> TRACKING FIGURES OVER THE DAYS WHERE BOTH RETURNS EXIST:
      *--> TRACKING ERROR IS THE SAMPLE STANDARD DEVIATION OF THE
      *--> DAILY EXCESS RETURN, ANNUALIZED OVER 252 BUSINESS DAYS.
       01  WS-TRACK-VARS.
           03  WS-TRK-DAYS        PIC  9(03).
           03  WS-TRK-AHEAD       PIC  9(03).
           03  WS-TRK-EXCESS      PIC  S9(03)V9(08).
           03  WS-TRK-SUM         PIC  S9(05)V9(10).
           03  WS-TRK-SUMSQ       PIC  S9(05)V9(12).
           03  WS-TRK-MEAN        PIC  S9(03)V9(10).
           03  WS-TRK-VAR         PIC  S9(03)V9(12).
           03  WS-TRK-ERROR       PIC  S9(03)V9(10).
           03  WS-TRK-ANNUAL      PIC  S9(03)V9(10).
           03  WS-TRK-DIFF        PIC  S9(05)V9(08).
       01  WS-SQRT-252            PIC  9(02)V9(06) VALUE 15,874508.

       01  WS-EDIT-VARS.
           03  WS-PCT             PIC  S9(07)V9(04).
           03  WS-PCT-ED          PIC  -ZZZ9,9999.
           03  WS-NET-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-BOOK-X          PIC  X(10).
           03  WS-BMK-X           PIC  X(10).
           03  WS-EXC-X           PIC  X(10).
           03  WS-NOTE            PIC  X(24).
           03  WS-DAYS-ED         PIC  ZZZ9.
           03  WS-MISS-ED         PIC  ZZZZZZ9.
           03  WS-COUNT-ED        PIC  ZZZZZZ9.
           03  WS-TYPE-DESC       PIC  X(08).
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

           ACCEPT WS-CONTROL-CARD FROM SYSIN.
           IF (WS-REPORT-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-REPORT-DATE
           END-IF.
           IF (WS-REPORT-DATE NOT NUMERIC)
               DISPLAY 'INVALID REPORT DATE ON CARD: ' WS-REPORT-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-REPORT-DATE(1:4) TO WS-YEAR-START(1:4).
           MOVE '0101'              TO WS-YEAR-START(5:4).

           OPEN INPUT  BENCHMST
           IF FS-BENCHMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-BENCHMST'
               DISPLAY 'FS-BENCHMST = ' FS-BENCHMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  EQCURVE1
           IF FS-EQCURVE1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-EQCURVE1'
               DISPLAY 'FS-EQCURVE1 = ' FS-EQCURVE1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  PRICE001
           IF FS-PRICE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-PRICE001'
               DISPLAY 'FS-PRICE001 = ' FS-PRICE001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BMKRPT01
           IF FS-BMKRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-BMKRPT01'
               DISPLAY 'FS-BMKRPT01 = ' FS-BMKRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-BENCHMARKS.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       PERFORM 12-ACCUMULATE
               END-READ
           END-PERFORM.

           PERFORM 14-LOAD-CURVE.
           PERFORM 16-SET-EQUITY.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-BENCHMARKS        SECTION.
      ****************************************************************

           PERFORM UNTIL FS-BENCHMST EQUAL '10'
               READ BENCHMST NEXT RECORD
                   AT END
                       MOVE '10' TO FS-BENCHMST
                   NOT AT END
                       IF WS-BM-COUNT < WS-MAX-BENCH
                           ADD 01 TO WS-BM-COUNT
                           MOVE WS-BM-COUNT TO PX
                           MOVE BM-TYPE     TO WS-BM-TYPE(PX)
                           MOVE BM-CODE     TO WS-BM-CODE(PX)
                           MOVE BM-SYMBOL   TO WS-BM-SYMBOL(PX)
                           MOVE BM-DESC     TO WS-BM-DESC(PX)
                       ELSE
                           DISPLAY 'WARNING: BENCHMST HAS MORE THAN '
                               WS-MAX-BENCH ' ENTRIES - IGNORING '
                               BM-TYPE ' ' BM-CODE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENCHMST.

       11-EXIT. EXIT.
      ****************************************************************
       12-ACCUMULATE             SECTION.
      ****************************************************************

      *--> RUNS AFTER THE REPORT DATE ARE LEFT OUT; RUNS BEFORE THE
      *--> YEAR ONLY MOVE THE BASE DATE FORWARD.
           IF (HST-RUN-DATE > WS-REPORT-DATE)
               GO TO 12-EXIT
           END-IF.

           IF (HST-RUN-DATE < WS-YEAR-START)
               IF (WS-BASE-DATE = SPACES) OR
                  (HST-RUN-DATE > WS-BASE-DATE)
                   MOVE HST-RUN-DATE TO WS-BASE-DATE
               END-IF
               GO TO 12-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-DATE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF (WS-DAY-DATE(D) = HST-RUN-DATE)
                   MOVE 'Y' TO WS-FOUND-DATE
                   PERFORM 13-ADD-TO-BENCHMARKS
               END-IF
           END-PERFORM.

           IF (WS-FOUND-DATE = 'N')
               IF (WS-DAY-COUNT < WS-MAX-DAY)
                   ADD 01 TO WS-DAY-COUNT
                   SET D TO WS-DAY-COUNT
                   MOVE HST-RUN-DATE TO WS-DAY-DATE(D)
                   MOVE ZEROS        TO WS-DAY-EQUITY(D)
                   PERFORM VARYING PX FROM 1 BY 1
                           UNTIL PX > WS-MAX-BENCH
                       MOVE ZEROS    TO WS-DAY-NET(D, PX)
                   END-PERFORM
                   PERFORM 13-ADD-TO-BENCHMARKS
               ELSE
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-DAY
                           ' RUN DATES - ' HST-RUN-DATE
                           ' LEFT OUT OF THE REPORT'
               END-IF
           END-IF.

       12-EXIT. EXIT.
      ****************************************************************
       13-ADD-TO-BENCHMARKS      SECTION.
      ****************************************************************

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-BM-COUNT
               EVALUATE TRUE
                   WHEN (WS-BM-TYPE(PX) = 'A') AND
                        ((WS-BM-CODE(PX) = 'ALL') OR
                         (WS-BM-CODE(PX) = HST-ACCOUNT))
                       ADD HST-USD-NET-AMT TO WS-DAY-NET(D, PX)
                   WHEN (WS-BM-TYPE(PX) = 'S') AND
                        (WS-BM-CODE(PX) = HST-STRATEGY)
                       ADD HST-USD-NET-AMT TO WS-DAY-NET(D, PX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       13-EXIT. EXIT.
      ****************************************************************
       14-LOAD-CURVE             SECTION.
      ****************************************************************

      *--> THE CURVE'S OPENING BALANCE IS THE FIRST ROW'S BALANCE
      *--> BEFORE ITS OWN RESULT. AN EMPTY CURVE LEAVES TRADING5'S
      *--> STARTING BALANCE OF 100 AS THE EQUITY FOR EVERY DAY.
           MOVE 100 TO WS-CV-OPEN-BAL.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ EQCURVE1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-CURVE-COUNT
                       IF (WS-CURVE-COUNT = 1)
                           COMPUTE WS-CV-OPEN-BAL =
                               EQ-RUNNING-BAL - EQ-USD-RES-AMT
                       END-IF
                       PERFORM 15-ADD-CURVE-DATE
               END-READ
           END-PERFORM.

           CLOSE EQCURVE1.

           IF (WS-CURVE-COUNT = ZEROS)
               DISPLAY 'WARNING: EQCURVE1 IS EMPTY - EQUITY OF '
                       WS-CV-OPEN-BAL ' USED FOR EVERY DAY'
           END-IF.

       14-EXIT. EXIT.
      ****************************************************************
       15-ADD-CURVE-DATE         SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND-DATE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CV-COUNT
               IF (WS-CV-DATE(C) = EQ-TRADE-DATE)
                   MOVE 'Y'            TO WS-FOUND-DATE
                   MOVE EQ-RUNNING-BAL TO WS-CV-BAL(C)
               END-IF
           END-PERFORM.

           IF (WS-FOUND-DATE = 'N')
               IF (WS-CV-COUNT < WS-MAX-CURVE)
                   ADD 01 TO WS-CV-COUNT
                   SET C TO WS-CV-COUNT
                   MOVE EQ-TRADE-DATE  TO WS-CV-DATE(C)
                   MOVE EQ-RUNNING-BAL TO WS-CV-BAL(C)
               ELSE
                   DISPLAY 'WARNING: MORE THAN ' WS-MAX-CURVE
                           ' CURVE DATES - ' EQ-TRADE-DATE
                           ' LEFT OUT'
               END-IF
           END-IF.

       15-EXIT. EXIT.
      ****************************************************************
       16-SET-EQUITY             SECTION.
      ****************************************************************

      *--> START-OF-DAY EQUITY = THE CLOSING BALANCE OF THE LATEST
      *--> CURVE DATE BEFORE THE DAY; A DAY BEFORE THE CURVE STARTS
      *--> TAKES THE OPENING BALANCE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               MOVE WS-CV-OPEN-BAL TO WS-DAY-EQUITY(D)
               MOVE SPACES         TO WS-CV-BEST-DATE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CV-COUNT
                   IF (WS-CV-DATE(C) < WS-DAY-DATE(D)) AND
                      ((WS-CV-BEST-DATE = SPACES) OR
                       (WS-CV-DATE(C) > WS-CV-BEST-DATE))
                       MOVE WS-CV-DATE(C) TO WS-CV-BEST-DATE
                       MOVE WS-CV-BAL(C)  TO WS-DAY-EQUITY(D)
                   END-IF
               END-PERFORM
           END-PERFORM.

       16-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           STRING 'BENCHMARK-RELATIVE PERFORMANCE TO '
                      DELIMITED BY SIZE,
                  WS-REPORT-DATE   DELIMITED BY SIZE,
                  '  (NET USD RESULT OFF TRADHST1, RETURNS ON '
                      DELIMITED BY SIZE,
                  'START-OF-DAY BOOK EQUITY OFF EQCURVE1)'
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-BM-COUNT = ZEROS)
               MOVE SPACES TO REPORT-LINE
               STRING 'NO BENCHMARKS ON BENCHMST - NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 20-EXIT
           END-IF.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-BM-COUNT
               PERFORM 21-REPORT-BENCHMARK
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-REPORT-BENCHMARK       SECTION.
      ****************************************************************

           IF (WS-BM-TYPE(PX) = 'S')
               MOVE 'STRATEGY' TO WS-TYPE-DESC
           ELSE
               MOVE 'ACCOUNT'  TO WS-TYPE-DESC
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TYPE-DESC      DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-BM-CODE(PX)    DELIMITED BY SIZE,
                  '  AGAINST '      DELIMITED BY SIZE,
                  WS-BM-SYMBOL(PX)  DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-BM-DESC(PX)    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 22-COMPUTE-RETURNS.
           PERFORM 23-WRITE-DAILY.
           PERFORM 25-WRITE-PERIODS.
           PERFORM 28-WRITE-TRACKING.
           PERFORM 29-WRITE-MISSING.

       21-EXIT. EXIT.
      ****************************************************************
       22-COMPUTE-RETURNS        SECTION.
      ****************************************************************

      *--> THE BENCHMARK RETURN OF A DAY IS ITS CLOSE OVER THE LAST
      *--> CLOSE BEFORE IT, STARTING FROM THE BASE DATE'S CLOSE. A
      *--> DAY WITH NO CLOSE IS NOT FILLED IN: IT IS MARKED MISSING
      *--> AND THE NEXT CLOSE MEASURES ACROSS IT.
           MOVE 'N' TO WS-PREV-FOUND.
           MOVE 'N' TO WS-GAP-OPEN.
           MOVE 'N' TO WS-BASE-FOUND.
           MOVE ZEROS TO WS-PREV-CLOSE.

           IF (WS-BASE-DATE NOT = SPACES)
               MOVE WS-BASE-DATE     TO PRICE-DATE
               MOVE WS-BM-SYMBOL(PX) TO PRICE-MARKET
               READ PRICE001
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (PRICE-CLOSE > ZEROS)
                           MOVE PRICE-CLOSE TO WS-PREV-CLOSE
                           MOVE 'Y'         TO WS-PREV-FOUND
                           MOVE 'Y'         TO WS-BASE-FOUND
                       END-IF
               END-READ
           END-IF.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF (WS-DAY-EQUITY(D) > ZEROS)
                   MOVE 'Y' TO WS-DAY-BOOK-OK(D)
                   COMPUTE WS-DAY-BOOK-RET(D) ROUNDED =
                       WS-DAY-NET(D, PX) / WS-DAY-EQUITY(D)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-DAY-BOOK-OK(D)
                   END-COMPUTE
               ELSE
                   MOVE 'N' TO WS-DAY-BOOK-OK(D)
               END-IF
               IF (WS-DAY-BOOK-OK(D) = 'N')
                   MOVE ZEROS TO WS-DAY-BOOK-RET(D)
                   ADD 01     TO WS-NO-EQUITY-TOTAL
               END-IF

               MOVE ZEROS            TO WS-DAY-BMK-RET(D)
               MOVE WS-DAY-DATE(D)   TO PRICE-DATE
               MOVE WS-BM-SYMBOL(PX) TO PRICE-MARKET
               READ PRICE001
                   INVALID KEY
                       MOVE ZEROS TO PRICE-CLOSE
               END-READ
               EVALUATE TRUE
                   WHEN (PRICE-CLOSE = ZEROS)
                       MOVE 'M' TO WS-DAY-BMK-STAT(D)
                       MOVE 'Y' TO WS-GAP-OPEN
                       ADD 01   TO WS-MISSING-TOTAL
                   WHEN (WS-PREV-FOUND = 'N')
                       MOVE 'B' TO WS-DAY-BMK-STAT(D)
                       MOVE 'N' TO WS-GAP-OPEN
                   WHEN OTHER
                       IF (WS-GAP-OPEN = 'Y')
                           MOVE 'G' TO WS-DAY-BMK-STAT(D)
                       ELSE
                           MOVE 'Y' TO WS-DAY-BMK-STAT(D)
                       END-IF
                       MOVE 'N' TO WS-GAP-OPEN
                       COMPUTE WS-DAY-BMK-RET(D) ROUNDED =
                           (PRICE-CLOSE / WS-PREV-CLOSE) - 1
               END-EVALUATE
               IF (PRICE-CLOSE > ZEROS)
                   MOVE PRICE-CLOSE TO WS-PREV-CLOSE
                   MOVE 'Y'         TO WS-PREV-FOUND
               END-IF
           END-PERFORM.

       22-EXIT. EXIT.
      ****************************************************************
       23-WRITE-DAILY            SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           STRING '  DAILY - MONTH ' DELIMITED BY SIZE,
                  WS-REPORT-DATE(1:6) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DATE            NET-USD   BOOK-RET%  BENCH-RET%'
                  '     EXCESS%  NOTE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF (WS-DAY-DATE(D)(1:6) = WS-REPORT-DATE(1:6))
                   PERFORM 24-WRITE-DAY-LINE
               END-IF
           END-PERFORM.

       23-EXIT. EXIT.
      ****************************************************************
       24-WRITE-DAY-LINE         SECTION.
      ****************************************************************

           MOVE SPACES        TO WS-NOTE.
           MOVE '       N/A'  TO WS-BOOK-X.
           MOVE '       N/A'  TO WS-BMK-X.
           MOVE '       N/A'  TO WS-EXC-X.

           IF (WS-DAY-BOOK-OK(D) = 'Y')
               COMPUTE WS-PCT ROUNDED = WS-DAY-BOOK-RET(D) * 100
               MOVE WS-PCT    TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-BOOK-X
           ELSE
               MOVE 'NO START-OF-DAY EQUITY' TO WS-NOTE
           END-IF.

           IF WS-DAY-BMK-OK(D)
               COMPUTE WS-PCT ROUNDED = WS-DAY-BMK-RET(D) * 100
               MOVE WS-PCT    TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-BMK-X
           END-IF.

           IF WS-DAY-BMK-OK(D) AND (WS-DAY-BOOK-OK(D) = 'Y')
               COMPUTE WS-PCT ROUNDED =
                   (WS-DAY-BOOK-RET(D) - WS-DAY-BMK-RET(D)) * 100
               MOVE WS-PCT    TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-EXC-X
           END-IF.

           IF (WS-NOTE = SPACES)
               EVALUATE WS-DAY-BMK-STAT(D)
                   WHEN 'M'
                       MOVE 'NO BENCHMARK CLOSE'     TO WS-NOTE
                   WHEN 'B'
                       MOVE 'NO PRIOR BENCHMARK CLOSE'
                                                     TO WS-NOTE
                   WHEN 'G'
                       MOVE 'SPANS MISSING CLOSE'    TO WS-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           MOVE WS-DAY-NET(D, PX) TO WS-NET-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-DAY-DATE(D)   DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-NET-ED        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-BOOK-X        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-BMK-X         DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-EXC-X         DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-NOTE          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       24-EXIT. EXIT.
      ****************************************************************
       25-WRITE-PERIODS          SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           STRING '  MONTHLY AND YEAR-TO-DATE - YEAR '
                      DELIMITED BY SIZE,
                  WS-REPORT-DATE(1:4) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'MONTH           NET-USD   BOOK-RET%  BENCH-RET%'
                  '     EXCESS%  DAYS MISSING'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-MO-MONTH.
           MOVE ZEROS  TO WS-YR-NET.
           MOVE 1      TO WS-YR-BOOK-IDX.
           MOVE 1      TO WS-YR-BMK-IDX.
           MOVE ZEROS  TO WS-YR-DAYS.
           MOVE ZEROS  TO WS-YR-BMK-DAYS.
           MOVE ZEROS  TO WS-YR-MISSING.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF (WS-DAY-DATE(D)(1:6) NOT = WS-MO-MONTH)
                   IF (WS-MO-MONTH NOT = SPACES)
                       PERFORM 26-WRITE-MONTH
                   END-IF
                   MOVE WS-DAY-DATE(D)(1:6) TO WS-MO-MONTH
                   MOVE ZEROS  TO WS-MO-NET
                   MOVE 1      TO WS-MO-BOOK-IDX
                   MOVE 1      TO WS-MO-BMK-IDX
                   MOVE ZEROS  TO WS-MO-DAYS
                   MOVE ZEROS  TO WS-MO-BMK-DAYS
                   MOVE ZEROS  TO WS-MO-MISSING
               END-IF

               ADD WS-DAY-NET(D, PX) TO WS-MO-NET
               ADD WS-DAY-NET(D, PX) TO WS-YR-NET
               ADD 01 TO WS-MO-DAYS
               ADD 01 TO WS-YR-DAYS
               IF (WS-DAY-BOOK-OK(D) = 'Y')
                   COMPUTE WS-MO-BOOK-IDX ROUNDED =
                       WS-MO-BOOK-IDX * (1 + WS-DAY-BOOK-RET(D))
                   COMPUTE WS-YR-BOOK-IDX ROUNDED =
                       WS-YR-BOOK-IDX * (1 + WS-DAY-BOOK-RET(D))
               END-IF
               IF WS-DAY-BMK-OK(D)
                   ADD 01 TO WS-MO-BMK-DAYS
                   ADD 01 TO WS-YR-BMK-DAYS
                   COMPUTE WS-MO-BMK-IDX ROUNDED =
                       WS-MO-BMK-IDX * (1 + WS-DAY-BMK-RET(D))
                   COMPUTE WS-YR-BMK-IDX ROUNDED =
                       WS-YR-BMK-IDX * (1 + WS-DAY-BMK-RET(D))
               END-IF
               IF (WS-DAY-BMK-STAT(D) = 'M')
                   ADD 01 TO WS-MO-MISSING
                   ADD 01 TO WS-YR-MISSING
               END-IF
           END-PERFORM.

           IF (WS-MO-MONTH NOT = SPACES)
               PERFORM 26-WRITE-MONTH
           END-IF.

           MOVE 'YTD'           TO WS-PER-LABEL.
           MOVE WS-YR-NET       TO WS-PER-NET.
           MOVE WS-YR-BOOK-IDX  TO WS-PER-BOOK-IDX.
           MOVE WS-YR-BMK-IDX   TO WS-PER-BMK-IDX.
           MOVE WS-YR-DAYS      TO WS-PER-DAYS.
           MOVE WS-YR-BMK-DAYS  TO WS-PER-BMK-DAYS.
           MOVE WS-YR-MISSING   TO WS-PER-MISSING.
           PERFORM 27-WRITE-PERIOD-LINE.

           COMPUTE WS-TRK-DIFF = WS-PER-BOOK-RET - WS-PER-BMK-RET.

       25-EXIT. EXIT.
      ****************************************************************
       26-WRITE-MONTH            SECTION.
      ****************************************************************

           MOVE WS-MO-MONTH     TO WS-PER-LABEL.
           MOVE WS-MO-NET       TO WS-PER-NET.
           MOVE WS-MO-BOOK-IDX  TO WS-PER-BOOK-IDX.
           MOVE WS-MO-BMK-IDX   TO WS-PER-BMK-IDX.
           MOVE WS-MO-DAYS      TO WS-PER-DAYS.
           MOVE WS-MO-BMK-DAYS  TO WS-PER-BMK-DAYS.
           MOVE WS-MO-MISSING   TO WS-PER-MISSING.
           PERFORM 27-WRITE-PERIOD-LINE.

       26-EXIT. EXIT.
      ****************************************************************
       27-WRITE-PERIOD-LINE      SECTION.
      ****************************************************************

      *--> A PERIOD WITH NO BENCHMARK RETURN AT ALL SHOWS N/A RATHER
      *--> THAN A FLAT BENCHMARK.
           COMPUTE WS-PER-BOOK-RET = WS-PER-BOOK-IDX - 1.
           COMPUTE WS-PER-BMK-RET  = WS-PER-BMK-IDX - 1.

           COMPUTE WS-PCT ROUNDED = WS-PER-BOOK-RET * 100.
           MOVE WS-PCT        TO WS-PCT-ED.
           MOVE WS-PCT-ED     TO WS-BOOK-X.

           IF (WS-PER-BMK-DAYS > ZEROS)
               COMPUTE WS-PCT ROUNDED = WS-PER-BMK-RET * 100
               MOVE WS-PCT    TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-BMK-X
               COMPUTE WS-PCT ROUNDED =
                   (WS-PER-BOOK-RET - WS-PER-BMK-RET) * 100
               MOVE WS-PCT    TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-EXC-X
           ELSE
               MOVE '       N/A' TO WS-BMK-X
               MOVE '       N/A' TO WS-EXC-X
           END-IF.

           MOVE WS-PER-NET     TO WS-NET-ED.
           MOVE WS-PER-DAYS    TO WS-DAYS-ED.
           MOVE WS-PER-MISSING TO WS-MISS-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-PER-LABEL     DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-NET-ED        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-BOOK-X        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-BMK-X         DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-EXC-X         DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-DAYS-ED       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-MISS-ED       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       27-EXIT. EXIT.
      ****************************************************************
       28-WRITE-TRACKING         SECTION.
      ****************************************************************

           MOVE ZEROS TO WS-TRK-DAYS.
           MOVE ZEROS TO WS-TRK-AHEAD.
           MOVE ZEROS TO WS-TRK-SUM.
           MOVE ZEROS TO WS-TRK-SUMSQ.
           MOVE ZEROS TO WS-TRK-MEAN.
           MOVE ZEROS TO WS-TRK-ERROR.
           MOVE ZEROS TO WS-TRK-ANNUAL.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF WS-DAY-BMK-OK(D) AND (WS-DAY-BOOK-OK(D) = 'Y')
                   COMPUTE WS-TRK-EXCESS =
                       WS-DAY-BOOK-RET(D) - WS-DAY-BMK-RET(D)
                   ADD 01 TO WS-TRK-DAYS
                   IF (WS-TRK-EXCESS > ZEROS)
                       ADD 01 TO WS-TRK-AHEAD
                   END-IF
                   ADD WS-TRK-EXCESS TO WS-TRK-SUM
                   COMPUTE WS-TRK-SUMSQ ROUNDED =
                       WS-TRK-SUMSQ + (WS-TRK-EXCESS * WS-TRK-EXCESS)
               END-IF
           END-PERFORM.

           IF (WS-TRK-DAYS > ZEROS)
               COMPUTE WS-TRK-MEAN ROUNDED =
                   WS-TRK-SUM / WS-TRK-DAYS
           END-IF.
           IF (WS-TRK-DAYS > 1)
               COMPUTE WS-TRK-VAR ROUNDED =
                   (WS-TRK-SUMSQ - (WS-TRK-SUM * WS-TRK-MEAN))
                   / (WS-TRK-DAYS - 1)
               IF (WS-TRK-VAR > ZEROS)
                   COMPUTE WS-TRK-ERROR ROUNDED =
                       WS-TRK-VAR ** 0,5
                   COMPUTE WS-TRK-ANNUAL ROUNDED =
                       WS-TRK-ERROR * WS-SQRT-252
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING '  TRACKING - YEAR TO DATE, DAYS WITH BOTH RETURNS'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TRK-DAYS TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DAYS COMPARED              = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-TRK-AHEAD TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DAYS AHEAD OF BENCHMARK    = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE WS-PCT ROUNDED = WS-TRK-DIFF * 100.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRACKING DIFFERENCE %      = ' DELIMITED BY SIZE,
                  WS-PCT-ED                         DELIMITED BY SIZE,
                  '  (YTD BOOK LESS YTD BENCHMARK)' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE WS-PCT ROUNDED = WS-TRK-MEAN * 100.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  MEAN DAILY EXCESS %        = ' DELIMITED BY SIZE,
                  WS-PCT-ED                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE WS-PCT ROUNDED = WS-TRK-ERROR * 100.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRACKING ERROR % (DAILY)   = ' DELIMITED BY SIZE,
                  WS-PCT-ED                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           COMPUTE WS-PCT ROUNDED = WS-TRK-ANNUAL * 100.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TRACKING ERROR % (ANNUAL)  = ' DELIMITED BY SIZE,
                  WS-PCT-ED                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       28-EXIT. EXIT.
      ****************************************************************
       29-WRITE-MISSING          SECTION.
      ****************************************************************

      *--> EVERY DAY OF THE YEAR THE BENCHMARK HAD NO CLOSE, SO THE
      *--> GAP CAN BE LOADED THROUGH PRCMNT1 AND THE REPORT RERUN.
           IF (WS-BASE-DATE NOT = SPACES) AND (WS-BASE-FOUND = 'N')
               MOVE SPACES TO REPORT-LINE
               STRING '  NO ' DELIMITED BY SIZE,
                      WS-BM-SYMBOL(PX) DELIMITED BY SIZE,
                      ' CLOSE ON BASE DATE ' DELIMITED BY SIZE,
                      WS-BASE-DATE DELIMITED BY SIZE,
                      ' - FIRST CLOSE OF THE YEAR HAS NOTHING TO '
                          DELIMITED BY SIZE,
                      'MEASURE FROM' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               IF (WS-DAY-BMK-STAT(D) = 'M')
                   MOVE SPACES TO REPORT-LINE
                   STRING '  NO ' DELIMITED BY SIZE,
                          WS-BM-SYMBOL(PX) DELIMITED BY SIZE,
                          ' CLOSE ON PRICE001 FOR ' DELIMITED BY SIZE,
                          WS-DAY-DATE(D) DELIMITED BY SIZE,
                          ' - DAY LEFT OUT OF THE COMPARISON'
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       29-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADHST1.
           CLOSE PRICE001.
           CLOSE BMKRPT01.

           DISPLAY 'HISTORY RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'CURVE RECORDS READ   = ' WS-CURVE-COUNT.
           DISPLAY 'RUN DATES IN YEAR    = ' WS-DAY-COUNT.
           DISPLAY 'BENCHMARKS REPORTED  = ' WS-BM-COUNT.
           DISPLAY 'MISSING CLOSES       = ' WS-MISSING-TOTAL.

      *--> MISSING CLOSES OR DAYS WITH NO EQUITY TO MEASURE ON LEAVE
      *--> THE COMPARISON INCOMPLETE; NOT A FAILURE.
           IF (WS-MISSING-TOTAL > ZEROS) OR
              (WS-NO-EQUITY-TOTAL > ZEROS) OR
              (WS-BM-COUNT = ZEROS)
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
