      *--> PER CALENDAR MONTH OF THE TRADE DATE, SO THE ARCHIVE IS
      *--> THE ONE PLACE EVERY ENTRY PATH'S TRADES CAN BE TOTALLED.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

      *--> SAME DAILY RATE FILE THE PIPELINE CONVERTS WITH; HERE IT
               RECORD KEY IS TX-KEY
               FILE STATUS          IS FS-TAXCFW1.

      *--> THE TRADE MASTER GIVES EACH ARCHIVED TRADE ITS OPENING AND
      *--> CLOSING DATES AND ITS LOT LINEAGE (TRADING4 SPLITS A
      *--> PARTIAL CLOSE OFF UNDER ITS OWN ID), SO THE LOT SECTION CAN
      *--> SHOW THE HOLDING PERIOD AND GAIN OF EACH LOT CLOSED.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

           SELECT TAXRPT01 ASSIGN TO    TAXRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
      ****************************************************************
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.


       COPY TAXCFW1.

       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       COPY TRADEMST.

       FD  TAXRPT01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-TAXCFW1             PIC  9(02) VALUE ZEROS.
       01  FS-TAXRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-MONTH         PIC  X(01) VALUE 'N'.
       77  WS-CFWD-EXISTS         PIC  X(01) VALUE 'N'.
       77  WS-TRADEMST-OPEN       PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COL 1 'U' REWRITES TAXCFW1 WITH THE FINAL
      *--> CARRYFORWARD AND LAST MONTH; ANYTHING ELSE IS REPORT-ONLY
           03  WS-USD-AMT         PIC  S9(09)V99.
           03  WS-BRL-AMT         PIC  S9(09)V99.

      *--> NET BRL RESULT PER CALENDAR MONTH OF THE TRADE DATE. AN
      *--> ADJUSTMENT PAIR IS DATED WITH ITS CORRECTION DATE, SO THE
      *--> CHANGE LANDS IN THE MONTH IT WAS MADE; THE REVERSAL TAKES
      *--> ITS TRADE BACK OFF THAT MONTH'S COUNT.
       01  WS-MAX-MONTH           PIC  9(02) VALUE 60.
       01  WS-MONTH-TABLE.
           03  WS-MONTH-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-TAX-BASE        PIC  9(09)V99.
           03  WS-MONTH-LOSS      PIC  9(09)V99.

      *--> LOT SECTION: ONE LINE PER ARCHIVED TRADE IN THE MONTHS
      *--> BEING REPORTED. A LOT OPENED AND CLOSED THE SAME DAY IS A
      *--> DAY TRADE, ANYTHING HELD OVERNIGHT A SWING TRADE; THE TWO
      *--> ARE TAXED AT DIFFERENT RATES.
       01  WS-LOT-VARS.
           03  WS-REPORT-FROM     PIC  X(06) VALUE SPACES.
           03  WS-LINEAGE-ID      PIC  9(06).
           03  WS-LOT-KNOWN       PIC  X(01).
           03  WS-OPEN-DATE       PIC  X(08).
           03  WS-OPEN-DATE-9     REDEFINES WS-OPEN-DATE
                                  PIC  9(08).
           03  WS-CLOSE-DATE      PIC  X(08).
           03  WS-CLOSE-DATE-9    REDEFINES WS-CLOSE-DATE
                                  PIC  9(08).
           03  WS-HOLD-DAYS       PIC  S9(05).
           03  WS-PER-LOT-BRL     PIC  S9(09)V99.
           03  WS-LOT-TYPE        PIC  X(05).
           03  WS-LOT-COUNT       PIC  9(07) VALUE ZEROS.
           03  WS-KNOWN-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-UNKNOWN-COUNT   PIC  9(07) VALUE ZEROS.
           03  WS-TOTAL-DAYS      PIC  9(09) VALUE ZEROS.
           03  WS-AVG-DAYS        PIC  9(05)V9.
           03  WS-DAY-NET         PIC  S9(11)V99 VALUE ZEROS.
           03  WS-SWING-NET       PIC  S9(11)V99 VALUE ZEROS.
           03  WS-UNKNOWN-NET     PIC  S9(11)V99 VALUE ZEROS.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-SKIP-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-BASE-ED         PIC  ZZZZZZZZ9,99.
           03  WS-CFWD-ED         PIC  ZZZZZZZZ9,99.
           03  WS-TRADES-ED       PIC  ZZZZ9.
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-DAYS-ED         PIC  ZZZZ9.
           03  WS-LOT-NET-ED      PIC  -ZZZZZZZ9,99.
           03  WS-PER-LOT-ED      PIC  -ZZZZZZZ9,99.
           03  WS-TOTAL-ED        PIC  -ZZZZZZZZZ9,99.
           03  WS-AVG-ED          PIC  ZZZZ9,9.
           03  WS-COUNT-ED        PIC  ZZZZZZ9.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

           PERFORM 10-INITIALIZE.
           PERFORM 20-PROCEDURES.
           PERFORM 30-LIST-LOTS.
           PERFORM 90-ENDING.
           GOBACK.

               GOBACK
           END-IF.

      *--> WITHOUT THE MASTER THE MONTHLY REPORT IS UNCHANGED; THE LOT
      *--> SECTION THEN SHOWS EVERY LOT'S HOLDING PERIOD AS UNKNOWN.
           OPEN INPUT  TRADEMST
           IF FS-TRADEMST EQUAL ZEROS
               MOVE 'Y' TO WS-TRADEMST-OPEN
           ELSE
               DISPLAY 'TRADEMST NOT AVAILABLE - HOLDING PERIODS '
                       'NOT SHOWN'
           END-IF.

           PERFORM 11-LOAD-CARRYFORWARD.
           MOVE WS-LAST-MONTH TO WS-REPORT-FROM.

           PERFORM 15-POSITION-HISTORY.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
       12-ACCUMULATE-MONTH       SECTION.
      ****************************************************************

           PERFORM 16-CONVERT-TO-BRL.

           MOVE 'N' TO WS-FOUND-MONTH.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MONTH-COUNT
               IF (WS-MON-MONTH(M) = HST-TRADE-DATE(1:6))
                   MOVE 'Y' TO WS-FOUND-MONTH
                   ADD WS-BRL-AMT TO WS-MON-NET(M)
                   IF HST-REVERSAL
                       IF (WS-MON-TRADES(M) > ZEROS)
                           SUBTRACT 01 FROM WS-MON-TRADES(M)
                       END-IF
                   ELSE
                       ADD 01     TO WS-MON-TRADES(M)
                   END-IF
               END-IF
           END-PERFORM.

                   SET M TO WS-MONTH-COUNT
                   MOVE HST-TRADE-DATE(1:6) TO WS-MON-MONTH(M)
                   MOVE WS-BRL-AMT          TO WS-MON-NET(M)
                   IF HST-REVERSAL
                       MOVE ZEROS           TO WS-MON-TRADES(M)
                   ELSE
                       MOVE 00001           TO WS-MON-TRADES(M)
                   END-IF
               ELSE
                   DISPLAY 'WARNING: MONTH TABLE FULL - '
                           HST-TRADE-DATE(1:6) ' LEFT OUT'
           END-PERFORM.

       14-EXIT. EXIT.
      ****************************************************************
       15-POSITION-HISTORY       SECTION.
      ****************************************************************

      *--> A TRADE IS ARCHIVED ON OR AFTER ITS TRADE DATE, SO NOTHING
      *--> RUN ON OR BEFORE THE LAST DAY OF THE LAST MONTH REPORTED
      *--> CAN BELONG TO A MONTH STILL TO REPORT: THE READ STARTS
      *--> PAST IT INSTEAD OF AT THE FRONT OF THE ARCHIVE.
           MOVE 'N'        TO WS-EOF.
           MOVE LOW-VALUES TO HST-KEY.
           IF (WS-REPORT-FROM NOT = SPACES)
               MOVE WS-REPORT-FROM TO HST-RUN-DATE(1:6)
               MOVE '99'           TO HST-RUN-DATE(7:2)
           END-IF.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

       15-EXIT. EXIT.
      ****************************************************************
       16-CONVERT-TO-BRL         SECTION.
      ****************************************************************

      *--> THE TAX BASE IS BRL: A BRL TRADE'S NET AMOUNT GOES IN AS
      *--> BOOKED, A USD TRADE CONVERTS BACK THROUGH THE TRADE
      *--> DATE'S BRL RATE, AND ANY OTHER CURRENCY GOES THROUGH USD
      *--> FIRST, MIRRORING THE PIPELINE'S CONVERSION DIRECTION.
           EVALUATE HST-CUR
               WHEN 'BRL'
                   MOVE HST-NET-RES-AMT TO WS-BRL-AMT
               WHEN 'USD'
                   PERFORM 13-LOOKUP-BRL-RATE
                   COMPUTE WS-BRL-AMT =
                       HST-NET-RES-AMT * WS-BRL-RATE
               WHEN OTHER
                   MOVE HST-TRADE-DATE TO RATE-DATE
                   MOVE HST-CUR        TO RATE-CUR
                   READ RATE001
                       INVALID KEY
                           DISPLAY 'RATE NOT FOUND FOR DATE '
                                   HST-TRADE-DATE ' CUR ' HST-CUR
                           DISPLAY 'USING LAST KNOWN RATE'
                       NOT INVALID KEY
                           MOVE RATE-VALUE TO WS-CUR-RATE
                   END-READ
                   COMPUTE WS-USD-AMT =
                       HST-NET-RES-AMT / WS-CUR-RATE
                   PERFORM 13-LOOKUP-BRL-RATE
                   COMPUTE WS-BRL-AMT = WS-USD-AMT * WS-BRL-RATE
           END-EVALUATE.

       16-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************
           WRITE REPORT-LINE.

       21-EXIT. EXIT.
      ****************************************************************
       30-LIST-LOTS              SECTION.
      ****************************************************************

      *--> SECOND PASS OVER THE ARCHIVE FOR THE MONTHS THIS RUN
      *--> REPORTS: EACH TRADE IS ONE CLOSED LOT (A PARTIAL CLOSE
      *--> ARRIVES AS ITS OWN TRADE), PRICED IN BRL THE SAME WAY AS
      *--> THE MONTHLY TOTALS SO THE TWO SECTIONS AGREE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REALIZED LOTS - HOLDING PERIOD AND GAIN PER LOT '
                  '(BRL)'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE  LINEAGE ACCOUNT  MARKET LOTS OPENED   '
                  'CLOSED    DAYS TYPE    NET-RESULT      PER-LOT'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 15-POSITION-HISTORY.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (HST-TRADE-DATE(1:6) > WS-REPORT-FROM) OR
                          (WS-REPORT-FROM = SPACES)
                           PERFORM 31-WRITE-LOT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 33-WRITE-LOT-TOTALS.

       30-EXIT. EXIT.
      ****************************************************************
       31-WRITE-LOT-LINE         SECTION.
      ****************************************************************

           ADD 01 TO WS-LOT-COUNT.
           PERFORM 16-CONVERT-TO-BRL.
           PERFORM 32-FIND-LOT-DATES.

           IF (HST-LOTS NUMERIC) AND (HST-LOTS > ZEROS)
               COMPUTE WS-PER-LOT-BRL ROUNDED = WS-BRL-AMT / HST-LOTS
               MOVE HST-LOTS TO WS-LOTS-ED
           ELSE
               MOVE WS-BRL-AMT TO WS-PER-LOT-BRL
               MOVE ZEROS      TO WS-LOTS-ED
           END-IF.

      *--> A REVERSAL IS LISTED UNDER ITS NEGATED AMOUNT SO THE NET
      *--> TOTALS NET OFF, AND TAKES ITS LOT BACK OUT OF THE HOLDING
      *--> PERIOD COUNTS.
           IF (WS-LOT-KNOWN = 'Y')
               IF HST-REVERSAL
                   IF (WS-KNOWN-COUNT > ZEROS)
                       SUBTRACT 01           FROM WS-KNOWN-COUNT
                   END-IF
                   IF (WS-TOTAL-DAYS NOT < WS-HOLD-DAYS)
                       SUBTRACT WS-HOLD-DAYS FROM WS-TOTAL-DAYS
                   END-IF
               ELSE
                   ADD 01           TO WS-KNOWN-COUNT
                   ADD WS-HOLD-DAYS TO WS-TOTAL-DAYS
               END-IF
               IF (WS-HOLD-DAYS = ZEROS)
                   MOVE 'DAY  '    TO WS-LOT-TYPE
                   ADD WS-BRL-AMT  TO WS-DAY-NET
               ELSE
                   MOVE 'SWING'    TO WS-LOT-TYPE
                   ADD WS-BRL-AMT  TO WS-SWING-NET
               END-IF
               MOVE WS-HOLD-DAYS TO WS-DAYS-ED
           ELSE
               IF HST-REVERSAL
                   IF (WS-UNKNOWN-COUNT > ZEROS)
                       SUBTRACT 01 FROM WS-UNKNOWN-COUNT
                   END-IF
               ELSE
                   ADD 01        TO WS-UNKNOWN-COUNT
               END-IF
               ADD WS-BRL-AMT    TO WS-UNKNOWN-NET
               MOVE '?    '      TO WS-LOT-TYPE
               MOVE ZEROS        TO WS-DAYS-ED
           END-IF.

           MOVE WS-BRL-AMT     TO WS-LOT-NET-ED.
           MOVE WS-PER-LOT-BRL TO WS-PER-LOT-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING HST-TRADE-REF    DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-LINEAGE-ID    DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  HST-ACCOUNT      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  HST-MARKET       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-LOTS-ED       DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-OPEN-DATE     DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-CLOSE-DATE    DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-DAYS-ED       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-LOT-TYPE      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-LOT-NET-ED    DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-PER-LOT-ED    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       31-EXIT. EXIT.
      ****************************************************************
       32-FIND-LOT-DATES         SECTION.
      ****************************************************************

      *--> THE ARCHIVE'S TRADE DATE IS THE OPENING DATE; THE CLOSING
      *--> DATE AND LINEAGE ONLY LIVE ON THE MASTER. A TRADE THE
      *--> MASTER NO LONGER HOLDS (OR NEVER HELD, IF IT CAME IN
      *--> THROUGH TRADIMP1) HAS AN UNKNOWN HOLDING PERIOD.
           MOVE 'N'            TO WS-LOT-KNOWN.
           MOVE HST-TRADE-REF  TO WS-LINEAGE-ID.
           MOVE HST-TRADE-DATE TO WS-OPEN-DATE.
           MOVE SPACES         TO WS-CLOSE-DATE.
           MOVE ZEROS          TO WS-HOLD-DAYS.

           IF (WS-TRADEMST-OPEN NOT = 'Y') OR
              (HST-TRADE-REF NOT NUMERIC) OR
              (HST-TRADE-REF = ZEROS)
               GO TO 32-EXIT
           END-IF.

           MOVE HST-TRADE-REF TO TM-TRADE-ID.
           READ TRADEMST
               INVALID KEY
                   GO TO 32-EXIT
           END-READ.

           IF (TM-PARENT-ID NUMERIC) AND (TM-PARENT-ID > ZEROS)
               MOVE TM-PARENT-ID TO WS-LINEAGE-ID
           END-IF.
           MOVE TM-TRADE-DATE TO WS-OPEN-DATE.
           MOVE TM-CLOSE-DATE TO WS-CLOSE-DATE.

           IF (WS-OPEN-DATE  NUMERIC) AND (WS-OPEN-DATE-9  > ZEROS) AND
              (WS-CLOSE-DATE NUMERIC) AND (WS-CLOSE-DATE-9 > ZEROS) AND
              (WS-CLOSE-DATE >= WS-OPEN-DATE)
               COMPUTE WS-HOLD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-9) -
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-9)
               MOVE 'Y' TO WS-LOT-KNOWN
           END-IF.

       32-EXIT. EXIT.
      ****************************************************************
       33-WRITE-LOT-TOTALS       SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-LOT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOTS LISTED               = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-DAY-NET TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DAY-TRADE NET RESULT      = ' DELIMITED BY SIZE,
                  WS-TOTAL-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SWING-NET TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SWING-TRADE NET RESULT    = ' DELIMITED BY SIZE,
                  WS-TOTAL-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED.
           MOVE WS-UNKNOWN-NET   TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HOLDING PERIOD UNKNOWN    = ' DELIMITED BY SIZE,
                  WS-TOTAL-ED                    DELIMITED BY SIZE,
                  '  ('                          DELIMITED BY SIZE,
                  WS-COUNT-ED                    DELIMITED BY SIZE,
                  ' LOTS)'                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-KNOWN-COUNT > ZEROS)
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOTAL-DAYS / WS-KNOWN-COUNT
           ELSE
               MOVE ZEROS TO WS-AVG-DAYS
           END-IF.
           MOVE WS-AVG-DAYS TO WS-AVG-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AVERAGE HOLDING DAYS      = ' DELIMITED BY SIZE,
                  WS-AVG-ED                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       33-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************
           CLOSE RATE001.
           CLOSE TAXCFW1.
           CLOSE TAXRPT01.
           IF (WS-TRADEMST-OPEN = 'Y')
               CLOSE TRADEMST
           END-IF.

           DISPLAY 'HISTORY RECORDS READ   = ' WS-READ-COUNT.
           DISPLAY 'MONTHS ALREADY CLOSED  = ' WS-SKIP-COUNT.
           DISPLAY 'LOTS LISTED            = ' WS-LOT-COUNT.
           DISPLAY 'END'.

       90-EXIT. EXIT.
