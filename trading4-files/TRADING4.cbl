               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-PERREV01.

      *--> OPERATOR SECURITY FILE: WHO MAY ADD, CORRECT, DELETE OR
      *--> CLOSE THROUGH THIS PROGRAM, CHECKED AGAINST THE OPERATOR
      *--> SIGNED ON BY THE 'OPER' CARD.
           SELECT OPERSEC1 ASSIGN TO    OPERSEC1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-KEY
               FILE STATUS          IS FS-OPERSEC1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.


       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.
           03  FILLER             PIC  X(01).
           03  PRV-CARD-IMAGE     PIC  X(70).
           03  FILLER             PIC  X(07).

       FD  OPERSEC1
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPER-SEC-RECORD.

       COPY OPERSEC1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-PERREV01            PIC  9(02) VALUE ZEROS.
       01  FS-OPERSEC1            PIC  9(02) VALUE ZEROS.

      *--> CLOSED-PERIOD STATE LOADED ONCE AT STARTUP; SPACES MEANS
      *--> NO MONTH HAS BEEN CLOSED YET AND NOTHING IS LOCKED.

       77  WS-NEXT-TRADE-REF      PIC  9(06) VALUE ZEROS.

      *--> FUNCTION CODE WRITTEN ON THE AUDIT ROW; NORMALLY THE CARD'S
      *--> OWN, 'P' FOR THE OPEN REMAINDER LEFT BY A PARTIAL CLOSE.
       77  WS-AUDIT-FUNCTION      PIC  X(01) VALUE SPACES.

      *--> IMAGE OF THE MASTER RECORD AS IT STOOD BEFORE THE CHANGE,
      *--> CAPTURED AHEAD OF THE MOVES SO 2900-WRITE-AUDIT CAN WRITE
      *--> BOTH SIDES.
       01  WS-BEFORE-IMAGE        PIC  X(120) VALUE SPACES.

      *--> WORK AREAS FOR THE 'L' CLOSE. A CLOSE MAY TAKE FEWER LOTS
      *--> THAN THE POSITION HOLDS: THE CLOSED LOTS ARE SPLIT OFF UNDER
      *--> A NEW TM-TRADE-ID CARRYING THE ORIGINAL ID AS TM-PARENT-ID,
      *--> AND THE REMAINDER STAYS OPEN UNDER THE ORIGINAL ID.
       01  WS-CLOSE-VARS.
           03  WS-CLOSE-LOTS      PIC  9(03).
           03  WS-LOTS-LEFT       PIC  9(03).
           03  WS-TAKE-LOTS       PIC  9(03).
           03  WS-FEE-LEFT        PIC  9(03)V99.
           03  WS-FEE-SHARE       PIC  9(03)V99.
           03  WS-OPEN-FEE-SHARE  PIC  9(03)V99.
           03  WS-LOT-RESULT      PIC  S9(05)V99.
           03  WS-LINEAGE-ID      PIC  9(06).
           03  WS-OPEN-LOTS-TOTAL PIC  9(05).
           03  WS-FIFO-ACCT       PIC  X(08).
           03  WS-FIFO-EOF        PIC  X(01).
           03  WS-FIFO-LOCKED     PIC  X(01).
           03  WS-OPEN-IMAGE      PIC  X(120).

      *--> OPEN POSITIONS OF ONE ACCOUNT IN ONE MARKET, OLDEST FIRST,
      *--> FOR A CLOSE KEYED WITHOUT A TRADE ID (FIFO MATCHING).
       01  WS-MAX-FIFO            PIC  9(03) VALUE 100.
       01  WS-FIFO-TABLE.
           03  WS-FIFO-COUNT      PIC  9(03) VALUE ZEROS.
           03  WS-FIFO-ENTRY      OCCURS 100 TIMES
                                  INDEXED BY K.
               05  WS-FIFO-DATE   PIC  X(08).
               05  WS-FIFO-ID     PIC  9(06).
               05  WS-FIFO-LOTS   PIC  9(03).

      *--> SPREAD BEING KEYED. THE GROUP ID IS THE PERMANENT ID OF
      *--> THE FIRST LEG BOOKED; A LEG REFUSED ON ADD IS NOT COUNTED
      *--> AND THE NEXT 'A'/'O' CARD IS TAKEN FOR THE SAME LEG.
       01  WS-SPREAD-VARS.
           03  WS-SPREAD-ACTIVE   PIC  X(01) VALUE 'N'.
           03  WS-SPREAD-GROUP    PIC  9(06) VALUE ZEROS.
           03  WS-SPREAD-LEGS     PIC  9(02) VALUE ZEROS.
           03  WS-SPREAD-NEXT     PIC  9(02) VALUE ZEROS.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(03).
           03  WS-SORT-J          PIC  9(03).
           03  WS-SWAP-ENTRY      PIC  X(17).

      *--> OPERATOR SIGNED ON BY THE LAST 'OPER' CARD AND WHAT
      *--> OPERSEC1 ALLOWS THE OPERATOR HERE; SPACES = NOBODY SIGNED
      *--> ON YET, SO EVERY CARD BUT THE END CARD IS REFUSED.
       01  WS-OPER-VARS.
           03  WS-OPERATOR-ID     PIC  X(08) VALUE SPACES.
           03  WS-OPER-RIGHTS.
               05  WS-OPER-ADD    PIC  X(01) VALUE 'N'.
               05  WS-OPER-CORRECT
                                  PIC  X(01) VALUE 'N'.
               05  WS-OPER-DELETE PIC  X(01) VALUE 'N'.
               05  WS-OPER-CLOSE  PIC  X(01) VALUE 'N'.
           03  WS-OPER-AUTH       PIC  X(01) VALUE 'N'.
           03  WS-OPER-FOUND      PIC  X(01) VALUE 'N'.
           03  WS-OPER-REASON     PIC  X(02) VALUE SPACES.
           03  WS-OPER-REF        PIC  X(08) VALUE SPACES.
           03  WS-OPER-REFUSED    PIC  9(05) VALUE ZEROS.

      *--> REASON CODE OF THE LAST 'RSN' CARD (COLS 1-3 'RSN', COLS
      *--> 5-6 THE CODE), STAMPED ON EVERY AUDIT ROW THAT FOLLOWS IT
      *--> UNTIL THE NEXT 'RSN' CARD OR SIGN-ON; SPACES = NONE GIVEN.
       77  WS-CHANGE-REASON       PIC  X(02) VALUE SPACES.

      *--> ONE FIXED-FORMAT SYSIN LINE PER MAINTENANCE REQUEST, SAME
      *--> ACCEPT-DRIVEN STYLE AS TRADING9'S WS-INPUT.
               88  WS-FN-CORRECT  VALUE 'C'.
               88  WS-FN-DELETE   VALUE 'D'.
      *--> 'O' BOOKS A POSITION STILL ON (NO RESULT YET); 'L' CLOSES
      *--> AN OPEN TM-TRADE-ID WITH ITS RESULT AND CLOSING DATE. AN
      *--> 'L' WITH LOTS BELOW THE POSITION'S CLOSES ONLY THOSE LOTS;
      *--> AN 'L' WITH A ZERO KEY CLOSES THE LOTS ACROSS THE ACCOUNT'S
      *--> OPEN POSITIONS IN THE MARKET, OLDEST FIRST.
               88  WS-FN-OPEN     VALUE 'O'.
               88  WS-FN-CLOSE    VALUE 'L'.
      *--> 'G' OPENS A SPREAD: THE LOTS COLUMN GIVES THE NUMBER OF
      *--> LEGS (2 TO 20), AND THAT MANY 'A'/'O' CARDS FOLLOWING IT
      *--> ARE BOOKED AS THE LEGS, 1 UPWARDS, UNDER ONE GROUP ID.
               88  WS-FN-GROUP    VALUE 'G'.
               88  WS-FN-END      VALUE 'X'.
      *--> COLUMNS: KEY 3-8, MARKET 10-15, TP 17-23, SL 24-30,
      *--> RESULT 31-38 AND CURRENCY 39-41 KEYED AS ONE RUN, LOTS
      *--> 43-45, FEE 46-50 AND DATE 51-58 AS ONE RUN, ACCOUNT 60-67,
      *--> STRATEGY 69-71, PRICE 73-79 AND SIDE 80.
           03                     PIC  X(01).
           03  WS-KEY-ENTRY       PIC  9(06)    VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-MARKET-ENTRY    PIC  X(06)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-TP-ENTRY        PIC  9(05)V99 VALUE ZEROS.
           03  WS-SL-ENTRY        PIC  9(05)V99 VALUE ZEROS.
           03  WS-RESULT-ENTRY    PIC  S9(05)V99 VALUE ZEROS
                                  SIGN IS LEADING SEPARATE CHARACTER.
           03  WS-CUR-ENTRY       PIC  X(03)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-LOTS-ENTRY      PIC  9(03)    VALUE ZEROS.
           03  WS-FEE-ENTRY       PIC  9(03)V99 VALUE ZEROS.
           03  WS-DATE-ENTRY      PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
      *--> ACCOUNT THE TRADE BELONGS TO; BLANK FALLS BACK TO THE
      *--> SETUP TAG, VALIDATED DOWNSTREAM AGAINST STRATMST IN
      *--> TRADING1'S EDIT PASS; BLANK = UNTAGGED.
           03  WS-STRAT-ENTRY     PIC  X(03)    VALUE SPACES.
           03                     PIC  X(01).
      *--> ENTRY PRICE AND SIDE ('B' BOUGHT / 'S' SOLD, BLANK = 'B')
      *--> OF AN OPEN POSITION: TP AND SL ARE DISTANCES OFF THIS
      *--> PRICE, AND THE NIGHTLY VALUATION MARKS AGAINST IT. ON AN
      *--> 'L' CARD THE PRICE IS THE EXIT PRICE: WHEN KEYED, EACH
      *--> CLOSED POSITION'S RESULT IS TAKEN OFF ITS OWN ENTRY PRICE.
           03  WS-PRICE-ENTRY     PIC  9(05)V99 VALUE ZEROS.
           03  WS-SIDE-ENTRY      PIC  X(01)    VALUE SPACES.

       77  WS-NOT-FOUND-MSG       PIC  X(31)
           VALUE 'TRADE ID NOT FOUND ON TRADEMST'.
           PERFORM 0200-OPEN-NEXT-ID.
           PERFORM 0300-OPEN-AUDIT.
           PERFORM 0400-LOAD-PERIOD.
           PERFORM 0700-OPEN-SECURITY.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-FN-END.
           PERFORM 9000-ENDING.
           WRITE EXCEPTION-LOG-RECORD.

       0600-EXIT. EXIT.
      ****************************************************************
       0700-OPEN-SECURITY        SECTION.
      ****************************************************************

      *--> NO SECURITY FILE, NO MAINTENANCE: WITHOUT OPERSEC1 NOBODY
      *--> CAN BE AUTHORIZED, SO THE RUN STOPS BEFORE ANY CARD.
           OPEN INPUT OPERSEC1.
           IF FS-OPERSEC1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-OPERSEC1'
               DISPLAY 'FS-OPERSEC1 = ' FS-OPERSEC1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0700-EXIT. EXIT.
      ****************************************************************
       1000-INITIALIZE           SECTION.
      ****************************************************************
       2000-PROCESS              SECTION.
      ****************************************************************

           PERFORM 2800-CHECK-OPERATOR.

           IF (WS-OPER-AUTH = 'Y')
               MOVE WS-FUNCTION-CODE TO WS-AUDIT-FUNCTION

               IF (WS-SPREAD-ACTIVE = 'Y')
                   AND NOT WS-FN-ADD AND NOT WS-FN-OPEN
                   PERFORM 2095-ABANDON-SPREAD
               END-IF

               EVALUATE TRUE
                   WHEN WS-FN-ADD        PERFORM 2010-ADD-TRADE
                   WHEN WS-FN-OPEN       PERFORM 2010-ADD-TRADE
                   WHEN WS-FN-BROWSE     PERFORM 2020-BROWSE-TRADE
                   WHEN WS-FN-CORRECT    PERFORM 2030-CORRECT-TRADE
                   WHEN WS-FN-DELETE     PERFORM 2040-DELETE-TRADE
                   WHEN WS-FN-CLOSE      PERFORM 2050-CLOSE-TRADE
                   WHEN WS-FN-GROUP      PERFORM 2090-START-SPREAD
                   WHEN WS-FN-END        CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID FUNCTION CODE: '
                               WS-FUNCTION-CODE
               END-EVALUATE
           END-IF.

           IF NOT WS-FN-END
               PERFORM 1000-INITIALIZE
               MOVE WS-NEXT-TRADE-REF TO WS-KEY-ENTRY
           END-IF.

           MOVE SPACES            TO TRADE-MASTER-RECORD.
           MOVE WS-KEY-ENTRY      TO TM-TRADE-ID.
           MOVE ZEROS             TO TM-PARENT-ID.
           MOVE ZEROS             TO TM-ROLL-FROM-ID.
           IF (WS-SPREAD-ACTIVE = 'Y')
               IF (WS-SPREAD-NEXT = 1)
                   MOVE WS-KEY-ENTRY  TO WS-SPREAD-GROUP
               END-IF
               MOVE WS-SPREAD-GROUP   TO TM-GROUP-ID
               MOVE WS-SPREAD-NEXT    TO TM-LEG-NO
               MOVE WS-SPREAD-LEGS    TO TM-LEG-COUNT
           ELSE
               MOVE ZEROS             TO TM-GROUP-ID
               MOVE ZEROS             TO TM-LEG-NO
               MOVE ZEROS             TO TM-LEG-COUNT
           END-IF.
           MOVE WS-MARKET-ENTRY   TO TM-MARKET.
           MOVE WS-TP-ENTRY       TO TM-TAKE-PROFIT.
           MOVE WS-SL-ENTRY       TO TM-STOP-LOSS.
               MOVE WS-ACCT-ENTRY TO TM-ACCOUNT
           END-IF.
           MOVE WS-STRAT-ENTRY    TO TM-STRATEGY.
           IF (WS-PRICE-ENTRY NUMERIC)
               MOVE WS-PRICE-ENTRY TO TM-ENTRY-PRICE
           ELSE
               MOVE ZEROS          TO TM-ENTRY-PRICE
           END-IF.
           IF (WS-SIDE-ENTRY = 'S')
               MOVE 'S'           TO TM-SIDE
           ELSE
               MOVE 'B'           TO TM-SIDE
           END-IF.

      *--> AN 'O' CARD BOOKS THE POSITION AS STILL ON: NO RESULT AND
      *--> NO CLOSING DATE UNTIL THE 'L' TRANSACTION FILLS THEM IN.
                   END-IF
                   PERFORM 2015-BUMP-NEXT-ID
                   PERFORM 2900-WRITE-AUDIT
                   IF (WS-SPREAD-ACTIVE = 'Y')
                       PERFORM 2092-NEXT-LEG
                   END-IF
           END-WRITE.

       2010-EXIT. EXIT.
           DISPLAY 'TRADE-DATE  = ' TM-TRADE-DATE.
           DISPLAY 'ACCOUNT     = ' TM-ACCOUNT.
           DISPLAY 'STRATEGY    = ' TM-STRATEGY.
           DISPLAY 'ENTRY-PRICE = ' TM-ENTRY-PRICE.
           DISPLAY 'SIDE        = ' TM-SIDE.
           IF TM-OPEN
               DISPLAY 'STATUS      = OPEN'
           ELSE
               DISPLAY 'STATUS      = CLOSED'
               DISPLAY 'CLOSE-DATE  = ' TM-CLOSE-DATE
           END-IF.
           IF (TM-PARENT-ID NUMERIC) AND (TM-PARENT-ID > ZEROS)
               DISPLAY 'SPLIT FROM  = ' TM-PARENT-ID
           END-IF.
           IF (TM-ROLL-FROM-ID NUMERIC) AND (TM-ROLL-FROM-ID > ZEROS)
               DISPLAY 'ROLLED FROM = ' TM-ROLL-FROM-ID
           END-IF.
           IF (TM-GROUP-ID NUMERIC) AND (TM-GROUP-ID > ZEROS)
               DISPLAY 'SPREAD      = ' TM-GROUP-ID
                       ' LEG ' TM-LEG-NO ' OF ' TM-LEG-COUNT
           END-IF.

       2025-EXIT. EXIT.
      ****************************************************************
                   IF (WS-STRAT-ENTRY NOT = SPACES)
                       MOVE WS-STRAT-ENTRY TO TM-STRATEGY
                   END-IF
                   IF (WS-PRICE-ENTRY NUMERIC) AND
                      (WS-PRICE-ENTRY > ZEROS)
                       MOVE WS-PRICE-ENTRY TO TM-ENTRY-PRICE
                   END-IF
                   IF (WS-SIDE-ENTRY = 'B') OR (WS-SIDE-ENTRY = 'S')
                       MOVE WS-SIDE-ENTRY TO TM-SIDE
                   END-IF
                   REWRITE TRADE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR TRADE ID '
      *--> OPEN; ANYTHING ELSE ON THE CARD IS LEFT AS ENTERED AT OPEN
      *--> (THE 'C' CORRECTION EXISTS FOR THAT). A TRADE ALREADY
      *--> CLOSED IS REFUSED SO A RESUBMITTED CARD CANNOT OVERWRITE A
      *--> SETTLED RESULT UNNOTICED. ZERO LOTS ON THE CARD CLOSES THE
      *--> WHOLE POSITION; FEWER LOTS THAN IT HOLDS SPLITS IT.
           IF (WS-KEY-ENTRY = ZEROS)
               PERFORM 2060-CLOSE-FIFO
               GO TO 2050-EXIT
           END-IF.

           MOVE WS-KEY-ENTRY      TO TM-TRADE-ID.

           READ TRADEMST
                   IF NOT TM-OPEN
                       DISPLAY 'TRADE ID ' WS-KEY-ENTRY
                               ' IS ALREADY CLOSED'
                       GO TO 2050-EXIT
                   END-IF
                   IF (WS-LOTS-ENTRY NOT NUMERIC) OR
                      (WS-LOTS-ENTRY = ZEROS)
                       MOVE TM-LOTS       TO WS-CLOSE-LOTS
                   ELSE
                       MOVE WS-LOTS-ENTRY TO WS-CLOSE-LOTS
                   END-IF
                   IF (WS-CLOSE-LOTS > TM-LOTS)
                       DISPLAY 'TRADE ID ' WS-KEY-ENTRY ' HOLDS '
                               TM-LOTS ' LOTS - CLOSE OF '
                               WS-CLOSE-LOTS ' REFUSED'
                       GO TO 2050-EXIT
                   END-IF
                   MOVE WS-CLOSE-LOTS TO WS-LOTS-LEFT
                   MOVE WS-CLOSE-LOTS TO WS-TAKE-LOTS
                   PERFORM 2055-SET-CLOSE-FEE
                   PERFORM 2070-CLOSE-LOTS
           END-READ.

       2050-EXIT. EXIT.
      ****************************************************************
       2055-SET-CLOSE-FEE        SECTION.
      ****************************************************************

      *--> THE FEE ON AN 'L' CARD IS THE CLOSING COMMISSION FOR ALL
      *--> THE LOTS CLOSED; 2070-CLOSE-LOTS SHARES IT OUT BY LOTS.
           IF (WS-FEE-ENTRY NUMERIC)
               MOVE WS-FEE-ENTRY TO WS-FEE-LEFT
           ELSE
               MOVE ZEROS        TO WS-FEE-LEFT
           END-IF.

       2055-EXIT. EXIT.
      ****************************************************************
       2060-CLOSE-FIFO           SECTION.
      ****************************************************************

      *--> NO TRADE ID ON THE CARD: THE LOTS ARE MATCHED AGAINST THE
      *--> ACCOUNT'S OPEN POSITIONS IN THE MARKET, OLDEST TRADE DATE
      *--> FIRST (LOWEST ID WITHIN A DATE), SPLITTING THE LAST ONE
      *--> TOUCHED. THE CARD IS TAKEN WHOLE OR REFUSED WHOLE.
           IF (WS-MARKET-ENTRY = SPACES) OR
              (WS-LOTS-ENTRY NOT NUMERIC) OR
              (WS-LOTS-ENTRY = ZEROS)
               DISPLAY 'CLOSE WITHOUT TRADE ID NEEDS MARKET AND LOTS'
               GO TO 2060-EXIT
           END-IF.

           IF (WS-ACCT-ENTRY = SPACES)
               MOVE 'ACCT'        TO WS-FIFO-ACCT
           ELSE
               MOVE WS-ACCT-ENTRY TO WS-FIFO-ACCT
           END-IF.

           MOVE ZEROS TO WS-FIFO-COUNT.
           MOVE ZEROS TO WS-OPEN-LOTS-TOTAL.
           MOVE 'N'   TO WS-FIFO-EOF.
           MOVE ZEROS TO TM-TRADE-ID.
           START TRADEMST KEY IS NOT LESS THAN TM-TRADE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FIFO-EOF
           END-START.

           PERFORM UNTIL WS-FIFO-EOF EQUAL 'Y'
               READ TRADEMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIFO-EOF
                   NOT AT END
                       IF (TM-ACCOUNT = SPACES)
                           MOVE 'ACCT' TO TM-ACCOUNT
                       END-IF
                       IF TM-OPEN AND
                          (TM-MARKET  = WS-MARKET-ENTRY) AND
                          (TM-ACCOUNT = WS-FIFO-ACCT)
                           PERFORM 2061-ADD-FIFO-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           IF (WS-FIFO-COUNT > WS-MAX-FIFO)
               DISPLAY 'MORE THAN ' WS-MAX-FIFO ' OPEN POSITIONS IN '
                       WS-MARKET-ENTRY ' - CLOSE BY TRADE ID'
               GO TO 2060-EXIT
           END-IF.

           IF (WS-OPEN-LOTS-TOTAL < WS-LOTS-ENTRY)
               DISPLAY 'ACCOUNT ' WS-FIFO-ACCT ' HOLDS '
                       WS-OPEN-LOTS-TOTAL ' OPEN LOTS IN '
                       WS-MARKET-ENTRY ' - CLOSE OF ' WS-LOTS-ENTRY
                       ' REFUSED'
               GO TO 2060-EXIT
           END-IF.

           PERFORM 2062-SORT-FIFO.

      *--> EVERY POSITION THE CLOSE WILL TOUCH MUST BE IN AN OPEN
      *--> PERIOD BEFORE ANY OF THEM IS CHANGED.
           MOVE 'N'           TO WS-FIFO-LOCKED.
           MOVE WS-LOTS-ENTRY TO WS-LOTS-LEFT.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL (K > WS-FIFO-COUNT) OR (WS-LOTS-LEFT = ZEROS)
               MOVE WS-FIFO-DATE(K) TO WS-CHECK-DATE
               PERFORM 0500-CHECK-PERIOD
               IF (WS-PERIOD-LOCKED = 'Y') AND (WS-FIFO-LOCKED = 'N')
                   MOVE 'Y' TO WS-FIFO-LOCKED
                   PERFORM 0600-REFUSE-PERIOD
               END-IF
               IF (WS-FIFO-LOTS(K) >= WS-LOTS-LEFT)
                   MOVE ZEROS TO WS-LOTS-LEFT
               ELSE
                   SUBTRACT WS-FIFO-LOTS(K) FROM WS-LOTS-LEFT
               END-IF
           END-PERFORM.

           IF (WS-FIFO-LOCKED = 'Y')
               GO TO 2060-EXIT
           END-IF.

           MOVE WS-LOTS-ENTRY TO WS-CLOSE-LOTS.
           MOVE WS-LOTS-ENTRY TO WS-LOTS-LEFT.
           PERFORM 2055-SET-CLOSE-FEE.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL (K > WS-FIFO-COUNT) OR (WS-LOTS-LEFT = ZEROS)
               MOVE WS-FIFO-ID(K) TO TM-TRADE-ID
               READ TRADEMST
                   INVALID KEY
                       DISPLAY 'TRADE ID ' WS-FIFO-ID(K)
                               ' NO LONGER ON TRADEMST'
                   NOT INVALID KEY
                       IF (TM-LOTS >= WS-LOTS-LEFT)
                           MOVE WS-LOTS-LEFT TO WS-TAKE-LOTS
                       ELSE
                           MOVE TM-LOTS      TO WS-TAKE-LOTS
                       END-IF
                       PERFORM 2070-CLOSE-LOTS
               END-READ
           END-PERFORM.

           IF (WS-LOTS-LEFT > ZEROS)
               DISPLAY WS-LOTS-LEFT ' LOTS OF THE CLOSE NOT MATCHED'
           END-IF.

       2060-EXIT. EXIT.
      ****************************************************************
       2061-ADD-FIFO-ENTRY       SECTION.
      ****************************************************************

      *--> THE COUNT RUNS PAST THE TABLE SO 2060 CAN REFUSE THE CARD
      *--> RATHER THAN MATCH AGAINST AN INCOMPLETE LIST.
           ADD 01 TO WS-FIFO-COUNT.
           IF (WS-FIFO-COUNT > WS-MAX-FIFO)
               GO TO 2061-EXIT
           END-IF.

           SET K TO WS-FIFO-COUNT.
           MOVE TM-TRADE-DATE TO WS-FIFO-DATE(K).
           MOVE TM-TRADE-ID   TO WS-FIFO-ID(K).
           IF (TM-LOTS NUMERIC)
               MOVE TM-LOTS   TO WS-FIFO-LOTS(K)
           ELSE
               MOVE ZEROS     TO WS-FIFO-LOTS(K)
           END-IF.
           ADD WS-FIFO-LOTS(K) TO WS-OPEN-LOTS-TOTAL.

       2061-EXIT. EXIT.
      ****************************************************************
       2062-SORT-FIFO            SECTION.
      ****************************************************************

      *--> THE SCAN DELIVERS TM-TRADE-ID ORDER; A STABLE SORT ON THE
      *--> TRADE DATE KEEPS THE LOWER ID FIRST WITHIN A DAY.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-FIFO-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-FIFO-COUNT - WS-SORT-I)
                   IF (WS-FIFO-DATE(WS-SORT-J) >
                       WS-FIFO-DATE(WS-SORT-J + 1))
                       MOVE WS-FIFO-ENTRY(WS-SORT-J)
                                            TO WS-SWAP-ENTRY
                       MOVE WS-FIFO-ENTRY(WS-SORT-J + 1)
                                TO WS-FIFO-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-FIFO-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2062-EXIT. EXIT.
      ****************************************************************
       2065-SET-RESULT           SECTION.
      ****************************************************************

      *--> WITH AN EXIT PRICE ON THE CARD AND AN ENTRY PRICE ON THE
      *--> POSITION, THE RESULT IS THE MOVE BETWEEN THEM IN THE
      *--> POSITION'S DIRECTION, SO LOTS OPENED AT DIFFERENT PRICES
      *--> EACH BOOK THEIR OWN GAIN. OTHERWISE THE CARD'S RESULT.
           MOVE WS-RESULT-ENTRY TO WS-LOT-RESULT.

           IF (WS-PRICE-ENTRY NUMERIC) AND (WS-PRICE-ENTRY > ZEROS) AND
              (TM-ENTRY-PRICE NUMERIC) AND (TM-ENTRY-PRICE > ZEROS)
               IF TM-SHORT
                   COMPUTE WS-LOT-RESULT =
                       TM-ENTRY-PRICE - WS-PRICE-ENTRY
               ELSE
                   COMPUTE WS-LOT-RESULT =
                       WS-PRICE-ENTRY - TM-ENTRY-PRICE
               END-IF
           END-IF.

       2065-EXIT. EXIT.
      ****************************************************************
       2070-CLOSE-LOTS           SECTION.
      ****************************************************************

      *--> CLOSES WS-TAKE-LOTS OF THE OPEN POSITION IN THE RECORD
      *--> AREA. THE CLOSING FEE IS SHARED BY LOTS, THE LAST POSITION
      *--> TAKING WHAT IS LEFT SO THE SHARES ADD BACK TO THE CARD.
           PERFORM 2065-SET-RESULT.

           IF (WS-TAKE-LOTS = WS-LOTS-LEFT)
               MOVE WS-FEE-LEFT TO WS-FEE-SHARE
           ELSE
               COMPUTE WS-FEE-SHARE ROUNDED =
                   WS-FEE-LEFT * WS-TAKE-LOTS / WS-LOTS-LEFT
           END-IF.
           SUBTRACT WS-FEE-SHARE FROM WS-FEE-LEFT.

           IF (WS-TAKE-LOTS = TM-LOTS)
               PERFORM 2075-CLOSE-WHOLE
           ELSE
               PERFORM 2080-SPLIT-POSITION
           END-IF.

           SUBTRACT WS-TAKE-LOTS FROM WS-LOTS-LEFT.

       2070-EXIT. EXIT.
      ****************************************************************
       2075-CLOSE-WHOLE          SECTION.
      ****************************************************************

           MOVE TRADE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-LOT-RESULT       TO TM-RESULT-VALUE.
           MOVE WS-DATE-ENTRY       TO TM-CLOSE-DATE.
           MOVE 'C'                 TO TM-STATUS.
           ADD WS-FEE-SHARE         TO TM-FEE-AMT
               ON SIZE ERROR
                   DISPLAY 'FEE ON TRADE ID ' TM-TRADE-ID
                           ' EXCEEDS THE FIELD - CLOSING FEE NOT ADDED'
           END-ADD.

           MOVE TM-TRADE-ID         TO WS-KEY-ENTRY.
           REWRITE TRADE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR TRADE ID '
                           WS-KEY-ENTRY
               NOT INVALID KEY
                   DISPLAY 'CLOSED TRADE ID ' WS-KEY-ENTRY
                   PERFORM 2900-WRITE-AUDIT
           END-REWRITE.

       2075-EXIT. EXIT.
      ****************************************************************
       2080-SPLIT-POSITION       SECTION.
      ****************************************************************

      *--> THE CLOSED LOTS ARE WRITTEN FIRST AS A NEW CLOSED RECORD
      *--> (SAME OPEN DATE, PRICE AND SIDE, ITS OWN RESULT AND FEE,
      *--> LINEAGE IN TM-PARENT-ID); ONLY THEN IS THE OPEN RECORD
      *--> CUT DOWN, SO A FAILED WRITE LEAVES THE POSITION AS IT WAS.
      *--> THE OPENING FEE FOLLOWS THE LOTS IN PROPORTION.
           MOVE TRADE-MASTER-RECORD TO WS-OPEN-IMAGE.
           COMPUTE WS-OPEN-FEE-SHARE ROUNDED =
               TM-FEE-AMT * WS-TAKE-LOTS / TM-LOTS.
           IF (TM-PARENT-ID NUMERIC) AND (TM-PARENT-ID > ZEROS)
               MOVE TM-PARENT-ID    TO WS-LINEAGE-ID
           ELSE
               MOVE TM-TRADE-ID     TO WS-LINEAGE-ID
           END-IF.

           MOVE WS-NEXT-TRADE-REF   TO TM-TRADE-ID.
           MOVE WS-LINEAGE-ID       TO TM-PARENT-ID.
           MOVE WS-TAKE-LOTS        TO TM-LOTS.
           MOVE WS-LOT-RESULT       TO TM-RESULT-VALUE.
           MOVE WS-DATE-ENTRY       TO TM-CLOSE-DATE.
           MOVE 'C'                 TO TM-STATUS.
           COMPUTE TM-FEE-AMT = WS-OPEN-FEE-SHARE + WS-FEE-SHARE
               ON SIZE ERROR
                   DISPLAY 'FEE ON SPLIT LOTS EXCEEDS THE FIELD - '
                           'CLOSING FEE NOT ADDED'
                   MOVE WS-OPEN-FEE-SHARE TO TM-FEE-AMT
           END-COMPUTE.

           MOVE SPACES              TO WS-BEFORE-IMAGE.
           MOVE TM-TRADE-ID         TO WS-KEY-ENTRY.
           WRITE TRADE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TRADE ID ' WS-KEY-ENTRY ' ALREADY EXISTS'
                           ' - SPLIT NOT MADE'
                   MOVE WS-OPEN-IMAGE TO TRADE-MASTER-RECORD
                   GO TO 2080-EXIT
           END-WRITE.

           DISPLAY 'CLOSED ' WS-TAKE-LOTS ' LOTS AS TRADE ID '
                   WS-KEY-ENTRY.
           PERFORM 2015-BUMP-NEXT-ID.
           PERFORM 2900-WRITE-AUDIT.

           MOVE WS-OPEN-IMAGE       TO TRADE-MASTER-RECORD.
           MOVE WS-OPEN-IMAGE       TO WS-BEFORE-IMAGE.
           SUBTRACT WS-TAKE-LOTS      FROM TM-LOTS.
           SUBTRACT WS-OPEN-FEE-SHARE FROM TM-FEE-AMT.

           MOVE TM-TRADE-ID         TO WS-KEY-ENTRY.
           MOVE 'P'                 TO WS-AUDIT-FUNCTION.
           REWRITE TRADE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR TRADE ID '
                           WS-KEY-ENTRY
               NOT INVALID KEY
                   DISPLAY 'TRADE ID ' WS-KEY-ENTRY ' LEFT OPEN WITH '
                           TM-LOTS ' LOTS'
                   PERFORM 2900-WRITE-AUDIT
           END-REWRITE.
           MOVE WS-FUNCTION-CODE    TO WS-AUDIT-FUNCTION.

       2080-EXIT. EXIT.
      ****************************************************************
       2090-START-SPREAD         SECTION.
      ****************************************************************

           IF (WS-LOTS-ENTRY < 2) OR (WS-LOTS-ENTRY > 20)
               DISPLAY 'SPREAD REFUSED - LEGS MUST BE 2 TO 20: '
                       WS-LOTS-ENTRY
               GO TO 2090-EXIT
           END-IF.

           MOVE 'Y'               TO WS-SPREAD-ACTIVE.
           MOVE ZEROS             TO WS-SPREAD-GROUP.
           MOVE WS-LOTS-ENTRY     TO WS-SPREAD-LEGS.
           MOVE 1                 TO WS-SPREAD-NEXT.
           DISPLAY 'SPREAD OF ' WS-SPREAD-LEGS ' LEGS STARTED'.

       2090-EXIT. EXIT.
      ****************************************************************
       2092-NEXT-LEG             SECTION.
      ****************************************************************

           IF (WS-SPREAD-NEXT < WS-SPREAD-LEGS)
               ADD 1              TO WS-SPREAD-NEXT
           ELSE
               DISPLAY 'SPREAD ' WS-SPREAD-GROUP ' COMPLETE WITH '
                       WS-SPREAD-LEGS ' LEGS'
               MOVE 'N'           TO WS-SPREAD-ACTIVE
           END-IF.

       2092-EXIT. EXIT.
      ****************************************************************
       2095-ABANDON-SPREAD       SECTION.
      ****************************************************************

      *--> THE LEGS ALREADY BOOKED STAY ON THE MASTER; TRADING1
      *--> REJECTS THE SPREAD AS INCOMPLETE UNTIL THE MISSING LEGS
      *--> ARE ADDED OR THE BOOKED ONES DELETED.
           IF (WS-SPREAD-NEXT > 1)
               DISPLAY 'SPREAD ' WS-SPREAD-GROUP ' INCOMPLETE - '
                       'LEG ' WS-SPREAD-NEXT ' OF ' WS-SPREAD-LEGS
                       ' NOT KEYED'
           ELSE
               DISPLAY 'SPREAD ABANDONED - NO LEGS KEYED'
           END-IF.
           MOVE 'N'               TO WS-SPREAD-ACTIVE.

       2095-EXIT. EXIT.
      ****************************************************************
       2800-CHECK-OPERATOR       SECTION.
      ****************************************************************

      *--> EVERY CARD IS CHECKED AGAINST THE OPERATOR SIGNED ON BY
      *--> THE LAST 'OPER' CARD (COLS 1-4 'OPER', COLS 6-13 THE
      *--> OPERATOR ID). THE END CARD PASSES, BROWSING NEEDS ONLY A
      *--> SIGN-ON AND EVERY OTHER FUNCTION ITS FLAG ON OPERSEC1. THE
      *--> SIGN-ON AND REASON CARDS THEMSELVES GO NO FURTHER.
           MOVE 'N' TO WS-OPER-AUTH.

           IF (WS-INPUT(1:5) = 'OPER ')
               PERFORM 2810-SIGN-ON
               GO TO 2800-EXIT
           END-IF.

           IF (WS-INPUT(1:4) = 'RSN ')
               MOVE WS-INPUT(5:2) TO WS-CHANGE-REASON
               DISPLAY 'CHANGE REASON SET TO ' WS-CHANGE-REASON
               GO TO 2800-EXIT
           END-IF.

           IF WS-FN-END
               MOVE 'Y' TO WS-OPER-AUTH
               GO TO 2800-EXIT
           END-IF.

           IF (WS-OPERATOR-ID = SPACES)
               MOVE 'NS' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2800-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-FN-ADD      MOVE WS-OPER-ADD     TO WS-OPER-AUTH
               WHEN WS-FN-OPEN     MOVE WS-OPER-ADD     TO WS-OPER-AUTH
               WHEN WS-FN-GROUP    MOVE WS-OPER-ADD     TO WS-OPER-AUTH
               WHEN WS-FN-CORRECT  MOVE WS-OPER-CORRECT TO WS-OPER-AUTH
               WHEN WS-FN-DELETE   MOVE WS-OPER-DELETE  TO WS-OPER-AUTH
               WHEN WS-FN-CLOSE    MOVE WS-OPER-CLOSE   TO WS-OPER-AUTH
               WHEN OTHER          MOVE 'Y'             TO WS-OPER-AUTH
           END-EVALUATE.

           IF (WS-OPER-AUTH NOT = 'Y')
               MOVE 'N'  TO WS-OPER-AUTH
               MOVE 'NA' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
           END-IF.

       2800-EXIT. EXIT.
      ****************************************************************
       2810-SIGN-ON              SECTION.
      ****************************************************************

      *--> A NEW SIGN-ON REPLACES THE PREVIOUS ONE; A REFUSED ONE
      *--> LEAVES NOBODY SIGNED ON.
           MOVE SPACES            TO WS-OPERATOR-ID.
           MOVE SPACES            TO WS-CHANGE-REASON.
           MOVE 'NNNN'            TO WS-OPER-RIGHTS.
           MOVE WS-INPUT(6:8)     TO WS-OPER-REF.

           MOVE 'Y'               TO WS-OPER-FOUND.
           MOVE WS-OPER-REF       TO OPS-OPERATOR.
           MOVE 'TRADING4'        TO OPS-PROGRAM.
           READ OPERSEC1
               INVALID KEY
                   MOVE 'ALL'         TO OPS-PROGRAM
                   READ OPERSEC1
                       INVALID KEY
                           MOVE 'N' TO WS-OPER-FOUND
                   END-READ
           END-READ.

           IF (WS-OPER-REF = SPACES) OR (WS-OPER-FOUND = 'N')
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2810-EXIT
           END-IF.
           IF OPS-REVOKED
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2810-EXIT
           END-IF.

           MOVE WS-OPER-REF       TO WS-OPERATOR-ID.
           MOVE OPS-RIGHTS        TO WS-OPER-RIGHTS.
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' SIGNED ON - '
                   OPS-NAME.

       2810-EXIT. EXIT.
      ****************************************************************
       2820-REFUSE-OPERATOR      SECTION.
      ****************************************************************

      *--> NS = NOBODY SIGNED ON, SO = SIGN-ON REFUSED (UNKNOWN OR
      *--> REVOKED OPERATOR), NA = FUNCTION NOT AUTHORIZED. THE
      *--> CARD IS NOT PROCESSED.
           ADD 01 TO WS-OPER-REFUSED.

           EVALUATE WS-OPER-REASON
               WHEN 'NS'
                   MOVE SPACES         TO WS-OPER-REF
                   DISPLAY 'NO OPERATOR SIGNED ON - CARD REFUSED: '
                           WS-INPUT(1:20)
               WHEN 'SO'
                   DISPLAY 'SIGN-ON REFUSED FOR OPERATOR '
                           WS-OPER-REF
               WHEN OTHER
                   MOVE WS-OPERATOR-ID TO WS-OPER-REF
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' NOT AUTHORIZED FOR FUNCTION '
                           WS-FUNCTION-CODE ' - CARD REFUSED'
           END-EVALUATE.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADING4'        TO EXC-PROGRAM-ID.
           MOVE '2800-OPER'       TO EXC-PARAGRAPH.
           MOVE 'OPERSEC1'        TO EXC-FILE-NAME.
           MOVE WS-OPER-REASON    TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           MOVE WS-OPER-REF       TO EXC-REF(1:8).
           IF (WS-OPER-REASON NOT = 'SO')
               MOVE WS-FUNCTION-CODE TO EXC-REF(10:1)
           END-IF.
           WRITE EXCEPTION-LOG-RECORD.

       2820-EXIT. EXIT.
      ****************************************************************
       2900-WRITE-AUDIT          SECTION.
      ****************************************************************
      *--> CODE, TIMESTAMP, AND THE FULL BEFORE AND AFTER IMAGES OF
      *--> THE MASTER RECORD.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE WS-AUDIT-FUNCTION   TO AUD-FUNCTION.
           MOVE FUNCTION CURRENT-DATE
                                    TO AUD-TIMESTAMP.
           MOVE WS-KEY-ENTRY        TO AUD-TRADE-ID.
           MOVE WS-BEFORE-IMAGE     TO AUD-BEFORE-IMAGE.
           MOVE TRADE-MASTER-RECORD TO AUD-AFTER-IMAGE.
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR.
           MOVE WS-CHANGE-REASON    TO AUD-REASON.

           WRITE AUDIT-RECORD.

           CLOSE TRADAUD1.
           CLOSE EXCPLOG1.
           CLOSE PERREV01.
           CLOSE OPERSEC1.

           IF (WS-OPER-REFUSED > ZEROS)
               DISPLAY 'CARDS REFUSED BY OPERATOR SECURITY = '
                       WS-OPER-REFUSED
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       9000-EXIT. EXIT.
