       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADMTM1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE KEYED MASTER TRADING4 MAINTAINS; EVERY TM-OPEN ROW IS
      *--> A POSITION STILL ON AND GETS MARKED HERE.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> INSTRUMENT MASTER FOR THE CONTRACT MULTIPLIER, SAME SCALING
      *--> TRADING1'S 40-GET-CONTRACT-MULT APPLIES TO BOOKED RESULTS.
           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

      *--> DAILY CLOSING-PRICE MASTER (PRCMNT1): WALKED ONCE FOR THE
      *--> LATEST CLOSE PER MARKET, AND READ BY KEY FOR THE CLOSE ON
      *--> THE OPENING DATE WHEN A POSITION CARRIES NO ENTRY PRICE.
           SELECT PRICE001 ASSIGN TO    PRICE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRICE-KEY
               FILE STATUS          IS FS-PRICE001.

      *--> SAME DAILY RATE FILE THE PIPELINE CONVERTS WITH; WALKED
      *--> ONCE FOR THE LATEST RATE PER CURRENCY.
           SELECT RATE001  ASSIGN TO    RATE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS          IS FS-RATE001.

      *--> ONE VALUATION ROW PER OPEN POSITION PLUS A TRL TRAILER, SO
      *--> LATER STEPS (MARGIN, EXPOSURE, STATEMENTS) READ THE MARK
      *--> INSTEAD OF PRICING THE BOOK AGAIN.
           SELECT MTMVAL01 ASSIGN TO    MTMVAL01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-MTMVAL01.

           SELECT MTMRPT01 ASSIGN TO    MTMRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-MTMRPT01.

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
       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       COPY TRADEMST.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

       COPY INSTRMST.

       FD  PRICE001
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRICE-RECORD.

       COPY PRICFILE.

       FD  RATE001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-RECORD.

       COPY RATEFILE.

       FD  MTMVAL01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS MTM-VALUATION-RECORD.

       COPY MTMVAL1.

       FD  MTMRPT01
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

       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.
       01  FS-INSTRMST            PIC  9(02) VALUE ZEROS.
       01  FS-PRICE001            PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-MTMVAL01            PIC  9(02) VALUE ZEROS.
       01  FS-MTMRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE VALUATION DATE (BLANK =
      *--> TODAY). NO CLOSE OR RATE DATED AFTER IT IS USED, SO A
      *--> RERUN FOR AN EARLIER NIGHT MARKS AS THAT NIGHT DID.
       01  WS-DATE-CONTROL.
           03  WS-VAL-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> LATEST CLOSE PER MARKET ON OR BEFORE THE VALUATION DATE.
      *--> PRICE001 IS KEYED DATE + MARKET, SO ONE FORWARD PASS
      *--> LEAVES THE LAST DATE SEEN FOR EACH MARKET IN ITS SLOT.
       01  WS-MAX-MARK            PIC  9(03) VALUE 200.
       01  WS-MARK-TABLE.
           03  WS-MARK-COUNT      PIC  9(03) VALUE ZEROS.
           03  WS-MARK-ENTRY      OCCURS 200 TIMES
                                  INDEXED BY K.
               05  WS-MRK-MARKET  PIC  X(06).
               05  WS-MRK-DATE    PIC  X(08).
               05  WS-MRK-CLOSE   PIC  9(05)V99.

      *--> LATEST RATE PER CURRENCY ON OR BEFORE THE VALUATION DATE,
      *--> BUILT THE SAME WAY FROM RATE001.
       01  WS-MAX-RATE            PIC  9(02) VALUE 30.
       01  WS-RATE-TABLE.
           03  WS-RATE-COUNT      PIC  9(02) VALUE ZEROS.
           03  WS-RATE-ENTRY      OCCURS 30 TIMES
                                  INDEXED BY R.
               05  WS-RTE-CUR     PIC  X(03).
               05  WS-RTE-DATE    PIC  X(08).
               05  WS-RTE-VALUE   PIC  9(03)V99.

      *--> UNREALIZED USD PER ACCOUNT/STRATEGY. TRADE CURRENCIES MIX
      *--> INSIDE AN ACCOUNT, SO THE SUBTOTALS ARE USD ONLY, SAME
      *--> REASONING AS TRADING3'S OVERALL LINE.
       01  WS-MAX-GROUP           PIC  9(02) VALUE 50.
       01  WS-GROUP-TABLE.
           03  WS-GROUP-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-GROUP-ENTRY     OCCURS 50 TIMES
                                  INDEXED BY G.
               05  WS-GRP-KEY.
                   07  WS-GRP-ACCOUNT  PIC  X(08).
                   07  WS-GRP-STRATEGY PIC  X(03).
               05  WS-GRP-POSITIONS    PIC  9(05).
               05  WS-GRP-USD          PIC  S9(11)V99.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(02).
           03  WS-SORT-J          PIC  9(02).
           03  WS-SWAP-ENTRY      PIC  X(29).

       01  WS-VALUE-VARS.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-ENTRY-PRICE     PIC  9(05)V99.
           03  WS-MARK-PRICE      PIC  9(05)V99.
           03  WS-MARK-DATE       PIC  X(08).
           03  WS-UNREAL-PTS      PIC  S9(05)V99.
           03  WS-UNREAL-AMT      PIC  S9(09)V99.
           03  WS-UNREAL-USD      PIC  S9(09)V99.
      *--> FALLBACK RATE IF A CURRENCY HAS NO RATE001 ROW AT ALL;
      *--> SAME LAST-KNOWN APPROACH AS THE REST OF THE PIPELINE.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.
           03  WS-PRICE-FLAG      PIC  X(01).

       01  WS-ACCT-BREAK.
           03  WS-BRK-ACCOUNT     PIC  X(08) VALUE SPACES.
           03  WS-BRK-POSITIONS   PIC  9(05) VALUE ZEROS.
           03  WS-BRK-USD         PIC  S9(11)V99 VALUE ZEROS.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-OPEN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-NO-PRICE-COUNT  PIC  9(05) VALUE ZEROS.
           03  WS-STALE-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-TOTAL-USD       PIC  S9(11)V99 VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-ID-ED           PIC  9(06).
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-ENTRY-ED        PIC  ZZZZ9,99.
           03  WS-MARK-ED         PIC  ZZZZ9,99.
           03  WS-PTS-ED          PIC  -ZZZZ9,99.
           03  WS-AMT-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-RATE-ED         PIC  ZZ9,99.
           03  WS-USD-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-TOTAL-ED        PIC  -ZZZZZZZZZZ9,99.
           03  WS-COUNT-ED        PIC  ZZZZ9.
           03  WS-FLAG-X          PIC  X(12).
           03  WS-SIDE-X          PIC  X(01).
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

           ACCEPT WS-DATE-CONTROL FROM SYSIN.

           IF (WS-VAL-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-VAL-DATE
           END-IF.

           OPEN INPUT  TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  INSTRMST
           IF FS-INSTRMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INSTRMST'
               DISPLAY 'FS-INSTRMST = ' FS-INSTRMST
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

           OPEN INPUT  RATE001
           IF FS-RATE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-RATE001'
               DISPLAY 'FS-RATE001 = ' FS-RATE001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MTMVAL01
           IF FS-MTMVAL01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-MTMVAL01'
               DISPLAY 'FS-MTMVAL01 = ' FS-MTMVAL01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MTMRPT01
           IF FS-MTMRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-MTMRPT01'
               DISPLAY 'FS-MTMRPT01 = ' FS-MTMRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-MARKS.
           PERFORM 12-LOAD-RATES.

           MOVE SPACES TO REPORT-LINE.
           STRING 'MARK-TO-MARKET OF OPEN POSITIONS AS OF '
                      DELIMITED BY SIZE,
                  WS-VAL-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE-ID ACCOUNT  STR MARKET CUR S LOTS'
                  '    ENTRY     MARK MARK-DATE'
                  '  UNREAL-PTS    UNREAL-AMT-CUR   RATE'
                  '    UNREAL-AMT-USD NOTE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-MARKS             SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ PRICE001 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (PRICE-DATE > WS-VAL-DATE)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 13-STORE-MARK
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       11-EXIT. EXIT.
      ****************************************************************
       12-LOAD-RATES             SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RATE001 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (RATE-DATE > WS-VAL-DATE)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 14-STORE-RATE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       12-EXIT. EXIT.
      ****************************************************************
       13-STORE-MARK             SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MARK-COUNT
               IF (WS-MRK-MARKET(K) = PRICE-MARKET)
                   MOVE 'Y'         TO WS-FOUND
                   MOVE PRICE-DATE  TO WS-MRK-DATE(K)
                   MOVE PRICE-CLOSE TO WS-MRK-CLOSE(K)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-MARK-COUNT < WS-MAX-MARK)
                   ADD 01 TO WS-MARK-COUNT
                   SET K TO WS-MARK-COUNT
                   MOVE PRICE-MARKET TO WS-MRK-MARKET(K)
                   MOVE PRICE-DATE   TO WS-MRK-DATE(K)
                   MOVE PRICE-CLOSE  TO WS-MRK-CLOSE(K)
               ELSE
                   DISPLAY 'WARNING: MARK TABLE FULL - ' PRICE-MARKET
                           ' LEFT UNPRICED'
               END-IF
           END-IF.

       13-EXIT. EXIT.
      ****************************************************************
       14-STORE-RATE             SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RATE-COUNT
               IF (WS-RTE-CUR(R) = RATE-CUR)
                   MOVE 'Y'        TO WS-FOUND
                   MOVE RATE-DATE  TO WS-RTE-DATE(R)
                   MOVE RATE-VALUE TO WS-RTE-VALUE(R)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-RATE-COUNT < WS-MAX-RATE)
                   ADD 01 TO WS-RATE-COUNT
                   SET R TO WS-RATE-COUNT
                   MOVE RATE-CUR   TO WS-RTE-CUR(R)
                   MOVE RATE-DATE  TO WS-RTE-DATE(R)
                   MOVE RATE-VALUE TO WS-RTE-VALUE(R)
               ELSE
                   DISPLAY 'WARNING: RATE TABLE FULL - ' RATE-CUR
                           ' USES THE LAST KNOWN RATE'
               END-IF
           END-IF.

       14-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF TM-OPEN
                           PERFORM 21-VALUE-POSITION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 25-SORT-GROUPS.
           PERFORM 26-WRITE-SUBTOTALS.

       20-EXIT. EXIT.
      ****************************************************************
       21-VALUE-POSITION         SECTION.
      ****************************************************************

           ADD 01 TO WS-OPEN-COUNT.

           MOVE ZEROS  TO WS-MARK-PRICE.
           MOVE SPACES TO WS-MARK-DATE.
           MOVE ZEROS  TO WS-UNREAL-PTS.
           MOVE ZEROS  TO WS-UNREAL-AMT.
           MOVE ZEROS  TO WS-UNREAL-USD.
           MOVE 'P'    TO WS-PRICE-FLAG.

           IF (TM-LOTS NOT NUMERIC) OR (TM-LOTS = ZEROS)
               MOVE 001     TO WS-LOTS-EFF
           ELSE
               MOVE TM-LOTS TO WS-LOTS-EFF
           END-IF.

           PERFORM 22-GET-CONTRACT-MULT.

      *--> THE MARK: LATEST CLOSE ON OR BEFORE THE VALUATION DATE. A
      *--> CLOSE FROM AN EARLIER DAY STILL VALUES THE POSITION BUT IS
      *--> FLAGGED STALE SO NOBODY MISTAKES IT FOR TONIGHT'S PRICE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MARK-COUNT
               IF (WS-MRK-MARKET(K) = TM-MARKET)
                   MOVE 'Y'              TO WS-FOUND
                   MOVE WS-MRK-CLOSE(K)  TO WS-MARK-PRICE
                   MOVE WS-MRK-DATE(K)   TO WS-MARK-DATE
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               MOVE 'N' TO WS-PRICE-FLAG
           ELSE
               IF (WS-MARK-DATE < WS-VAL-DATE)
                   MOVE 'S' TO WS-PRICE-FLAG
               END-IF
           END-IF.

      *--> THE ENTRY: KEYED ON THE 'O' CARD IN TRADING4. POSITIONS
      *--> BOOKED BEFORE THE ENTRY PRICE WAS CARRIED FALL BACK TO THE
      *--> CLOSE ON THEIR OPENING DATE, THE SAME REFERENCE PRICE
      *--> TRADING1'S PLAUSIBILITY EDIT JUDGES TP AND SL AGAINST.
           IF (TM-ENTRY-PRICE NUMERIC) AND (TM-ENTRY-PRICE > ZEROS)
               MOVE TM-ENTRY-PRICE TO WS-ENTRY-PRICE
           ELSE
               MOVE ZEROS          TO WS-ENTRY-PRICE
               MOVE TM-TRADE-DATE  TO PRICE-DATE
               MOVE TM-MARKET      TO PRICE-MARKET
               READ PRICE001
                   INVALID KEY
                       MOVE 'N' TO WS-PRICE-FLAG
                   NOT INVALID KEY
                       MOVE PRICE-CLOSE TO WS-ENTRY-PRICE
               END-READ
           END-IF.

           IF (WS-PRICE-FLAG NOT = 'N')
               IF TM-SHORT
                   COMPUTE WS-UNREAL-PTS =
                       WS-ENTRY-PRICE - WS-MARK-PRICE
               ELSE
                   COMPUTE WS-UNREAL-PTS =
                       WS-MARK-PRICE - WS-ENTRY-PRICE
               END-IF
               COMPUTE WS-UNREAL-AMT ROUNDED =
                   WS-UNREAL-PTS * WS-LOTS-EFF * WS-MULT-EFF
               PERFORM 23-CONVERT-TO-USD
           END-IF.

           IF (WS-PRICE-FLAG = 'N')
               ADD 01 TO WS-NO-PRICE-COUNT
           END-IF.
           IF (WS-PRICE-FLAG = 'S')
               ADD 01 TO WS-STALE-COUNT
           END-IF.

           ADD WS-UNREAL-USD TO WS-TOTAL-USD.

           PERFORM 24-ACCUMULATE-GROUP.
           PERFORM 27-WRITE-VALUATION.
           PERFORM 28-WRITE-DETAIL-LINE.

       21-EXIT. EXIT.
      ****************************************************************
       22-GET-CONTRACT-MULT       SECTION.
      ****************************************************************

      *--> NO ROW OR A ZERO MULTIPLIER MEANS ONE, AS IN TRADING1.
           MOVE 1         TO WS-MULT-EFF.
           MOVE TM-MARKET TO INSTR-CODE.

           READ INSTRMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (INSTR-MULT NUMERIC) AND (INSTR-MULT > ZEROS)
                       MOVE INSTR-MULT TO WS-MULT-EFF
                   END-IF
           END-READ.

       22-EXIT. EXIT.
      ****************************************************************
       23-CONVERT-TO-USD          SECTION.
      ****************************************************************

      *--> RATE001 HOLDS LOCAL CURRENCY PER USD; USD NEEDS NO LOOKUP.
           IF (TM-CUR = 'USD')
               MOVE 1             TO WS-USD-CONV-RATE
               MOVE WS-UNREAL-AMT TO WS-UNREAL-USD
               GO TO 23-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RATE-COUNT
               IF (WS-RTE-CUR(R) = TM-CUR)
                   MOVE 'Y'             TO WS-FOUND
                   MOVE WS-RTE-VALUE(R) TO WS-USD-CONV-RATE
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               DISPLAY 'RATE NOT FOUND FOR CUR ' TM-CUR
                       ' TRADE ID ' TM-TRADE-ID
               DISPLAY 'USING LAST KNOWN RATE'
           END-IF.

           IF (WS-USD-CONV-RATE = ZEROS)
               MOVE 5,93 TO WS-USD-CONV-RATE
           END-IF.

           COMPUTE WS-UNREAL-USD ROUNDED =
               WS-UNREAL-AMT / WS-USD-CONV-RATE.

       23-EXIT. EXIT.
      ****************************************************************
       24-ACCUMULATE-GROUP        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               IF (WS-GRP-ACCOUNT(G)  = TM-ACCOUNT) AND
                  (WS-GRP-STRATEGY(G) = TM-STRATEGY)
                   MOVE 'Y' TO WS-FOUND
                   ADD 01            TO WS-GRP-POSITIONS(G)
                   ADD WS-UNREAL-USD TO WS-GRP-USD(G)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-GROUP-COUNT < WS-MAX-GROUP)
                   ADD 01 TO WS-GROUP-COUNT
                   SET G TO WS-GROUP-COUNT
                   MOVE TM-ACCOUNT    TO WS-GRP-ACCOUNT(G)
                   MOVE TM-STRATEGY   TO WS-GRP-STRATEGY(G)
                   MOVE 00001         TO WS-GRP-POSITIONS(G)
                   MOVE WS-UNREAL-USD TO WS-GRP-USD(G)
               ELSE
                   DISPLAY 'WARNING: GROUP TABLE FULL - ' TM-ACCOUNT
                           ' ' TM-STRATEGY ' LEFT OUT OF THE SUBTOTALS'
               END-IF
           END-IF.

       24-EXIT. EXIT.
      ****************************************************************
       25-SORT-GROUPS            SECTION.
      ****************************************************************

      *--> POSITIONS ARRIVE IN TM-TRADE-ID ORDER; THE SUBTOTALS ARE
      *--> PRINTED BY ACCOUNT, THEN STRATEGY, WITH AN ACCOUNT BREAK.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-GROUP-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-GROUP-COUNT - WS-SORT-I)
                   IF (WS-GRP-KEY(WS-SORT-J) >
                       WS-GRP-KEY(WS-SORT-J + 1))
                       MOVE WS-GROUP-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-GROUP-ENTRY(WS-SORT-J + 1)
                                TO WS-GROUP-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-GROUP-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       25-EXIT. EXIT.
      ****************************************************************
       26-WRITE-SUBTOTALS        SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'UNREALIZED P&L IN USD BY ACCOUNT AND STRATEGY'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT  STR POSITIONS    UNREAL-AMT-USD'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               IF (G > 1) AND
                  (WS-GRP-ACCOUNT(G) NOT = WS-BRK-ACCOUNT)
                   PERFORM 29-WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE WS-GRP-ACCOUNT(G)   TO WS-BRK-ACCOUNT
               ADD  WS-GRP-POSITIONS(G) TO WS-BRK-POSITIONS
               ADD  WS-GRP-USD(G)       TO WS-BRK-USD

               MOVE WS-GRP-POSITIONS(G) TO WS-COUNT-ED
               MOVE WS-GRP-USD(G)       TO WS-TOTAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING WS-GRP-ACCOUNT(G)  DELIMITED BY SIZE,
                      ' '                DELIMITED BY SIZE,
                      WS-GRP-STRATEGY(G) DELIMITED BY SIZE,
                      '     '            DELIMITED BY SIZE,
                      WS-COUNT-ED        DELIMITED BY SIZE,
                      ' '                DELIMITED BY SIZE,
                      WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           IF (WS-GROUP-COUNT > 0)
               PERFORM 29-WRITE-ACCOUNT-TOTAL
           END-IF.

       26-EXIT. EXIT.
      ****************************************************************
       27-WRITE-VALUATION        SECTION.
      ****************************************************************

           MOVE SPACES            TO MTM-VALUATION-RECORD.
           MOVE WS-VAL-DATE       TO MV-VAL-DATE.
           MOVE TM-TRADE-ID       TO MV-TRADE-ID.
           MOVE TM-ACCOUNT        TO MV-ACCOUNT.
           MOVE TM-STRATEGY       TO MV-STRATEGY.
           MOVE TM-MARKET         TO MV-MARKET.
           MOVE TM-CUR            TO MV-CUR.
           IF TM-SHORT
               MOVE 'S'           TO WS-SIDE-X
           ELSE
               MOVE 'B'           TO WS-SIDE-X
           END-IF.
           MOVE WS-SIDE-X         TO MV-SIDE.
           MOVE WS-LOTS-EFF       TO MV-LOTS.
           MOVE WS-MULT-EFF       TO MV-MULT.
           MOVE WS-ENTRY-PRICE    TO MV-ENTRY-PRICE.
           MOVE WS-MARK-PRICE     TO MV-MARK-PRICE.
           MOVE WS-MARK-DATE      TO MV-MARK-DATE.
           MOVE WS-UNREAL-PTS     TO MV-UNREAL-PTS.
           MOVE WS-UNREAL-AMT     TO MV-UNREAL-AMT.
           MOVE WS-USD-CONV-RATE  TO MV-USD-RATE.
           MOVE WS-UNREAL-USD     TO MV-UNREAL-USD.
           MOVE WS-PRICE-FLAG     TO MV-PRICE-FLAG.

           WRITE MTM-VALUATION-RECORD.

       27-EXIT. EXIT.
      ****************************************************************
       28-WRITE-DETAIL-LINE      SECTION.
      ****************************************************************

           EVALUATE WS-PRICE-FLAG
               WHEN 'N'   MOVE 'NO PRICE    ' TO WS-FLAG-X
               WHEN 'S'   MOVE 'STALE CLOSE ' TO WS-FLAG-X
               WHEN OTHER MOVE SPACES         TO WS-FLAG-X
           END-EVALUATE.

           MOVE TM-TRADE-ID       TO WS-ID-ED.
           MOVE WS-LOTS-EFF       TO WS-LOTS-ED.
           MOVE WS-ENTRY-PRICE    TO WS-ENTRY-ED.
           MOVE WS-MARK-PRICE     TO WS-MARK-ED.
           MOVE WS-UNREAL-PTS     TO WS-PTS-ED.
           MOVE WS-UNREAL-AMT     TO WS-AMT-ED.
           MOVE WS-USD-CONV-RATE  TO WS-RATE-ED.
           MOVE WS-UNREAL-USD     TO WS-USD-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-ED         DELIMITED BY SIZE,
                  '   '            DELIMITED BY SIZE,
                  TM-ACCOUNT       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-STRATEGY      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-MARKET        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-CUR           DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-SIDE-X        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-LOTS-ED       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-ENTRY-ED      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-MARK-ED       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-MARK-DATE     DELIMITED BY SIZE,
                  '   '            DELIMITED BY SIZE,
                  WS-PTS-ED        DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-AMT-ED        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-RATE-ED       DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-USD-ED        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-FLAG-X        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       28-EXIT. EXIT.
      ****************************************************************
       29-WRITE-ACCOUNT-TOTAL    SECTION.
      ****************************************************************

           MOVE WS-BRK-POSITIONS TO WS-COUNT-ED.
           MOVE WS-BRK-USD       TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BRK-ACCOUNT   DELIMITED BY SIZE,
                  ' ALL     '      DELIMITED BY SIZE,
                  WS-COUNT-ED      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-TOTAL-ED      DELIMITED BY SIZE,
                  '  ACCOUNT TOTAL' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ZEROS TO WS-BRK-POSITIONS.
           MOVE ZEROS TO WS-BRK-USD.

       29-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-USD  TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN POSITIONS VALUED = ' DELIMITED BY SIZE,
                  WS-COUNT-ED               DELIMITED BY SIZE,
                  '   TOTAL UNREALIZED USD = '
                                            DELIMITED BY SIZE,
                  WS-TOTAL-ED               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MARKED AT A STALE CLOSE = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-NO-PRICE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NOT VALUED (NO PRICE) = ' DELIMITED BY SIZE,
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *--> CONTROL TRAILER FOR THE STEPS THAT READ THE VALUATION.
           MOVE SPACES            TO MTM-TRAILER-RECORD.
           MOVE 'TRL'             TO MVT-ID.
           MOVE WS-OPEN-COUNT     TO MVT-COUNT.
           MOVE WS-NO-PRICE-COUNT TO MVT-NO-PRICE-COUNT.
           MOVE WS-TOTAL-USD      TO MVT-TOTAL-USD.
           WRITE MTM-TRAILER-RECORD.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           CLOSE PRICE001.
           CLOSE RATE001.
           CLOSE MTMVAL01.
           CLOSE MTMRPT01.

           DISPLAY 'MASTER RECORDS READ  = ' WS-READ-COUNT.
           DISPLAY 'OPEN POSITIONS       = ' WS-OPEN-COUNT.
           DISPLAY 'STALE CLOSES         = ' WS-STALE-COUNT.
           DISPLAY 'NOT VALUED           = ' WS-NO-PRICE-COUNT.

           IF (WS-NO-PRICE-COUNT > 0)
               DISPLAY 'POSITIONS WITHOUT A PRICE - SEE MTMRPT01'
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
           MOVE 'TRADMTM1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-VAL-DATE       TO RS-BUS-DATE.
           MOVE WS-READ-COUNT     TO RS-RECORDS-IN.
           MOVE WS-OPEN-COUNT     TO RS-RECORDS-OUT.
           MOVE WS-NO-PRICE-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
