       FILE SECTION.
      ****************************************************************
       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRADE-MASTER-RECORD.

       01  WS-NEW-VARS.
           03  AC-TRADE-ID        PIC  9(06) VALUE ZEROS.
           03  WS-END-OF-FILE     PIC  X(01) VALUE 'N'.

      *--> LEGS OF A SPREAD SEEN ON THE PASS, WRITTEN TOGETHER AFTER
      *--> IT SO TRADING1 FINDS EACH SPREAD AS ONE RUN OF RECORDS. A
      *--> SPREAD WITH ANY LEG STILL OPEN IS HELD BACK WHOLE UNTIL THE
      *--> LAST LEG IS CLOSED.
       01  WS-MAX-LEG             PIC  9(03) VALUE 500.
       01  WS-LEG-TABLE.
           03  WS-LEG-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-LEG-ENTRY       OCCURS 500 TIMES
                                  INDEXED BY L1 L2.
               05  WS-LEG-GROUP   PIC  9(06).
               05  WS-LEG-TRADE   PIC  9(06).
               05  WS-LEG-OPEN    PIC  X(01).
               05  WS-LEG-DONE    PIC  X(01).
       01  WS-SPREAD-VARS.
           03  WS-CUR-GROUP       PIC  9(06) VALUE ZEROS.
           03  WS-GROUP-OPEN      PIC  X(01) VALUE 'N'.
           03  WS-SPREAD-WRITTEN  PIC  9(05) VALUE ZEROS.
           03  WS-SPREAD-HELD     PIC  9(05) VALUE ZEROS.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
      *--> MASTER (AND ON TRADOPN1'S REPORT) UNTIL THE TRADING4
      *--> CLOSE TRANSACTION FILLS IT IN, SO ONLY CLOSED TRADES FLOW
      *--> INTO THE TRADS001 PIPELINE.
                       IF (TM-GROUP-ID NUMERIC) AND
                          (TM-GROUP-ID > ZEROS)
                           PERFORM 22-NOTE-LEG
                       ELSE
                           IF TM-OPEN
                               ADD 01 TO WS-OPEN-COUNT
                           ELSE
                               PERFORM 21-WRITE-TRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 23-WRITE-SPREADS.

       20-EXIT. EXIT.
      ****************************************************************
       21-WRITE-TRADE            SECTION.
               MOVE TM-ACCOUNT    TO TRADE-ACCT   OF INPUT-TRADE
           END-IF.
           MOVE TM-STRATEGY       TO TRADE-STRAT  OF INPUT-TRADE.
           IF (TM-GROUP-ID NUMERIC) AND (TM-GROUP-ID > ZEROS)
               MOVE TM-GROUP-ID   TO TRADE-GROUP  OF INPUT-TRADE
               MOVE TM-LEG-NO     TO TRADE-LEG    OF INPUT-TRADE
               MOVE TM-LEG-COUNT  TO TRADE-LEGS   OF INPUT-TRADE
           ELSE
               MOVE ZEROS         TO TRADE-GROUP  OF INPUT-TRADE
               MOVE ZEROS         TO TRADE-LEG    OF INPUT-TRADE
               MOVE ZEROS         TO TRADE-LEGS   OF INPUT-TRADE
           END-IF.

           WRITE INPUT-TRADE.
           ADD 01 TO WS-WRITE-COUNT.

       21-EXIT. EXIT.
      ****************************************************************
       22-NOTE-LEG               SECTION.
      ****************************************************************

           IF (WS-LEG-COUNT NOT < WS-MAX-LEG)
               DISPLAY 'WARNING: SPREAD LEG TABLE FULL - TRADE '
                       TM-TRADE-ID ' NOT EXTRACTED'
               GO TO 22-EXIT
           END-IF.

           ADD 01 TO WS-LEG-COUNT.
           SET L1 TO WS-LEG-COUNT.
           MOVE TM-GROUP-ID TO WS-LEG-GROUP(L1).
           MOVE TM-TRADE-ID TO WS-LEG-TRADE(L1).
           MOVE 'N'         TO WS-LEG-DONE(L1).
           IF TM-OPEN
               MOVE 'Y'     TO WS-LEG-OPEN(L1)
               ADD 01       TO WS-OPEN-COUNT
           ELSE
               MOVE 'N'     TO WS-LEG-OPEN(L1)
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-WRITE-SPREADS          SECTION.
      ****************************************************************

      *--> ONE SPREAD AT A TIME, IN THE ORDER ITS FIRST LEG WAS MET:
      *--> EVERY RECORD OF THE GROUP IS RE-READ BY KEY AND WRITTEN
      *--> BACK TO BACK, UNLESS ONE OF THEM IS STILL OPEN.
           PERFORM VARYING L1 FROM 1 BY 1 UNTIL L1 > WS-LEG-COUNT
               IF (WS-LEG-DONE(L1) = 'N')
                   MOVE WS-LEG-GROUP(L1) TO WS-CUR-GROUP
                   MOVE 'N'              TO WS-GROUP-OPEN
                   PERFORM VARYING L2 FROM L1 BY 1
                           UNTIL L2 > WS-LEG-COUNT
                       IF (WS-LEG-GROUP(L2) = WS-CUR-GROUP) AND
                          (WS-LEG-OPEN(L2) = 'Y')
                           MOVE 'Y' TO WS-GROUP-OPEN
                       END-IF
                   END-PERFORM
                   PERFORM VARYING L2 FROM L1 BY 1
                           UNTIL L2 > WS-LEG-COUNT
                       IF (WS-LEG-GROUP(L2) = WS-CUR-GROUP)
                           MOVE 'Y' TO WS-LEG-DONE(L2)
                           IF (WS-GROUP-OPEN = 'Y')
                               IF (WS-LEG-OPEN(L2) = 'N')
                                   ADD 01 TO WS-SPREAD-HELD
                               END-IF
                           ELSE
                               PERFORM 24-WRITE-LEG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       23-EXIT. EXIT.
      ****************************************************************
       24-WRITE-LEG              SECTION.
      ****************************************************************

           MOVE WS-LEG-TRADE(L2) TO TM-TRADE-ID.
           READ TRADEMST
               INVALID KEY
                   DISPLAY 'SPREAD LEG ' WS-LEG-TRADE(L2)
                           ' NO LONGER ON TRADEMST'
               NOT INVALID KEY
                   PERFORM 21-WRITE-TRADE
                   ADD 01 TO WS-SPREAD-WRITTEN
           END-READ.

       24-EXIT. EXIT.
      ****************************************************************
       30-LOAD-MASTER            SECTION.
      ****************************************************************
      *--> A RECORD THAT ALREADY CARRIES A PERMANENT IDENTIFIER KEEPS
      *--> IT; LEGACY RECORDS WITHOUT ONE ARE NUMBERED AFTER THE
      *--> HIGHEST KEY SEEN SO FAR.
           MOVE SPACES TO TRADE-MASTER-RECORD.
           IF (TRADE-REF OF INPUT-TRADE NUMERIC) AND
              (TRADE-REF OF INPUT-TRADE > ZEROS)
               IF TRADE-REF OF INPUT-TRADE > AC-TRADE-ID
           MOVE TRADE-DATE   OF INPUT-TRADE TO TM-TRADE-DATE.
           MOVE TRADE-ACCT   OF INPUT-TRADE TO TM-ACCOUNT.
           MOVE TRADE-STRAT  OF INPUT-TRADE TO TM-STRATEGY.
           MOVE ZEROS                       TO TM-PARENT-ID.
           MOVE ZEROS                       TO TM-ROLL-FROM-ID.
           IF (TRADE-GROUP OF INPUT-TRADE NUMERIC)
               MOVE TRADE-GROUP OF INPUT-TRADE TO TM-GROUP-ID
               MOVE TRADE-LEG   OF INPUT-TRADE TO TM-LEG-NO
               MOVE TRADE-LEGS  OF INPUT-TRADE TO TM-LEG-COUNT
           ELSE
               MOVE ZEROS                   TO TM-GROUP-ID
               MOVE ZEROS                   TO TM-LEG-NO
               MOVE ZEROS                   TO TM-LEG-COUNT
           END-IF.
      *--> TRADE001 CARRIES NO ENTRY PRICE; THE VALUATION FALLS BACK
      *--> TO THE CLOSE ON THE TRADE DATE FOR THESE.
           MOVE ZEROS                       TO TM-ENTRY-PRICE.
           MOVE 'B'                         TO TM-SIDE.
      *--> EVERYTHING ON TRADE001 IS A FINISHED TRADE; A LEGACY BLANK
      *--> STATUS LOADS AS CLOSED WITH THE TRADE DATE AS CLOSING DATE.
           IF (TRADE-STATUS OF INPUT-TRADE = 'O')
           DISPLAY 'RECORDS WRITTEN = ' WS-WRITE-COUNT.
           IF WS-MODE-EXTRACT
               DISPLAY 'OPEN POSITIONS SKIPPED = ' WS-OPEN-COUNT
               DISPLAY 'SPREAD LEGS WRITTEN    = ' WS-SPREAD-WRITTEN
               DISPLAY 'SPREAD LEGS HELD BACK  = ' WS-SPREAD-HELD
           END-IF.
           DISPLAY 'END'.

