               RECORD KEY IS CK-KEY
               FILE STATUS          IS FS-CHKPNT1.

      *--> BROKER FEE SCHEDULE, OWNED BY FEEMNT1 AND LOADED AT STARTUP
      *--> LIKE RISKCTL1, SO THE FEE-AMT A BROKER BILLED CAN BE SET
      *--> AGAINST WHAT THE TICKET SHOULD HAVE COST.
           SELECT FEESCHD1 ASSIGN TO    FEESCHD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FSC-KEY
               FILE STATUS          IS FS-FEESCHD1.

      *--> EVERY BOOKED TRADE PRICED AGAINST THE SCHEDULE, ACCUMULATED
      *--> ACROSS RUNS FOR THE MONTH-END TRADFEE1 SUMMARY.
           SELECT FEEVAR1  ASSIGN TO    FEEVAR1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-FEEVAR1.

      *--> THE DAY'S FEES OUTSIDE THE SCHEDULE'S TOLERANCE.
           SELECT FEERPT01 ASSIGN TO    FEERPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-FEERPT01.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       01  INPUT-TRADE.
           03  MARKET             PIC  X(06).
           03  TP                 PIC  9(05)V99.
           03  SL                 PIC  9(05)V99.
           03  RES-VAL            PIC  S9(05)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  CUR                PIC  X(03).
           03  LOTS               PIC  9(03).
           03  TRADE-STATUS       PIC  X(01).
           03  TRADE-ACCT         PIC  X(08).
           03  TRADE-STRAT        PIC  X(03).
      *--> SPREAD LINKAGE, SAME AS TRADENT1: LEGS SHARING A NON-ZERO
      *--> TRADE-GROUP ARE EDITED AND BOOKED OR REJECTED TOGETHER.
           03  TRADE-GROUP        PIC  9(06).
           03  TRADE-LEG          PIC  9(02).
           03  TRADE-LEGS         PIC  9(02).
           03  FILLER             PIC  X(05).

       FD  TRADS001
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TRADE.
      *--> PLUS THE CONTROL-TOTAL TRAILER) TO BALANCE IT AGAINST
      *--> TRADE001/TRADR001, SO THE RECORD LIVES IN A COPYBOOK THE
      *--> SAME WAY TRADENT1 DOES. TRL-ID CANNOT COLLIDE WITH A REAL
      *--> TRADE-ID SINCE TRADE-ID IS NUMERIC (9(06)) AND 'TRL' IS NOT.
       COPY TRADSREC.

       FD  TRADR001
       COPY BANDCTL1.

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

           DATA RECORD IS RUN-CONTROL-RECORD.

       COPY RUNCTL01.

       FD  FEESCHD1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-SCHED-RECORD.

       COPY FEESCHD1.

       FD  FEEVAR1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-VARIANCE-RECORD.

       COPY FEEVAR1.

       FD  FEERPT01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-REPORT-LINE.

       01  FEE-REPORT-LINE        PIC  X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  FS-STRATMST            PIC  9(02) VALUE ZEROS.
       01  FS-CHKPNT1             PIC  9(02) VALUE ZEROS.
       01  FS-RUNCTL01            PIC  9(02) VALUE ZEROS.
       01  FS-FEESCHD1            PIC  9(02) VALUE ZEROS.
       01  FS-FEEVAR1             PIC  9(02) VALUE ZEROS.
       01  FS-FEERPT01            PIC  9(02) VALUE ZEROS.

      *--> ONE-LINE SYSIN CONTROL CARD, SAME ACCEPT-DRIVEN STYLE
      *--> TRADING9/TRADING4 USE: COL 1 'Y' RESUMES FROM THE LAST
           03  FILLER             PIC  X(13).

       01  WS-RUNCTL-EXISTS       PIC  X(01) VALUE 'N'.
      *--> THIS RUN'S RUNCTL01 RUN NUMBER, STAMPED ON THE FEEVAR1 ROWS.
       01  WS-RUN-NUMBER          PIC  9(03) VALUE ZEROS.

       01  WS-CHECKPOINT-VARS.
           03  WS-CHKPNT-EXISTS   PIC  X(01) VALUE 'N'.
           03  WS-CHKPNT-INTERVAL PIC  9(03) VALUE 100.

       01  WS-REJECT-COUNT        PIC  9(05) VALUE ZEROS.
       01  WS-GROUP-REJ-COUNT     PIC  9(05) VALUE ZEROS.
       01  WS-VALID-TRADE         PIC  X(01) VALUE 'Y'.
       01  WS-REASON-CODE         PIC  X(02) VALUE SPACES.
       01  WS-MARKET-FOUND        PIC  X(01) VALUE 'N'.
                                  INDEXED BY T.
               05  WS-SEEN-MARKET PIC  X(06).
               05  WS-SEEN-DATE   PIC  X(08).
               05  WS-SEEN-TP     PIC  9(05)V99.
               05  WS-SEEN-SL     PIC  9(05)V99.
               05  WS-SEEN-RES    PIC  S9(05)V99.
      *--> TWO ACCOUNTS LEGITIMATELY RUN THE SAME SETUP ON THE SAME
      *--> TICKER THE SAME DAY, SO THE ACCOUNT IS PART OF WHAT MAKES
      *--> TWO ENTRIES THE SAME TRADE (BLANK NORMALIZED TO THE
      *--> CHECKLIST, 'I' IS INFORMATIONAL. EVERY FILE-STATUS FAILURE
      *--> LOGGED TODAY IS FATAL, SO THE DEFAULT IS SEVERE.
           03  WS-EXC-SEVERITY    PIC  X(01) VALUE 'S'.
      *--> KEY THE ROW IS ABOUT (HERE A SPREAD'S TRADE-GROUP); BLANK
      *--> FOR A ROW ABOUT A WHOLE FILE.
           03  WS-EXC-REF         PIC  X(12) VALUE SPACES.

       01  WS-NEW-VARS.
           03  AC-TRADE-ID        PIC  9(06) VALUE ZEROS.
           03  WS-END-OF-FILE     PIC  X(01) VALUE 'N'.
           03  WS-RES-VAL         PIC  S9(05)V99.
           03  WS-NET-RES-VAL     PIC  S9(05)V99.
           03  WS-RR-RATIO        PIC  9(03)V99.
           03  WS-TRAILER-TOTAL   PIC  S9(09)V99 VALUE ZEROS.
           03  WS-TRAILER-NET     PIC  S9(11)V99 VALUE ZEROS.

      *--> POSITION-WEIGHTED AMOUNTS: THE PER-UNIT RESULT TIMES THE
      *--> LOTS TRADED (ZERO LOTS ON OLDER TRADING9 ENTRIES MEANS ONE
      *--> PER POINT. ZERO ON A LEGACY MASTER ROW MEANS ONE, THE
      *--> HISTORIC STOCK-LIKE BEHAVIOUR.
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-GRS-RES-AMT     PIC  S9(09)V99.
           03  WS-NET-RES-AMT     PIC  S9(09)V99.
           03  WS-USD-NET-AMT     PIC  S9(09)V99.

      *--> WORK FIELDS FOR 17-VALIDATE-DATE: THE TRADE DATE IS PICKED
      *--> APART AS YYYYMMDD, CHECKED AS A GENUINE CALENDAR DATE, THEN
           03  WS-RL-MAX-LOSS     PIC  9(06)V99.
           03  WS-RISK-LOTS       PIC  9(05).
           03  WS-RISK-DAY-LOTS   PIC  9(07).
           03  WS-RISK-EST-NET    PIC  S9(09)V99.
           03  WS-RISK-NEW-NET    PIC  S9(09)V99.
           03  WS-RISK-LOSS-NEG   PIC  S9(09)V99.
           03  WS-RISK-WARN-LVL   PIC  9(09)V99.
           03  WS-WARN-LIMIT      PIC  9(06)V99.

       01  WS-CALC-INPUT-VARS.
           03  WS-TP              PIC  S9(05)V99.
           03  WS-SL              PIC  S9(05)V99.
           03  WS-SL-NEG          PIC  S9(05)V99.

      *--> LOADED FROM BANDCTL1 IN 11-LOAD-BAND-CONTROL; DEFAULTS TO
      *--> 0,10 IF THE CONTROL FILE IS EMPTY.

      *--> FALLBACK RATE IF A TRADE'S DATE/CURRENCY ISN'T ON RATE001
      *--> YET; SAME APPROACH AS TRADING9'S 2105-LOOKUP-RATE.
      *--> THE INPUT RECORDS OF ONE SPREAD, HELD SO EVERY LEG IS
      *--> EDITED BEFORE ANY IS WRITTEN: ONE FAILING LEG SENDS THE
      *--> WHOLE GROUP TO TRADR001 (THE OTHERS WITH REASON 'GR'), AND
      *--> A GROUP MISSING A LEG GOES THERE WITH 'GI'. A STAND-ALONE
      *--> TRADE IS SIMPLY A GROUP OF ONE. THE RECORD READ PAST THE
      *--> END OF A GROUP WAITS IN WS-PENDING-IMAGE FOR THE NEXT ONE.
       01  WS-MAX-GROUP           PIC  9(02) VALUE 20.
       01  WS-GROUP-TABLE.
           03  WS-GROUP-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-GROUP-ENTRY     OCCURS 20 TIMES
                                  INDEXED BY G.
               05  WS-GROUP-IMAGE PIC  X(80).
               05  WS-GROUP-VALID PIC  X(01).
               05  WS-GROUP-REASON PIC X(02).
       01  WS-GROUP-VARS.
           03  WS-GROUP-ID        PIC  9(06) VALUE ZEROS.
           03  WS-GROUP-LEGS      PIC  9(02) VALUE ZEROS.
           03  WS-GROUP-OK        PIC  X(01) VALUE 'Y'.
           03  WS-REC-GROUP       PIC  9(06) VALUE ZEROS.
           03  WS-SPREAD-SEQ      PIC  9(02) VALUE ZEROS.
           03  WS-PENDING-IMAGE   PIC  X(80) VALUE SPACES.
           03  WS-HAVE-PENDING    PIC  X(01) VALUE 'N'.
           03  WS-REPLAYING       PIC  X(01) VALUE 'N'.
           03  WS-GROUP-EXC       PIC  X(02) VALUE SPACES.
           03  WS-LEG-SEEN        OCCURS 20 TIMES PIC X(01).
           03  WS-LEG-IX          PIC  9(02).

      *--> EDIT STATE AS IT STOOD BEFORE A SPREAD WAS EDITED, PUT BACK
      *--> WHEN THE GROUP IS REJECTED SO LEGS THAT NEVER BOOKED DO NOT
      *--> COUNT AS SEEN OR AGAINST THE DAY'S RISK LIMITS. SIZED TO
      *--> MATCH WS-MKTDAY-TABLE AND WS-DAYNET-TABLE.
       01  WS-SAVE-EDIT-STATE.
           03  WS-SAVE-SEEN-COUNT PIC  9(03).
           03  WS-SAVE-MKTDAY     PIC  X(952).
           03  WS-SAVE-DAYNET     PIC  X(382).

      *--> BROKER FEE SCHEDULE LOADED FROM FEESCHD1 IN
      *--> 48-LOAD-FEE-SCHEDULE. A TRADE IS PRICED OFF ITS MARKET +
      *--> ACCOUNT ROW, THEN MARKET + 'ALL', 'ALL' + ACCOUNT AND
      *--> 'ALL' + 'ALL'; NO ROW AT ALL MEANS THE FEE IS NOT CHECKED.
      *--> AN ABSENT FILE MEANS NO FEE CHECK, SAME AS RISKCTL1.
       01  WS-MAX-FEE             PIC  9(02) VALUE 50.
       01  WS-FEE-TABLE.
           03  WS-FEE-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-FEE-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY FX.
               05  WS-FEE-MARKET  PIC  X(06).
               05  WS-FEE-ACCOUNT PIC  X(08).
               05  WS-FEE-COMM    PIC  9(03)V99.
               05  WS-FEE-MIN     PIC  9(03)V99.
               05  WS-FEE-EXCH    PIC  9(03)V99.
               05  WS-FEE-TOL     PIC  9(03)V99.

       01  WS-FEE-CHECK-VARS.
           03  WS-FEE-FOUND       PIC  X(01).
           03  WS-FEE-KEY-MARKET  PIC  X(06).
           03  WS-FEE-KEY-ACCOUNT PIC  X(08).
           03  WS-FEE-ROW-COMM    PIC  9(03)V99.
           03  WS-FEE-ROW-MIN     PIC  9(03)V99.
           03  WS-FEE-ROW-EXCH    PIC  9(03)V99.
           03  WS-FEE-ROW-TOL     PIC  9(03)V99.
           03  WS-FEE-COMMISSION  PIC  9(06)V99.
           03  WS-FEE-MIN-USED    PIC  X(01).
           03  WS-FEE-EXPECTED    PIC  9(06)V99.
           03  WS-FEE-VARIANCE    PIC  S9(06)V99.
           03  WS-FEE-ABS-VAR     PIC  9(06)V99.

      *--> DAY TOTALS FOR THE FOOT OF FEERPT01, IN TRADE CURRENCY.
       01  WS-FEE-COUNT-VARS.
           03  WS-FEE-PRICED      PIC  9(05) VALUE ZEROS.
           03  WS-FEE-NO-SCHED    PIC  9(05) VALUE ZEROS.
           03  WS-FEE-VAR-COUNT   PIC  9(05) VALUE ZEROS.
           03  WS-FEE-OVER-TOTAL  PIC  9(09)V99 VALUE ZEROS.
           03  WS-FEE-UNDER-TOTAL PIC  9(09)V99 VALUE ZEROS.

       01  WS-FEE-EDIT-VARS.
           03  WS-FEE-REF-ED      PIC  9(06).
           03  WS-FEE-LOTS-ED     PIC  ZZ9.
           03  WS-FEE-CHG-ED      PIC  ZZZZZ9,99.
           03  WS-FEE-EXP-ED      PIC  ZZZZZ9,99.
           03  WS-FEE-VAR-ED      PIC  -ZZZZZ9,99.
           03  WS-FEE-NOTE        PIC  X(24).
           03  WS-FEE-COUNT-ED    PIC  ZZZZ9.
           03  WS-FEE-TOTAL-ED    PIC  ZZZZZZZZ9,99.

       01  WS-CONVERT-VARS.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.
           03  WS-USD-TP          PIC  9(05)V99.
           03  WS-USD-SL          PIC  9(05)V99.
           03  WS-USD-RES-VAL     PIC  S9(05)V99.
           03  WS-USD-NET-RES-VAL PIC  S9(05)V99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
           PERFORM 19-LOAD-CURRENCIES.
           PERFORM 32-LOAD-RISK-LIMITS.
           PERFORM 38-LOAD-STRATEGIES.
           PERFORM 48-LOAD-FEE-SCHEDULE.

           OPEN INPUT  TRADE001
           IF FS-TRADE001 NOT EQUAL ZEROS

           PERFORM 12-LOAD-CHECKPOINT.

      *--> TRADES ARE TAKEN A GROUP AT A TIME: A STAND-ALONE TRADE
      *--> IS A GROUP OF ONE, A SPREAD IS ALL ITS CONSECUTIVE LEGS.
      *--> CHECKPOINTS ONLY FALL BETWEEN GROUPS, SO A RESTART NEVER
      *--> SPLITS A SPREAD.
           PERFORM UNTIL (WS-END-OF-FILE EQUAL 'Y') AND
                         (WS-HAVE-PENDING EQUAL 'N')
               PERFORM 42-COLLECT-GROUP
               IF (WS-GROUP-COUNT > ZEROS)
                   PERFORM 43-VALIDATE-GROUP
                   PERFORM 44-WRITE-GROUP
                   PERFORM 27-CHECKPOINT-IF-DUE
               END-IF
           END-PERFORM.

           PERFORM 28-WRITE-CHECKPOINT.
      *--> REBUILT EXACTLY AS THE PRE-ABEND RUN BUILT IT; OTHERWISE A
      *--> DUPLICATE OF A TRADE PROCESSED BEFORE THE ABEND WOULD SAIL
      *--> THROUGH THE 'DU' CHECK AFTER THE RESTART.
      *--> THE REPLAY GOES A GROUP AT A TIME LIKE THE MAIN LOOP, SO A
      *--> SPREAD REJECTED BEFORE THE ABEND LEAVES NOTHING BEHIND IN
      *--> THE SEEN OR RISK TABLES THIS TIME EITHER.
           IF WS-RESTART-YES AND (WS-SKIP-COUNT > 0)
               DISPLAY 'RESTARTING - SKIPPING ' WS-SKIP-COUNT
                       ' ALREADY-PROCESSED RECORDS'
               MOVE 'Y' TO WS-REPLAYING
               PERFORM UNTIL (WS-INPUT-COUNT >= WS-SKIP-COUNT) OR
                             ((WS-END-OF-FILE = 'Y') AND
                              (WS-HAVE-PENDING = 'N'))
                   PERFORM 42-COLLECT-GROUP
                   IF (WS-GROUP-COUNT > ZEROS)
                       PERFORM 43-VALIDATE-GROUP
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-REPLAYING
               MOVE WS-SKIP-COUNT TO WS-INPUT-COUNT
           END-IF.

               END-REWRITE
           END-IF.

           MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER.

       30-EXIT. EXIT.
      ****************************************************************
       31-CHECK-DUPLICATE         SECTION.
      ****************************************************************

      *--> RES-VAL TIMES LOTS TIMES THE CONTRACT MULTIPLIER CAN
      *--> EXCEED THE S9(09)V99 AMOUNT COLUMNS; A TRUNCATED AMOUNT
      *--> WOULD POISON TRADS001 AND EVERY DOWNSTREAM STATISTIC, SO
      *--> THE TRADE IS REJECTED 'SZ' INSTEAD. THE USD SIDE IS
      *--> PROBED TOO - A RATE BELOW ONE ENLARGES THE AMOUNT.
           END-IF.

       41-EXIT. EXIT.
      ****************************************************************
       42-COLLECT-GROUP           SECTION.
      ****************************************************************

      *--> TAKES THE NEXT TRADE (THE ONE HELD OVER FROM THE LAST
      *--> GROUP, OR A FRESH READ) AND, WHEN IT IS A SPREAD LEG, EVERY
      *--> RECORD THAT FOLLOWS IT UNDER THE SAME TRADE-GROUP. THE
      *--> FIRST RECORD OF ANYTHING ELSE IS HELD OVER FOR THE NEXT
      *--> CALL. TRADEXT1 WRITES THE LEGS OF A SPREAD TOGETHER.
           MOVE ZEROS TO WS-GROUP-COUNT.
           MOVE ZEROS TO WS-GROUP-ID.

           IF (WS-HAVE-PENDING = 'Y')
               MOVE WS-PENDING-IMAGE TO INPUT-TRADE
               MOVE 'N'              TO WS-HAVE-PENDING
           ELSE
               READ TRADE001
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF (WS-END-OF-FILE = 'Y')
                   GO TO 42-EXIT
               END-IF
           END-IF.

           PERFORM 46-GET-REC-GROUP.
           PERFORM 45-ADD-TO-GROUP.
           MOVE WS-REC-GROUP TO WS-GROUP-ID.

           IF (WS-GROUP-ID = ZEROS)
               GO TO 42-EXIT
           END-IF.

           PERFORM UNTIL (WS-END-OF-FILE = 'Y') OR
                         (WS-HAVE-PENDING = 'Y')
               READ TRADE001
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 46-GET-REC-GROUP
                       IF (WS-REC-GROUP = WS-GROUP-ID) AND
                          (WS-GROUP-COUNT < WS-MAX-GROUP)
                           PERFORM 45-ADD-TO-GROUP
                       ELSE
                           IF (WS-REC-GROUP = WS-GROUP-ID)
                               DISPLAY 'WARNING: SPREAD ' WS-GROUP-ID
                                       ' HAS MORE THAN ' WS-MAX-GROUP
                                       ' RECORDS'
                           END-IF
                           MOVE INPUT-TRADE TO WS-PENDING-IMAGE
                           MOVE 'Y'         TO WS-HAVE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

       42-EXIT. EXIT.
      ****************************************************************
       43-VALIDATE-GROUP          SECTION.
      ****************************************************************

      *--> EVERY RECORD OF THE GROUP GOES THROUGH THE NORMAL EDITS.
      *--> FOR A SPREAD, ONE FAILING LEG (OR A MISSING ONE) FAILS THE
      *--> WHOLE GROUP: THE LEGS THAT PASSED ON THEIR OWN CARRY 'GR'
      *--> SO THE REJECT REPORT POINTS AT THE LEG THAT REALLY FAILED,
      *--> AND WHAT THEY ADDED TO THE SEEN AND RISK TABLES IS TAKEN
      *--> BACK OUT.
           MOVE 'Y'    TO WS-GROUP-OK.
           MOVE 'GR'   TO WS-GROUP-EXC.

           IF (WS-GROUP-ID > ZEROS)
               MOVE WS-SEEN-COUNT   TO WS-SAVE-SEEN-COUNT
               MOVE WS-MKTDAY-TABLE TO WS-SAVE-MKTDAY
               MOVE WS-DAYNET-TABLE TO WS-SAVE-DAYNET
           END-IF.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               MOVE WS-GROUP-IMAGE(G) TO INPUT-TRADE
               ADD 01 TO WS-INPUT-COUNT
               PERFORM 15-VALIDATE-TRADE
               MOVE WS-VALID-TRADE TO WS-GROUP-VALID(G)
               MOVE WS-REASON-CODE TO WS-GROUP-REASON(G)
               IF (WS-VALID-TRADE = 'N')
                   MOVE 'N' TO WS-GROUP-OK
               END-IF
           END-PERFORM.

           IF (WS-GROUP-ID = ZEROS)
               GO TO 43-EXIT
           END-IF.

           IF (WS-GROUP-OK = 'Y')
               PERFORM 47-CHECK-GROUP-COMPLETE
           END-IF.

           IF (WS-GROUP-OK = 'Y')
               GO TO 43-EXIT
           END-IF.

           MOVE WS-SAVE-SEEN-COUNT TO WS-SEEN-COUNT.
           MOVE WS-SAVE-MKTDAY     TO WS-MKTDAY-TABLE.
           MOVE WS-SAVE-DAYNET     TO WS-DAYNET-TABLE.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               IF (WS-GROUP-VALID(G) = 'Y')
                   MOVE 'N'  TO WS-GROUP-VALID(G)
                   MOVE 'GR' TO WS-GROUP-REASON(G)
               END-IF
           END-PERFORM.

           IF (WS-REPLAYING = 'N')
               ADD 01 TO WS-GROUP-REJ-COUNT
               MOVE 'W'            TO WS-EXC-SEVERITY
               MOVE '43-GROUP-REJ' TO WS-EXC-PARAGRAPH
               MOVE 'TRADR001'     TO WS-EXC-FILE-NAME
               MOVE WS-GROUP-EXC   TO WS-EXC-STATUS
               MOVE WS-GROUP-ID    TO WS-EXC-REF
               PERFORM 91-LOG-EXCEPTION
               MOVE SPACES         TO WS-EXC-REF
               MOVE 'S'            TO WS-EXC-SEVERITY
           END-IF.

       43-EXIT. EXIT.
      ****************************************************************
       44-WRITE-GROUP             SECTION.
      ****************************************************************

      *--> A SPREAD THAT PASSED BOOKS EVERY LEG AS CONSECUTIVE TRADS001
      *--> ROWS NUMBERED BY SPREAD-SEQ, WHICH IS HOW TRADRSK1 AND THE
      *--> HISTORY READERS PUT THE LEGS BACK TOGETHER.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               MOVE WS-GROUP-IMAGE(G) TO INPUT-TRADE
               IF (WS-GROUP-VALID(G) = 'Y')
                   IF (WS-GROUP-ID > ZEROS)
                       SET WS-SPREAD-SEQ TO G
                   ELSE
                       MOVE ZEROS TO WS-SPREAD-SEQ
                   END-IF
                   PERFORM 20-PROCEDURES
               ELSE
                   MOVE WS-GROUP-REASON(G) TO WS-REASON-CODE
                   PERFORM 16-REJECT-TRADE
               END-IF
           END-PERFORM.

       44-EXIT. EXIT.
      ****************************************************************
       45-ADD-TO-GROUP            SECTION.
      ****************************************************************

           ADD 01 TO WS-GROUP-COUNT.
           SET G TO WS-GROUP-COUNT.
           MOVE INPUT-TRADE TO WS-GROUP-IMAGE(G).
           MOVE 'Y'         TO WS-GROUP-VALID(G).
           MOVE SPACES      TO WS-GROUP-REASON(G).

       45-EXIT. EXIT.
      ****************************************************************
       46-GET-REC-GROUP           SECTION.
      ****************************************************************

      *--> FILES WRITTEN BEFORE THE SPREAD LINKAGE CARRY SPACES THERE;
      *--> THEY ARE STAND-ALONE TRADES.
           IF (TRADE-GROUP OF INPUT-TRADE NUMERIC)
               MOVE TRADE-GROUP OF INPUT-TRADE TO WS-REC-GROUP
           ELSE
               MOVE ZEROS TO WS-REC-GROUP
           END-IF.

       46-EXIT. EXIT.
      ****************************************************************
       47-CHECK-GROUP-COMPLETE    SECTION.
      ****************************************************************

      *--> EVERY LEG FROM 1 TO THE FIRST RECORD'S TRADE-LEGS MUST BE
      *--> THERE AND NOTHING OUTSIDE THAT RANGE; A LEG SPLIT BY A
      *--> PARTIAL CLOSE MAY SHOW UP MORE THAN ONCE. A SPREAD HAS AT
      *--> LEAST TWO LEGS. ANYTHING ELSE REJECTS THE GROUP 'GI'.
           MOVE WS-GROUP-IMAGE(1) TO INPUT-TRADE.
           IF (TRADE-LEGS OF INPUT-TRADE NUMERIC)
               MOVE TRADE-LEGS OF INPUT-TRADE TO WS-GROUP-LEGS
           ELSE
               MOVE ZEROS TO WS-GROUP-LEGS
           END-IF.

           IF (WS-GROUP-LEGS < 2) OR (WS-GROUP-LEGS > WS-MAX-GROUP)
               MOVE 'N' TO WS-GROUP-OK
           ELSE
               PERFORM VARYING WS-LEG-IX FROM 1 BY 1
                       UNTIL WS-LEG-IX > WS-MAX-GROUP
                   MOVE 'N' TO WS-LEG-SEEN(WS-LEG-IX)
               END-PERFORM
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                   MOVE WS-GROUP-IMAGE(G) TO INPUT-TRADE
                   IF (TRADE-LEG OF INPUT-TRADE NOT NUMERIC)
                       MOVE 'N' TO WS-GROUP-OK
                   ELSE
                       IF (TRADE-LEG OF INPUT-TRADE < 1) OR
                          (TRADE-LEG OF INPUT-TRADE > WS-GROUP-LEGS)
                           MOVE 'N' TO WS-GROUP-OK
                       ELSE
                           MOVE TRADE-LEG OF INPUT-TRADE
                                              TO WS-LEG-IX
                           MOVE 'Y' TO WS-LEG-SEEN(WS-LEG-IX)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LEG-IX FROM 1 BY 1
                       UNTIL WS-LEG-IX > WS-GROUP-LEGS
                   IF (WS-LEG-SEEN(WS-LEG-IX) = 'N')
                       MOVE 'N' TO WS-GROUP-OK
                   END-IF
               END-PERFORM
           END-IF.

           IF (WS-GROUP-OK = 'N')
               MOVE 'GI' TO WS-GROUP-EXC
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
                   MOVE 'N'  TO WS-GROUP-VALID(G)
                   MOVE 'GI' TO WS-GROUP-REASON(G)
               END-PERFORM
           END-IF.

       47-EXIT. EXIT.
      ****************************************************************
       48-LOAD-FEE-SCHEDULE       SECTION.
      ****************************************************************

      *--> READS THE BROKER FEE SCHEDULE ONCE AT STARTUP, SAME
      *--> IN-MEMORY LOOKUP AS 32-LOAD-RISK-LIMITS. THE VARIANCE
      *--> REPORT IS ALWAYS PRODUCED SO ITS ABSENCE IS NEVER MISTAKEN
      *--> FOR A CLEAN DAY; WITH NO SCHEDULE IT SAYS SO.
           OPEN OUTPUT FEERPT01
           IF FS-FEERPT01 NOT EQUAL ZEROS
               MOVE '48-LOAD-FEE'  TO WS-EXC-PARAGRAPH
               MOVE 'FEERPT01'     TO WS-EXC-FILE-NAME
               MOVE FS-FEERPT01    TO WS-EXC-STATUS
               PERFORM 91-LOG-EXCEPTION
               DISPLAY 'ERROR OPENING FILE FS-FEERPT01'
               DISPLAY 'FS-FEERPT01 = ' FS-FEERPT01
               CLOSE EXCPLOG1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'BROKER FEE VARIANCES FOR BUSINESS DATE '
                      DELIMITED BY SIZE,
                  WS-BUS-DATE      DELIMITED BY SIZE,
                  '   (AMOUNTS IN TRADE CURRENCY)'
                      DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           OPEN INPUT FEESCHD1.
           IF FS-FEESCHD1 NOT EQUAL ZEROS
               DISPLAY 'FEESCHD1 NOT AVAILABLE - NO FEE CHECK'
               DISPLAY 'FS-FEESCHD1 = ' FS-FEESCHD1
               MOVE 'NO FEE SCHEDULE ON FILE - FEES NOT CHECKED'
                                   TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
               GO TO 48-EXIT
           END-IF.

           PERFORM UNTIL FS-FEESCHD1 EQUAL '10'
               READ FEESCHD1 NEXT RECORD
                   AT END
                       MOVE '10' TO FS-FEESCHD1
                   NOT AT END
                       IF WS-FEE-COUNT < WS-MAX-FEE
                           ADD 01 TO WS-FEE-COUNT
                           SET FX TO WS-FEE-COUNT
                           MOVE FSC-MARKET  TO WS-FEE-MARKET(FX)
                           MOVE FSC-ACCOUNT TO WS-FEE-ACCOUNT(FX)
                           MOVE FSC-COMM-PER-LOT
                                            TO WS-FEE-COMM(FX)
                           MOVE FSC-MIN-TICKET
                                            TO WS-FEE-MIN(FX)
                           MOVE FSC-EXCH-PER-LOT
                                            TO WS-FEE-EXCH(FX)
                           MOVE FSC-TOLERANCE
                                            TO WS-FEE-TOL(FX)
                       ELSE
                           DISPLAY 'WARNING: FEESCHD1 HAS MORE THAN '
                                   WS-MAX-FEE ' ENTRIES - IGNORING '
                                   FSC-KEY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FEESCHD1.

           IF (WS-FEE-COUNT = ZEROS)
               MOVE 'FEE SCHEDULE IS EMPTY - FEES NOT CHECKED'
                                   TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
               GO TO 48-EXIT
           END-IF.

      *--> THE PRICED-TRADE FILE ACCUMULATES ACROSS RUNS, SO EXTEND;
      *--> A FIRST RUN CREATES IT.
           OPEN EXTEND FEEVAR1.
           IF FS-FEEVAR1 EQUAL '35'
               OPEN OUTPUT FEEVAR1
           END-IF.
           IF FS-FEEVAR1 NOT EQUAL ZEROS
               MOVE '48-LOAD-FEE'  TO WS-EXC-PARAGRAPH
               MOVE 'FEEVAR1'      TO WS-EXC-FILE-NAME
               MOVE FS-FEEVAR1     TO WS-EXC-STATUS
               PERFORM 91-LOG-EXCEPTION
               DISPLAY 'ERROR OPENING FILE FS-FEEVAR1'
               DISPLAY 'FS-FEEVAR1 = ' FS-FEEVAR1
               CLOSE EXCPLOG1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'ACCOUNT  MARKET TRADE-DT REF    CUR LOT '
                  '  CHARGED   EXPECTED   VARIANCE NOTE'
               DELIMITED BY SIZE INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

       48-EXIT. EXIT.
      ****************************************************************
       49-CHECK-FEE               SECTION.
      ****************************************************************

      *--> PRICES THE BOOKED TRADE OFF THE SCHEDULE: THE GREATER OF
      *--> LOTS TIMES THE COMMISSION AND THE MINIMUM TICKET, PLUS LOTS
      *--> TIMES THE EXCHANGE FEE. BILLED MINUS EXPECTED WIDER THAN
      *--> THE ROW'S TOLERANCE GOES ON FEERPT01 AND ON EXCPLOG1 AS A
      *--> 'W' WITH REASON 'FV'; THE TRADE IS BOOKED EITHER WAY - THE
      *--> BROKER'S BILL IS WHAT WAS PAID. ONLY BOOKED TRADES ARE
      *--> PRICED, SO THE RESTART REPLAY NEVER PRICES ONE TWICE.
           IF (WS-FEE-COUNT = ZEROS)
               GO TO 49-EXIT
           END-IF.

           MOVE 'N'                 TO WS-FEE-FOUND.
           MOVE MARKET OF INPUT-TRADE
                                    TO WS-FEE-KEY-MARKET.
           MOVE ACCOUNT OF OUTPUT-TRADE
                                    TO WS-FEE-KEY-ACCOUNT.
           PERFORM 50-FIND-FEE-ROW.

           IF (WS-FEE-FOUND = 'N')
               MOVE 'ALL'           TO WS-FEE-KEY-ACCOUNT
               PERFORM 50-FIND-FEE-ROW
           END-IF.

           IF (WS-FEE-FOUND = 'N')
               MOVE 'ALL'           TO WS-FEE-KEY-MARKET
               MOVE ACCOUNT OF OUTPUT-TRADE
                                    TO WS-FEE-KEY-ACCOUNT
               PERFORM 50-FIND-FEE-ROW
           END-IF.

           IF (WS-FEE-FOUND = 'N')
               MOVE 'ALL'           TO WS-FEE-KEY-ACCOUNT
               PERFORM 50-FIND-FEE-ROW
           END-IF.

           IF (WS-FEE-FOUND = 'N')
               ADD 01 TO WS-FEE-NO-SCHED
               GO TO 49-EXIT
           END-IF.

           ADD 01 TO WS-FEE-PRICED.

      *--> WS-LOTS-EFF WAS SET BY 21-MOVE-VARS (ZERO LOTS MEANS ONE).
           COMPUTE WS-FEE-COMMISSION = WS-LOTS-EFF * WS-FEE-ROW-COMM.
           IF (WS-FEE-COMMISSION < WS-FEE-ROW-MIN)
               MOVE WS-FEE-ROW-MIN  TO WS-FEE-COMMISSION
               MOVE 'Y'             TO WS-FEE-MIN-USED
           ELSE
               MOVE 'N'             TO WS-FEE-MIN-USED
           END-IF.

           COMPUTE WS-FEE-EXPECTED = WS-FEE-COMMISSION +
                                     (WS-LOTS-EFF * WS-FEE-ROW-EXCH).
           COMPUTE WS-FEE-VARIANCE = FEE-AMT OF INPUT-TRADE -
                                     WS-FEE-EXPECTED.
           IF (WS-FEE-VARIANCE < ZEROS)
               COMPUTE WS-FEE-ABS-VAR = -1 * WS-FEE-VARIANCE
           ELSE
               MOVE WS-FEE-VARIANCE TO WS-FEE-ABS-VAR
           END-IF.

           MOVE SPACES              TO FEE-VARIANCE-RECORD.
           MOVE WS-BUS-DATE         TO FV-BUS-DATE.
           MOVE TRADE-DATE OF INPUT-TRADE
                                    TO FV-TRADE-DATE.
           IF (TRADE-REF OF INPUT-TRADE NUMERIC)
               MOVE TRADE-REF OF INPUT-TRADE
                                    TO FV-TRADE-REF
           ELSE
               MOVE ZEROS           TO FV-TRADE-REF
           END-IF.
           MOVE ACCOUNT OF OUTPUT-TRADE
                                    TO FV-ACCOUNT.
           MOVE MARKET OF INPUT-TRADE
                                    TO FV-MARKET.
           MOVE CUR OF INPUT-TRADE  TO FV-CUR.
           MOVE WS-LOTS-EFF         TO FV-LOTS.
           MOVE FEE-AMT OF INPUT-TRADE
                                    TO FV-CHARGED.
           MOVE WS-FEE-EXPECTED     TO FV-EXPECTED.
           MOVE WS-FEE-VARIANCE     TO FV-VARIANCE.
           MOVE WS-FEE-MIN-USED     TO FV-MIN-APPLIED.
           MOVE WS-RUN-NUMBER       TO FV-RUN-NUMBER.
           IF (WS-FEE-ABS-VAR > WS-FEE-ROW-TOL)
               MOVE 'V'             TO FV-FLAG
           END-IF.

           WRITE FEE-VARIANCE-RECORD.

           IF FV-OUT-OF-TOL
               PERFORM 51-REPORT-FEE-VARIANCE
           END-IF.

       49-EXIT. EXIT.
      ****************************************************************
       50-FIND-FEE-ROW            SECTION.
      ****************************************************************

           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FEE-COUNT
               IF (WS-FEE-MARKET(FX)  = WS-FEE-KEY-MARKET) AND
                  (WS-FEE-ACCOUNT(FX) = WS-FEE-KEY-ACCOUNT)
                   MOVE 'Y'             TO WS-FEE-FOUND
                   MOVE WS-FEE-COMM(FX) TO WS-FEE-ROW-COMM
                   MOVE WS-FEE-MIN(FX)  TO WS-FEE-ROW-MIN
                   MOVE WS-FEE-EXCH(FX) TO WS-FEE-ROW-EXCH
                   MOVE WS-FEE-TOL(FX)  TO WS-FEE-ROW-TOL
               END-IF
           END-PERFORM.

       50-EXIT. EXIT.
      ****************************************************************
       51-REPORT-FEE-VARIANCE     SECTION.
      ****************************************************************

           ADD 01 TO WS-FEE-VAR-COUNT.
           IF (WS-FEE-VARIANCE > ZEROS)
               ADD WS-FEE-VARIANCE TO WS-FEE-OVER-TOTAL
               MOVE 'OVERCHARGED'   TO WS-FEE-NOTE
           ELSE
               ADD WS-FEE-ABS-VAR  TO WS-FEE-UNDER-TOTAL
               MOVE 'UNDERCHARGED'  TO WS-FEE-NOTE
           END-IF.
           IF FV-SMALL-TICKET
               MOVE 'MIN TICKET' TO WS-FEE-NOTE(14:10)
           END-IF.

           MOVE FV-TRADE-REF        TO WS-FEE-REF-ED.
           MOVE FV-LOTS             TO WS-FEE-LOTS-ED.
           MOVE FV-CHARGED          TO WS-FEE-CHG-ED.
           MOVE FV-EXPECTED         TO WS-FEE-EXP-ED.
           MOVE FV-VARIANCE         TO WS-FEE-VAR-ED.

           MOVE SPACES TO FEE-REPORT-LINE.
           STRING FV-ACCOUNT        DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  FV-MARKET         DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  FV-TRADE-DATE     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-FEE-REF-ED     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  FV-CUR            DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-FEE-LOTS-ED    DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-FEE-CHG-ED     DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  WS-FEE-EXP-ED     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-FEE-VAR-ED     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-FEE-NOTE       DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           MOVE 'W'                 TO WS-EXC-SEVERITY.
           MOVE '49-FEE-CHECK'      TO WS-EXC-PARAGRAPH.
           MOVE 'FEESCHD1'          TO WS-EXC-FILE-NAME.
           MOVE 'FV'                TO WS-EXC-STATUS.
           MOVE WS-FEE-REF-ED       TO WS-EXC-REF.
           PERFORM 91-LOG-EXCEPTION.
           MOVE SPACES              TO WS-EXC-REF.
           MOVE 'S'                 TO WS-EXC-SEVERITY.

       51-EXIT. EXIT.
      ****************************************************************
       52-WRITE-FEE-TOTALS        SECTION.
      ****************************************************************

           IF (WS-FEE-COUNT = ZEROS)
               GO TO 52-EXIT
           END-IF.

           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

           MOVE WS-FEE-PRICED TO WS-FEE-COUNT-ED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'TRADES PRICED ON SCHEDULE = ' DELIMITED BY SIZE,
                  WS-FEE-COUNT-ED               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           MOVE WS-FEE-NO-SCHED TO WS-FEE-COUNT-ED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'TRADES WITH NO SCHEDULE   = ' DELIMITED BY SIZE,
                  WS-FEE-COUNT-ED               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           MOVE WS-FEE-VAR-COUNT TO WS-FEE-COUNT-ED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'VARIANCES OVER TOLERANCE  = ' DELIMITED BY SIZE,
                  WS-FEE-COUNT-ED               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           MOVE WS-FEE-OVER-TOTAL TO WS-FEE-TOTAL-ED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'TOTAL OVERCHARGED         = ' DELIMITED BY SIZE,
                  WS-FEE-TOTAL-ED               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

           MOVE WS-FEE-UNDER-TOTAL TO WS-FEE-TOTAL-ED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'TOTAL UNDERCHARGED        = ' DELIMITED BY SIZE,
                  WS-FEE-TOTAL-ED               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING.
           WRITE FEE-REPORT-LINE.

       52-EXIT. EXIT.
      ****************************************************************
       15-VALIDATE-TRADE          SECTION.
      ****************************************************************
           MOVE TRADE-STRAT OF INPUT-TRADE
                                         TO TRADE-STRAT
                                                       OF REJECT-TRADE.
           IF (TRADE-GROUP OF INPUT-TRADE NUMERIC)
               MOVE TRADE-GROUP OF INPUT-TRADE
                                         TO TRADE-GROUP OF REJECT-TRADE
               MOVE TRADE-LEG   OF INPUT-TRADE
                                         TO TRADE-LEG   OF REJECT-TRADE
               MOVE TRADE-LEGS  OF INPUT-TRADE
                                         TO TRADE-LEGS  OF REJECT-TRADE
           ELSE
               MOVE ZEROS                TO TRADE-GROUP OF REJECT-TRADE
               MOVE ZEROS                TO TRADE-LEG   OF REJECT-TRADE
               MOVE ZEROS                TO TRADE-LEGS  OF REJECT-TRADE
           END-IF.
           MOVE WS-REASON-CODE           TO REASON-CODE.

           WRITE REJECT-TRADE.

           WRITE OUTPUT-TRADE.

           PERFORM 49-CHECK-FEE.

       20-EXIT. EXIT.
      ****************************************************************
       21-MOVE-VARS               SECTION.
           END-IF.
           MOVE TRADE-STRAT OF INPUT-TRADE
                                  TO STRATEGY OF OUTPUT-TRADE.
           MOVE WS-SPREAD-SEQ     TO SPREAD-SEQ OF OUTPUT-TRADE.
           MOVE LOTS    OF INPUT-TRADE
                                  TO LOTS    OF OUTPUT-TRADE.
           MOVE RES-VAL OF INPUT-TRADE
       27-CHECKPOINT-IF-DUE       SECTION.
      ****************************************************************

           ADD WS-GROUP-COUNT TO WS-SINCE-CHKPNT.

           IF WS-SINCE-CHKPNT >= WS-CHKPNT-INTERVAL
               PERFORM 28-WRITE-CHECKPOINT
           CLOSE REJINV1.
           CLOSE CHKPNT1.
           CLOSE RUNCTL01.

           PERFORM 52-WRITE-FEE-TOTALS.
           CLOSE FEERPT01.
           IF (WS-FEE-COUNT > ZEROS)
               CLOSE FEEVAR1
           END-IF.

           CLOSE EXCPLOG1.

           PERFORM 92-WRITE-RUN-STAT.

           IF (WS-FEE-VAR-COUNT > ZEROS)
               DISPLAY 'FEE VARIANCES - SEE FEERPT01 = '
                       WS-FEE-VAR-COUNT
           END-IF.

           IF (WS-GROUP-REJ-COUNT > ZEROS)
               DISPLAY 'SPREADS REJECTED WHOLE = ' WS-GROUP-REJ-COUNT
           END-IF.
           DISPLAY 'END'.

       90-EXIT. EXIT.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE WS-EXC-SEVERITY   TO EXC-SEVERITY.
           MOVE WS-EXC-REF        TO EXC-REF.

           WRITE EXCEPTION-LOG-RECORD.

