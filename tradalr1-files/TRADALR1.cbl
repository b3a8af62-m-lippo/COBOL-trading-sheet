       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADALR1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> WHICH EVENTS ALERT AND TO WHICH DISTRIBUTION CODE, SAME
      *--> LIST-STYLE CONTROL FILE AS CONCTL1.
           SELECT ALRTCTL1 ASSIGN TO    ALRTCTL1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-ALRTCTL1.

      *--> EVERY EVENT ALREADY ALERTED, SO IT IS SENT ONCE.
           SELECT ALRTHST1 ASSIGN TO    ALRTHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS          IS FS-ALRTHST1.

      *--> THE FIXED-FORMAT FEED THE MESSAGING GATEWAY PICKS UP.
           SELECT ALRTOUT1 ASSIGN TO    ALRTOUT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-ALRTOUT1.

      *--> SHARED RUN-STATISTICS FILE: ONE ROW PER STEP EXECUTION,
      *--> WITH ITS RETURN-CODE.
           SELECT RUNSTAT1 ASSIGN TO    RUNSTAT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-RUNSTAT1.

      *--> THE PERSISTENT REJECT INVENTORY TRADING1 AND TRADRCY1
      *--> MAINTAIN, ONE ROW PER PERMANENT TRADE-REF.
           SELECT REJINV1  ASSIGN TO    REJINV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-TRADE-REF
               FILE STATUS          IS FS-REJINV1.

      *--> SAME HOLIDAY CALENDAR AS REJRPT01, SO THE REJECT AGE IS IN
      *--> BUSINESS DAYS.
           SELECT CALNDR1  ASSIGN TO    CALNDR1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-CALNDR1.

      *--> RUNNING BALANCE AND PEAK PER ACCOUNT, KEPT BY TRADING9.
           SELECT ACCTSTA1 ASSIGN TO    ACCTSTA1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  ALRTCTL1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALERT-CONTROL-RECORD.

       COPY ALRTCTL1.

       FD  ALRTHST1
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALERT-HIST-RECORD.

       COPY ALRTHST1.

       FD  ALRTOUT1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALERT-OUT-RECORD.

       COPY ALRTOUT1.

       FD  RUNSTAT1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-STAT-RECORD.

       COPY RUNSTAT1.

       FD  REJINV1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJECT-INV-RECORD.

       COPY REJINV1.

       FD  CALNDR1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS CALENDAR-RECORD.

       COPY CALNDR1.

       FD  ACCTSTA1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-STATE-RECORD.

       COPY ACCTSTA1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-ALRTCTL1            PIC  9(02) VALUE ZEROS.
       01  FS-ALRTHST1            PIC  9(02) VALUE ZEROS.
       01  FS-ALRTOUT1            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.
       01  FS-REJINV1             PIC  9(02) VALUE ZEROS.
       01  FS-CALNDR1             PIC  9(02) VALUE ZEROS.
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
      *--> SET WHEN A SOURCE WAS READ TO THE END: ONLY THEN CAN AN
      *--> EVENT OF THAT SOURCE NOT SEEN THIS RUN BE CLEARED.
       77  WS-REJ-SCANNED         PIC  X(01) VALUE 'N'.
       77  WS-ACCT-SCANNED        PIC  X(01) VALUE 'N'.
      *--> A SOURCE FILE COULD NOT BE READ: RETURN-CODE 4 AT THE END.
       77  WS-SOURCE-MISSING      PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE BUSINESS DATE (BLANK = TODAY),
      *--> KEYED THE SAME AS TRADEBAT STEP02'S CARD. ONLY RUNSTAT1
      *--> ROWS OF THAT DATE ARE LOOKED AT, AND REJECTS ARE AGED TO IT.
       01  WS-DATE-CONTROL.
           03  WS-RUN-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

       01  WS-STAMP-FIELDS.
           03  WS-STAMP-14        PIC  X(14).
           03  FILLER             PIC  X(07).

      *--> ROWS LOADED FROM ALRTCTL1; ONLY ACTIVE ROWS ARE KEPT.
       01  WS-MAX-CONTROL         PIC  9(02) VALUE 20.
       01  WS-CONTROL-TABLE.
           03  WS-CONTROL-COUNT   PIC  9(02) VALUE ZEROS.
           03  WS-CONTROL-ENTRY   OCCURS 20 TIMES
                                  INDEXED BY C.
               05  WS-CTL-EVENT   PIC  X(02).
               05  WS-CTL-DIST    PIC  X(08).
               05  WS-CTL-PRIORITY
                                  PIC  X(01).
               05  WS-CTL-THRESHOLD
                                  PIC  9(03)V99.

       01  WS-MAX-HOLIDAY         PIC  9(03) VALUE 100.
       01  WS-HOLIDAY-TABLE.
           03  WS-HOLIDAY-COUNT   PIC  9(03) VALUE ZEROS.
           03  WS-HOLIDAY-ENTRY   OCCURS 100 TIMES
                                  INDEXED BY H.
               05  WS-HOLIDAY-DATE PIC X(08).

      *--> THE EVENT BEING RAISED, FILLED IN BY THE SCAN SECTIONS FOR
      *--> 30-RAISE-ALERT, AND THE CONTROL ROW 31-FIND-CONTROL FOUND.
       01  WS-EVENT-VARS.
           03  WS-EVT-EVENT       PIC  X(02).
           03  WS-EVT-SOURCE      PIC  X(08).
           03  WS-EVT-REF         PIC  X(12).
           03  WS-EVT-TEXT        PIC  X(40).
           03  WS-CTL-FOUND       PIC  X(01).
           03  WS-FND-DIST        PIC  X(08).
           03  WS-FND-PRIORITY    PIC  X(01).
           03  WS-FND-THRESHOLD   PIC  9(03)V99.

      *--> WORK FIELDS FOR THE BUSINESS-DAY WALK BETWEEN THE FIRST
      *--> REJECT DATE AND THE RUN DATE, AS IN REJRPT01.
       01  WS-AGE-VARS.
           03  WS-FROM-INT        PIC  9(07).
           03  WS-ASOF-INT        PIC  9(07).
           03  WS-WALK-INT        PIC  9(07).
           03  WS-WALK-DATE       PIC  9(08).
           03  WS-WALK-DATE-X     REDEFINES WS-WALK-DATE
                                  PIC  X(08).
           03  WS-DAY-OF-WEEK     PIC  9(01).
           03  WS-AGE-DAYS        PIC  9(04).
           03  WS-IS-BUSINESS     PIC  X(01).
           03  WS-AGE-LIMIT       PIC  9(03)V99.

       01  WS-DRAWDOWN-VARS.
           03  WS-DD-LIMIT        PIC  9(03)V99.
           03  WS-DD-AMOUNT       PIC  9(05)V99.
           03  WS-DD-PCT          PIC  9(03)V99.

       01  WS-COUNT-VARS.
           03  WS-EVENT-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-ALERT-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-REPEAT-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-OFF-COUNT       PIC  9(05) VALUE ZEROS.
           03  WS-CLEAR-COUNT     PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-RC-ED           PIC  Z9.
           03  WS-AGE-ED          PIC  ZZZ9.
           03  WS-PCT-ED          PIC  ZZ9,99.
           03  WS-BAL-ED          PIC  ZZZZ9,99.
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

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF (WS-RUN-DATE = SPACES)
               MOVE WS-CD-DATE TO WS-RUN-DATE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-FIELDS.

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O ALRTHST1.
           IF FS-ALRTHST1 EQUAL '35'
               OPEN OUTPUT ALRTHST1
               CLOSE       ALRTHST1
               OPEN I-O    ALRTHST1
           END-IF.
           IF FS-ALRTHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-ALRTHST1'
               DISPLAY 'FS-ALRTHST1 = ' FS-ALRTHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *--> THE FEED ACCUMULATES UNTIL THE GATEWAY HAS TAKEN IT.
           OPEN EXTEND ALRTOUT1.
           IF FS-ALRTOUT1 EQUAL '35'
               OPEN OUTPUT ALRTOUT1
           END-IF.
           IF FS-ALRTOUT1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-ALRTOUT1'
               DISPLAY 'FS-ALRTOUT1 = ' FS-ALRTOUT1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-CONTROL.
           PERFORM 12-LOAD-CALENDAR.

           DISPLAY 'ALERT SCAN FOR BUSINESS DATE ' WS-RUN-DATE.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-CONTROL           SECTION.
      ****************************************************************

      *--> NO CONTROL FILE MEANS NOTHING IS SET UP TO ALERT; THE
      *--> SOURCES ARE STILL READ SO THE REGISTER STAYS CURRENT. AN
      *--> INACTIVE ROW OR AN UNKNOWN EVENT IS SKIPPED. THE THRESHOLD
      *--> IS ONLY READ, AND SO ONLY HAS TO BE NUMERIC, FOR RJ AND DD.
           OPEN INPUT ALRTCTL1
           IF FS-ALRTCTL1 NOT EQUAL ZEROS
               DISPLAY 'ALRTCTL1 NOT AVAILABLE - NO EVENTS ALERTED'
               GO TO 11-EXIT
           END-IF.

           PERFORM UNTIL FS-ALRTCTL1 EQUAL '10'
               READ ALRTCTL1
                   AT END
                       MOVE '10' TO FS-ALRTCTL1
                   NOT AT END
                       IF (AC-STEP-FAILED OR AC-LIMIT-BREACH OR
                           AC-AGED-REJECT OR AC-DRAWDOWN) AND
                          (AC-ALERT-ON) AND
                          (AC-DIST-CODE NOT = SPACES) AND
                          ((AC-THRESHOLD NUMERIC) OR
                           (AC-STEP-FAILED OR AC-LIMIT-BREACH))
                           IF (WS-CONTROL-COUNT < WS-MAX-CONTROL)
                               ADD 01 TO WS-CONTROL-COUNT
                               SET C TO WS-CONTROL-COUNT
                               MOVE AC-EVENT     TO WS-CTL-EVENT(C)
                               MOVE AC-DIST-CODE TO WS-CTL-DIST(C)
                               MOVE AC-PRIORITY  TO WS-CTL-PRIORITY(C)
                               IF (AC-AGED-REJECT OR AC-DRAWDOWN)
                                   MOVE AC-THRESHOLD
                                           TO WS-CTL-THRESHOLD(C)
                               ELSE
                                   MOVE ZEROS
                                           TO WS-CTL-THRESHOLD(C)
                               END-IF
                           ELSE
                               DISPLAY 'WARNING: ALRTCTL1 HAS MORE '
                                   'THAN ' WS-MAX-CONTROL ' ROWS - '
                                   'IGNORING ' AC-EVENT
                           END-IF
                       ELSE
                           DISPLAY 'ALRTCTL1 ROW SKIPPED: '
                                   ALERT-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALRTCTL1.

       11-EXIT. EXIT.
      ****************************************************************
       12-LOAD-CALENDAR          SECTION.
      ****************************************************************

      *--> SAME CALENDAR LOAD AS TRADING1'S 13-LOAD-CALENDAR. WITHOUT
      *--> IT THE AGE STILL SKIPS WEEKENDS, BUT NOT HOLIDAYS.
           OPEN INPUT CALNDR1
           IF FS-CALNDR1 NOT EQUAL ZEROS
               DISPLAY 'CALNDR1 NOT AVAILABLE - FS = ' FS-CALNDR1
               MOVE 'Y' TO WS-SOURCE-MISSING
               GO TO 12-EXIT
           END-IF.

           PERFORM UNTIL FS-CALNDR1 EQUAL '10'
               READ CALNDR1
                   AT END
                       MOVE '10' TO FS-CALNDR1
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAY
                           ADD 01 TO WS-HOLIDAY-COUNT
                           SET H TO WS-HOLIDAY-COUNT
                           MOVE CAL-HOLIDAY-DATE TO WS-HOLIDAY-DATE(H)
                       ELSE
                           DISPLAY 'WARNING: CALNDR1 HAS MORE THAN '
                                   WS-MAX-HOLIDAY ' ENTRIES - IGNORING '
                                   CAL-HOLIDAY-DATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CALNDR1.

       12-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM 21-SCAN-RUN-STATS.
           PERFORM 22-SCAN-REJECTS.
           PERFORM 23-SCAN-ACCOUNTS.
           PERFORM 24-CLEAR-EVENTS.

       20-EXIT. EXIT.
      ****************************************************************
       21-SCAN-RUN-STATS         SECTION.
      ****************************************************************

      *--> A STEP OF THE BUSINESS DATE THAT ENDED WITH RETURN-CODE 8
      *--> OR WORSE. THE REFERENCE IS THE DATE ITSELF, SO A RERUN THAT
      *--> FAILS AGAIN THE SAME NIGHT DOES NOT ALERT A SECOND TIME.
           OPEN INPUT RUNSTAT1
           IF FS-RUNSTAT1 NOT EQUAL ZEROS
               DISPLAY 'RUNSTAT1 NOT AVAILABLE - FS = ' FS-RUNSTAT1
               MOVE 'Y' TO WS-SOURCE-MISSING
               GO TO 21-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RUNSTAT1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (RS-BUS-DATE = WS-RUN-DATE) AND
                          (RS-RETURN-CODE NUMERIC) AND
                          (RS-RETURN-CODE >= 08)
                           MOVE RS-RETURN-CODE TO WS-RC-ED
                           MOVE 'RC'           TO WS-EVT-EVENT
                           MOVE RS-PROGRAM-ID  TO WS-EVT-SOURCE
                           MOVE RS-BUS-DATE    TO WS-EVT-REF
                           MOVE SPACES         TO WS-EVT-TEXT
                           STRING 'STEP ENDED WITH RETURN-CODE '
                                      DELIMITED BY SIZE,
                                  WS-RC-ED DELIMITED BY SIZE
                               INTO WS-EVT-TEXT
                           END-STRING
                           PERFORM 30-RAISE-ALERT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RUNSTAT1.

       21-EXIT. EXIT.
      ****************************************************************
       22-SCAN-REJECTS           SECTION.
      ****************************************************************

      *--> EVERY OPEN REJECT: A RISK-LIMIT REASON IS A BREACH EVENT
      *--> OF ITS OWN CODE, AND ANY REJECT OLDER THAN THE RJ AGE IS AN
      *--> AGED-REJECT EVENT. BOTH ARE KEYED ON THE TRADE-REF.
           OPEN INPUT REJINV1
           IF FS-REJINV1 NOT EQUAL ZEROS
               DISPLAY 'REJINV1 NOT AVAILABLE - FS = ' FS-REJINV1
               MOVE 'Y' TO WS-SOURCE-MISSING
               GO TO 22-EXIT
           END-IF.

           MOVE 'RJ' TO WS-EVT-EVENT.
           PERFORM 31-FIND-CONTROL.
           MOVE ZEROS TO WS-AGE-LIMIT.
           IF (WS-CTL-FOUND = 'Y')
               MOVE WS-FND-THRESHOLD TO WS-AGE-LIMIT
               IF (WS-AGE-LIMIT = ZEROS)
                   MOVE 5 TO WS-AGE-LIMIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REJINV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RI-OPEN
                           PERFORM 25-CHECK-REJECT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJINV1.
           MOVE 'Y' TO WS-REJ-SCANNED.

       22-EXIT. EXIT.
      ****************************************************************
       23-SCAN-ACCOUNTS          SECTION.
      ****************************************************************

      *--> CURRENT DRAWDOWN = PEAK BALANCE LESS BALANCE, AS A % OF THE
      *--> PEAK. NOT SET UP TO ALERT, THE FILE IS NOT READ AT ALL.
           MOVE 'DD' TO WS-EVT-EVENT.
           PERFORM 31-FIND-CONTROL.
           IF (WS-CTL-FOUND = 'N')
               GO TO 23-EXIT
           END-IF.

           MOVE WS-FND-THRESHOLD TO WS-DD-LIMIT.
           IF (WS-DD-LIMIT = ZEROS)
               MOVE 20 TO WS-DD-LIMIT
           END-IF.

           OPEN INPUT ACCTSTA1
           IF FS-ACCTSTA1 NOT EQUAL ZEROS
               DISPLAY 'ACCTSTA1 NOT AVAILABLE - FS = ' FS-ACCTSTA1
               MOVE 'Y' TO WS-SOURCE-MISSING
               GO TO 23-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ACCTSTA1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 26-CHECK-ACCOUNT
               END-READ
           END-PERFORM.

           CLOSE ACCTSTA1.
           MOVE 'Y' TO WS-ACCT-SCANNED.

       23-EXIT. EXIT.
      ****************************************************************
       24-CLEAR-EVENTS           SECTION.
      ****************************************************************

      *--> AN ACTIVE EVENT NOT SEEN THIS RUN HAS BEEN FIXED: MARK IT
      *--> CLEARED SO A RECURRENCE ALERTS AGAIN. ONLY EVENTS OF A
      *--> SOURCE READ TO THE END ARE TOUCHED; RC EVENTS ARE PER DATE
      *--> AND ARE NEVER SEEN AGAIN, SO THEY ARE LEFT AS THEY ARE.
           IF (WS-REJ-SCANNED = 'N') AND (WS-ACCT-SCANNED = 'N')
               GO TO 24-EXIT
           END-IF.

           MOVE LOW-VALUES TO AH-KEY.
           START ALRTHST1 KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   GO TO 24-EXIT
           END-START.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ALRTHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (AH-ACTIVE) AND
                          (AH-LAST-SEEN < WS-RUN-DATE) AND
                          (((AH-EVENT = 'LT' OR 'LD' OR 'LL' OR 'RJ')
                             AND (WS-REJ-SCANNED = 'Y')) OR
                           ((AH-EVENT = 'DD')
                             AND (WS-ACCT-SCANNED = 'Y')))
                           MOVE 'C'         TO AH-STATUS
                           MOVE WS-RUN-DATE TO AH-CLEAR-DATE
                           REWRITE ALERT-HIST-RECORD
                           ADD 01 TO WS-CLEAR-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       24-EXIT. EXIT.
      ****************************************************************
       25-CHECK-REJECT           SECTION.
      ****************************************************************

           IF (RI-REASON-CODE = 'LT' OR 'LD' OR 'LL')
               MOVE RI-REASON-CODE TO WS-EVT-EVENT
               MOVE RI-MARKET      TO WS-EVT-SOURCE
               MOVE RI-TRADE-REF   TO WS-EVT-REF
               EVALUATE RI-REASON-CODE
                   WHEN 'LT'
                       MOVE 'TRADE OVER THE PER-TRADE LOTS LIMIT'
                                   TO WS-EVT-TEXT
                   WHEN 'LD'
                       MOVE 'TRADE OVER THE MARKET DAILY LOTS LIMIT'
                                   TO WS-EVT-TEXT
                   WHEN OTHER
                       MOVE 'TRADE PAST THE DAILY LOSS LIMIT'
                                   TO WS-EVT-TEXT
               END-EVALUATE
               PERFORM 30-RAISE-ALERT
           END-IF.

           IF (WS-AGE-LIMIT = ZEROS)
               GO TO 25-EXIT
           END-IF.

      *--> AGE = BUSINESS DAYS FROM THE FIRST REJECT DATE TO THE RUN
      *--> DATE, SAME WALK AS REJRPT01'S 21-AGE-REJECT.
           MOVE ZEROS TO WS-AGE-DAYS.
           IF (RI-FIRST-DATE NUMERIC) AND (WS-RUN-DATE NUMERIC)
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(RI-FIRST-DATE))
               COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(WS-RUN-DATE))
               PERFORM VARYING WS-WALK-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-WALK-INT >= WS-ASOF-INT
                   COMPUTE WS-WALK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WALK-INT + 1)
                   MOVE 'Y' TO WS-IS-BUSINESS
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-WALK-INT + 1, 7)
                   IF (WS-DAY-OF-WEEK = 6) OR (WS-DAY-OF-WEEK = 0)
                       MOVE 'N' TO WS-IS-BUSINESS
                   END-IF
                   PERFORM VARYING H FROM 1 BY 1
                           UNTIL H > WS-HOLIDAY-COUNT
                       IF (WS-HOLIDAY-DATE(H) = WS-WALK-DATE-X)
                           MOVE 'N' TO WS-IS-BUSINESS
                       END-IF
                   END-PERFORM
                   IF (WS-IS-BUSINESS = 'Y')
                       ADD 01 TO WS-AGE-DAYS
                   END-IF
               END-PERFORM
           END-IF.

           IF (WS-AGE-DAYS > WS-AGE-LIMIT)
               MOVE WS-AGE-DAYS    TO WS-AGE-ED
               MOVE 'RJ'           TO WS-EVT-EVENT
               MOVE RI-MARKET      TO WS-EVT-SOURCE
               MOVE RI-TRADE-REF   TO WS-EVT-REF
               MOVE SPACES         TO WS-EVT-TEXT
               STRING 'REJECT ' DELIMITED BY SIZE,
                      RI-REASON-CODE DELIMITED BY SIZE,
                      ' OPEN ' DELIMITED BY SIZE,
                      WS-AGE-ED DELIMITED BY SIZE,
                      ' BUSINESS DAYS' DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               END-STRING
               PERFORM 30-RAISE-ALERT
           END-IF.

       25-EXIT. EXIT.
      ****************************************************************
       26-CHECK-ACCOUNT          SECTION.
      ****************************************************************

           IF (AS-PEAK-BALANCE = ZEROS) OR
              (AS-BALANCE NOT < AS-PEAK-BALANCE)
               GO TO 26-EXIT
           END-IF.

           COMPUTE WS-DD-AMOUNT = AS-PEAK-BALANCE - AS-BALANCE.
           COMPUTE WS-DD-PCT ROUNDED =
               WS-DD-AMOUNT * 100 / AS-PEAK-BALANCE.

           IF (WS-DD-PCT < WS-DD-LIMIT)
               GO TO 26-EXIT
           END-IF.

           MOVE WS-DD-PCT       TO WS-PCT-ED.
           MOVE AS-PEAK-BALANCE TO WS-BAL-ED.
           MOVE 'DD'            TO WS-EVT-EVENT.
           MOVE 'ACCTSTA1'      TO WS-EVT-SOURCE.
           MOVE AS-KEY          TO WS-EVT-REF.
           MOVE SPACES          TO WS-EVT-TEXT.
           STRING 'DRAWDOWN ' DELIMITED BY SIZE,
                  WS-PCT-ED DELIMITED BY SIZE,
                  '% OF PEAK ' DELIMITED BY SIZE,
                  WS-BAL-ED DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           END-STRING.
           PERFORM 30-RAISE-ALERT.

       26-EXIT. EXIT.
      ****************************************************************
       30-RAISE-ALERT            SECTION.
      ****************************************************************

      *--> NEW EVENT, OR ONE CLEARED EARLIER AND BACK AGAIN: REGISTER
      *--> IT AND WRITE THE ALERT. STILL ACTIVE: ALREADY ALERTED, ONLY
      *--> THE LAST-SEEN DATE MOVES. NOT SET UP TO ALERT: NOTHING.
           ADD 01 TO WS-EVENT-COUNT.

           PERFORM 31-FIND-CONTROL.
           IF (WS-CTL-FOUND = 'N')
               ADD 01 TO WS-OFF-COUNT
               GO TO 30-EXIT
           END-IF.

           MOVE WS-EVT-EVENT  TO AH-EVENT.
           MOVE WS-EVT-SOURCE TO AH-SOURCE.
           MOVE WS-EVT-REF    TO AH-REF.
           READ ALRTHST1
               INVALID KEY
                   MOVE WS-EVT-EVENT  TO AH-EVENT
                   MOVE WS-EVT-SOURCE TO AH-SOURCE
                   MOVE WS-EVT-REF    TO AH-REF
                   MOVE WS-RUN-DATE   TO AH-FIRST-DATE
                   MOVE WS-RUN-DATE   TO AH-LAST-SEEN
                   MOVE 'A'           TO AH-STATUS
                   MOVE SPACES        TO AH-CLEAR-DATE
                   WRITE ALERT-HIST-RECORD
                   PERFORM 32-WRITE-ALERT
                   GO TO 30-EXIT
           END-READ.

           IF (AH-ACTIVE)
               IF (WS-RUN-DATE > AH-LAST-SEEN)
                   MOVE WS-RUN-DATE TO AH-LAST-SEEN
               END-IF
               REWRITE ALERT-HIST-RECORD
               ADD 01 TO WS-REPEAT-COUNT
               GO TO 30-EXIT
           END-IF.

           MOVE WS-RUN-DATE   TO AH-FIRST-DATE.
           MOVE WS-RUN-DATE   TO AH-LAST-SEEN.
           MOVE 'A'           TO AH-STATUS.
           MOVE SPACES        TO AH-CLEAR-DATE.
           REWRITE ALERT-HIST-RECORD.
           PERFORM 32-WRITE-ALERT.

       30-EXIT. EXIT.
      ****************************************************************
       31-FIND-CONTROL           SECTION.
      ****************************************************************

           MOVE 'N' TO WS-CTL-FOUND.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL (C > WS-CONTROL-COUNT) OR (WS-CTL-FOUND = 'Y')
               IF (WS-CTL-EVENT(C) = WS-EVT-EVENT)
                   MOVE 'Y'                 TO WS-CTL-FOUND
                   MOVE WS-CTL-DIST(C)      TO WS-FND-DIST
                   MOVE WS-CTL-PRIORITY(C)  TO WS-FND-PRIORITY
                   MOVE WS-CTL-THRESHOLD(C) TO WS-FND-THRESHOLD
               END-IF
           END-PERFORM.

       31-EXIT. EXIT.
      ****************************************************************
       32-WRITE-ALERT            SECTION.
      ****************************************************************

           MOVE SPACES          TO ALERT-OUT-RECORD.
           MOVE WS-FND-DIST     TO AO-DIST-CODE.
           MOVE WS-FND-PRIORITY TO AO-PRIORITY.
           MOVE WS-EVT-EVENT    TO AO-EVENT.
           MOVE WS-RUN-DATE     TO AO-BUS-DATE.
           MOVE WS-STAMP-14     TO AO-TIMESTAMP.
           MOVE WS-EVT-SOURCE   TO AO-SOURCE.
           MOVE WS-EVT-REF      TO AO-REF.
           MOVE WS-EVT-TEXT     TO AO-TEXT.

           WRITE ALERT-OUT-RECORD.
           ADD 01 TO WS-ALERT-COUNT.

           DISPLAY 'ALERT ' WS-EVT-EVENT ' ' WS-FND-DIST ' '
                   WS-EVT-SOURCE ' ' WS-EVT-REF ' ' WS-EVT-TEXT.

       32-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE ALRTHST1.
           CLOSE ALRTOUT1.

           DISPLAY 'EVENTS FOUND          = ' WS-EVENT-COUNT.
           DISPLAY 'ALERTS WRITTEN        = ' WS-ALERT-COUNT.
           DISPLAY 'ALREADY ALERTED       = ' WS-REPEAT-COUNT.
           DISPLAY 'NOT SET UP TO ALERT   = ' WS-OFF-COUNT.
           DISPLAY 'EVENTS CLEARED        = ' WS-CLEAR-COUNT.

           IF (WS-SOURCE-MISSING = 'Y')
               DISPLAY 'A SOURCE FILE WAS NOT AVAILABLE - SEE ABOVE'
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
           MOVE 'TRADALR1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-RUN-DATE       TO RS-BUS-DATE.
           MOVE WS-EVENT-COUNT    TO RS-RECORDS-IN.
           MOVE WS-ALERT-COUNT    TO RS-RECORDS-OUT.
           MOVE WS-OFF-COUNT      TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
