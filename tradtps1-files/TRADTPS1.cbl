       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADTPS1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE KEYED MASTER TRADING4 MAINTAINS; AN OPEN POSITION WHOSE
      *--> TP OR SL THE DAY'S CLOSE HAS CROSSED IS CLOSED IN PLACE,
      *--> THE SAME CHANGE TRADING4'S 2050-CLOSE-TRADE MAKES BY HAND.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> DAILY CLOSING-PRICE MASTER (PRCMNT1); THIS STEP RUNS ONCE
      *--> THE DAY'S CLOSES ARE LOADED.
           SELECT PRICE001 ASSIGN TO    PRICE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRICE-KEY
               FILE STATUS          IS FS-PRICE001.

      *--> SAME CUMULATIVE AUDIT TRAIL AS TRADING4: EVERY AUTOMATIC
      *--> CLOSE IS WRITTEN WITH ITS BEFORE AND AFTER IMAGES.
           SELECT TRADAUD1 ASSIGN TO    TRADAUD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUD1.

      *--> LAST CLOSED ACCOUNTING MONTH, SET BY TRADCLS1; A CLOSE
      *--> THAT WOULD CHANGE A REPORTED MONTH IS LEFT FOR REVIEW.
           SELECT PERCTL1  ASSIGN TO    PERCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS          IS FS-PERCTL1.

      *--> SHARED EXCEPTION LOG; A POSITION THAT COULD NOT BE CHECKED
      *--> LEAVES A WARNING ROW FOR THE MORNING CHECKLIST.
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT TPSRPT01 ASSIGN TO    TPSRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TPSRPT01.

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

       FD  PRICE001
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRICE-RECORD.

       COPY PRICFILE.

       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.

       COPY TRADAUD1.

       FD  PERCTL1
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-CONTROL-RECORD.

       COPY PERCTL1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  TPSRPT01
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
       01  FS-PRICE001            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUD1            PIC  9(02) VALUE ZEROS.
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-TPSRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-PRICE-FOUND         PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE PRICE DATE TO CHECK AGAINST,
      *--> WHICH IS ALSO THE CLOSING DATE STAMPED ON WHAT IT CLOSES
      *--> (BLANK = TODAY).
       01  WS-DATE-CONTROL.
           03  WS-RUN-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> CLOSED-PERIOD STATE LOADED ONCE AT STARTUP, SAME AS
      *--> TRADING4'S 0400-LOAD-PERIOD.
       01  WS-PERIOD-VARS.
           03  WS-CLOSED-MONTH    PIC  X(06) VALUE SPACES.
           03  WS-CHECK-DATE      PIC  X(08).
           03  WS-PERIOD-LOCKED   PIC  X(01).

       01  WS-BEFORE-IMAGE        PIC  X(120) VALUE SPACES.

       01  WS-CHECK-VARS.
           03  WS-ENTRY-PRICE     PIC  9(05)V99.
           03  WS-DAY-CLOSE       PIC  9(05)V99.
      *--> POINTS THE POSITION HAS MOVED IN ITS OWN FAVOUR: CLOSE
      *--> MINUS ENTRY FOR A BOUGHT POSITION, ENTRY MINUS CLOSE FOR
      *--> A SOLD ONE.
           03  WS-MOVE-PTS        PIC  S9(05)V99.
           03  WS-SL-NEG          PIC  S9(05)V99.
           03  WS-HIT-TYPE        PIC  X(02).
               88  WS-HIT-TP      VALUE 'TP'.
               88  WS-HIT-SL      VALUE 'SL'.
               88  WS-HIT-NONE    VALUE SPACES.
           03  WS-ACTION-X        PIC  X(30).

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-OPEN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-TP-COUNT        PIC  9(05) VALUE ZEROS.
           03  WS-SL-COUNT        PIC  9(05) VALUE ZEROS.
           03  WS-EXCEPT-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-SPREAD-COUNT    PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-ID-ED           PIC  9(06).
           03  WS-ENTRY-ED        PIC  ZZZZ9,99.
           03  WS-CLOSE-ED        PIC  ZZZZ9,99.
           03  WS-TP-ED           PIC  ZZZZ9,99.
           03  WS-SL-ED           PIC  ZZZZ9,99.
           03  WS-RES-ED          PIC  -ZZZZ9,99.
           03  WS-COUNT-ED        PIC  ZZZZ9.
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

           IF (WS-RUN-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-RUN-DATE
           END-IF.

           OPEN I-O    TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
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

           OPEN OUTPUT TPSRPT01
           IF FS-TPSRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TPSRPT01'
               DISPLAY 'FS-TPSRPT01 = ' FS-TPSRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-OPEN-AUDIT.
           PERFORM 12-LOAD-PERIOD.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TP/SL HIT DETECTION AGAINST CLOSES OF '
                      DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE-ID MARKET ACCOUNT  S    ENTRY    CLOSE'
                  '       TP       SL    RESULT ACTION'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       11-OPEN-AUDIT             SECTION.
      ****************************************************************

      *--> THE AUDIT TRAIL ACCUMULATES ACROSS RUNS, SO EXTEND; A
      *--> FIRST RUN CREATES IT.
           OPEN EXTEND TRADAUD1.
           IF FS-TRADAUD1 EQUAL '35'
               OPEN OUTPUT TRADAUD1
           END-IF.

           IF FS-TRADAUD1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUD1'
               DISPLAY 'FS-TRADAUD1 = ' FS-TRADAUD1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       11-EXIT. EXIT.
      ****************************************************************
       12-LOAD-PERIOD            SECTION.
      ****************************************************************

      *--> A SHOP THAT HAS NEVER RUN TRADCLS1 HAS NO PERCTL1 AND
      *--> NOTHING LOCKED.
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

       12-EXIT. EXIT.
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
                           PERFORM 21-CHECK-POSITION
                       END-IF
               END-READ
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-CHECK-POSITION         SECTION.
      ****************************************************************

           ADD 01 TO WS-OPEN-COUNT.
           MOVE SPACES TO WS-HIT-TYPE.
           MOVE ZEROS  TO WS-DAY-CLOSE.

      *--> NO CLOSE FOR THE DAY MEANS THE POSITION WAS NOT CHECKED;
      *--> IT IS LISTED, NEVER PASSED OVER SILENTLY.
           MOVE WS-RUN-DATE TO PRICE-DATE.
           MOVE TM-MARKET   TO PRICE-MARKET.
           MOVE 'Y' TO WS-PRICE-FOUND.
           READ PRICE001
               INVALID KEY
                   MOVE 'N' TO WS-PRICE-FOUND
               NOT INVALID KEY
                   MOVE PRICE-CLOSE TO WS-DAY-CLOSE
           END-READ.

           IF (WS-PRICE-FOUND = 'N')
               MOVE 'EXCEPTION: NO CLOSE FOR THE DAY'
                                    TO WS-ACTION-X
               PERFORM 23-LOG-EXCEPTION
               GO TO 21-EXIT
           END-IF.

      *--> TP AND SL ARE DISTANCES OFF THE ENTRY. POSITIONS BOOKED
      *--> WITHOUT ONE FALL BACK TO THE CLOSE ON THEIR OPENING DATE,
      *--> SAME REFERENCE AS TRADMTM1'S VALUATION.
           IF (TM-ENTRY-PRICE NUMERIC) AND (TM-ENTRY-PRICE > ZEROS)
               MOVE TM-ENTRY-PRICE TO WS-ENTRY-PRICE
           ELSE
               MOVE ZEROS          TO WS-ENTRY-PRICE
               MOVE TM-TRADE-DATE  TO PRICE-DATE
               MOVE TM-MARKET      TO PRICE-MARKET
               READ PRICE001
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRICE-CLOSE TO WS-ENTRY-PRICE
               END-READ
           END-IF.

           IF (WS-ENTRY-PRICE = ZEROS)
               MOVE 'EXCEPTION: NO ENTRY PRICE'
                                    TO WS-ACTION-X
               PERFORM 23-LOG-EXCEPTION
               GO TO 21-EXIT
           END-IF.

           IF TM-SHORT
               COMPUTE WS-MOVE-PTS = WS-ENTRY-PRICE - WS-DAY-CLOSE
           ELSE
               COMPUTE WS-MOVE-PTS = WS-DAY-CLOSE - WS-ENTRY-PRICE
           END-IF.
           COMPUTE WS-SL-NEG = -1 * TM-STOP-LOSS.

      *--> A ZERO TP MEANS NO PROFIT TARGET WAS SET. ONE CLOSE CANNOT
      *--> HAVE CROSSED BOTH SIDES, SO THE ORDER OF THE TESTS DOES
      *--> NOT MATTER.
           IF (TM-TAKE-PROFIT > ZEROS) AND
              (WS-MOVE-PTS >= TM-TAKE-PROFIT)
               MOVE 'TP' TO WS-HIT-TYPE
           END-IF.
           IF (TM-STOP-LOSS > ZEROS) AND
              (WS-MOVE-PTS <= WS-SL-NEG)
               MOVE 'SL' TO WS-HIT-TYPE
           END-IF.

           IF WS-HIT-NONE
               GO TO 21-EXIT
           END-IF.

      *--> A SPREAD LEG CLOSED ALONE WOULD BREAK ITS SPREAD, AS IN
      *--> TRADROL1'S ROLL; IT IS LEFT OPEN AND LISTED FOR THE DESK,
      *--> WHICH CLOSES THE WHOLE SPREAD BY HAND.
           IF (TM-GROUP-ID NUMERIC) AND (TM-GROUP-ID > ZEROS)
               ADD 01 TO WS-SPREAD-COUNT
               MOVE 'EXCEPTION: SPREAD LEG'
                                    TO WS-ACTION-X
               PERFORM 23-LOG-EXCEPTION
               GO TO 21-EXIT
           END-IF.

      *--> THE CLOSE IS DATED TODAY, BUT THE TRADE-DATE LOCK STILL
      *--> APPLIES AS IT DOES TO TRADING4'S MANUAL CLOSE.
           MOVE TM-TRADE-DATE TO WS-CHECK-DATE.
           PERFORM 25-CHECK-PERIOD.
           IF (WS-PERIOD-LOCKED = 'N')
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
               PERFORM 25-CHECK-PERIOD
           END-IF.
           IF (WS-PERIOD-LOCKED = 'Y')
               MOVE 'EXCEPTION: CLOSED PERIOD'
                                    TO WS-ACTION-X
               PERFORM 23-LOG-EXCEPTION
               GO TO 21-EXIT
           END-IF.

           PERFORM 22-CLOSE-POSITION.

       21-EXIT. EXIT.
      ****************************************************************
       22-CLOSE-POSITION         SECTION.
      ****************************************************************

      *--> CLOSED AT THE LEVEL THAT WAS CROSSED, NOT AT THE CLOSE: THE
      *--> RESULT IS THE FULL TP DISTANCE OR MINUS THE FULL SL
      *--> DISTANCE, AS IF THE RESTING ORDER HAD FILLED.
           MOVE TRADE-MASTER-RECORD TO WS-BEFORE-IMAGE.

           IF WS-HIT-TP
               MOVE TM-TAKE-PROFIT  TO TM-RESULT-VALUE
           ELSE
               MOVE WS-SL-NEG       TO TM-RESULT-VALUE
           END-IF.
           MOVE WS-RUN-DATE         TO TM-CLOSE-DATE.
           MOVE 'C'                 TO TM-STATUS.

           REWRITE TRADE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR TRADE ID ' TM-TRADE-ID
                   MOVE 'EXCEPTION: REWRITE FAILED'
                                    TO WS-ACTION-X
                   PERFORM 23-LOG-EXCEPTION
               NOT INVALID KEY
                   IF WS-HIT-TP
                       ADD 01 TO WS-TP-COUNT
                       MOVE 'TP HIT - CLOSED' TO WS-ACTION-X
                   ELSE
                       ADD 01 TO WS-SL-COUNT
                       MOVE 'SL HIT - CLOSED' TO WS-ACTION-X
                   END-IF
                   PERFORM 24-WRITE-AUDIT
                   PERFORM 26-WRITE-LINE
           END-REWRITE.

       22-EXIT. EXIT.
      ****************************************************************
       23-LOG-EXCEPTION          SECTION.
      ****************************************************************

           ADD 01 TO WS-EXCEPT-COUNT.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADTPS1'        TO EXC-PROGRAM-ID.
           MOVE '21-CHECK-POS'    TO EXC-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-PRICE-FOUND = 'N'
                   MOVE 'PRICE001'    TO EXC-FILE-NAME
                   MOVE 'NP'          TO EXC-FILE-STATUS
               WHEN WS-ACTION-X(12:6) = 'CLOSED'
                   MOVE 'PERCTL1'     TO EXC-FILE-NAME
                   MOVE 'PD'          TO EXC-FILE-STATUS
               WHEN WS-ACTION-X(12:6) = 'SPREAD'
                   MOVE 'TRADEMST'    TO EXC-FILE-NAME
                   MOVE 'SG'          TO EXC-FILE-STATUS
               WHEN WS-ACTION-X(12:7) = 'REWRITE'
                   MOVE 'TRADEMST'    TO EXC-FILE-NAME
                   MOVE FS-TRADEMST   TO EXC-FILE-STATUS
               WHEN OTHER
                   MOVE 'PRICE001'    TO EXC-FILE-NAME
                   MOVE 'NE'          TO EXC-FILE-STATUS
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'W'               TO EXC-SEVERITY.
           MOVE TM-TRADE-ID       TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

           PERFORM 26-WRITE-LINE.

       23-EXIT. EXIT.
      ****************************************************************
       24-WRITE-AUDIT            SECTION.
      ****************************************************************

      *--> SAME ROW TRADING4'S 2900-WRITE-AUDIT WRITES; FUNCTION 'T'
      *--> MARKS THE CLOSE AS MADE BY THIS STEP, NOT AT THE DESK.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE 'T'                 TO AUD-FUNCTION.
           MOVE FUNCTION CURRENT-DATE
                                    TO AUD-TIMESTAMP.
           MOVE TM-TRADE-ID         TO AUD-TRADE-ID.
           MOVE WS-BEFORE-IMAGE     TO AUD-BEFORE-IMAGE.
           MOVE TRADE-MASTER-RECORD TO AUD-AFTER-IMAGE.
           MOVE 'TRADTPS1'          TO AUD-OPERATOR.

           WRITE AUDIT-RECORD.

       24-EXIT. EXIT.
      ****************************************************************
       25-CHECK-PERIOD           SECTION.
      ****************************************************************

           MOVE 'N' TO WS-PERIOD-LOCKED.

           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (WS-CHECK-DATE(1:6) <= WS-CLOSED-MONTH)
               MOVE 'Y' TO WS-PERIOD-LOCKED
           END-IF.

       25-EXIT. EXIT.
      ****************************************************************
       26-WRITE-LINE             SECTION.
      ****************************************************************

           MOVE TM-TRADE-ID       TO WS-ID-ED.
           MOVE WS-ENTRY-PRICE    TO WS-ENTRY-ED.
           MOVE WS-DAY-CLOSE      TO WS-CLOSE-ED.
           MOVE TM-TAKE-PROFIT    TO WS-TP-ED.
           MOVE TM-STOP-LOSS      TO WS-SL-ED.
           IF TM-OPEN
               MOVE ZEROS           TO WS-RES-ED
           ELSE
               MOVE TM-RESULT-VALUE TO WS-RES-ED
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-ED         DELIMITED BY SIZE,
                  '   '            DELIMITED BY SIZE,
                  TM-MARKET        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-ACCOUNT       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-SIDE          DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-ENTRY-ED      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-CLOSE-ED      DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-TP-ED         DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-SL-ED         DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-RES-ED        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-ACTION-X      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       26-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN POSITIONS CHECKED = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-TP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSED AT TAKE-PROFIT  = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSED AT STOP-LOSS    = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SPREAD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SPREAD LEGS LEFT OPEN  = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-EXCEPT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXCEPTIONS             = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE TRADEMST.
           CLOSE PRICE001.
           CLOSE TRADAUD1.
           CLOSE EXCPLOG1.
           CLOSE TPSRPT01.

           DISPLAY 'MASTER RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'OPEN POSITIONS      = ' WS-OPEN-COUNT.
           DISPLAY 'CLOSED AT TP        = ' WS-TP-COUNT.
           DISPLAY 'CLOSED AT SL        = ' WS-SL-COUNT.
           DISPLAY 'SPREAD LEGS LEFT    = ' WS-SPREAD-COUNT.
           DISPLAY 'EXCEPTIONS          = ' WS-EXCEPT-COUNT.

           IF (WS-EXCEPT-COUNT > 0)
               DISPLAY 'POSITIONS NOT CHECKED OR LEFT OPEN - SEE '
                       'TPSRPT01'
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
           MOVE 'TRADTPS1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-RUN-DATE       TO RS-BUS-DATE.
           MOVE WS-OPEN-COUNT     TO RS-RECORDS-IN.
           COMPUTE RS-RECORDS-OUT = WS-TP-COUNT + WS-SL-COUNT.
           MOVE WS-EXCEPT-COUNT   TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
