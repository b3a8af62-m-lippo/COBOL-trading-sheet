       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADROL1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE KEYED MASTER TRADING4 MAINTAINS. AN OPEN POSITION IN A
      *--> CONTRACT CLOSE TO EXPIRY IS LISTED; ON A ROLL RUN IT IS
      *--> CLOSED IN PLACE AND THE SAME LOTS REOPENED IN THE SUCCESSOR
      *--> CONTRACT UNDER A NEW ID.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> INSTRUMENT MASTER (INSTMNT1): EXPIRY DATE AND SUCCESSOR OF
      *--> EACH DATED CONTRACT.
           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

      *--> DAILY CLOSING-PRICE MASTER (PRCMNT1): THE EXPIRING
      *--> CONTRACT IS CLOSED, AND THE SUCCESSOR OPENED, AT THE RUN
      *--> DATE'S CLOSE.
           SELECT PRICE001 ASSIGN TO    PRICE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRICE-KEY
               FILE STATUS          IS FS-PRICE001.

      *--> SAME HOLIDAY CALENDAR THE EDITS USE, SO THE WINDOW IS IN
      *--> BUSINESS DAYS, NOT CALENDAR DAYS.
           SELECT CALNDR1  ASSIGN TO    CALNDR1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-CALNDR1.

      *--> PERMANENT-ID SERIES SHARED WITH TRADING4; THE REOPENED
      *--> POSITION TAKES THE NEXT ID.
           SELECT NXTID001 ASSIGN TO    NXTID001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-KEY
               FILE STATUS          IS FS-NXTID001.

      *--> SAME CUMULATIVE AUDIT TRAIL AS TRADING4: BOTH SIDES OF A
      *--> ROLL ARE WRITTEN WITH THEIR BEFORE AND AFTER IMAGES.
           SELECT TRADAUD1 ASSIGN TO    TRADAUD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUD1.

      *--> LAST CLOSED ACCOUNTING MONTH, SET BY TRADCLS1; A ROLL THAT
      *--> WOULD CHANGE A REPORTED MONTH IS LEFT FOR REVIEW.
           SELECT PERCTL1  ASSIGN TO    PERCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS          IS FS-PERCTL1.

      *--> SHARED EXCEPTION LOG; A POSITION STILL OPEN IN AN EXPIRED
      *--> CONTRACT, OR ONE THAT COULD NOT BE ROLLED, LEAVES A ROW.
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT ROLRPT01 ASSIGN TO    ROLRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-ROLRPT01.

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

       FD  CALNDR1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS CALENDAR-RECORD.

       COPY CALNDR1.

       FD  NXTID001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEXT-ID-RECORD.

       COPY NXTID001.

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

       FD  ROLRPT01
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
       01  FS-CALNDR1             PIC  9(02) VALUE ZEROS.
       01  FS-NXTID001            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUD1            PIC  9(02) VALUE ZEROS.
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-ROLRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-PRICE-FOUND         PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 RUN DATE, ALSO THE DATE OF THE
      *--> CLOSING PRICES AND THE DATE STAMPED ON A ROLL (BLANK =
      *--> TODAY); COLS 10-12 WINDOW IN BUSINESS DAYS (ZERO OR BLANK
      *--> = 5); COL 14 'R' ROLLS WHAT IS LISTED (BLANK = LIST ONLY);
      *--> COLS 16-21 LIMITS THE RUN TO ONE CONTRACT (BLANK = ALL).
       01  WS-ROLL-CONTROL.
           03  WS-RUN-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-WINDOW          PIC  9(03) VALUE ZEROS.
           03  FILLER             PIC  X(01).
           03  WS-ROLL-MODE       PIC  X(01) VALUE SPACES.
               88  WS-ROLL-RUN    VALUE 'R'.
           03  FILLER             PIC  X(01).
           03  WS-ONLY-INSTR      PIC  X(06) VALUE SPACES.
           03  FILLER             PIC  X(59).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

       01  WS-MAX-HOLIDAY         PIC  9(03) VALUE 100.
       01  WS-HOLIDAY-TABLE.
           03  WS-HOLIDAY-COUNT   PIC  9(03) VALUE ZEROS.
           03  WS-HOLIDAY-ENTRY   OCCURS 100 TIMES
                                  INDEXED BY H.
               05  WS-HOLIDAY-DATE PIC X(08).

      *--> WORK FIELDS FOR THE BUSINESS-DAY WALK FROM THE RUN DATE TO
      *--> THE EXPIRY DATE, SAME CONVENTION AS REJRPT01'S AGEING.
       01  WS-DAY-VARS.
           03  WS-RUN-INT         PIC  9(07).
           03  WS-EXPIRY-INT      PIC  9(07).
           03  WS-WALK-INT        PIC  9(07).
           03  WS-WALK-DATE       PIC  9(08).
           03  WS-WALK-DATE-X     REDEFINES WS-WALK-DATE
                                  PIC  X(08).
           03  WS-DAY-OF-WEEK     PIC  9(01).
           03  WS-BUS-DAYS        PIC  9(04).
           03  WS-IS-BUSINESS     PIC  X(01).

      *--> CLOSED-PERIOD STATE LOADED ONCE AT STARTUP, SAME AS
      *--> TRADING4'S 0400-LOAD-PERIOD.
       01  WS-PERIOD-VARS.
           03  WS-CLOSED-MONTH    PIC  X(06) VALUE SPACES.
           03  WS-CHECK-DATE      PIC  X(08).
           03  WS-PERIOD-LOCKED   PIC  X(01).

      *--> NEXT PERMANENT ID, AND THE FIRST ONE THIS RUN HANDS OUT:
      *--> POSITIONS AT OR ABOVE IT WERE OPENED BY THE ROLL ITSELF AND
      *--> ARE NOT LOOKED AT AGAIN AS THE MASTER IS READ ON.
       01  WS-ID-VARS.
           03  WS-NEXT-TRADE-REF  PIC  9(06) VALUE ZEROS.
           03  WS-FIRST-NEW-ID    PIC  9(06) VALUE ZEROS.
           03  WS-NEW-ID          PIC  9(06) VALUE ZEROS.
           03  WS-OLD-ID          PIC  9(06) VALUE ZEROS.

      *--> FUNCTION CODE WRITTEN ON THE AUDIT ROW: 'E' FOR THE
      *--> EXPIRING SIDE OF A ROLL, 'N' FOR THE SUCCESSOR SIDE.
       77  WS-AUDIT-FUNCTION      PIC  X(01) VALUE SPACES.

       01  WS-BEFORE-IMAGE        PIC  X(120) VALUE SPACES.
       01  WS-CLOSED-IMAGE        PIC  X(120) VALUE SPACES.

       01  WS-ROLL-VARS.
           03  WS-EXPIRY-DATE     PIC  X(08).
           03  WS-SUCCESSOR       PIC  X(06).
           03  WS-ENTRY-PRICE     PIC  9(05)V99.
           03  WS-EXIT-PRICE      PIC  9(05)V99.
           03  WS-NEW-PRICE       PIC  9(05)V99.
           03  WS-ROLL-RESULT     PIC  S9(05)V99.
           03  WS-ACTION-X        PIC  X(34).
           03  WS-EXC-FILE        PIC  X(08).
           03  WS-EXC-REASON      PIC  X(02).
           03  WS-EXC-SEVERITY    PIC  X(01).
           03  WS-EXC-PARA        PIC  X(12).

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-OPEN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-LISTED-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-EXPIRED-COUNT   PIC  9(05) VALUE ZEROS.
           03  WS-ROLLED-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-EXCEPT-COUNT    PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-ID-ED           PIC  9(06).
           03  WS-LOTS-ED         PIC  ZZ9.
           03  WS-DAYS-ED         PIC  ZZZ9.
           03  WS-WINDOW-ED       PIC  ZZ9.
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

           ACCEPT WS-ROLL-CONTROL FROM SYSIN.

           IF (WS-RUN-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-RUN-DATE
           END-IF.

           IF (WS-WINDOW NOT NUMERIC) OR (WS-WINDOW = ZEROS)
               MOVE 005 TO WS-WINDOW
           END-IF.

      *--> A LISTING RUN ONLY READS THE MASTER; A ROLL RUN UPDATES IT.
           IF WS-ROLL-RUN
               OPEN I-O    TRADEMST
           ELSE
               OPEN INPUT  TRADEMST
           END-IF.
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

           OPEN OUTPUT ROLRPT01
           IF FS-ROLRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-ROLRPT01'
               DISPLAY 'FS-ROLRPT01 = ' FS-ROLRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
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

           PERFORM 11-LOAD-CALENDAR.

           IF WS-ROLL-RUN
               PERFORM 12-OPEN-ROLL-FILES
               PERFORM 13-LOAD-PERIOD
           END-IF.

           MOVE WS-WINDOW TO WS-WINDOW-ED.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ROLL-RUN
               STRING 'CONTRACT ROLL OF POSITIONS EXPIRING WITHIN '
                          DELIMITED BY SIZE,
                      WS-WINDOW-ED DELIMITED BY SIZE,
                      ' BUSINESS DAYS OF ' DELIMITED BY SIZE,
                      WS-RUN-DATE  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'POSITIONS EXPIRING WITHIN '
                          DELIMITED BY SIZE,
                      WS-WINDOW-ED DELIMITED BY SIZE,
                      ' BUSINESS DAYS OF ' DELIMITED BY SIZE,
                      WS-RUN-DATE  DELIMITED BY SIZE,
                      ' (LIST ONLY)' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADE-ID MARKET ACCOUNT  S LOTS EXPIRY   '
                  'BDAYS SUCCR  NEW-ID ACTION'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-CALENDAR          SECTION.
      ****************************************************************

      *--> SAME CALENDAR LOAD AS TRADING1'S 13-LOAD-CALENDAR.
           OPEN INPUT CALNDR1
           IF FS-CALNDR1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-CALNDR1'
               DISPLAY 'FS-CALNDR1 = ' FS-CALNDR1
               MOVE 12 TO RETURN-CODE
               GOBACK
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

       11-EXIT. EXIT.
      ****************************************************************
       12-OPEN-ROLL-FILES        SECTION.
      ****************************************************************

      *--> SAME NEXT-ID RECORD TRADING4'S 0200-OPEN-NEXT-ID KEEPS; A
      *--> SHOP THAT HAS NEVER ASSIGNED AN ID STARTS THE SERIES HERE.
           OPEN I-O NXTID001.
           IF FS-NXTID001 EQUAL '35'
               OPEN OUTPUT NXTID001
               CLOSE       NXTID001
               OPEN I-O    NXTID001
           END-IF.
           IF FS-NXTID001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-NXTID001'
               DISPLAY 'FS-NXTID001 = ' FS-NXTID001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'NXID' TO NX-KEY.
           READ NXTID001
               INVALID KEY
                   MOVE 000001 TO NX-NEXT-TRADE-REF
                   WRITE NEXT-ID-RECORD
                       INVALID KEY
                           DISPLAY 'NXTID001 INITIAL WRITE FAILED'
                   END-WRITE
           END-READ.
           MOVE NX-NEXT-TRADE-REF TO WS-NEXT-TRADE-REF.
           MOVE NX-NEXT-TRADE-REF TO WS-FIRST-NEW-ID.

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

       12-EXIT. EXIT.
      ****************************************************************
       13-LOAD-PERIOD            SECTION.
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

       13-EXIT. EXIT.
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

           IF WS-ROLL-RUN AND (TM-TRADE-ID >= WS-FIRST-NEW-ID)
               GO TO 21-EXIT
           END-IF.

           ADD 01 TO WS-OPEN-COUNT.
           MOVE ZEROS  TO WS-NEW-ID.

           IF (WS-ONLY-INSTR NOT = SPACES) AND
              (TM-MARKET NOT = WS-ONLY-INSTR)
               GO TO 21-EXIT
           END-IF.

      *--> A MARKET NOT ON INSTRMST, OR ONE WITHOUT AN EXPIRY DATE,
      *--> IS NOT A DATED CONTRACT AND NEVER EXPIRES.
           MOVE TM-MARKET TO INSTR-CODE.
           READ INSTRMST
               INVALID KEY
                   GO TO 21-EXIT
           END-READ.
           IF (INSTR-EXPIRY-DATE NOT NUMERIC)
               GO TO 21-EXIT
           END-IF.

           MOVE INSTR-EXPIRY-DATE TO WS-EXPIRY-DATE.
           MOVE INSTR-SUCCESSOR   TO WS-SUCCESSOR.

           PERFORM 22-COUNT-BUS-DAYS.
           IF (WS-BUS-DAYS > WS-WINDOW)
               GO TO 21-EXIT
           END-IF.

           ADD 01 TO WS-LISTED-COUNT.

      *--> STILL OPEN IN A CONTRACT WHOSE LAST TRADING DAY HAS GONE:
      *--> ALWAYS LOGGED, WHETHER OR NOT THIS RUN ROLLS IT.
           IF (WS-EXPIRY-DATE < WS-RUN-DATE)
               ADD 01 TO WS-EXPIRED-COUNT
               MOVE '21-CHECK-POS' TO WS-EXC-PARA
               MOVE 'INSTRMST' TO WS-EXC-FILE
               MOVE 'XP'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
           END-IF.

           IF WS-ROLL-RUN
               PERFORM 23-ROLL-POSITION
           ELSE
               IF (WS-EXPIRY-DATE < WS-RUN-DATE)
                   MOVE 'EXPIRED - STILL OPEN' TO WS-ACTION-X
               ELSE
                   MOVE 'EXPIRING'             TO WS-ACTION-X
               END-IF
           END-IF.

           PERFORM 27-WRITE-LINE.

       21-EXIT. EXIT.
      ****************************************************************
       22-COUNT-BUS-DAYS         SECTION.
      ****************************************************************

      *--> BUSINESS DAYS AFTER THE RUN DATE UP TO AND INCLUDING THE
      *--> EXPIRY DATE: ZERO ON THE LAST TRADING DAY ITSELF AND AFTER
      *--> IT. THE WALK STOPS ONCE PAST THE WINDOW. INTEGER-OF-DATE
      *--> DAY 1 IS A MONDAY, AS IN TRADING1'S 17-VALIDATE-DATE.
           MOVE ZEROS TO WS-BUS-DAYS.

           IF (WS-EXPIRY-DATE <= WS-RUN-DATE)
               GO TO 22-EXIT
           END-IF.

           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-EXPIRY-DATE)).

           PERFORM VARYING WS-WALK-INT FROM WS-RUN-INT BY 1
                   UNTIL (WS-WALK-INT >= WS-EXPIRY-INT) OR
                         (WS-BUS-DAYS > WS-WINDOW)
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
                   ADD 01 TO WS-BUS-DAYS
               END-IF
           END-PERFORM.

       22-EXIT. EXIT.
      ****************************************************************
       23-ROLL-POSITION          SECTION.
      ****************************************************************

      *--> EVERYTHING IS CHECKED BEFORE THE MASTER IS TOUCHED, SO A
      *--> POSITION IS EITHER ROLLED WHOLE OR LEFT AS IT WAS.

      *--> A SPREAD LEG ROLLED ALONE WOULD BREAK ITS SPREAD; THE DESK
      *--> ROLLS THE WHOLE SPREAD BY HAND.
           IF (TM-GROUP-ID NUMERIC) AND (TM-GROUP-ID > ZEROS)
               MOVE 'NOT ROLLED: SPREAD LEG' TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'TRADEMST' TO WS-EXC-FILE
               MOVE 'SG'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

           IF (WS-SUCCESSOR = SPACES)
               MOVE 'NOT ROLLED: NO SUCCESSOR' TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'INSTRMST' TO WS-EXC-FILE
               MOVE 'NS'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

           MOVE WS-SUCCESSOR TO INSTR-CODE.
           READ INSTRMST
               INVALID KEY
                   MOVE 'NOT ROLLED: SUCCESSOR NOT ON FILE'
                                   TO WS-ACTION-X
                   MOVE '23-ROLL-POS' TO WS-EXC-PARA
                   MOVE 'INSTRMST' TO WS-EXC-FILE
                   MOVE 'SM'       TO WS-EXC-REASON
                   MOVE 'W'        TO WS-EXC-SEVERITY
                   PERFORM 25-LOG-EXCEPTION
                   GO TO 23-EXIT
           END-READ.
           IF INSTR-RETIRED
               MOVE 'NOT ROLLED: SUCCESSOR RETIRED'
                               TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'INSTRMST' TO WS-EXC-FILE
               MOVE 'SR'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

      *--> BOTH SIDES ARE PRICED AT THE RUN DATE'S CLOSE.
           MOVE 'Y'          TO WS-PRICE-FOUND.
           MOVE WS-RUN-DATE  TO PRICE-DATE.
           MOVE TM-MARKET    TO PRICE-MARKET.
           READ PRICE001
               INVALID KEY
                   MOVE 'N' TO WS-PRICE-FOUND
               NOT INVALID KEY
                   MOVE PRICE-CLOSE TO WS-EXIT-PRICE
           END-READ.
           IF (WS-PRICE-FOUND = 'Y')
               MOVE WS-SUCCESSOR TO PRICE-MARKET
               READ PRICE001
                   INVALID KEY
                       MOVE 'N' TO WS-PRICE-FOUND
                   NOT INVALID KEY
                       MOVE PRICE-CLOSE TO WS-NEW-PRICE
               END-READ
           END-IF.
           IF (WS-PRICE-FOUND = 'N')
               MOVE 'NOT ROLLED: NO CLOSE FOR THE DAY'
                               TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'PRICE001' TO WS-EXC-FILE
               MOVE 'NP'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

      *--> SAME ENTRY-PRICE FALLBACK AS TRADTPS1: THE CLOSE ON THE
      *--> POSITION'S OPENING DATE.
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
               MOVE 'NOT ROLLED: NO ENTRY PRICE' TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'PRICE001' TO WS-EXC-FILE
               MOVE 'NE'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

           IF TM-SHORT
               COMPUTE WS-ROLL-RESULT = WS-ENTRY-PRICE - WS-EXIT-PRICE
           ELSE
               COMPUTE WS-ROLL-RESULT = WS-EXIT-PRICE - WS-ENTRY-PRICE
           END-IF.

      *--> THE CLOSE IS DATED THE RUN DATE, BUT THE TRADE-DATE LOCK
      *--> STILL APPLIES AS IT DOES TO TRADING4'S MANUAL CLOSE.
           MOVE TM-TRADE-DATE TO WS-CHECK-DATE.
           PERFORM 26-CHECK-PERIOD.
           IF (WS-PERIOD-LOCKED = 'N')
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
               PERFORM 26-CHECK-PERIOD
           END-IF.
           IF (WS-PERIOD-LOCKED = 'Y')
               MOVE 'NOT ROLLED: CLOSED PERIOD' TO WS-ACTION-X
               MOVE '23-ROLL-POS' TO WS-EXC-PARA
               MOVE 'PERCTL1'  TO WS-EXC-FILE
               MOVE 'PD'       TO WS-EXC-REASON
               MOVE 'W'        TO WS-EXC-SEVERITY
               PERFORM 25-LOG-EXCEPTION
               GO TO 23-EXIT
           END-IF.

           PERFORM 24-CLOSE-AND-REOPEN.

       23-EXIT. EXIT.
      ****************************************************************
       24-CLOSE-AND-REOPEN       SECTION.
      ****************************************************************

      *--> FIRST SIDE: THE EXPIRING POSITION IS CLOSED IN PLACE AT THE
      *--> DAY'S CLOSE, AUDITED UNDER FUNCTION 'E'.
           MOVE TRADE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE TM-TRADE-ID         TO WS-OLD-ID.
           MOVE WS-ROLL-RESULT      TO TM-RESULT-VALUE.
           MOVE WS-RUN-DATE         TO TM-CLOSE-DATE.
           MOVE 'C'                 TO TM-STATUS.
           IF (TM-ENTRY-PRICE NOT NUMERIC) OR (TM-ENTRY-PRICE = ZEROS)
               MOVE WS-ENTRY-PRICE  TO TM-ENTRY-PRICE
           END-IF.

           REWRITE TRADE-MASTER-RECORD
               INVALID KEY
                   MOVE 'NOT ROLLED: REWRITE FAILED' TO WS-ACTION-X
                   MOVE '24-CLS-REOPN' TO WS-EXC-PARA
                   MOVE 'TRADEMST'  TO WS-EXC-FILE
                   MOVE FS-TRADEMST TO WS-EXC-REASON
                   MOVE 'W'         TO WS-EXC-SEVERITY
                   PERFORM 25-LOG-EXCEPTION
                   GO TO 24-EXIT
           END-REWRITE.

           MOVE 'E' TO WS-AUDIT-FUNCTION.
           PERFORM 28-WRITE-AUDIT.
           MOVE TRADE-MASTER-RECORD TO WS-CLOSED-IMAGE.

      *--> SECOND SIDE: THE SAME LOTS, SIDE, ACCOUNT, STRATEGY AND
      *--> TP/SL DISTANCES OPENED IN THE SUCCESSOR AT ITS CLOSE,
      *--> DATED THE RUN DATE, NO FEE, LINKED BACK BY TM-ROLL-FROM-ID.
      *--> AUDITED UNDER FUNCTION 'N'.
           MOVE WS-NEXT-TRADE-REF   TO WS-NEW-ID.
           MOVE WS-NEW-ID           TO TM-TRADE-ID.
           MOVE WS-SUCCESSOR        TO TM-MARKET.
           MOVE ZEROS               TO TM-RESULT-VALUE.
           MOVE ZEROS               TO TM-FEE-AMT.
           MOVE WS-RUN-DATE         TO TM-TRADE-DATE.
           MOVE 'O'                 TO TM-STATUS.
           MOVE SPACES              TO TM-CLOSE-DATE.
           MOVE WS-NEW-PRICE        TO TM-ENTRY-PRICE.
           MOVE ZEROS               TO TM-PARENT-ID.
           MOVE ZEROS               TO TM-GROUP-ID.
           MOVE ZEROS               TO TM-LEG-NO.
           MOVE ZEROS               TO TM-LEG-COUNT.
           MOVE WS-OLD-ID           TO TM-ROLL-FROM-ID.
           MOVE SPACES              TO WS-BEFORE-IMAGE.

           WRITE TRADE-MASTER-RECORD
               INVALID KEY
                   MOVE 'CLOSED - REOPEN FAILED'    TO WS-ACTION-X
                   MOVE '24-CLS-REOPN' TO WS-EXC-PARA
                   MOVE 'TRADEMST'  TO WS-EXC-FILE
                   MOVE 'RO'        TO WS-EXC-REASON
                   MOVE 'S'         TO WS-EXC-SEVERITY
                   MOVE WS-CLOSED-IMAGE TO TRADE-MASTER-RECORD
                   PERFORM 25-LOG-EXCEPTION
                   MOVE ZEROS       TO WS-NEW-ID
                   GO TO 24-EXIT
           END-WRITE.

           MOVE 'N' TO WS-AUDIT-FUNCTION.
           PERFORM 28-WRITE-AUDIT.

           COMPUTE WS-NEXT-TRADE-REF = WS-NEW-ID + 1.
           MOVE 'NXID'            TO NX-KEY.
           MOVE WS-NEXT-TRADE-REF TO NX-NEXT-TRADE-REF.
           REWRITE NEXT-ID-RECORD
               INVALID KEY
                   DISPLAY 'NXTID001 REWRITE FAILED'
           END-REWRITE.

           ADD 01 TO WS-ROLLED-COUNT.
           MOVE 'ROLLED'            TO WS-ACTION-X.

      *--> THE REPORT LINE DESCRIBES THE EXPIRING POSITION.
           MOVE WS-CLOSED-IMAGE     TO TRADE-MASTER-RECORD.

       24-EXIT. EXIT.
      ****************************************************************
       25-LOG-EXCEPTION          SECTION.
      ****************************************************************

      *--> XP = STILL OPEN AFTER EXPIRY, SG = SPREAD LEG, NS = NO
      *--> SUCCESSOR, SM = SUCCESSOR NOT ON INSTRMST, SR = SUCCESSOR
      *--> RETIRED, NP = NO CLOSE, NE = NO ENTRY PRICE, PD = CLOSED
      *--> PERIOD, RO = CLOSED BUT NOT REOPENED (SEVERE), OR THE FILE
      *--> STATUS OF A FAILED REWRITE.
           ADD 01 TO WS-EXCEPT-COUNT.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADROL1'        TO EXC-PROGRAM-ID.
           MOVE WS-EXC-PARA       TO EXC-PARAGRAPH.
           MOVE WS-EXC-FILE       TO EXC-FILE-NAME.
           MOVE WS-EXC-REASON     TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE WS-EXC-SEVERITY   TO EXC-SEVERITY.
           MOVE TM-TRADE-ID       TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       25-EXIT. EXIT.
      ****************************************************************
       26-CHECK-PERIOD           SECTION.
      ****************************************************************

           MOVE 'N' TO WS-PERIOD-LOCKED.

           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (WS-CHECK-DATE(1:6) <= WS-CLOSED-MONTH)
               MOVE 'Y' TO WS-PERIOD-LOCKED
           END-IF.

       26-EXIT. EXIT.
      ****************************************************************
       27-WRITE-LINE             SECTION.
      ****************************************************************

           MOVE TM-TRADE-ID       TO WS-ID-ED.
           MOVE TM-LOTS           TO WS-LOTS-ED.
           MOVE WS-BUS-DAYS       TO WS-DAYS-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-ED         DELIMITED BY SIZE,
                  '   '            DELIMITED BY SIZE,
                  TM-MARKET        DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-ACCOUNT       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  TM-SIDE          DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-LOTS-ED       DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-EXPIRY-DATE   DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE,
                  WS-DAYS-ED       DELIMITED BY SIZE,
                  '  '             DELIMITED BY SIZE,
                  WS-SUCCESSOR     DELIMITED BY SIZE,
                  ' '              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           IF (WS-NEW-ID > ZEROS)
               MOVE WS-NEW-ID TO WS-ID-ED
               MOVE WS-ID-ED  TO REPORT-LINE(55:6)
           END-IF.
           MOVE WS-ACTION-X       TO REPORT-LINE(62:34).
           WRITE REPORT-LINE.

       27-EXIT. EXIT.
      ****************************************************************
       28-WRITE-AUDIT            SECTION.
      ****************************************************************

      *--> SAME ROW TRADING4'S 2900-WRITE-AUDIT WRITES; 'E' IS THE
      *--> EXPIRING SIDE OF A ROLL AND 'N' THE SUCCESSOR SIDE, BOTH
      *--> MADE BY THIS STEP, NOT AT THE DESK.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE WS-AUDIT-FUNCTION   TO AUD-FUNCTION.
           MOVE FUNCTION CURRENT-DATE
                                    TO AUD-TIMESTAMP.
           MOVE TM-TRADE-ID         TO AUD-TRADE-ID.
           MOVE WS-BEFORE-IMAGE     TO AUD-BEFORE-IMAGE.
           MOVE TRADE-MASTER-RECORD TO AUD-AFTER-IMAGE.
           MOVE 'TRADROL1'          TO AUD-OPERATOR.

           WRITE AUDIT-RECORD.

       28-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE WS-LISTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POSITIONS IN THE WINDOW  = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN IN EXPIRED CONTRACT = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-ROLLED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ROLLED                   = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-EXCEPT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXCEPTIONS               = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           CLOSE PRICE001.
           CLOSE EXCPLOG1.
           CLOSE ROLRPT01.
           IF WS-ROLL-RUN
               CLOSE NXTID001
               CLOSE TRADAUD1
           END-IF.

           DISPLAY 'MASTER RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'OPEN POSITIONS      = ' WS-OPEN-COUNT.
           DISPLAY 'IN THE WINDOW       = ' WS-LISTED-COUNT.
           DISPLAY 'ROLLED              = ' WS-ROLLED-COUNT.
           DISPLAY 'EXCEPTIONS          = ' WS-EXCEPT-COUNT.

           IF (WS-EXCEPT-COUNT > 0)
               DISPLAY 'POSITIONS NEED ATTENTION - SEE ROLRPT01'
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
           MOVE 'TRADROL1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-RUN-DATE       TO RS-BUS-DATE.
           MOVE WS-LISTED-COUNT   TO RS-RECORDS-IN.
           MOVE WS-ROLLED-COUNT   TO RS-RECORDS-OUT.
           MOVE WS-EXCEPT-COUNT   TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
