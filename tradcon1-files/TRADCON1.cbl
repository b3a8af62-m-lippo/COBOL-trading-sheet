       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADCON1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE OPEN BOOK: EVERY TM-OPEN ROW IS EXPOSURE.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> INSTRUMENT TYPE AND CONTRACT MULTIPLIER (INSTMNT1).
           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

      *--> DAILY CLOSING-PRICE MASTER (PRCMNT1): WALKED ONCE FOR THE
      *--> LATEST CLOSE PER MARKET, AS IN TRADMTM1.
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

      *--> CONCENTRATION LIMITS PER INSTRUMENT TYPE AND CURRENCY,
      *--> SAME LIST-STYLE CONTROL FILE AS CURRCTL1.
           SELECT CONCTL1  ASSIGN TO    CONCTL1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-CONCTL1.

      *--> EVERY LIMIT WARNING OR BREACH LEAVES A W OR S ROW FOR THE
      *--> MORNING CHECKLIST (EXCPRPT1).
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT CONRPT01 ASSIGN TO    CONRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-CONRPT01.

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

       FD  CONCTL1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONC-LIMIT-RECORD.

       COPY CONCTL1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  CONRPT01
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
       01  FS-CONCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-CONRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.
       77  WS-WORK-ACCT           PIC  X(08) VALUE SPACES.
       77  WS-WORK-TYPE           PIC  X(03) VALUE SPACES.

      *--> ONE SYSIN CARD: COLS 1-8 THE VALUATION DATE (BLANK =
      *--> TODAY). NO CLOSE OR RATE DATED AFTER IT IS USED, SAME
      *--> RULE AS TRADMTM1.
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

      *--> LIMITS LOADED FROM CONCTL1.
       01  WS-MAX-LIMIT           PIC  9(02) VALUE 40.
       01  WS-LIMIT-TABLE.
           03  WS-LIMIT-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-LIMIT-ENTRY     OCCURS 40 TIMES
                                  INDEXED BY L.
               05  WS-LIM-DIM     PIC  X(01).
               05  WS-LIM-KEY     PIC  X(08).
               05  WS-LIM-WARN    PIC  9(03)V99.
               05  WS-LIM-MAX     PIC  9(03)V99.

      *--> ONE ROW PER BUCKET. WS-BKT-SEQ ORDERS THE SECTIONS: 1 BY
      *--> INSTRUMENT TYPE, 2 BY CURRENCY, 3 BY ACCOUNT, 4 BY TYPE
      *--> WITHIN ACCOUNT (CODE = TYPE + ACCOUNT), SO ONE SORT PUTS
      *--> THE WHOLE REPORT IN ORDER. GROSS = LONG + SHORT; SHORTS
      *--> ARE EXPOSURE TOO.
       01  WS-MAX-BUCKET          PIC  9(03) VALUE 200.
       01  WS-BKT-TABLE.
           03  WS-BKT-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-BKT-ENTRY       OCCURS 200 TIMES
                                  INDEXED BY B.
               05  WS-BKT-KEY.
                   07  WS-BKT-SEQ     PIC  9(01).
                   07  WS-BKT-CODE    PIC  X(12).
               05  WS-BKT-POSNS       PIC  9(05).
               05  WS-BKT-LOTS        PIC  9(07).
               05  WS-BKT-LONG        PIC  9(11)V99.
               05  WS-BKT-SHORT       PIC  9(11)V99.
               05  WS-BKT-GROSS       PIC  9(11)V99.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(03).
           03  WS-SORT-J          PIC  9(03).
           03  WS-SWAP-ENTRY      PIC  X(64).

       01  WS-ADD-VARS.
           03  WS-ADD-SEQ         PIC  9(01).
           03  WS-ADD-CODE        PIC  X(12).
           03  WS-PRIOR-SEQ       PIC  9(01).

       01  WS-VALUE-VARS.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-MULT-EFF        PIC  9(05)V99.
           03  WS-MARK-PRICE      PIC  9(05)V99.
           03  WS-POS-LOCAL       PIC  9(13)V99.
           03  WS-POS-USD         PIC  9(11)V99.
      *--> FALLBACK RATE IF A CURRENCY HAS NO RATE001 ROW AT ALL;
      *--> SAME LAST-KNOWN APPROACH AS THE REST OF THE PIPELINE.
           03  WS-USD-CONV-RATE   PIC  9(03)V99 VALUE 5,93.
           03  WS-PRICE-FLAG      PIC  X(01).
               88  WS-PRICED      VALUE 'P'.
               88  WS-ENTRY-PRICED
                                  VALUE 'E'.
               88  WS-NOT-PRICED  VALUE 'N'.

       01  WS-CHECK-VARS.
           03  WS-BKT-PCT         PIC  9(03)V99.
           03  WS-LIM-DIM-X       PIC  X(01).
           03  WS-LIM-FOUND       PIC  X(01).
           03  WS-CUR-WARN        PIC  9(03)V99.
           03  WS-CUR-MAX         PIC  9(03)V99.
           03  WS-BREACH-TYPE     PIC  X(01).
               88  WS-BREACH-SEVERE
                                  VALUE 'S'.
               88  WS-BREACH-WARN VALUE 'W'.
               88  WS-BREACH-NONE VALUE SPACES.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-OPEN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-ENTRY-PX-COUNT  PIC  9(05) VALUE ZEROS.
           03  WS-NO-PRICE-COUNT  PIC  9(05) VALUE ZEROS.
           03  WS-SEVERE-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-WARN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-TOTAL-LONG      PIC  9(11)V99 VALUE ZEROS.
           03  WS-TOTAL-SHORT     PIC  9(11)V99 VALUE ZEROS.
           03  WS-TOTAL-GROSS     PIC  9(11)V99 VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-POSNS-ED        PIC  ZZZZ9.
           03  WS-LOTS-ED         PIC  ZZZZZZ9.
           03  WS-LONG-ED         PIC  ZZZZZZZZZZ9,99.
           03  WS-SHORT-ED        PIC  ZZZZZZZZZZ9,99.
           03  WS-GROSS-ED        PIC  ZZZZZZZZZZ9,99.
           03  WS-PCT-ED          PIC  ZZ9,99.
           03  WS-WARN-X          PIC  X(06).
           03  WS-MAX-X           PIC  X(06).
           03  WS-FLAG-X          PIC  X(12).
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

           OPEN OUTPUT CONRPT01
           IF FS-CONRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-CONRPT01'
               DISPLAY 'FS-CONRPT01 = ' FS-CONRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-MARKS.
           PERFORM 12-LOAD-RATES.
           PERFORM 15-LOAD-LIMITS.

           MOVE SPACES TO REPORT-LINE.
           STRING 'BOOK EXPOSURE AND CONCENTRATION AS OF '
                      DELIMITED BY SIZE,
                  WS-VAL-DATE DELIMITED BY SIZE,
                  '   (OPEN LOTS X MULTIPLIER X LAST CLOSE, IN USD)'
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
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
       15-LOAD-LIMITS            SECTION.
      ****************************************************************

      *--> NO CONTROL FILE MEANS NO LIMITS: THE EXPOSURE IS STILL
      *--> REPORTED, NOTHING IS FLAGGED. A ROW WITH AN UNKNOWN
      *--> DIMENSION OR NON-NUMERIC PERCENTAGES IS SKIPPED.
           OPEN INPUT CONCTL1
           IF FS-CONCTL1 NOT EQUAL ZEROS
               DISPLAY 'CONCTL1 NOT AVAILABLE - NO LIMITS CHECKED'
               GO TO 15-EXIT
           END-IF.

           PERFORM UNTIL FS-CONCTL1 EQUAL '10'
               READ CONCTL1
                   AT END
                       MOVE '10' TO FS-CONCTL1
                   NOT AT END
                       IF (CL-BY-TYPE OR CL-BY-CURRENCY) AND
                          (CL-KEY NOT = SPACES) AND
                          (CL-WARN-PCT NUMERIC) AND
                          (CL-MAX-PCT  NUMERIC)
                           IF (WS-LIMIT-COUNT < WS-MAX-LIMIT)
                               ADD 01 TO WS-LIMIT-COUNT
                               SET L TO WS-LIMIT-COUNT
                               MOVE CL-DIMENSION TO WS-LIM-DIM(L)
                               MOVE CL-KEY       TO WS-LIM-KEY(L)
                               MOVE CL-WARN-PCT  TO WS-LIM-WARN(L)
                               MOVE CL-MAX-PCT   TO WS-LIM-MAX(L)
                           ELSE
                               DISPLAY 'WARNING: CONCTL1 HAS MORE '
                                   'THAN ' WS-MAX-LIMIT ' ROWS - '
                                   'IGNORING ' CL-DIMENSION ' '
                                   CL-KEY
                           END-IF
                       ELSE
                           DISPLAY 'CONCTL1 ROW SKIPPED: '
                                   CONC-LIMIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONCTL1.

       15-EXIT. EXIT.
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

           PERFORM 25-SORT-BUCKETS.

           MOVE ZEROS TO WS-PRIOR-SEQ.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BKT-COUNT
               IF (WS-BKT-SEQ(B) NOT = WS-PRIOR-SEQ)
                   PERFORM 26-WRITE-SECTION-HEAD
                   MOVE WS-BKT-SEQ(B) TO WS-PRIOR-SEQ
               END-IF
               PERFORM 27-CHECK-BUCKET
               PERFORM 29-WRITE-BUCKET-LINE
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-VALUE-POSITION         SECTION.
      ****************************************************************

           ADD 01 TO WS-OPEN-COUNT.

           IF (TM-ACCOUNT = SPACES)
               MOVE 'ACCT'     TO WS-WORK-ACCT
           ELSE
               MOVE TM-ACCOUNT TO WS-WORK-ACCT
           END-IF.

      *--> LOTS ZERO MEANS ONE, AS EVERYWHERE ELSE IN THE PIPELINE.
           IF (TM-LOTS NUMERIC) AND (TM-LOTS > ZEROS)
               MOVE TM-LOTS TO WS-LOTS-EFF
           ELSE
               MOVE 001     TO WS-LOTS-EFF
           END-IF.

      *--> NO ROW OR A ZERO MULTIPLIER MEANS ONE, AS IN TRADING1; A
      *--> MARKET NOT ON INSTRMST GOES UNDER TYPE '???' SO IT STILL
      *--> SHOWS IN THE TOTAL.
           MOVE 1         TO WS-MULT-EFF.
           MOVE '???'     TO WS-WORK-TYPE.
           MOVE TM-MARKET TO INSTR-CODE.
           READ INSTRMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (INSTR-MULT NUMERIC) AND (INSTR-MULT > ZEROS)
                       MOVE INSTR-MULT TO WS-MULT-EFF
                   END-IF
                   IF (INSTR-TYPE NOT = SPACES)
                       MOVE INSTR-TYPE TO WS-WORK-TYPE
                   END-IF
           END-READ.

      *--> THE PRICE: LATEST CLOSE ON OR BEFORE THE VALUATION DATE,
      *--> ELSE THE POSITION'S OWN ENTRY PRICE (COUNTED ON THE
      *--> REPORT); WITH NEITHER THE POSITION CANNOT BE SIZED.
           MOVE 'N'   TO WS-PRICE-FLAG.
           MOVE ZEROS TO WS-MARK-PRICE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MARK-COUNT
               IF (WS-MRK-MARKET(K) = TM-MARKET)
                   MOVE 'P'              TO WS-PRICE-FLAG
                   MOVE WS-MRK-CLOSE(K)  TO WS-MARK-PRICE
               END-IF
           END-PERFORM.

           IF WS-NOT-PRICED AND
              (TM-ENTRY-PRICE NUMERIC) AND (TM-ENTRY-PRICE > ZEROS)
               MOVE 'E'            TO WS-PRICE-FLAG
               MOVE TM-ENTRY-PRICE TO WS-MARK-PRICE
               ADD 01              TO WS-ENTRY-PX-COUNT
           END-IF.

           IF WS-NOT-PRICED
               ADD 01 TO WS-NO-PRICE-COUNT
               DISPLAY 'NO CLOSE OR ENTRY PRICE FOR ' TM-MARKET
                       ' TRADE ID ' TM-TRADE-ID
                       ' - LEFT OUT OF THE EXPOSURE'
               GO TO 21-EXIT
           END-IF.

           COMPUTE WS-POS-LOCAL ROUNDED =
               WS-LOTS-EFF * WS-MULT-EFF * WS-MARK-PRICE.
           PERFORM 22-CONVERT-TO-USD.

           IF TM-SHORT
               ADD WS-POS-USD TO WS-TOTAL-SHORT
           ELSE
               ADD WS-POS-USD TO WS-TOTAL-LONG
           END-IF.
           ADD WS-POS-USD TO WS-TOTAL-GROSS.

           MOVE 1                   TO WS-ADD-SEQ.
           MOVE WS-WORK-TYPE        TO WS-ADD-CODE.
           PERFORM 23-ADD-TO-BUCKET.

           MOVE 2                   TO WS-ADD-SEQ.
           MOVE TM-CUR              TO WS-ADD-CODE.
           PERFORM 23-ADD-TO-BUCKET.

           MOVE 3                   TO WS-ADD-SEQ.
           MOVE WS-WORK-ACCT        TO WS-ADD-CODE.
           PERFORM 23-ADD-TO-BUCKET.

           MOVE 4                   TO WS-ADD-SEQ.
           MOVE SPACES              TO WS-ADD-CODE.
           MOVE WS-WORK-TYPE        TO WS-ADD-CODE(1:3).
           MOVE WS-WORK-ACCT        TO WS-ADD-CODE(5:8).
           PERFORM 23-ADD-TO-BUCKET.

       21-EXIT. EXIT.
      ****************************************************************
       22-CONVERT-TO-USD         SECTION.
      ****************************************************************

      *--> RATE001 HOLDS LOCAL CURRENCY PER USD; USD NEEDS NO LOOKUP.
           IF (TM-CUR = 'USD')
               MOVE WS-POS-LOCAL TO WS-POS-USD
               GO TO 22-EXIT
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

           COMPUTE WS-POS-USD ROUNDED =
               WS-POS-LOCAL / WS-USD-CONV-RATE.

       22-EXIT. EXIT.
      ****************************************************************
       23-ADD-TO-BUCKET          SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BKT-COUNT
               IF (WS-BKT-SEQ(B)  = WS-ADD-SEQ) AND
                  (WS-BKT-CODE(B) = WS-ADD-CODE)
                   MOVE 'Y' TO WS-FOUND
                   PERFORM 24-ADD-POSITION
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-BKT-COUNT < WS-MAX-BUCKET)
                   ADD 01 TO WS-BKT-COUNT
                   SET B TO WS-BKT-COUNT
                   MOVE WS-ADD-SEQ  TO WS-BKT-SEQ(B)
                   MOVE WS-ADD-CODE TO WS-BKT-CODE(B)
                   MOVE ZEROS       TO WS-BKT-POSNS(B)
                   MOVE ZEROS       TO WS-BKT-LOTS(B)
                   MOVE ZEROS       TO WS-BKT-LONG(B)
                   MOVE ZEROS       TO WS-BKT-SHORT(B)
                   MOVE ZEROS       TO WS-BKT-GROSS(B)
                   PERFORM 24-ADD-POSITION
               ELSE
                   DISPLAY 'WARNING: BUCKET TABLE FULL - '
                           WS-ADD-CODE ' LEFT OUT OF THE BREAKDOWN'
               END-IF
           END-IF.

       23-EXIT. EXIT.
      ****************************************************************
       24-ADD-POSITION           SECTION.
      ****************************************************************

           ADD 01          TO WS-BKT-POSNS(B).
           ADD WS-LOTS-EFF TO WS-BKT-LOTS(B).
           IF TM-SHORT
               ADD WS-POS-USD TO WS-BKT-SHORT(B)
           ELSE
               ADD WS-POS-USD TO WS-BKT-LONG(B)
           END-IF.
           ADD WS-POS-USD  TO WS-BKT-GROSS(B).

       24-EXIT. EXIT.
      ****************************************************************
       25-SORT-BUCKETS           SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-BKT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-BKT-COUNT - WS-SORT-I)
                   IF (WS-BKT-KEY(WS-SORT-J) >
                       WS-BKT-KEY(WS-SORT-J + 1))
                       MOVE WS-BKT-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-BKT-ENTRY(WS-SORT-J + 1)
                                TO WS-BKT-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-BKT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       25-EXIT. EXIT.
      ****************************************************************
       26-WRITE-SECTION-HEAD     SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE WS-BKT-SEQ(B)
               WHEN 1
                   MOVE 'BY INSTRUMENT TYPE'            TO REPORT-LINE
               WHEN 2
                   MOVE 'BY CURRENCY'                   TO REPORT-LINE
               WHEN 3
                   MOVE 'BY ACCOUNT'                    TO REPORT-LINE
               WHEN OTHER
                   MOVE 'BY INSTRUMENT TYPE WITHIN ACCOUNT'
                                                        TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'BUCKET       POSNS    LOTS       LONG-USD     '
                  ' SHORT-USD      GROSS-USD   PCT%  WARN%   MAX% FLAG'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       26-EXIT. EXIT.
      ****************************************************************
       27-CHECK-BUCKET           SECTION.
      ****************************************************************

           MOVE SPACES TO WS-BREACH-TYPE.
           MOVE 'N'    TO WS-LIM-FOUND.

           IF (WS-TOTAL-GROSS > ZEROS)
               COMPUTE WS-BKT-PCT ROUNDED =
                   WS-BKT-GROSS(B) * 100 / WS-TOTAL-GROSS
           ELSE
               MOVE ZEROS TO WS-BKT-PCT
           END-IF.

      *--> ONLY THE TYPE AND CURRENCY SECTIONS CARRY LIMITS. THE
      *--> BUCKET'S OWN ROW WINS OVER THE 'ALL' ROW.
           EVALUATE WS-BKT-SEQ(B)
               WHEN 1     MOVE 'T' TO WS-LIM-DIM-X
               WHEN 2     MOVE 'C' TO WS-LIM-DIM-X
               WHEN OTHER GO TO 27-EXIT
           END-EVALUATE.

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LIMIT-COUNT
               IF (WS-LIM-DIM(L) = WS-LIM-DIM-X) AND
                  (WS-LIM-KEY(L) = 'ALL') AND
                  (WS-LIM-FOUND = 'N')
                   MOVE 'A'            TO WS-LIM-FOUND
                   MOVE WS-LIM-WARN(L) TO WS-CUR-WARN
                   MOVE WS-LIM-MAX(L)  TO WS-CUR-MAX
               END-IF
               IF (WS-LIM-DIM(L) = WS-LIM-DIM-X) AND
                  (WS-LIM-KEY(L) = WS-BKT-CODE(B))
                   MOVE 'Y'            TO WS-LIM-FOUND
                   MOVE WS-LIM-WARN(L) TO WS-CUR-WARN
                   MOVE WS-LIM-MAX(L)  TO WS-CUR-MAX
               END-IF
           END-PERFORM.

           IF (WS-LIM-FOUND = 'N')
               GO TO 27-EXIT
           END-IF.

           IF (WS-CUR-MAX > ZEROS) AND (WS-BKT-PCT > WS-CUR-MAX)
               MOVE 'S' TO WS-BREACH-TYPE
               ADD 01   TO WS-SEVERE-COUNT
           ELSE
               IF (WS-CUR-WARN > ZEROS) AND
                  (WS-BKT-PCT > WS-CUR-WARN)
                   MOVE 'W' TO WS-BREACH-TYPE
                   ADD 01   TO WS-WARN-COUNT
               END-IF
           END-IF.

           IF NOT WS-BREACH-NONE
               PERFORM 28-LOG-BREACH
           END-IF.

       27-EXIT. EXIT.
      ****************************************************************
       28-LOG-BREACH             SECTION.
      ****************************************************************

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADCON1'        TO EXC-PROGRAM-ID.
           MOVE '27-CHECK-BKT'    TO EXC-PARAGRAPH.
           MOVE 'CONCTL1'         TO EXC-FILE-NAME.
           MOVE 'CL'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE WS-BREACH-TYPE    TO EXC-SEVERITY.
           MOVE WS-LIM-DIM-X      TO EXC-REF(1:1).
           MOVE WS-BKT-CODE(B)    TO EXC-REF(3:10).
           WRITE EXCEPTION-LOG-RECORD.

       28-EXIT. EXIT.
      ****************************************************************
       29-WRITE-BUCKET-LINE      SECTION.
      ****************************************************************

           MOVE WS-BKT-POSNS(B)   TO WS-POSNS-ED.
           MOVE WS-BKT-LOTS(B)    TO WS-LOTS-ED.
           MOVE WS-BKT-LONG(B)    TO WS-LONG-ED.
           MOVE WS-BKT-SHORT(B)   TO WS-SHORT-ED.
           MOVE WS-BKT-GROSS(B)   TO WS-GROSS-ED.
           MOVE WS-BKT-PCT        TO WS-PCT-ED.

           MOVE '     -'          TO WS-WARN-X.
           MOVE '     -'          TO WS-MAX-X.
           IF (WS-LIM-FOUND NOT = 'N') AND (WS-BKT-SEQ(B) < 3)
               MOVE WS-CUR-WARN   TO WS-PCT-ED
               MOVE WS-PCT-ED     TO WS-WARN-X
               MOVE WS-CUR-MAX    TO WS-PCT-ED
               MOVE WS-PCT-ED     TO WS-MAX-X
               MOVE WS-BKT-PCT    TO WS-PCT-ED
           END-IF.

           EVALUATE TRUE
               WHEN WS-BREACH-SEVERE
                   MOVE 'OVER LIMIT'  TO WS-FLAG-X
               WHEN WS-BREACH-WARN
                   MOVE 'WARNING'     TO WS-FLAG-X
               WHEN OTHER
                   MOVE SPACES        TO WS-FLAG-X
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-BKT-CODE(B)  DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-POSNS-ED     DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-LOTS-ED      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-LONG-ED      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-SHORT-ED     DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-GROSS-ED     DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-PCT-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-WARN-X       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-MAX-X        DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-FLAG-X       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       29-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-LONG  TO WS-LONG-ED.
           MOVE WS-TOTAL-SHORT TO WS-SHORT-ED.
           MOVE WS-TOTAL-GROSS TO WS-GROSS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL BOOK                 ' DELIMITED BY SIZE,
                  WS-LONG-ED                    DELIMITED BY SIZE,
                  ' '                           DELIMITED BY SIZE,
                  WS-SHORT-ED                   DELIMITED BY SIZE,
                  ' '                           DELIMITED BY SIZE,
                  WS-GROSS-ED                   DELIMITED BY SIZE,
                  ' 100,00'                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN POSITIONS              = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-ENTRY-PX-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRICED AT ENTRY (NO CLOSE)  = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-NO-PRICE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NOT PRICED - LEFT OUT       = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SEVERE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CONCENTRATION BREACHES      = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-WARN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CONCENTRATION WARNINGS      = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           CLOSE PRICE001.
           CLOSE RATE001.
           CLOSE EXCPLOG1.
           CLOSE CONRPT01.

           DISPLAY 'MASTER RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'OPEN POSITIONS      = ' WS-OPEN-COUNT.
           DISPLAY 'NOT PRICED          = ' WS-NO-PRICE-COUNT.
           DISPLAY 'LIMIT BREACHES      = ' WS-SEVERE-COUNT.
           DISPLAY 'LIMIT WARNINGS      = ' WS-WARN-COUNT.

      *--> A BUCKET OVER ITS MAXIMUM NEEDS THE DESK TO ACT, SAME
      *--> WEIGHT AS A SEVERE MARGIN CALL IN TRADMRG1; A WARNING OR
      *--> AN UNPRICED POSITION NEEDS A LOOK.
           IF (WS-SEVERE-COUNT > 0)
               DISPLAY 'CONCENTRATION LIMIT BREACHED - SEE CONRPT01'
               MOVE 08 TO RETURN-CODE
           ELSE
               IF (WS-WARN-COUNT > 0) OR (WS-NO-PRICE-COUNT > 0)
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.

       90-EXIT. EXIT.
      ****************************************************************
       92-WRITE-RUN-STAT         SECTION.
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
           MOVE 'TRADCON1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-VAL-DATE       TO RS-BUS-DATE.
           MOVE WS-OPEN-COUNT     TO RS-RECORDS-IN.
           MOVE WS-BKT-COUNT      TO RS-RECORDS-OUT.
           COMPUTE RS-REJECT-COUNT = WS-SEVERE-COUNT + WS-WARN-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
