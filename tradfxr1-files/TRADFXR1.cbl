       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADFXR1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE FULL ARCHIVE: EVERY NON-USD TRADE THROUGH MONTH-END
      *--> MAKES UP THE ACCOUNT'S BALANCE IN THAT CURRENCY, AND ITS
      *--> USD-NET-AMT IS WHAT THAT BALANCE IS CARRIED AT IN USD.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

           SELECT RATE001  ASSIGN TO    RATE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS          IS FS-RATE001.

      *--> LAST CLOSED ACCOUNTING MONTH, SET BY TRADCLS1; A CLOSED
      *--> MONTH IS NOT REVALUED AGAIN.
           SELECT PERCTL1  ASSIGN TO    PERCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS          IS FS-PERCTL1.

      *--> ONE ROW PER MONTH, ACCOUNT AND CURRENCY: THE REVALUATION
      *--> HISTORY THE GL INTERFACE, THE CLIENT STATEMENT AND THE
      *--> TRADRBL1 REBUILD ALL READ, SO THE USD FIGURES AGREE.
           SELECT FXREVAL1 ASSIGN TO    FXREVAL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS          IS FS-FXREVAL1.

      *--> THE FX GAIN OR LOSS MOVES THE STORED BALANCE LIKE A TRADE
      *--> RESULT.
           SELECT ACCTSTA1 ASSIGN TO    ACCTSTA1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT FXRRPT01 ASSIGN TO    FXRRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-FXRRPT01.

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
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.

       COPY TRADHST1.

       FD  RATE001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-RECORD.

       COPY RATEFILE.

       FD  PERCTL1
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-CONTROL-RECORD.

       COPY PERCTL1.

       FD  FXREVAL1
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FX-REVALUATION-RECORD.

       COPY FXREVAL1.

       FD  ACCTSTA1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-STATE-RECORD.

       COPY ACCTSTA1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  FXRRPT01
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

       01  FS-TRADHST1            PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-FXREVAL1            PIC  9(02) VALUE ZEROS.
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-FXRRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.
       77  WS-MONTH-REFUSED       PIC  X(01) VALUE 'N'.
       77  WS-AS-EXISTS           PIC  X(01) VALUE 'N'.
       77  WS-CLOSED-MONTH        PIC  X(06) VALUE SPACES.
       77  WS-WORK-ACCT           PIC  X(08) VALUE SPACES.
       77  WS-WORK-CUR            PIC  X(03) VALUE SPACES.

      *--> LARGEST VALUE THE UNSIGNED 9(05)V99 ACCTSTA1 FIELDS HOLD.
       77  WS-FIELD-MAX           PIC  9(05)V99 VALUE 99999,99.

      *--> ONE SYSIN CARD, THE SAME ONE TRADCUT1 TAKES: COLS 1-6 THE
      *--> ACCOUNTING MONTH (YYYYMM) TO REVALUE; COLS 8-15 THE
      *--> BUSINESS DATE FOR THE RUN-STATISTICS ROW (BLANK = TODAY).
       01  WS-MONTH-CONTROL.
           03  WS-ACCT-MONTH      PIC  X(06) VALUE SPACES.
           03  FILLER             PIC  X(01).
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(65).

      *--> LAST DAY OF THE MONTH AS YYYYMMDD FOR THE ARCHIVE CUT;
      *--> DAY 31 IS PAST EVERY REAL DATE IN ANY MONTH.
       01  WS-MONTH-END.
           03  WS-ME-MONTH        PIC  X(06).
           03  FILLER             PIC  X(02) VALUE '31'.

      *--> RATE LOOKUP KEY, WALKED BACK FROM DAY 31 TO DAY 01 UNTIL
      *--> RATE001 HAS A RATE: THE LAST RATE OF THE MONTH IS THE
      *--> MONTH-END RATE.
       01  WS-RATE-DATE.
           03  WS-RD-MONTH        PIC  X(06).
           03  WS-RD-DAY          PIC  9(02).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> PER ACCOUNT AND NON-USD CURRENCY: THE BALANCE IN THAT
      *--> CURRENCY, THE USD IT IS CARRIED AT (TRADE-DAY USD PLUS
      *--> EVERY EARLIER MONTH'S REVALUATION), AND ANY FX ALREADY
      *--> POSTED FOR THIS MONTH BY AN EARLIER RUN.
       01  WS-MAX-POSITION        PIC  9(03) VALUE 200.
       01  WS-POS-TABLE.
           03  WS-POS-COUNT       PIC  9(03) VALUE ZEROS.
           03  WS-POS-ENTRY       OCCURS 200 TIMES
                                  INDEXED BY P.
               05  WS-POS-KEY.
                   07  WS-POS-ACCOUNT PIC X(08).
                   07  WS-POS-CUR     PIC X(03).
               05  WS-POS-LOCAL   PIC  S9(09)V99.
               05  WS-POS-CARRIED PIC  S9(09)V99.
               05  WS-POS-PREV-FX PIC  S9(07)V99.
               05  WS-POS-HAS-ROW PIC  X(01).

      *--> MONTH-END RATE PER CURRENCY, LOOKED UP ONCE.
       01  WS-MAX-RATE            PIC  9(02) VALUE 20.
       01  WS-RATE-TABLE.
           03  WS-RATE-COUNT      PIC  9(02) VALUE ZEROS.
           03  WS-RATE-ENTRY      OCCURS 20 TIMES
                                  INDEXED BY R.
               05  WS-RT-CUR      PIC  X(03).
               05  WS-RT-DATE     PIC  X(08).
               05  WS-RT-VALUE    PIC  9(03)V99.

      *--> REPORT TOTALS PER CURRENCY.
       01  WS-CUR-TABLE.
           03  WS-CUR-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-CUR-ENTRY       OCCURS 20 TIMES
                                  INDEXED BY K.
               05  WS-CUR-CODE    PIC  X(03).
               05  WS-CUR-LOCAL   PIC  S9(11)V99.
               05  WS-CUR-CARRIED PIC  S9(11)V99.
               05  WS-CUR-REVAL   PIC  S9(11)V99.
               05  WS-CUR-FX      PIC  S9(11)V99.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(03).
           03  WS-SORT-J          PIC  9(03).
           03  WS-SWAP-ENTRY      PIC  X(43).

       01  WS-CALC-VARS.
           03  WS-CARRIED-USD     PIC  S9(09)V99.
           03  WS-REVALUED-USD    PIC  S9(09)V99.
           03  WS-FX-USD          PIC  S9(07)V99.
           03  WS-OLD-RATE        PIC  9(03)V9(04).
           03  WS-POST-AMT        PIC  S9(07)V99.
           03  WS-NEW-BAL         PIC  S9(07)V99.
           03  WS-NEW-PEAK        PIC  S9(07)V99.
           03  WS-DRAWDOWN        PIC  S9(07)V99.
           03  WS-TOT-FX          PIC  S9(11)V99 VALUE ZEROS.

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-ROW-COUNT       PIC  9(05) VALUE ZEROS.
           03  WS-NO-RATE-COUNT   PIC  9(05) VALUE ZEROS.
           03  WS-NOT-POSTED      PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-LOCAL-ED        PIC  -ZZZZZZZZ9,99.
           03  WS-USD-ED          PIC  -ZZZZZZZZ9,99.
           03  WS-USD-ED2         PIC  -ZZZZZZZZ9,99.
           03  WS-FX-ED           PIC  -ZZZZZZ9,99.
           03  WS-OLD-RATE-ED     PIC  ZZ9,9999.
           03  WS-NEW-RATE-ED     PIC  ZZ9,99.
           03  WS-CNT-ED          PIC  ZZZZ9.
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

           ACCEPT WS-MONTH-CONTROL FROM SYSIN.

           IF (WS-ACCT-MONTH = SPACES) OR
              (WS-ACCT-MONTH NOT NUMERIC)
               DISPLAY 'A NUMERIC ACCOUNTING MONTH (YYYYMM) IS NEEDED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           MOVE WS-ACCT-MONTH TO WS-ME-MONTH.

           OPEN INPUT  RATE001
           IF FS-RATE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-RATE001'
               DISPLAY 'FS-RATE001 = ' FS-RATE001
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *--> FIRST-EVER RUN: CREATE THE HISTORY EMPTY THEN REOPEN FOR
      *--> I-O, SAME PATTERN AS TRADING9'S ACCTSTA1 OPEN.
           OPEN I-O FXREVAL1.
           IF FS-FXREVAL1 EQUAL '35'
               OPEN OUTPUT FXREVAL1
               CLOSE       FXREVAL1
               OPEN I-O    FXREVAL1
           END-IF.
           IF FS-FXREVAL1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FXREVAL1'
               DISPLAY 'FS-FXREVAL1 = ' FS-FXREVAL1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ACCTSTA1.
           IF FS-ACCTSTA1 EQUAL '35'
               OPEN OUTPUT ACCTSTA1
               CLOSE       ACCTSTA1
               OPEN I-O    ACCTSTA1
           END-IF.
           IF FS-ACCTSTA1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-ACCTSTA1'
               DISPLAY 'FS-ACCTSTA1 = ' FS-ACCTSTA1
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

           OPEN OUTPUT FXRRPT01
           IF FS-FXRRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FXRRPT01'
               DISPLAY 'FS-FXRRPT01 = ' FS-FXRRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'MONTH-END FX REVALUATION  MONTH ' DELIMITED BY SIZE,
                  WS-ACCT-MONTH                      DELIMITED BY SIZE,
                  '  RUN DATE '                      DELIMITED BY SIZE,
                  WS-BUS-DATE                        DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 11-LOAD-PERIOD.

           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (WS-ACCT-MONTH <= WS-CLOSED-MONTH)
               MOVE SPACES TO REPORT-LINE
               STRING '*** PERIOD '         DELIMITED BY SIZE,
                      WS-ACCT-MONTH         DELIMITED BY SIZE,
                      ' IS CLOSED ON PERCTL1 (THROUGH '
                                            DELIMITED BY SIZE,
                      WS-CLOSED-MONTH       DELIMITED BY SIZE,
                      ') - NOT REVALUED'    DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM 19-REFUSE-MONTH
               GO TO 10-EXIT
           END-IF.

           PERFORM 12-SCAN-HISTORY.
           PERFORM 13-SCAN-REVALUATIONS.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-PERIOD            SECTION.
      ****************************************************************

      *--> A SHOP THAT HAS NEVER RUN TRADCLS1 HAS NO PERCTL1 AND
      *--> NOTHING LOCKED, SAME AS TRADING4'S 0400-LOAD-PERIOD.
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

       11-EXIT. EXIT.
      ****************************************************************
       12-SCAN-HISTORY           SECTION.
      ****************************************************************

           OPEN INPUT  TRADHST1
           IF FS-TRADHST1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADHST1'
               DISPLAY 'FS-TRADHST1 = ' FS-TRADHST1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF (HST-CUR NOT = 'USD') AND
                          (HST-TRADE-DATE <= WS-MONTH-END)
                           IF (HST-ACCOUNT = SPACES)
                               MOVE 'ACCT'      TO WS-WORK-ACCT
                           ELSE
                               MOVE HST-ACCOUNT TO WS-WORK-ACCT
                           END-IF
                           MOVE HST-CUR TO WS-WORK-CUR
                           PERFORM 14-FIND-POSITION
                           ADD HST-NET-RES-AMT TO WS-POS-LOCAL(P)
                           ADD HST-USD-NET-AMT TO WS-POS-CARRIED(P)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRADHST1.
           MOVE 'N' TO WS-EOF.

       12-EXIT. EXIT.
      ****************************************************************
       13-SCAN-REVALUATIONS      SECTION.
      ****************************************************************

      *--> EARLIER MONTHS' FX IS PART OF WHAT THE BALANCE IS CARRIED
      *--> AT. THIS MONTH'S ROWS COME FROM AN EARLIER RUN: THEY ARE
      *--> REPLACED, AND ONLY THE CHANGE IS POSTED TO ACCTSTA1 - BUT
      *--> ONCE THE GL HAS TAKEN THEM THE MONTH STAYS AS POSTED.
      *--> LATER MONTHS ARE LEFT ALONE.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FXREVAL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (FR-MONTH <= WS-ACCT-MONTH)
                           MOVE FR-ACCOUNT TO WS-WORK-ACCT
                           MOVE FR-CUR     TO WS-WORK-CUR
                           PERFORM 14-FIND-POSITION
                           IF (FR-MONTH < WS-ACCT-MONTH)
                               ADD FR-FX-USD TO WS-POS-CARRIED(P)
                           ELSE
                               MOVE FR-FX-USD TO WS-POS-PREV-FX(P)
                               MOVE 'Y'       TO WS-POS-HAS-ROW(P)
                               IF FR-GL-POSTED
                                   MOVE 'Y' TO WS-MONTH-REFUSED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

           IF (WS-MONTH-REFUSED = 'Y')
               MOVE SPACES TO REPORT-LINE
               STRING '*** MONTH '             DELIMITED BY SIZE,
                      WS-ACCT-MONTH            DELIMITED BY SIZE,
                      ' IS ALREADY ON THE GL JOURNAL - NOT REVALUED'
                                               DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM 19-REFUSE-MONTH
           END-IF.

       13-EXIT. EXIT.
      ****************************************************************
       14-FIND-POSITION          SECTION.
      ****************************************************************

      *--> LEAVES P ON WS-WORK-ACCT/WS-WORK-CUR'S SLOT, OPENING ONE IF
      *--> NEEDED. A DROPPED BALANCE WOULD GO UNREVALUED AND THE USD
      *--> FIGURES WOULD STOP AGREEING, SO A FULL TABLE STOPS THE RUN.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-POS-COUNT
                                          OR WS-FOUND = 'Y'
               IF (WS-POS-ACCOUNT(P) = WS-WORK-ACCT) AND
                  (WS-POS-CUR(P)     = WS-WORK-CUR)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET P DOWN BY 1
               GO TO 14-EXIT
           END-IF.

           IF (WS-POS-COUNT < WS-MAX-POSITION)
               ADD 01 TO WS-POS-COUNT
               SET P TO WS-POS-COUNT
               MOVE WS-WORK-ACCT TO WS-POS-ACCOUNT(P)
               MOVE WS-WORK-CUR  TO WS-POS-CUR(P)
               MOVE ZEROS        TO WS-POS-LOCAL(P)
               MOVE ZEROS        TO WS-POS-CARRIED(P)
               MOVE ZEROS        TO WS-POS-PREV-FX(P)
               MOVE 'N'          TO WS-POS-HAS-ROW(P)
           ELSE
               DISPLAY 'BALANCE TABLE FULL AT ' WS-MAX-POSITION
                       ' ACCOUNT/CURRENCY PAIRS - NOT REVALUED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       14-EXIT. EXIT.
      ****************************************************************
       15-SORT-POSITIONS         SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-POS-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-POS-COUNT - WS-SORT-I)
                   IF (WS-POS-KEY(WS-SORT-J) >
                       WS-POS-KEY(WS-SORT-J + 1))
                       MOVE WS-POS-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-POS-ENTRY(WS-SORT-J + 1)
                                TO WS-POS-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-POS-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       15-EXIT. EXIT.
      ****************************************************************
       16-FIND-RATE              SECTION.
      ****************************************************************

      *--> LEAVES R ON THE CURRENCY'S MONTH-END RATE, LOOKING IT UP
      *--> THE FIRST TIME; WS-FOUND = 'N' WHEN THE MONTH HAS NO RATE
      *--> FOR IT AT ALL.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RATE-COUNT
                                          OR WS-FOUND = 'Y'
               IF (WS-RT-CUR(R) = WS-POS-CUR(P))
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET R DOWN BY 1
               IF (WS-RT-VALUE(R) = ZEROS)
                   MOVE 'N' TO WS-FOUND
               END-IF
               GO TO 16-EXIT
           END-IF.

           IF (WS-RATE-COUNT >= WS-MAX-RATE)
               DISPLAY 'WARNING: RATE TABLE FULL - '
                       WS-POS-CUR(P) ' NOT REVALUED'
               GO TO 16-EXIT
           END-IF.

           ADD 01 TO WS-RATE-COUNT.
           SET R TO WS-RATE-COUNT.
           MOVE WS-POS-CUR(P) TO WS-RT-CUR(R).
           MOVE SPACES        TO WS-RT-DATE(R).
           MOVE ZEROS         TO WS-RT-VALUE(R).

           MOVE WS-ACCT-MONTH TO WS-RD-MONTH.
           MOVE 31            TO WS-RD-DAY.
           PERFORM UNTIL (WS-RD-DAY = ZEROS) OR (WS-FOUND = 'Y')
               MOVE WS-RATE-DATE  TO RATE-DATE
               MOVE WS-POS-CUR(P) TO RATE-CUR
               READ RATE001
                   INVALID KEY
                       SUBTRACT 01 FROM WS-RD-DAY
                   NOT INVALID KEY
                       IF (RATE-VALUE > ZEROS)
                           MOVE 'Y'          TO WS-FOUND
                           MOVE WS-RATE-DATE TO WS-RT-DATE(R)
                           MOVE RATE-VALUE   TO WS-RT-VALUE(R)
                       ELSE
                           SUBTRACT 01 FROM WS-RD-DAY
                       END-IF
               END-READ
           END-PERFORM.

       16-EXIT. EXIT.
      ****************************************************************
       17-FIND-CURRENCY          SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CUR-COUNT
                                          OR WS-FOUND = 'Y'
               IF (WS-CUR-CODE(K) = WS-POS-CUR(P))
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               SET K DOWN BY 1
               GO TO 17-EXIT
           END-IF.

           IF (WS-CUR-COUNT < WS-MAX-RATE)
               ADD 01 TO WS-CUR-COUNT
               SET K TO WS-CUR-COUNT
               MOVE 'Y'           TO WS-FOUND
               MOVE WS-POS-CUR(P) TO WS-CUR-CODE(K)
               MOVE ZEROS         TO WS-CUR-LOCAL(K)
               MOVE ZEROS         TO WS-CUR-CARRIED(K)
               MOVE ZEROS         TO WS-CUR-REVAL(K)
               MOVE ZEROS         TO WS-CUR-FX(K)
           END-IF.

       17-EXIT. EXIT.
      ****************************************************************
       19-REFUSE-MONTH           SECTION.
      ****************************************************************

      *--> THE REASON LINE IS ALREADY IN REPORT-LINE. NOTHING IS
      *--> REVALUED OR POSTED AND THE STEP ENDS WITH A HARD RETURN
      *--> CODE SO THE STATEMENT AND GL STEPS DO NOT RUN ON IT.
           MOVE 'Y' TO WS-MONTH-REFUSED.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE(1:80).

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADFXR1'        TO EXC-PROGRAM-ID.
           MOVE '19-REFUSE'       TO EXC-PARAGRAPH.
           MOVE 'PERCTL1'         TO EXC-FILE-NAME.
           MOVE 'PD'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           MOVE WS-ACCT-MONTH     TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

           MOVE 08 TO RETURN-CODE.

       19-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           IF (WS-MONTH-REFUSED = 'Y')
               GO TO 20-EXIT
           END-IF.

           PERFORM 15-SORT-POSITIONS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ACCOUNT  CUR   LOCAL BALANCE  OLD RATE NEW RATE'
                  '     CARRIED USD   REVALUED USD  FX GAIN/LOSS'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-POS-COUNT
               PERFORM 21-REVALUE-BALANCE
           END-PERFORM.

           PERFORM 25-PRINT-TOTALS.

       20-EXIT. EXIT.
      ****************************************************************
       21-REVALUE-BALANCE        SECTION.
      ****************************************************************

      *--> NOTHING HELD AND NOTHING CARRIED: NOTHING TO RESTATE.
           IF (WS-POS-LOCAL(P) = ZEROS) AND
              (WS-POS-CARRIED(P) = ZEROS) AND
              (WS-POS-HAS-ROW(P) = 'N')
               GO TO 21-EXIT
           END-IF.

           PERFORM 16-FIND-RATE.
           IF (WS-FOUND = 'N')
               PERFORM 24-LOG-NO-RATE
               GO TO 21-EXIT
           END-IF.

      *--> RATE001 HOLDS LOCAL CURRENCY PER USD.
           MOVE WS-POS-CARRIED(P) TO WS-CARRIED-USD.
           COMPUTE WS-REVALUED-USD ROUNDED =
               WS-POS-LOCAL(P) / WS-RT-VALUE(R).
           COMPUTE WS-FX-USD = WS-REVALUED-USD - WS-CARRIED-USD.

           IF (WS-CARRIED-USD NOT = ZEROS)
               COMPUTE WS-OLD-RATE ROUNDED =
                   WS-POS-LOCAL(P) / WS-CARRIED-USD
           ELSE
               MOVE ZEROS TO WS-OLD-RATE
           END-IF.

           PERFORM 22-WRITE-REVALUATION.

      *--> ONLY THE CHANGE FROM ANY EARLIER RUN OF THE SAME MONTH
      *--> REACHES THE STORED BALANCE.
           COMPUTE WS-POST-AMT = WS-FX-USD - WS-POS-PREV-FX(P).
           IF (WS-POST-AMT NOT = ZEROS)
               PERFORM 23-POST-ACCOUNT
           END-IF.

           PERFORM 17-FIND-CURRENCY.
           IF (WS-FOUND = 'Y')
               ADD WS-POS-LOCAL(P)  TO WS-CUR-LOCAL(K)
               ADD WS-CARRIED-USD   TO WS-CUR-CARRIED(K)
               ADD WS-REVALUED-USD  TO WS-CUR-REVAL(K)
               ADD WS-FX-USD        TO WS-CUR-FX(K)
           END-IF.
           ADD WS-FX-USD TO WS-TOT-FX.

           MOVE WS-POS-LOCAL(P) TO WS-LOCAL-ED.
           MOVE WS-OLD-RATE     TO WS-OLD-RATE-ED.
           MOVE WS-RT-VALUE(R)  TO WS-NEW-RATE-ED.
           MOVE WS-CARRIED-USD  TO WS-USD-ED.
           MOVE WS-REVALUED-USD TO WS-USD-ED2.
           MOVE WS-FX-USD       TO WS-FX-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING '  '              DELIMITED BY SIZE,
                  WS-POS-ACCOUNT(P) DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-POS-CUR(P)     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-LOCAL-ED       DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  WS-OLD-RATE-ED    DELIMITED BY SIZE,
                  '   '             DELIMITED BY SIZE,
                  WS-NEW-RATE-ED    DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  WS-USD-ED         DELIMITED BY SIZE,
                  '  '              DELIMITED BY SIZE,
                  WS-USD-ED2        DELIMITED BY SIZE,
                  '   '             DELIMITED BY SIZE,
                  WS-FX-ED          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       21-EXIT. EXIT.
      ****************************************************************
       22-WRITE-REVALUATION      SECTION.
      ****************************************************************

           MOVE SPACES            TO FX-REVALUATION-RECORD.
           MOVE WS-ACCT-MONTH     TO FR-MONTH.
           MOVE WS-POS-ACCOUNT(P) TO FR-ACCOUNT.
           MOVE WS-POS-CUR(P)     TO FR-CUR.
           MOVE WS-RT-DATE(R)     TO FR-RATE-DATE.
           MOVE WS-POS-LOCAL(P)   TO FR-LOCAL-BAL.
           MOVE WS-OLD-RATE       TO FR-OLD-RATE.
           MOVE WS-RT-VALUE(R)    TO FR-NEW-RATE.
           MOVE WS-CARRIED-USD    TO FR-CARRIED-USD.
           MOVE WS-REVALUED-USD   TO FR-REVALUED-USD.
           MOVE WS-FX-USD         TO FR-FX-USD.
           MOVE 'N'               TO FR-GL-FLAG.

           IF (WS-POS-HAS-ROW(P) = 'Y')
               REWRITE FX-REVALUATION-RECORD
                   INVALID KEY
                       DISPLAY 'FXREVAL1 REWRITE FAILED FOR '
                               FR-KEY ' FS = ' FS-FXREVAL1
                   NOT INVALID KEY
                       ADD 01 TO WS-ROW-COUNT
               END-REWRITE
           ELSE
               WRITE FX-REVALUATION-RECORD
                   INVALID KEY
                       DISPLAY 'FXREVAL1 WRITE FAILED FOR '
                               FR-KEY ' FS = ' FS-FXREVAL1
                   NOT INVALID KEY
                       ADD 01 TO WS-ROW-COUNT
               END-WRITE
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-POST-ACCOUNT           SECTION.
      ****************************************************************

      *--> UNREALIZED FX MOVES THE BALANCE LIKE A TRADE RESULT: THE
      *--> PEAK ONLY FOLLOWS IT UP. AN ACCOUNT WITH NO STATE YET
      *--> STARTS FROM TRADING9'S OPENING 100, SAME AS CASHMNT1.
           MOVE WS-POS-ACCOUNT(P) TO AS-KEY.
           MOVE 'Y'               TO WS-AS-EXISTS.
           READ ACCTSTA1
               INVALID KEY
                   MOVE 'N'    TO WS-AS-EXISTS
                   MOVE WS-POS-ACCOUNT(P) TO AS-KEY
                   MOVE 100    TO AS-BALANCE
                   MOVE 100    TO AS-PEAK-BALANCE
                   MOVE ZEROS  TO AS-MAX-DRAWDOWN
                   MOVE SPACES TO AS-STREAK-TYPE
                   MOVE ZEROS  TO AS-STREAK-COUNT
           END-READ.

           COMPUTE WS-NEW-BAL = AS-BALANCE + WS-POST-AMT.
           MOVE AS-PEAK-BALANCE TO WS-NEW-PEAK.
           IF (WS-NEW-BAL > WS-NEW-PEAK)
               MOVE WS-NEW-BAL TO WS-NEW-PEAK
           END-IF.

      *--> AS-BALANCE IS UNSIGNED 9(05)V99: A POSTING THAT WOULD TAKE
      *--> IT BELOW ZERO OR PAST THE FIELD MAXIMUM IS LEFT OFF AND
      *--> LOGGED; TRADRBL1'S REBUILD PICKS IT UP FROM FXREVAL1.
           IF (WS-NEW-BAL < ZEROS) OR (WS-NEW-BAL > WS-FIELD-MAX) OR
              (WS-NEW-PEAK > WS-FIELD-MAX)
               ADD 01 TO WS-NOT-POSTED
               MOVE SPACES            TO EXCEPTION-LOG-RECORD
               MOVE 'TRADFXR1'        TO EXC-PROGRAM-ID
               MOVE '23-POST-ACCT'    TO EXC-PARAGRAPH
               MOVE 'ACCTSTA1'        TO EXC-FILE-NAME
               MOVE 'SZ'              TO EXC-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE
                                      TO EXC-TIMESTAMP
               MOVE 'W'               TO EXC-SEVERITY
               MOVE WS-POS-ACCOUNT(P) TO EXC-REF
               WRITE EXCEPTION-LOG-RECORD
               GO TO 23-EXIT
           END-IF.

           MOVE WS-NEW-BAL  TO AS-BALANCE.
           MOVE WS-NEW-PEAK TO AS-PEAK-BALANCE.
           COMPUTE WS-DRAWDOWN = AS-PEAK-BALANCE - AS-BALANCE.
           IF (WS-DRAWDOWN > AS-MAX-DRAWDOWN)
               MOVE WS-DRAWDOWN TO AS-MAX-DRAWDOWN
           END-IF.

           IF (WS-AS-EXISTS = 'Y')
               REWRITE ACCOUNT-STATE-RECORD
                   INVALID KEY
                       ADD 01 TO WS-NOT-POSTED
                       DISPLAY 'ACCTSTA1 REWRITE FAILED FOR '
                               WS-POS-ACCOUNT(P)
               END-REWRITE
           ELSE
               WRITE ACCOUNT-STATE-RECORD
                   INVALID KEY
                       ADD 01 TO WS-NOT-POSTED
                       DISPLAY 'ACCTSTA1 WRITE FAILED FOR '
                               WS-POS-ACCOUNT(P)
               END-WRITE
           END-IF.

       23-EXIT. EXIT.
      ****************************************************************
       24-LOG-NO-RATE            SECTION.
      ****************************************************************

      *--> NO RATE ANYWHERE IN THE MONTH: THE BALANCE STAYS AT ITS
      *--> CARRIED USD AND THE GAP IS LISTED, NOT GUESSED.
           ADD 01 TO WS-NO-RATE-COUNT.

           MOVE WS-POS-LOCAL(P) TO WS-LOCAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '              DELIMITED BY SIZE,
                  WS-POS-ACCOUNT(P) DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-POS-CUR(P)     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  WS-LOCAL-ED       DELIMITED BY SIZE,
                  '  *** NO RATE001 RATE IN THE MONTH - NOT REVALUED'
                                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADFXR1'        TO EXC-PROGRAM-ID.
           MOVE '24-NO-RATE'      TO EXC-PARAGRAPH.
           MOVE 'RATE001'         TO EXC-FILE-NAME.
           MOVE 'NR'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'W'               TO EXC-SEVERITY.
           MOVE WS-POS-CUR(P)     TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       24-EXIT. EXIT.
      ****************************************************************
       25-PRINT-TOTALS           SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS BY CURRENCY' DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CUR-COUNT
               MOVE WS-CUR-LOCAL(K)   TO WS-LOCAL-ED
               MOVE WS-CUR-CARRIED(K) TO WS-USD-ED
               MOVE WS-CUR-REVAL(K)   TO WS-USD-ED2
               MOVE WS-CUR-FX(K)      TO WS-FX-ED
               MOVE SPACES TO REPORT-LINE
               STRING '           '    DELIMITED BY SIZE,
                      WS-CUR-CODE(K)   DELIMITED BY SIZE,
                      ' '              DELIMITED BY SIZE,
                      WS-LOCAL-ED      DELIMITED BY SIZE,
                      '                     '
                                       DELIMITED BY SIZE,
                      WS-USD-ED        DELIMITED BY SIZE,
                      '  '             DELIMITED BY SIZE,
                      WS-USD-ED2       DELIMITED BY SIZE,
                      '   '            DELIMITED BY SIZE,
                      WS-FX-ED         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE WS-TOT-FX TO WS-FX-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NET UNREALIZED FX GAIN/LOSS USD ' DELIMITED BY SIZE,
                  WS-FX-ED                           DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF (WS-NO-RATE-COUNT > ZEROS) OR (WS-NOT-POSTED > ZEROS)
               MOVE WS-NO-RATE-COUNT TO WS-CNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '*** BALANCES WITHOUT A MONTH-END RATE = '
                          DELIMITED BY SIZE,
                      WS-CNT-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-NOT-POSTED TO WS-CNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '*** FX NOT POSTED TO ACCTSTA1 = '
                          DELIMITED BY SIZE,
                      WS-CNT-ED DELIMITED BY SIZE,
                      ' - SEE TRADRBL1'
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 04 TO RETURN-CODE
           END-IF.

       25-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE RATE001.
           CLOSE FXREVAL1.
           CLOSE ACCTSTA1.
           CLOSE EXCPLOG1.
           CLOSE FXRRPT01.

           DISPLAY 'HISTORY RECORDS READ  = ' WS-READ-COUNT.
           DISPLAY 'REVALUATION ROWS      = ' WS-ROW-COUNT.
           DISPLAY 'BALANCES WITHOUT RATE = ' WS-NO-RATE-COUNT.
           DISPLAY 'NOT POSTED TO ACCTSTA1= ' WS-NOT-POSTED.

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
           MOVE 'TRADFXR1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-READ-COUNT     TO RS-RECORDS-IN.
           MOVE WS-ROW-COUNT      TO RS-RECORDS-OUT.
           MOVE WS-NO-RATE-COUNT  TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
