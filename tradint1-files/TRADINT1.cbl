       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADINT1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> EVERY MASTER IS OPENED INPUT ONLY: THE SWEEP REPORTS WHAT
      *--> HAS DRIFTED, THE MAINTENANCE PROGRAMS PUT IT RIGHT.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

           SELECT STRATMST ASSIGN TO    STRATMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STRAT-CODE
               FILE STATUS          IS FS-STRATMST.

           SELECT RISKCTL1 ASSIGN TO    RISKCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-MARKET
               FILE STATUS          IS FS-RISKCTL1.

           SELECT PRICE001 ASSIGN TO    PRICE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRICE-KEY
               FILE STATUS          IS FS-PRICE001.

           SELECT RATE001  ASSIGN TO    RATE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS          IS FS-RATE001.

           SELECT REJINV1  ASSIGN TO    REJINV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-TRADE-REF
               FILE STATUS          IS FS-REJINV1.

           SELECT NXTID001 ASSIGN TO    NXTID001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NX-KEY
               FILE STATUS          IS FS-NXTID001.

      *--> EVERY SEVERE BREAK ALSO LEAVES AN S ROW FOR THE MORNING
      *--> CHECKLIST (EXCPRPT1).
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT INTRPT01 ASSIGN TO    INTRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-INTRPT01.

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

       FD  STRATMST
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS STRAT-RECORD.

       COPY STRATMST.

       FD  RISKCTL1
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RISK-LIMIT-RECORD.

       COPY RISKCTL1.

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

       FD  REJINV1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJECT-INV-RECORD.

       COPY REJINV1.

       FD  NXTID001
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEXT-ID-RECORD.

       COPY NXTID001.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  INTRPT01
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
       01  FS-STRATMST            PIC  9(02) VALUE ZEROS.
       01  FS-RISKCTL1            PIC  9(02) VALUE ZEROS.
       01  FS-PRICE001            PIC  9(02) VALUE ZEROS.
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-REJINV1             PIC  9(02) VALUE ZEROS.
       01  FS-NXTID001            PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-INTRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CARD: COLS 1-8 THE AS-OF DATE (BLANK = TODAY),
      *--> USED FOR THE EXPIRED-CONTRACT CHECK AND THE HEADING.
       01  WS-DATE-CONTROL.
           03  WS-AS-OF-DATE      PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> INSTRMST IN MEMORY, WITH WHETHER PRICE001 HAS EVER
      *--> CARRIED A CLOSE FOR IT.
       01  WS-MAX-INSTR           PIC  9(03) VALUE 300.
       01  WS-INSTR-TABLE.
           03  WS-INSTR-COUNT     PIC  9(03) VALUE ZEROS.
           03  WS-INSTR-ENTRY     OCCURS 300 TIMES
                                  INDEXED BY N.
               05  WS-INS-CODE        PIC  X(06).
               05  WS-INS-STATUS      PIC  X(01).
               05  WS-INS-EXPIRY      PIC  X(08).
               05  WS-INS-SUCCESSOR   PIC  X(06).
               05  WS-INS-PRICED      PIC  X(01).

       01  WS-MAX-STRAT           PIC  9(03) VALUE 100.
       01  WS-STRAT-TABLE.
           03  WS-STRAT-COUNT     PIC  9(03) VALUE ZEROS.
           03  WS-STRAT-ENTRY     OCCURS 100 TIMES
                                  INDEXED BY G.
               05  WS-STR-CODE        PIC  X(03).
               05  WS-STR-STATUS      PIC  X(01).

      *--> CURRENCIES RATE001 HAS EVER CARRIED A USABLE RATE FOR.
       01  WS-MAX-RATE-CUR        PIC  9(02) VALUE 30.
       01  WS-RATE-CUR-TABLE.
           03  WS-RATE-CUR-COUNT  PIC  9(02) VALUE ZEROS.
           03  WS-RATE-CUR-ENTRY  OCCURS 30 TIMES
                                  INDEXED BY C.
               05  WS-RC-CUR          PIC  X(03).

      *--> MARKETS ALREADY REPORTED AS PRICED BUT NOT ON INSTRMST, SO
      *--> A YEAR OF CLOSES GIVES ONE FINDING, NOT ONE PER DAY.
       01  WS-MAX-STRAY           PIC  9(02) VALUE 50.
       01  WS-STRAY-TABLE.
           03  WS-STRAY-COUNT     PIC  9(02) VALUE ZEROS.
           03  WS-STRAY-ENTRY     OCCURS 50 TIMES
                                  INDEXED BY Y.
               05  WS-STRAY-MARKET    PIC  X(06).

      *--> FINDINGS ARE HELD AND PRINTED SEVERE FIRST, THEN WARNING,
      *--> THEN INFORMATION.
       01  WS-MAX-FINDING         PIC  9(03) VALUE 500.
       01  WS-FINDING-TABLE.
           03  WS-FINDING-COUNT   PIC  9(03) VALUE ZEROS.
           03  WS-FINDING-ENTRY   OCCURS 500 TIMES
                                  INDEXED BY H.
               05  WS-FND-SEVERITY    PIC  X(01).
               05  WS-FND-FILE        PIC  X(08).
               05  WS-FND-KEY         PIC  X(12).
               05  WS-FND-TEXT        PIC  X(60).

       01  WS-NEW-FINDING.
           03  WS-NEW-SEVERITY    PIC  X(01).
           03  WS-NEW-FILE        PIC  X(08).
           03  WS-NEW-KEY         PIC  X(12).
           03  WS-NEW-TEXT        PIC  X(60).

       01  WS-CHECK-VARS.
           03  WS-MAX-TRADE-ID    PIC  9(06) VALUE ZEROS.
           03  WS-TRADE-ID-X      PIC  9(06).
           03  WS-PRINT-SEVERITY  PIC  X(01).
           03  WS-FND-INDEX       PIC  9(03).

       01  WS-COUNT-VARS.
           03  WS-INSTR-READ      PIC  9(07) VALUE ZEROS.
           03  WS-STRAT-READ      PIC  9(07) VALUE ZEROS.
           03  WS-RISK-READ       PIC  9(07) VALUE ZEROS.
           03  WS-PRICE-READ      PIC  9(07) VALUE ZEROS.
           03  WS-RATE-READ       PIC  9(07) VALUE ZEROS.
           03  WS-TRADE-READ      PIC  9(07) VALUE ZEROS.
           03  WS-OPEN-READ       PIC  9(07) VALUE ZEROS.
           03  WS-REJINV-READ     PIC  9(07) VALUE ZEROS.
           03  WS-TOTAL-READ      PIC  9(07) VALUE ZEROS.
           03  WS-SEVERE-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-WARN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-INFO-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-LOST-COUNT      PIC  9(05) VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-COUNT-ED        PIC  ZZZZZZ9.
           03  WS-ID-ED           PIC  9(06).
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

           IF (WS-AS-OF-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-AS-OF-DATE
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

           OPEN INPUT  STRATMST
           IF FS-STRATMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-STRATMST'
               DISPLAY 'FS-STRATMST = ' FS-STRATMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  RISKCTL1
           IF FS-RISKCTL1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-RISKCTL1'
               DISPLAY 'FS-RISKCTL1 = ' FS-RISKCTL1
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

           OPEN INPUT  REJINV1
           IF FS-REJINV1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-REJINV1'
               DISPLAY 'FS-REJINV1 = ' FS-REJINV1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  NXTID001
           IF FS-NXTID001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-NXTID001'
               DISPLAY 'FS-NXTID001 = ' FS-NXTID001
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

           OPEN OUTPUT INTRPT01
           IF FS-INTRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INTRPT01'
               DISPLAY 'FS-INTRPT01 = ' FS-INTRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'MASTER FILE INTEGRITY SWEEP AS OF '
                      DELIMITED BY SIZE,
                  WS-AS-OF-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM 11-LOAD-INSTRUMENTS.
           PERFORM 12-LOAD-STRATEGIES.
           PERFORM 13-SCAN-PRICES.
           PERFORM 14-SCAN-RATES.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-INSTRUMENTS       SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ INSTRMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-INSTR-READ
                       IF (WS-INSTR-COUNT < WS-MAX-INSTR)
                           ADD 01 TO WS-INSTR-COUNT
                           SET N TO WS-INSTR-COUNT
                           MOVE INSTR-CODE        TO WS-INS-CODE(N)
                           MOVE INSTR-STATUS      TO WS-INS-STATUS(N)
                           MOVE INSTR-EXPIRY-DATE TO WS-INS-EXPIRY(N)
                           MOVE INSTR-SUCCESSOR
                                          TO WS-INS-SUCCESSOR(N)
                           MOVE 'N'               TO WS-INS-PRICED(N)
                       ELSE
                           DISPLAY 'WARNING: INSTRUMENT TABLE FULL - '
                                   INSTR-CODE ' NOT CHECKED'
                       END-IF
                       IF (INSTR-MULT NOT NUMERIC) OR
                          (INSTR-MULT = ZEROS)
                           MOVE 'I'           TO WS-NEW-SEVERITY
                           MOVE 'INSTRMST'    TO WS-NEW-FILE
                           MOVE INSTR-CODE    TO WS-NEW-KEY
                           MOVE 'NO CONTRACT MULTIPLIER - VALUED AS 1'
                                              TO WS-NEW-TEXT
                           PERFORM 26-ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM.

      *--> A SUCCESSOR TRADROL1 CANNOT FIND LEAVES THE EXPIRING
      *--> POSITIONS UNROLLED.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-INSTR-COUNT
               IF (WS-INS-SUCCESSOR(N) NOT = SPACES)
                   MOVE WS-INS-SUCCESSOR(N) TO INSTR-CODE
                   READ INSTRMST
                       INVALID KEY
                           MOVE 'W'            TO WS-NEW-SEVERITY
                           MOVE 'INSTRMST'     TO WS-NEW-FILE
                           MOVE WS-INS-CODE(N) TO WS-NEW-KEY
                           MOVE SPACES         TO WS-NEW-TEXT
                           STRING 'SUCCESSOR '
                                      DELIMITED BY SIZE,
                                  WS-INS-SUCCESSOR(N)
                                      DELIMITED BY SIZE,
                                  ' IS NOT ON INSTRMST'
                                      DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                           END-STRING
                           PERFORM 26-ADD-FINDING
                       NOT INVALID KEY
                           IF INSTR-RETIRED
                               MOVE 'W'            TO WS-NEW-SEVERITY
                               MOVE 'INSTRMST'     TO WS-NEW-FILE
                               MOVE WS-INS-CODE(N) TO WS-NEW-KEY
                               MOVE SPACES         TO WS-NEW-TEXT
                               STRING 'SUCCESSOR '
                                          DELIMITED BY SIZE,
                                      WS-INS-SUCCESSOR(N)
                                          DELIMITED BY SIZE,
                                      ' IS RETIRED'
                                          DELIMITED BY SIZE
                                   INTO WS-NEW-TEXT
                               END-STRING
                               PERFORM 26-ADD-FINDING
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       11-EXIT. EXIT.
      ****************************************************************
       12-LOAD-STRATEGIES        SECTION.
      ****************************************************************

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ STRATMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-STRAT-READ
                       IF (WS-STRAT-COUNT < WS-MAX-STRAT)
                           ADD 01 TO WS-STRAT-COUNT
                           SET G TO WS-STRAT-COUNT
                           MOVE STRAT-CODE   TO WS-STR-CODE(G)
                           MOVE STRAT-STATUS TO WS-STR-STATUS(G)
                       ELSE
                           DISPLAY 'WARNING: STRATEGY TABLE FULL - '
                                   STRAT-CODE ' NOT CHECKED'
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       12-EXIT. EXIT.
      ****************************************************************
       13-SCAN-PRICES            SECTION.
      ****************************************************************

      *--> A CLOSE FOR A MARKET INSTRMST DOES NOT KNOW IS NEVER USED;
      *--> IT USUALLY MEANS THE INSTRUMENT ROW WAS DELETED RATHER
      *--> THAN RETIRED.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ PRICE001 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-PRICE-READ
                       PERFORM 15-MARK-PRICED
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       13-EXIT. EXIT.
      ****************************************************************
       14-SCAN-RATES             SECTION.
      ****************************************************************

      *--> THE CONVERSION SECTIONS DIVIDE BY THE RATE, SO A ZERO OR
      *--> NON-NUMERIC ONE IS A WARNING; THE USABLE ONES BUILD THE
      *--> LIST OF CURRENCIES THE OPEN BOOK CAN BE CONVERTED FROM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RATE001 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-RATE-READ
                       IF (RATE-VALUE NOT NUMERIC) OR
                          (RATE-VALUE = ZEROS)
                           MOVE 'W'           TO WS-NEW-SEVERITY
                           MOVE 'RATE001'     TO WS-NEW-FILE
                           MOVE RATE-KEY      TO WS-NEW-KEY
                           MOVE 'ZERO OR NON-NUMERIC RATE'
                                              TO WS-NEW-TEXT
                           PERFORM 26-ADD-FINDING
                       ELSE
                           PERFORM 16-MARK-RATE-CUR
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       14-EXIT. EXIT.
      ****************************************************************
       15-MARK-PRICED            SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-INSTR-COUNT
               IF (WS-INS-CODE(N) = PRICE-MARKET)
                   MOVE 'Y' TO WS-FOUND
                   MOVE 'Y' TO WS-INS-PRICED(N)
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               GO TO 15-EXIT
           END-IF.

           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-STRAY-COUNT
               IF (WS-STRAY-MARKET(Y) = PRICE-MARKET)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'Y')
               GO TO 15-EXIT
           END-IF.

           IF (WS-STRAY-COUNT < WS-MAX-STRAY)
               ADD 01 TO WS-STRAY-COUNT
               SET Y TO WS-STRAY-COUNT
               MOVE PRICE-MARKET TO WS-STRAY-MARKET(Y)
           END-IF.

           MOVE 'W'           TO WS-NEW-SEVERITY.
           MOVE 'PRICE001'    TO WS-NEW-FILE.
           MOVE PRICE-MARKET  TO WS-NEW-KEY.
           MOVE SPACES        TO WS-NEW-TEXT.
           STRING 'CLOSES HELD FOR A MARKET NOT ON INSTRMST (FIRST '
                      DELIMITED BY SIZE,
                  PRICE-DATE  DELIMITED BY SIZE,
                  ')'         DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.
           PERFORM 26-ADD-FINDING.

       15-EXIT. EXIT.
      ****************************************************************
       16-MARK-RATE-CUR          SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-RATE-CUR-COUNT
               IF (WS-RC-CUR(C) = RATE-CUR)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-RATE-CUR-COUNT < WS-MAX-RATE-CUR)
                   ADD 01 TO WS-RATE-CUR-COUNT
                   SET C TO WS-RATE-CUR-COUNT
                   MOVE RATE-CUR TO WS-RC-CUR(C)
               ELSE
                   DISPLAY 'WARNING: RATE CURRENCY TABLE FULL - '
                           RATE-CUR ' NOT CHECKED'
               END-IF
           END-IF.

       16-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM 21-SCAN-RISK-LIMITS.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-TRADE-READ
                       IF (TM-TRADE-ID > WS-MAX-TRADE-ID)
                           MOVE TM-TRADE-ID TO WS-MAX-TRADE-ID
                       END-IF
                       IF TM-OPEN
                           ADD 01 TO WS-OPEN-READ
                           PERFORM 22-CHECK-OPEN-TRADE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 23-CHECK-NEXT-ID.
           PERFORM 24-SCAN-REJECTS.

           MOVE 'S' TO WS-PRINT-SEVERITY.
           PERFORM 27-WRITE-FINDINGS.
           MOVE 'W' TO WS-PRINT-SEVERITY.
           PERFORM 27-WRITE-FINDINGS.
           MOVE 'I' TO WS-PRINT-SEVERITY.
           PERFORM 27-WRITE-FINDINGS.

       20-EXIT. EXIT.
      ****************************************************************
       21-SCAN-RISK-LIMITS       SECTION.
      ****************************************************************

      *--> A LIMIT ROW FOR A MARKET THAT IS GONE IS DEAD WEIGHT; ONE
      *--> FOR A RETIRED MARKET IS HARMLESS BUT WORTH TIDYING.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RISKCTL1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-RISK-READ
                       MOVE 'N' TO WS-FOUND
                       PERFORM VARYING N FROM 1 BY 1
                               UNTIL N > WS-INSTR-COUNT
                           IF (WS-INS-CODE(N) = RL-MARKET)
                               MOVE 'Y' TO WS-FOUND
                               IF (WS-INS-STATUS(N) = 'R')
                                   MOVE 'R' TO WS-FOUND
                               END-IF
                           END-IF
                       END-PERFORM
                       IF (WS-FOUND = 'N')
                           MOVE 'W'        TO WS-NEW-SEVERITY
                           MOVE 'RISKCTL1' TO WS-NEW-FILE
                           MOVE RL-MARKET  TO WS-NEW-KEY
                           MOVE 'LIMIT ROW FOR A MARKET NOT ON INSTRMST'
                                           TO WS-NEW-TEXT
                           PERFORM 26-ADD-FINDING
                       END-IF
                       IF (WS-FOUND = 'R')
                           MOVE 'I'        TO WS-NEW-SEVERITY
                           MOVE 'RISKCTL1' TO WS-NEW-FILE
                           MOVE RL-MARKET  TO WS-NEW-KEY
                           MOVE 'LIMIT ROW FOR A RETIRED INSTRUMENT'
                                           TO WS-NEW-TEXT
                           PERFORM 26-ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       21-EXIT. EXIT.
      ****************************************************************
       22-CHECK-OPEN-TRADE       SECTION.
      ****************************************************************

           MOVE 'TRADEMST'  TO WS-NEW-FILE.
           MOVE SPACES      TO WS-NEW-KEY.
           MOVE TM-TRADE-ID TO WS-ID-ED.
           MOVE WS-ID-ED    TO WS-NEW-KEY.

      *--> THE INSTRUMENT: AN OPEN POSITION ON A MARKET INSTRMST DOES
      *--> NOT KNOW, OR HAS RETIRED, CANNOT BE MARGINED, VALUED OR
      *--> ROLLED - A SEVERE BREAK.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-INSTR-COUNT
               IF (WS-INS-CODE(N) = TM-MARKET) AND (WS-FOUND = 'N')
                   MOVE 'Y' TO WS-FOUND
                   SET WS-FND-INDEX TO N
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               MOVE 'S'    TO WS-NEW-SEVERITY
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'OPEN POSITION ON ' DELIMITED BY SIZE,
                      TM-MARKET           DELIMITED BY SIZE,
                      ' - NOT ON INSTRMST' DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 26-ADD-FINDING
           ELSE
               SET N TO WS-FND-INDEX
               IF (WS-INS-STATUS(N) = 'R')
                   MOVE 'S'    TO WS-NEW-SEVERITY
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'OPEN POSITION ON ' DELIMITED BY SIZE,
                          TM-MARKET           DELIMITED BY SIZE,
                          ' - INSTRUMENT RETIRED'
                                              DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 26-ADD-FINDING
               ELSE
                   IF (WS-INS-EXPIRY(N) NOT = SPACES) AND
                      (WS-INS-EXPIRY(N) < WS-AS-OF-DATE)
                       MOVE 'W'    TO WS-NEW-SEVERITY
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING 'OPEN POSITION ON ' DELIMITED BY SIZE,
                              TM-MARKET           DELIMITED BY SIZE,
                              ' - CONTRACT EXPIRED '
                                                  DELIMITED BY SIZE,
                              WS-INS-EXPIRY(N)    DELIMITED BY SIZE,
                              ', NOT ROLLED'      DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 26-ADD-FINDING
                   END-IF
                   IF (WS-INS-PRICED(N) = 'N')
                       MOVE 'W'    TO WS-NEW-SEVERITY
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING 'OPEN POSITION ON ' DELIMITED BY SIZE,
                              TM-MARKET           DELIMITED BY SIZE,
                              ' - NO CLOSE EVER ON PRICE001'
                                                  DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 26-ADD-FINDING
                   END-IF
               END-IF
           END-IF.

      *--> THE STRATEGY TAG IS OPTIONAL; A CODE THAT IS SET MUST
      *--> STILL BE LIVE ON STRATMST.
           IF (TM-STRATEGY NOT = SPACES)
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-STRAT-COUNT
                   IF (WS-STR-CODE(G) = TM-STRATEGY)
                       MOVE 'Y' TO WS-FOUND
                       IF (WS-STR-STATUS(G) = 'R')
                           MOVE 'R' TO WS-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF (WS-FOUND NOT = 'Y')
                   MOVE 'W'    TO WS-NEW-SEVERITY
                   MOVE SPACES TO WS-NEW-TEXT
                   IF (WS-FOUND = 'R')
                       STRING 'OPEN POSITION TAGGED WITH RETIRED '
                                           DELIMITED BY SIZE,
                              'STRATEGY '  DELIMITED BY SIZE,
                              TM-STRATEGY  DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                   ELSE
                       STRING 'OPEN POSITION TAGGED WITH STRATEGY '
                                           DELIMITED BY SIZE,
                              TM-STRATEGY  DELIMITED BY SIZE,
                              ' - NOT ON STRATMST'
                                           DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                   END-IF
                   PERFORM 26-ADD-FINDING
               END-IF
           END-IF.

      *--> THE CURRENCY: USD NEEDS NO RATE; ANY OTHER FALLS BACK TO
      *--> THE HARD-CODED RATE IF RATE001 HAS NEVER CARRIED IT.
           IF (TM-CUR NOT = 'USD')
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-RATE-CUR-COUNT
                   IF (WS-RC-CUR(C) = TM-CUR)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF (WS-FOUND = 'N')
                   MOVE 'W'    TO WS-NEW-SEVERITY
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'OPEN POSITION IN ' DELIMITED BY SIZE,
                          TM-CUR              DELIMITED BY SIZE,
                          ' - NO USABLE RATE ON RATE001'
                                              DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 26-ADD-FINDING
               END-IF
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-CHECK-NEXT-ID          SECTION.
      ****************************************************************

      *--> THE NEXT TRADE-REF MUST BE ABOVE EVERY ID ALREADY ON THE
      *--> MASTER, OR THE NEXT BOOKING COLLIDES WITH A LIVE KEY. A
      *--> MISSING CONTROL ROW RESTARTS THE NUMBERING AT 000001.
           MOVE 'NXTID001'  TO WS-NEW-FILE.
           MOVE 'NXID'      TO WS-NEW-KEY.
           MOVE 'NXID'      TO NX-KEY.
           READ NXTID001
               INVALID KEY
                   IF (WS-MAX-TRADE-ID > ZEROS)
                       MOVE 'S'    TO WS-NEW-SEVERITY
                       MOVE 'NO NXID ROW - NUMBERING WOULD RESTART AT 1'
                                   TO WS-NEW-TEXT
                       PERFORM 26-ADD-FINDING
                   END-IF
               NOT INVALID KEY
                   IF (NX-NEXT-TRADE-REF NOT NUMERIC) OR
                      (NX-NEXT-TRADE-REF <= WS-MAX-TRADE-ID)
                       MOVE 'S'    TO WS-NEW-SEVERITY
                       MOVE SPACES TO WS-NEW-TEXT
                       MOVE WS-MAX-TRADE-ID TO WS-ID-ED
                       STRING 'NEXT TRADE-REF '  DELIMITED BY SIZE,
                              NX-NEXT-TRADE-REF  DELIMITED BY SIZE,
                              ' NOT ABOVE HIGHEST TM-TRADE-ID '
                                                 DELIMITED BY SIZE,
                              WS-ID-ED           DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 26-ADD-FINDING
                   END-IF
           END-READ.

       23-EXIT. EXIT.
      ****************************************************************
       24-SCAN-REJECTS           SECTION.
      ****************************************************************

      *--> AN OPEN REJECT WHOSE TRADE-REF IS ALREADY A TM-TRADE-ID
      *--> WAS BOOKED BY ANOTHER ROUTE AND NEVER CLEARED; RECYCLING
      *--> IT WOULD BOOK THE TRADE TWICE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REJINV1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-REJINV-READ
                       IF RI-OPEN
                           MOVE RI-TRADE-REF TO TM-TRADE-ID
                           READ TRADEMST
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM 25-LOG-BOOKED-REJECT
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.

       24-EXIT. EXIT.
      ****************************************************************
       25-LOG-BOOKED-REJECT      SECTION.
      ****************************************************************

           MOVE 'W'          TO WS-NEW-SEVERITY.
           MOVE 'REJINV1'    TO WS-NEW-FILE.
           MOVE RI-TRADE-REF TO WS-ID-ED.
           MOVE SPACES       TO WS-NEW-KEY.
           MOVE WS-ID-ED     TO WS-NEW-KEY.
           MOVE SPACES       TO WS-NEW-TEXT.
           STRING 'OPEN REJECT (REASON '  DELIMITED BY SIZE,
                  RI-REASON-CODE          DELIMITED BY SIZE,
                  ') ALREADY BOOKED ON TRADEMST '
                                          DELIMITED BY SIZE,
                  TM-TRADE-DATE           DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.
           PERFORM 26-ADD-FINDING.

       25-EXIT. EXIT.
      ****************************************************************
       26-ADD-FINDING            SECTION.
      ****************************************************************

           EVALUATE WS-NEW-SEVERITY
               WHEN 'S'   ADD 01 TO WS-SEVERE-COUNT
                          PERFORM 28-LOG-SEVERE
               WHEN 'W'   ADD 01 TO WS-WARN-COUNT
               WHEN OTHER ADD 01 TO WS-INFO-COUNT
           END-EVALUATE.

           IF (WS-FINDING-COUNT < WS-MAX-FINDING)
               ADD 01 TO WS-FINDING-COUNT
               SET H TO WS-FINDING-COUNT
               MOVE WS-NEW-FINDING TO WS-FINDING-ENTRY(H)
           ELSE
               ADD 01 TO WS-LOST-COUNT
           END-IF.

       26-EXIT. EXIT.
      ****************************************************************
       27-WRITE-FINDINGS         SECTION.
      ****************************************************************

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE WS-PRINT-SEVERITY
               WHEN 'S'
                   MOVE 'SEVERE BREAKS - FIX BEFORE THE NEXT BATCH'
                                                   TO REPORT-LINE
               WHEN 'W'
                   MOVE 'WARNINGS - FIX AT THE NEXT MAINTENANCE RUN'
                                                   TO REPORT-LINE
               WHEN OTHER
                   MOVE 'INFORMATION'              TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'SEV FILE     KEY          FINDING'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-FINDING-COUNT
               IF (WS-FND-SEVERITY(H) = WS-PRINT-SEVERITY)
                   MOVE 'Y' TO WS-FOUND
                   MOVE SPACES TO REPORT-LINE
                   STRING ' '                 DELIMITED BY SIZE,
                          WS-FND-SEVERITY(H)  DELIMITED BY SIZE,
                          '  '                DELIMITED BY SIZE,
                          WS-FND-FILE(H)      DELIMITED BY SIZE,
                          ' '                 DELIMITED BY SIZE,
                          WS-FND-KEY(H)       DELIMITED BY SIZE,
                          ' '                 DELIMITED BY SIZE,
                          WS-FND-TEXT(H)      DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               MOVE SPACES TO REPORT-LINE
               MOVE '    NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       27-EXIT. EXIT.
      ****************************************************************
       28-LOG-SEVERE             SECTION.
      ****************************************************************

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADINT1'        TO EXC-PROGRAM-ID.
           MOVE '26-ADD-FIND'     TO EXC-PARAGRAPH.
           MOVE WS-NEW-FILE       TO EXC-FILE-NAME.
           MOVE 'IB'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           MOVE WS-NEW-KEY        TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       28-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           COMPUTE WS-TOTAL-READ = WS-INSTR-READ + WS-STRAT-READ
                                 + WS-RISK-READ  + WS-PRICE-READ
                                 + WS-RATE-READ  + WS-TRADE-READ
                                 + WS-REJINV-READ.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF (WS-LOST-COUNT > 0)
               MOVE WS-LOST-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING 'FINDINGS NOT LISTED (TABLE FULL) = '
                                              DELIMITED BY SIZE,
                      WS-COUNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-TRADE-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRADEMST RECORDS READ            = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-OPEN-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  OF WHICH OPEN                  = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-INSTR-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INSTRMST RECORDS READ            = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-STRAT-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STRATMST RECORDS READ            = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-RISK-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RISKCTL1 RECORDS READ            = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-PRICE-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRICE001 RECORDS READ            = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-RATE-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RATE001 RECORDS READ             = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-REJINV-READ TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REJINV1 RECORDS READ             = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SEVERE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SEVERE BREAKS                    = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-WARN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WARNINGS                         = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-INFO-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INFORMATION                      = '
                                          DELIMITED BY SIZE,
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           CLOSE STRATMST.
           CLOSE RISKCTL1.
           CLOSE PRICE001.
           CLOSE RATE001.
           CLOSE REJINV1.
           CLOSE NXTID001.
           CLOSE EXCPLOG1.
           CLOSE INTRPT01.

           DISPLAY 'RECORDS READ        = ' WS-TOTAL-READ.
           DISPLAY 'SEVERE BREAKS       = ' WS-SEVERE-COUNT.
           DISPLAY 'WARNINGS            = ' WS-WARN-COUNT.
           DISPLAY 'INFORMATION         = ' WS-INFO-COUNT.

           IF (WS-SEVERE-COUNT > 0)
               DISPLAY 'SEVERE INTEGRITY BREAKS - SEE INTRPT01'
               MOVE 08 TO RETURN-CODE
           ELSE
               IF (WS-WARN-COUNT > 0)
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
           MOVE 'TRADINT1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-AS-OF-DATE     TO RS-BUS-DATE.
           MOVE WS-TOTAL-READ     TO RS-RECORDS-IN.
           COMPUTE RS-RECORDS-OUT = WS-SEVERE-COUNT + WS-WARN-COUNT
                                  + WS-INFO-COUNT.
           MOVE WS-SEVERE-COUNT   TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
