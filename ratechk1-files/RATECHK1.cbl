               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-RATERPT1.

      *--> ONE ROW PER EXECUTION ON THE RUN-STATISTICS FILE SHARED BY
      *--> THE WHOLE BATCH, READ BACK BY THE MORNING RUNRPT01 PAGE.
           SELECT RUNSTAT1 ASSIGN TO    RUNSTAT1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-RUNSTAT1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE            PIC  X(80).

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
       01  FS-RATE001             PIC  9(02) VALUE ZEROS.
       01  FS-CURRCTL1            PIC  9(02) VALUE ZEROS.
       01  FS-RATERPT1            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-DATE          PIC  X(01) VALUE 'N'.
       77  WS-RATE-PROBLEM        PIC  X(01) VALUE 'N'.
       77  WS-CURRENCY-FOUND      PIC  X(01) VALUE 'N'.

      *--> ONE SYSIN CONTROL CARD, SAME BUSINESS-DATE CONVENTION AS
      *--> TRADING1'S: COLS 1-8 THE CHAIN'S BUSINESS DATE (BLANK =
      *--> TODAY), FOR THE RUNSTAT1 ROW ONLY.
       01  WS-DATE-CONTROL.
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> CURRENCIES OPEN FOR TRADING, SAME TABLE AS TRADING1'S.
       01  WS-MAX-CURRENCY        PIC  9(02) VALUE 10.
       01  WS-CURRENCY-TABLE.
       10-INITIALIZE             SECTION.
      ****************************************************************

           ACCEPT WS-DATE-CONTROL FROM SYSIN.

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
           END-IF.

           OPEN INPUT  TRADE001
           IF FS-TRADE001 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADE001'
               DISPLAY 'RATE001 PRE-FLIGHT CLEAN'
           END-IF.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.

       90-EXIT. EXIT.
      ****************************************************************
       92-WRITE-RUN-STAT          SECTION.
      ****************************************************************

      *--> ONE ROW PER EXECUTION ON THE SHARED RUN-STATISTICS FILE,
      *--> SAME CONVENTION AS TRADING1'S 92-WRITE-RUN-STAT. IN = NON-USD
      *--> TRADES CHECKED, OUT = DATE/CURRENCY PAIRS, REJECTS = GAPS
      *--> PLUS UNUSABLE RATES.
           OPEN EXTEND RUNSTAT1.
           IF FS-RUNSTAT1 EQUAL '35'
               OPEN OUTPUT RUNSTAT1
           END-IF.
           IF FS-RUNSTAT1 NOT EQUAL ZEROS
               DISPLAY 'RUNSTAT1 NOT AVAILABLE - FS = ' FS-RUNSTAT1
               GO TO 92-EXIT
           END-IF.

           MOVE SPACES            TO RUN-STAT-RECORD.
           MOVE 'RATECHK1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-FOREIGN-COUNT  TO RS-RECORDS-IN.
           MOVE WS-DATE-COUNT     TO RS-RECORDS-OUT.
           COMPUTE RS-REJECT-COUNT = WS-GAP-COUNT + WS-STALE-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
