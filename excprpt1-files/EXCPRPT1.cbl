               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCRPT01.

      *--> ONE ROW PER EXECUTION ON THE RUN-STATISTICS FILE SHARED BY
      *--> THE WHOLE BATCH, READ BACK BY RUNRPT01 AND TRADALR1.
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

       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-EXCRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND-GROUP         PIC  X(01) VALUE 'N'.
                  ' FS='            DELIMITED BY SIZE,
                  EXC-FILE-STATUS   DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  EXC-TIMESTAMP     DELIMITED BY SIZE,
                  ' '               DELIMITED BY SIZE,
                  EXC-REF           DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
               DISPLAY 'NO SEVERE EXCEPTIONS'
           END-IF.

           PERFORM 92-WRITE-RUN-STAT.

           DISPLAY 'END'.

       90-EXIT. EXIT.
      ****************************************************************
       92-WRITE-RUN-STAT          SECTION.
      ****************************************************************

      *--> ONE ROW PER EXECUTION ON THE SHARED RUN-STATISTICS FILE,
      *--> SAME CONVENTION AS TRADING1'S 92-WRITE-RUN-STAT, SO A
      *--> NIGHT WITH SEVERE EXCEPTIONS REACHES TRADALR1. THE
      *--> BUSINESS DATE IS THE REPORT DATE, OR TODAY FOR AN 'ALL'
      *--> PULL. IN = ENTRIES ON THE LOG, OUT = ENTRIES LISTED,
      *--> REJECTS = SEVERE ENTRIES.
           OPEN EXTEND RUNSTAT1.
           IF FS-RUNSTAT1 EQUAL '35'
               OPEN OUTPUT RUNSTAT1
           END-IF.
           IF FS-RUNSTAT1 NOT EQUAL ZEROS
               DISPLAY 'RUNSTAT1 NOT AVAILABLE - FS = ' FS-RUNSTAT1
               GO TO 92-EXIT
           END-IF.

           MOVE SPACES            TO RUN-STAT-RECORD.
           MOVE 'EXCPRPT1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           IF (WS-ALL-MODE = 'Y')
               MOVE RS-TIMESTAMP(1:8) TO RS-BUS-DATE
           ELSE
               MOVE WS-REPORT-DATE    TO RS-BUS-DATE
           END-IF.
           MOVE WS-READ-COUNT     TO RS-RECORDS-IN.
           MOVE WS-LISTED-COUNT   TO RS-RECORDS-OUT.
           MOVE WS-SEVERE-COUNT   TO RS-REJECT-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
