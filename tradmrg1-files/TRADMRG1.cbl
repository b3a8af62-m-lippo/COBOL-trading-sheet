       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADMRG1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> THE OPEN BOOK: EVERY TM-OPEN ROW TIES UP MARGIN.
           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> INITIAL AND MAINTENANCE MARGIN PER LOT (INSTMNT1).
           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

      *--> PERSISTENT ACCOUNT STATE; AS-BALANCE IS WHAT THE MARGIN IS
      *--> MEASURED AGAINST. READ ONLY.
           SELECT ACCTSTA1 ASSIGN TO    ACCTSTA1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

      *--> MARGIN-CALL CUSHION PARAMETER, SAME ONE-RECORD CONTROL
      *--> FILE STYLE AS BANDCTL1.
           SELECT MRGCTL1  ASSIGN TO    MRGCTL1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-MRGCTL1.

      *--> EVERY MARGIN CALL LEAVES A W OR S ROW FOR THE MORNING
      *--> CHECKLIST (EXCPRPT1).
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

           SELECT MRGRPT01 ASSIGN TO    MRGRPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-MRGRPT01.

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

       FD  ACCTSTA1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-STATE-RECORD.

       COPY ACCTSTA1.

       FD  MRGCTL1
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS MARGIN-CONTROL-RECORD.

       COPY MRGCTL1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.

       FD  MRGRPT01
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
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.
       01  FS-MRGCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-MRGRPT01            PIC  9(02) VALUE ZEROS.
       01  FS-RUNSTAT1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.
       77  WS-FOUND               PIC  X(01) VALUE 'N'.
       77  WS-ACCTSTA1-OPEN       PIC  X(01) VALUE 'N'.
       77  WS-WORK-ACCT           PIC  X(08) VALUE SPACES.

      *--> ONE SYSIN CARD: COLS 1-8 THE BUSINESS DATE THE REPORT IS
      *--> FOR (BLANK = TODAY).
       01  WS-DATE-CONTROL.
           03  WS-BUS-DATE        PIC  X(08) VALUE SPACES.
           03  FILLER             PIC  X(72).

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> LOADED FROM MRGCTL1 IN 11-LOAD-MARGIN-CONTROL; DEFAULTS TO
      *--> 10% IF THE CONTROL FILE IS ABSENT OR EMPTY.
       01  WS-CUSHION-PCT         PIC  9(03)V99 VALUE 10,00.

      *--> MARGIN REQUIRED PER ACCOUNT, USD. A POSITION ON AN
      *--> INSTRUMENT WITH NO MARGIN KEYED ADDS NOTHING BUT IS
      *--> COUNTED SO THE GAP SHOWS ON THE REPORT.
       01  WS-MAX-ACCOUNT         PIC  9(02) VALUE 50.
       01  WS-ACC-TABLE.
           03  WS-ACC-COUNT       PIC  9(02) VALUE ZEROS.
           03  WS-ACC-ENTRY       OCCURS 50 TIMES
                                  INDEXED BY A.
               05  WS-ACC-CODE    PIC  X(08).
               05  WS-ACC-POSNS   PIC  9(05).
               05  WS-ACC-LOTS    PIC  9(07).
               05  WS-ACC-NO-MRG  PIC  9(05).
               05  WS-ACC-INIT    PIC  9(11)V99.
               05  WS-ACC-MAINT   PIC  9(11)V99.

       01  WS-SORT-VARS.
           03  WS-SORT-I          PIC  9(02).
           03  WS-SORT-J          PIC  9(02).
           03  WS-SWAP-ENTRY      PIC  X(51).

       01  WS-MARGIN-VARS.
           03  WS-LOTS-EFF        PIC  9(03).
           03  WS-POS-INIT        PIC  9(11)V99.
           03  WS-POS-MAINT       PIC  9(11)V99.
           03  WS-NO-MARGIN       PIC  X(01).
           03  WS-BALANCE         PIC  S9(11)V99.
           03  WS-FREE-MARGIN     PIC  S9(11)V99.
           03  WS-CUSHION-AMT     PIC  9(11)V99.
           03  WS-CALL-TYPE       PIC  X(01).
               88  WS-CALL-SEVERE VALUE 'S'.
               88  WS-CALL-WARN   VALUE 'W'.
               88  WS-CALL-NONE   VALUE SPACES.
           03  WS-NOTE-X          PIC  X(24).

       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-OPEN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-NO-MRG-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-SEVERE-COUNT    PIC  9(05) VALUE ZEROS.
           03  WS-WARN-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-TOTAL-INIT      PIC  9(11)V99 VALUE ZEROS.
           03  WS-TOTAL-MAINT     PIC  9(11)V99 VALUE ZEROS.

       01  WS-EDIT-VARS.
           03  WS-POSNS-ED        PIC  ZZZZ9.
           03  WS-LOTS-ED         PIC  ZZZZZZ9.
           03  WS-INIT-ED         PIC  ZZZZZZZZZZ9,99.
           03  WS-MAINT-ED        PIC  ZZZZZZZZZZ9,99.
           03  WS-BAL-ED          PIC  -ZZZZZZZZZZ9,99.
           03  WS-FREE-ED         PIC  -ZZZZZZZZZZ9,99.
           03  WS-PCT-ED          PIC  ZZ9,99.
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

           IF (WS-BUS-DATE = SPACES)
               MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-BUS-DATE
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

      *--> NO STATE FILE YET MEANS NO ACCOUNT HAS TRADED THROUGH
      *--> TRADING9; EVERY ACCOUNT THEN STANDS AT THE OPENING 100.
           OPEN INPUT  ACCTSTA1
           IF FS-ACCTSTA1 EQUAL ZEROS
               MOVE 'Y' TO WS-ACCTSTA1-OPEN
           ELSE
               DISPLAY 'ACCTSTA1 NOT AVAILABLE - FS = ' FS-ACCTSTA1
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

           OPEN OUTPUT MRGRPT01
           IF FS-MRGRPT01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-MRGRPT01'
               DISPLAY 'FS-MRGRPT01 = ' FS-MRGRPT01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 11-LOAD-MARGIN-CONTROL.

           MOVE WS-CUSHION-PCT TO WS-PCT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MARGIN REQUIREMENT BY ACCOUNT FOR '
                      DELIMITED BY SIZE,
                  WS-BUS-DATE      DELIMITED BY SIZE,
                  '   CALL CUSHION ' DELIMITED BY SIZE,
                  WS-PCT-ED        DELIMITED BY SIZE,
                  '% OF MAINTENANCE' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT  POSNS    LOTS    INITIAL-MARGIN'
                  '  MAINTENANCE-MRG         BALANCE'
                  '     FREE-MARGIN CALL NOTE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       10-EXIT. EXIT.
      ****************************************************************
       11-LOAD-MARGIN-CONTROL    SECTION.
      ****************************************************************

           OPEN INPUT MRGCTL1
           IF FS-MRGCTL1 NOT EQUAL ZEROS
               DISPLAY 'MRGCTL1 NOT AVAILABLE - USING DEFAULT CUSHION'
               GO TO 11-EXIT
           END-IF.

           READ MRGCTL1
               AT END
                   DISPLAY 'MRGCTL1 EMPTY - USING DEFAULT CUSHION'
               NOT AT END
                   IF MC-CUSHION-PCT NUMERIC
                       MOVE MC-CUSHION-PCT TO WS-CUSHION-PCT
                   END-IF
           END-READ.

           CLOSE MRGCTL1.

       11-EXIT. EXIT.
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
                           PERFORM 21-MARGIN-POSITION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 23-SORT-ACCOUNTS.

           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               PERFORM 24-CHECK-ACCOUNT
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-MARGIN-POSITION        SECTION.
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

           MOVE ZEROS     TO WS-POS-INIT.
           MOVE ZEROS     TO WS-POS-MAINT.
           MOVE 'Y'       TO WS-NO-MARGIN.
           MOVE TM-MARKET TO INSTR-CODE.

           READ INSTRMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (INSTR-INIT-MARGIN  NUMERIC) AND
                      (INSTR-MAINT-MARGIN NUMERIC) AND
                      (INSTR-INIT-MARGIN + INSTR-MAINT-MARGIN > ZEROS)
                       MOVE 'N' TO WS-NO-MARGIN
                       COMPUTE WS-POS-INIT  =
                           WS-LOTS-EFF * INSTR-INIT-MARGIN
                       COMPUTE WS-POS-MAINT =
                           WS-LOTS-EFF * INSTR-MAINT-MARGIN
                   END-IF
           END-READ.

           IF (WS-NO-MARGIN = 'Y')
               ADD 01 TO WS-NO-MRG-COUNT
               DISPLAY 'NO MARGIN ON INSTRMST FOR ' TM-MARKET
                       ' TRADE ID ' TM-TRADE-ID
           END-IF.

           PERFORM 22-ACCUMULATE-ACCOUNT.

       21-EXIT. EXIT.
      ****************************************************************
       22-ACCUMULATE-ACCOUNT     SECTION.
      ****************************************************************

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF (WS-ACC-CODE(A) = WS-WORK-ACCT)
                   MOVE 'Y' TO WS-FOUND
                   ADD 01           TO WS-ACC-POSNS(A)
                   ADD WS-LOTS-EFF  TO WS-ACC-LOTS(A)
                   ADD WS-POS-INIT  TO WS-ACC-INIT(A)
                   ADD WS-POS-MAINT TO WS-ACC-MAINT(A)
                   IF (WS-NO-MARGIN = 'Y')
                       ADD 01 TO WS-ACC-NO-MRG(A)
                   END-IF
               END-IF
           END-PERFORM.

           IF (WS-FOUND = 'N')
               IF (WS-ACC-COUNT < WS-MAX-ACCOUNT)
                   ADD 01 TO WS-ACC-COUNT
                   SET A TO WS-ACC-COUNT
                   MOVE WS-WORK-ACCT TO WS-ACC-CODE(A)
                   MOVE 00001        TO WS-ACC-POSNS(A)
                   MOVE WS-LOTS-EFF  TO WS-ACC-LOTS(A)
                   MOVE WS-POS-INIT  TO WS-ACC-INIT(A)
                   MOVE WS-POS-MAINT TO WS-ACC-MAINT(A)
                   IF (WS-NO-MARGIN = 'Y')
                       MOVE 00001    TO WS-ACC-NO-MRG(A)
                   ELSE
                       MOVE ZEROS    TO WS-ACC-NO-MRG(A)
                   END-IF
               ELSE
                   DISPLAY 'WARNING: ACCOUNT TABLE FULL - '
                           WS-WORK-ACCT ' NOT CHECKED FOR MARGIN'
               END-IF
           END-IF.

       22-EXIT. EXIT.
      ****************************************************************
       23-SORT-ACCOUNTS          SECTION.
      ****************************************************************

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ACC-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > (WS-ACC-COUNT - WS-SORT-I)
                   IF (WS-ACC-CODE(WS-SORT-J) >
                       WS-ACC-CODE(WS-SORT-J + 1))
                       MOVE WS-ACC-ENTRY(WS-SORT-J)
                                          TO WS-SWAP-ENTRY
                       MOVE WS-ACC-ENTRY(WS-SORT-J + 1)
                                TO WS-ACC-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                TO WS-ACC-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       23-EXIT. EXIT.
      ****************************************************************
       24-CHECK-ACCOUNT          SECTION.
      ****************************************************************

           MOVE SPACES TO WS-CALL-TYPE.
           MOVE SPACES TO WS-NOTE-X.

      *--> AN ACCOUNT WITH NO STATE RECORD STANDS AT THE OPENING 100
      *--> TRADING9 WOULD GIVE IT.
           MOVE 100 TO WS-BALANCE.
           IF (WS-ACCTSTA1-OPEN = 'Y')
               MOVE WS-ACC-CODE(A) TO AS-KEY
               READ ACCTSTA1
                   INVALID KEY
                       MOVE 'NO ACCTSTA1 - OPENING 100'
                                           TO WS-NOTE-X
                   NOT INVALID KEY
                       MOVE AS-BALANCE     TO WS-BALANCE
               END-READ
           ELSE
               MOVE 'NO ACCTSTA1 - OPENING 100' TO WS-NOTE-X
           END-IF.

      *--> FREE MARGIN IS WHAT IS LEFT OF THE BALANCE ONCE THE OPEN
      *--> POSITIONS' MAINTENANCE MARGIN IS SET ASIDE.
           COMPUTE WS-FREE-MARGIN = WS-BALANCE - WS-ACC-MAINT(A).
           COMPUTE WS-CUSHION-AMT ROUNDED =
               WS-ACC-MAINT(A) * WS-CUSHION-PCT / 100.

           IF (WS-FREE-MARGIN < ZEROS)
               MOVE 'S' TO WS-CALL-TYPE
               ADD 01   TO WS-SEVERE-COUNT
           ELSE
               IF (WS-FREE-MARGIN < WS-CUSHION-AMT)
                   MOVE 'W' TO WS-CALL-TYPE
                   ADD 01   TO WS-WARN-COUNT
               END-IF
           END-IF.

           IF (WS-ACC-NO-MRG(A) > ZEROS) AND (WS-NOTE-X = SPACES)
               MOVE WS-ACC-NO-MRG(A) TO WS-COUNT-ED
               STRING WS-COUNT-ED    DELIMITED BY SIZE,
                      ' POSNS NO MARGIN' DELIMITED BY SIZE
                   INTO WS-NOTE-X
               END-STRING
           END-IF.

           ADD WS-ACC-INIT(A)  TO WS-TOTAL-INIT.
           ADD WS-ACC-MAINT(A) TO WS-TOTAL-MAINT.

           IF NOT WS-CALL-NONE
               PERFORM 25-LOG-MARGIN-CALL
           END-IF.

           PERFORM 26-WRITE-ACCOUNT-LINE.

       24-EXIT. EXIT.
      ****************************************************************
       25-LOG-MARGIN-CALL        SECTION.
      ****************************************************************

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'TRADMRG1'        TO EXC-PROGRAM-ID.
           MOVE '24-CHECK-ACC'    TO EXC-PARAGRAPH.
           MOVE 'ACCTSTA1'        TO EXC-FILE-NAME.
           MOVE 'MC'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE WS-CALL-TYPE      TO EXC-SEVERITY.
           MOVE WS-ACC-CODE(A)    TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       25-EXIT. EXIT.
      ****************************************************************
       26-WRITE-ACCOUNT-LINE     SECTION.
      ****************************************************************

           MOVE WS-ACC-POSNS(A)   TO WS-POSNS-ED.
           MOVE WS-ACC-LOTS(A)    TO WS-LOTS-ED.
           MOVE WS-ACC-INIT(A)    TO WS-INIT-ED.
           MOVE WS-ACC-MAINT(A)   TO WS-MAINT-ED.
           MOVE WS-BALANCE        TO WS-BAL-ED.
           MOVE WS-FREE-MARGIN    TO WS-FREE-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-ACC-CODE(A)  DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-POSNS-ED     DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-LOTS-ED      DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-INIT-ED      DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-MAINT-ED     DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-BAL-ED       DELIMITED BY SIZE,
                  ' '             DELIMITED BY SIZE,
                  WS-FREE-ED      DELIMITED BY SIZE,
                  '  '            DELIMITED BY SIZE,
                  WS-CALL-TYPE    DELIMITED BY SIZE,
                  '   '           DELIMITED BY SIZE,
                  WS-NOTE-X       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       26-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           MOVE WS-TOTAL-INIT  TO WS-INIT-ED.
           MOVE WS-TOTAL-MAINT TO WS-MAINT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL                  ' DELIMITED BY SIZE,
                  WS-INIT-ED                DELIMITED BY SIZE,
                  '  '                      DELIMITED BY SIZE,
                  WS-MAINT-ED               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN POSITIONS          = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-NO-MRG-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POSITIONS WITH NO MARGIN= ' DELIMITED BY SIZE,
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-SEVERE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MARGIN CALLS - SEVERE   = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE WS-WARN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MARGIN CALLS - WARNING  = ' DELIMITED BY SIZE,
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE TRADEMST.
           CLOSE INSTRMST.
           IF (WS-ACCTSTA1-OPEN = 'Y')
               CLOSE ACCTSTA1
           END-IF.
           CLOSE EXCPLOG1.
           CLOSE MRGRPT01.

           DISPLAY 'MASTER RECORDS READ = ' WS-READ-COUNT.
           DISPLAY 'OPEN POSITIONS      = ' WS-OPEN-COUNT.
           DISPLAY 'NO MARGIN ON FILE   = ' WS-NO-MRG-COUNT.
           DISPLAY 'SEVERE CALLS        = ' WS-SEVERE-COUNT.
           DISPLAY 'WARNING CALLS       = ' WS-WARN-COUNT.

      *--> A NEGATIVE FREE MARGIN NEEDS ACTION BEFORE THE OPEN; A
      *--> CUSHION WARNING OR A MISSING MARGIN NEEDS A LOOK.
           IF (WS-SEVERE-COUNT > 0)
               DISPLAY 'MARGIN CALL - SEE MRGRPT01'
               MOVE 08 TO RETURN-CODE
           ELSE
               IF (WS-WARN-COUNT > 0) OR (WS-NO-MRG-COUNT > 0)
                   MOVE 04 TO RETURN-CODE
               END-IF
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
           MOVE 'TRADMRG1'        TO RS-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE
                                  TO RS-TIMESTAMP.
           MOVE WS-BUS-DATE       TO RS-BUS-DATE.
           MOVE WS-OPEN-COUNT     TO RS-RECORDS-IN.
           MOVE WS-ACC-COUNT      TO RS-RECORDS-OUT.
           COMPUTE RS-REJECT-COUNT = WS-SEVERE-COUNT + WS-WARN-COUNT.
           MOVE RETURN-CODE       TO RS-RETURN-CODE.

           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTAT1.

       92-EXIT. EXIT.
