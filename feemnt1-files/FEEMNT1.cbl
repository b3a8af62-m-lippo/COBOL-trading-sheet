       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  FEEMNT1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> KEYED MAINTENANCE FOR THE BROKER FEE SCHEDULE, SAME SHAPE
      *--> AS RSKMNT1. ONE ROW PER MARKET AND BROKER ACCOUNT; 'ALL'
      *--> IN EITHER KEY FIELD IS THE DEFAULT TRADING1 FALLS BACK TO.
           SELECT FEESCHD1 ASSIGN TO    FEESCHD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-KEY
               FILE STATUS          IS FS-FEESCHD1.

      *--> OPERATOR SECURITY FILE: WHO MAY ADD, CORRECT, DELETE OR
      *--> CLOSE THROUGH THIS PROGRAM, CHECKED AGAINST THE OPERATOR
      *--> SIGNED ON BY THE 'OPER' CARD.
           SELECT OPERSEC1 ASSIGN TO    OPERSEC1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-KEY
               FILE STATUS          IS FS-OPERSEC1.

      *--> SHARED EXCEPTION LOG; EVERY CARD REFUSED BY THE OPERATOR
      *--> CHECK LEAVES A ROW FOR THE MORNING CHECKLIST.
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  FEESCHD1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-SCHED-RECORD.

       COPY FEESCHD1.

       FD  OPERSEC1
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPER-SEC-RECORD.

       COPY OPERSEC1.

       FD  EXCPLOG1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-LOG-RECORD.

       COPY EXCPLOG1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-FEESCHD1            PIC  9(02) VALUE ZEROS.
       01  FS-OPERSEC1            PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.

      *--> OPERATOR SIGNED ON BY THE LAST 'OPER' CARD AND WHAT
      *--> OPERSEC1 ALLOWS THE OPERATOR HERE; SPACES = NOBODY SIGNED
      *--> ON YET, SO EVERY CARD BUT THE END CARD IS REFUSED.
       01  WS-OPER-VARS.
           03  WS-OPERATOR-ID     PIC  X(08) VALUE SPACES.
           03  WS-OPER-RIGHTS.
               05  WS-OPER-ADD    PIC  X(01) VALUE 'N'.
               05  WS-OPER-CORRECT
                                  PIC  X(01) VALUE 'N'.
               05  WS-OPER-DELETE PIC  X(01) VALUE 'N'.
               05  WS-OPER-CLOSE  PIC  X(01) VALUE 'N'.
           03  WS-OPER-AUTH       PIC  X(01) VALUE 'N'.
           03  WS-OPER-FOUND      PIC  X(01) VALUE 'N'.
           03  WS-OPER-REASON     PIC  X(02) VALUE SPACES.
           03  WS-OPER-REF        PIC  X(08) VALUE SPACES.
           03  WS-OPER-REFUSED    PIC  9(05) VALUE ZEROS.

      *--> ONE FIXED-FORMAT SYSIN LINE PER MAINTENANCE REQUEST, SAME
      *--> ACCEPT-DRIVEN STYLE AS RSKMNT1'S WS-INPUT.
       01  WS-INPUT.
           03  WS-FUNCTION-CODE   PIC  X(01).
               88  WS-FN-ADD      VALUE 'A'.
               88  WS-FN-BROWSE   VALUE 'B'.
               88  WS-FN-CORRECT  VALUE 'C'.
               88  WS-FN-DELETE   VALUE 'D'.
               88  WS-FN-END      VALUE 'X'.
           03                     PIC  X(01).
           03  WS-MARKET-ENTRY    PIC  X(06)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-ACCOUNT-ENTRY   PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-COMM-ENTRY      PIC  9(03)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-MIN-ENTRY       PIC  9(03)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-EXCH-ENTRY      PIC  9(03)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-TOL-ENTRY       PIC  9(03)V99 VALUE ZEROS.

       77  WS-NOT-FOUND-MSG       PIC  X(40)
           VALUE 'MARKET/ACCOUNT NOT FOUND ON FEESCHD1'.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-STARTING             SECTION.
      ****************************************************************

           PERFORM 0100-OPEN-FEESCHD1.
           PERFORM 0200-OPEN-SECURITY.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-FN-END.
           PERFORM 9000-ENDING.
           GOBACK.

       0000-EXIT. EXIT.
      ****************************************************************
       0100-OPEN-FEESCHD1        SECTION.
      ****************************************************************

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O FEESCHD1.
           IF FS-FEESCHD1 EQUAL '35'
               OPEN OUTPUT FEESCHD1
               CLOSE       FEESCHD1
               OPEN I-O    FEESCHD1
           END-IF.

           IF FS-FEESCHD1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-FEESCHD1'
               DISPLAY 'FS-FEESCHD1 = ' FS-FEESCHD1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-EXIT. EXIT.
      ****************************************************************
       0200-OPEN-SECURITY        SECTION.
      ****************************************************************

      *--> NO SECURITY FILE, NO MAINTENANCE: WITHOUT OPERSEC1 NOBODY
      *--> CAN BE AUTHORIZED, SO THE RUN STOPS BEFORE ANY CARD.
           OPEN INPUT OPERSEC1.
           IF FS-OPERSEC1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-OPERSEC1'
               DISPLAY 'FS-OPERSEC1 = ' FS-OPERSEC1
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

       0200-EXIT. EXIT.
      ****************************************************************
       1000-INITIALIZE           SECTION.
      ****************************************************************
           ACCEPT WS-INPUT FROM SYSIN.
       1000-EXIT. EXIT.
      ****************************************************************
       2000-PROCESS              SECTION.
      ****************************************************************

           PERFORM 2800-CHECK-OPERATOR.

           IF (WS-OPER-AUTH = 'Y')
               EVALUATE TRUE
                   WHEN WS-FN-ADD        PERFORM 2010-ADD-FEE
                   WHEN WS-FN-BROWSE     PERFORM 2020-BROWSE-FEE
                   WHEN WS-FN-CORRECT    PERFORM 2030-CORRECT-FEE
                   WHEN WS-FN-DELETE     PERFORM 2040-DELETE-FEE
                   WHEN WS-FN-END        CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID FUNCTION CODE: '
                               WS-FUNCTION-CODE
               END-EVALUATE
           END-IF.

           IF NOT WS-FN-END
               PERFORM 1000-INITIALIZE
           END-IF.

       2000-EXIT. EXIT.
      ****************************************************************
       2010-ADD-FEE              SECTION.
      ****************************************************************

           PERFORM 2050-CHECK-KEY.
           IF (WS-MARKET-ENTRY = SPACES)
               GO TO 2010-EXIT
           END-IF.

           MOVE WS-MARKET-ENTRY   TO FSC-MARKET.
           MOVE WS-ACCOUNT-ENTRY  TO FSC-ACCOUNT.
           MOVE WS-COMM-ENTRY     TO FSC-COMM-PER-LOT.
           MOVE WS-MIN-ENTRY      TO FSC-MIN-TICKET.
           MOVE WS-EXCH-ENTRY     TO FSC-EXCH-PER-LOT.
           MOVE WS-TOL-ENTRY      TO FSC-TOLERANCE.

           WRITE FEE-SCHED-RECORD
               INVALID KEY
                   DISPLAY 'MARKET ' WS-MARKET-ENTRY
                           ' ACCOUNT ' WS-ACCOUNT-ENTRY
                           ' ALREADY ON FEESCHD1'
               NOT INVALID KEY
                   DISPLAY 'ADDED FEES FOR ' WS-MARKET-ENTRY
                           ' ' WS-ACCOUNT-ENTRY
           END-WRITE.

       2010-EXIT. EXIT.
      ****************************************************************
       2020-BROWSE-FEE           SECTION.
      ****************************************************************

           PERFORM 2050-CHECK-KEY.
           MOVE WS-MARKET-ENTRY   TO FSC-MARKET.
           MOVE WS-ACCOUNT-ENTRY  TO FSC-ACCOUNT.

           READ FEESCHD1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY '<--------------------->'
                   DISPLAY 'FSC-MARKET        = ' FSC-MARKET
                   DISPLAY 'FSC-ACCOUNT       = ' FSC-ACCOUNT
                   DISPLAY 'FSC-COMM-PER-LOT  = ' FSC-COMM-PER-LOT
                   DISPLAY 'FSC-MIN-TICKET    = ' FSC-MIN-TICKET
                   DISPLAY 'FSC-EXCH-PER-LOT  = ' FSC-EXCH-PER-LOT
                   DISPLAY 'FSC-TOLERANCE     = ' FSC-TOLERANCE
           END-READ.

       2020-EXIT. EXIT.
      ****************************************************************
       2030-CORRECT-FEE          SECTION.
      ****************************************************************

           PERFORM 2050-CHECK-KEY.
           MOVE WS-MARKET-ENTRY   TO FSC-MARKET.
           MOVE WS-ACCOUNT-ENTRY  TO FSC-ACCOUNT.

           READ FEESCHD1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   MOVE WS-COMM-ENTRY TO FSC-COMM-PER-LOT
                   MOVE WS-MIN-ENTRY  TO FSC-MIN-TICKET
                   MOVE WS-EXCH-ENTRY TO FSC-EXCH-PER-LOT
                   MOVE WS-TOL-ENTRY  TO FSC-TOLERANCE
                   REWRITE FEE-SCHED-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR '
                                   WS-MARKET-ENTRY ' '
                                   WS-ACCOUNT-ENTRY
                       NOT INVALID KEY
                           DISPLAY 'UPDATED FEES FOR '
                                   WS-MARKET-ENTRY ' '
                                   WS-ACCOUNT-ENTRY
                   END-REWRITE
           END-READ.

       2030-EXIT. EXIT.
      ****************************************************************
       2040-DELETE-FEE           SECTION.
      ****************************************************************

           PERFORM 2050-CHECK-KEY.
           MOVE WS-MARKET-ENTRY   TO FSC-MARKET.
           MOVE WS-ACCOUNT-ENTRY  TO FSC-ACCOUNT.

           DELETE FEESCHD1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY 'DELETED FEES FOR ' WS-MARKET-ENTRY
                           ' ' WS-ACCOUNT-ENTRY
           END-DELETE.

       2040-EXIT. EXIT.
      ****************************************************************
       2050-CHECK-KEY            SECTION.
      ****************************************************************

      *--> A BLANK ACCOUNT ON THE CARD MEANS THE MARKET'S 'ALL' ROW,
      *--> SO THE KEY TRADING1 LOOKS UP IS NEVER HALF BLANK. A BLANK
      *--> MARKET IS REFUSED ON AN ADD ('ALL' IS THE DEFAULT ROW).
           IF (WS-ACCOUNT-ENTRY = SPACES)
               MOVE 'ALL'         TO WS-ACCOUNT-ENTRY
           END-IF.

           IF (WS-MARKET-ENTRY = SPACES)
               DISPLAY 'MARKET REQUIRED (OR ALL) ON CARD: '
                       WS-INPUT(1:20)
           END-IF.

       2050-EXIT. EXIT.
      ****************************************************************
       2800-CHECK-OPERATOR       SECTION.
      ****************************************************************

      *--> EVERY CARD IS CHECKED AGAINST THE OPERATOR SIGNED ON BY
      *--> THE LAST 'OPER' CARD (COLS 1-4 'OPER', COLS 6-13 THE
      *--> OPERATOR ID). THE END CARD PASSES, BROWSING NEEDS ONLY A
      *--> SIGN-ON AND EVERY OTHER FUNCTION ITS FLAG ON OPERSEC1. THE
      *--> SIGN-ON CARD ITSELF GOES NO FURTHER.
           MOVE 'N' TO WS-OPER-AUTH.

           IF (WS-INPUT(1:5) = 'OPER ')
               PERFORM 2810-SIGN-ON
               GO TO 2800-EXIT
           END-IF.

           IF WS-FN-END
               MOVE 'Y' TO WS-OPER-AUTH
               GO TO 2800-EXIT
           END-IF.

           IF (WS-OPERATOR-ID = SPACES)
               MOVE 'NS' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2800-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-FN-ADD      MOVE WS-OPER-ADD     TO WS-OPER-AUTH
               WHEN WS-FN-CORRECT  MOVE WS-OPER-CORRECT TO WS-OPER-AUTH
               WHEN WS-FN-DELETE   MOVE WS-OPER-DELETE  TO WS-OPER-AUTH
               WHEN OTHER          MOVE 'Y'             TO WS-OPER-AUTH
           END-EVALUATE.

           IF (WS-OPER-AUTH NOT = 'Y')
               MOVE 'N'  TO WS-OPER-AUTH
               MOVE 'NA' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
           END-IF.

       2800-EXIT. EXIT.
      ****************************************************************
       2810-SIGN-ON              SECTION.
      ****************************************************************

      *--> A NEW SIGN-ON REPLACES THE PREVIOUS ONE; A REFUSED ONE
      *--> LEAVES NOBODY SIGNED ON.
           MOVE SPACES            TO WS-OPERATOR-ID.
           MOVE 'NNNN'            TO WS-OPER-RIGHTS.
           MOVE WS-INPUT(6:8)     TO WS-OPER-REF.

           MOVE 'Y'               TO WS-OPER-FOUND.
           MOVE WS-OPER-REF       TO OPS-OPERATOR.
           MOVE 'FEEMNT1'        TO OPS-PROGRAM.
           READ OPERSEC1
               INVALID KEY
                   MOVE 'ALL'         TO OPS-PROGRAM
                   READ OPERSEC1
                       INVALID KEY
                           MOVE 'N' TO WS-OPER-FOUND
                   END-READ
           END-READ.

           IF (WS-OPER-REF = SPACES) OR (WS-OPER-FOUND = 'N')
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2810-EXIT
           END-IF.
           IF OPS-REVOKED
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2810-EXIT
           END-IF.

           MOVE WS-OPER-REF       TO WS-OPERATOR-ID.
           MOVE OPS-RIGHTS        TO WS-OPER-RIGHTS.
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' SIGNED ON - '
                   OPS-NAME.

       2810-EXIT. EXIT.
      ****************************************************************
       2820-REFUSE-OPERATOR      SECTION.
      ****************************************************************

      *--> NS = NOBODY SIGNED ON, SO = SIGN-ON REFUSED (UNKNOWN OR
      *--> REVOKED OPERATOR), NA = FUNCTION NOT AUTHORIZED. THE
      *--> CARD IS NOT PROCESSED.
           ADD 01 TO WS-OPER-REFUSED.

           EVALUATE WS-OPER-REASON
               WHEN 'NS'
                   MOVE SPACES         TO WS-OPER-REF
                   DISPLAY 'NO OPERATOR SIGNED ON - CARD REFUSED: '
                           WS-INPUT(1:20)
               WHEN 'SO'
                   DISPLAY 'SIGN-ON REFUSED FOR OPERATOR '
                           WS-OPER-REF
               WHEN OTHER
                   MOVE WS-OPERATOR-ID TO WS-OPER-REF
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' NOT AUTHORIZED FOR FUNCTION '
                           WS-FUNCTION-CODE ' - CARD REFUSED'
           END-EVALUATE.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'FEEMNT1'        TO EXC-PROGRAM-ID.
           MOVE '2800-OPER'       TO EXC-PARAGRAPH.
           MOVE 'OPERSEC1'        TO EXC-FILE-NAME.
           MOVE WS-OPER-REASON    TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'S'               TO EXC-SEVERITY.
           MOVE WS-OPER-REF       TO EXC-REF(1:8).
           IF (WS-OPER-REASON NOT = 'SO')
               MOVE WS-FUNCTION-CODE TO EXC-REF(10:1)
           END-IF.
           WRITE EXCEPTION-LOG-RECORD.

       2820-EXIT. EXIT.
      ****************************************************************
       9000-ENDING               SECTION.
      ****************************************************************

           CLOSE FEESCHD1.
           CLOSE OPERSEC1.
           CLOSE EXCPLOG1.

           IF (WS-OPER-REFUSED > ZEROS)
               DISPLAY 'CARDS REFUSED BY OPERATOR SECURITY = '
                       WS-OPER-REFUSED
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       9000-EXIT. EXIT.
