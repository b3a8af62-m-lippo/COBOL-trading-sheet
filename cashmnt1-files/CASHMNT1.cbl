       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  CASHMNT1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> KEYED CASH LEDGER: DEPOSITS, WITHDRAWALS, INTEREST AND
      *--> PLATFORM CHARGES PER ACCOUNT AND DATE. SAME SHAPE AS
      *--> TRADING4'S TRADEMST MAINTENANCE.
           SELECT CASHMOV1 ASSIGN TO    CASHMOV1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS          IS FS-CASHMOV1.

      *--> PERSISTENT ACCOUNT STATE: EVERY MOVEMENT KEYED HERE IS
      *--> POSTED TO AS-BALANCE AT ONCE, SO THE NEXT TRADING9 SESSION
      *--> SIZES POSITIONS OFF THE FUNDED ACCOUNT.
           SELECT ACCTSTA1 ASSIGN TO    ACCTSTA1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS          IS FS-ACCTSTA1.

      *--> LAST CLOSED ACCOUNTING MONTH, SET BY TRADCLS1; MOVEMENTS
      *--> DATED INTO A CLOSED MONTH ARE REFUSED, AS IN TRADING4.
           SELECT PERCTL1  ASSIGN TO    PERCTL1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS          IS FS-PERCTL1.

      *--> SHARED EXCEPTION LOG; EVERY REFUSED CLOSED-PERIOD ACTION
      *--> LEAVES A ROW FOR THE MORNING CHECKLIST.
           SELECT EXCPLOG1 ASSIGN TO    EXCPLOG1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-EXCPLOG1.

      *--> THE REFUSED CARDS THEMSELVES, ROUTED HERE FOR REVIEW.
           SELECT PERREV01 ASSIGN TO    PERREV01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-PERREV01.

      *--> OPERATOR SECURITY FILE: WHO MAY ADD, CORRECT, DELETE OR
      *--> CLOSE THROUGH THIS PROGRAM, CHECKED AGAINST THE OPERATOR
      *--> SIGNED ON BY THE 'OPER' CARD.
           SELECT OPERSEC1 ASSIGN TO    OPERSEC1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-KEY
               FILE STATUS          IS FS-OPERSEC1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
       FD  CASHMOV1
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASH-MOVEMENT-RECORD.

       COPY CASHMOV1.

       FD  ACCTSTA1
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-STATE-RECORD.

       COPY ACCTSTA1.

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

       FD  PERREV01
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REVIEW-RECORD.

       01  PERIOD-REVIEW-RECORD.
           03  PRV-REASON         PIC  X(02).
           03  FILLER             PIC  X(01).
           03  PRV-CARD-IMAGE     PIC  X(70).
           03  FILLER             PIC  X(07).

       FD  OPERSEC1
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPER-SEC-RECORD.

       COPY OPERSEC1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-CASHMOV1            PIC  9(02) VALUE ZEROS.
       01  FS-ACCTSTA1            PIC  9(02) VALUE ZEROS.
       01  FS-PERCTL1             PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.
       01  FS-PERREV01            PIC  9(02) VALUE ZEROS.
       01  FS-OPERSEC1            PIC  9(02) VALUE ZEROS.

      *--> CLOSED-PERIOD STATE LOADED ONCE AT STARTUP; SPACES MEANS
      *--> NO MONTH HAS BEEN CLOSED YET AND NOTHING IS LOCKED.
       01  WS-PERIOD-VARS.
           03  WS-CLOSED-MONTH    PIC  X(06) VALUE SPACES.
           03  WS-CHECK-DATE      PIC  X(08).
           03  WS-PERIOD-LOCKED   PIC  X(01).

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
      *--> ACCEPT-DRIVEN STYLE AS TRADING4'S WS-INPUT.
       01  WS-INPUT.
           03  WS-FUNCTION-CODE   PIC  X(01).
               88  WS-FN-ADD      VALUE 'A'.
               88  WS-FN-BROWSE   VALUE 'B'.
               88  WS-FN-CORRECT  VALUE 'C'.
               88  WS-FN-DELETE   VALUE 'D'.
               88  WS-FN-END      VALUE 'X'.
           03                     PIC  X(01).
      *--> BLANK ACCOUNT FALLS BACK TO THE HISTORIC SINGLE ACCOUNT
      *--> 'ACCT', AS IN TRADING4.
           03  WS-ACCT-ENTRY      PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-DATE-ENTRY      PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-SEQ-ENTRY       PIC  9(02)    VALUE ZEROS.
           03                     PIC  X(01).
      *--> D=DEPOSIT, W=WITHDRAWAL, I=INTEREST, C=CHARGE.
           03  WS-TYPE-ENTRY      PIC  X(01)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-AMOUNT-ENTRY    PIC  9(07)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-DESC-ENTRY      PIC  X(20)    VALUE SPACES.

      *--> ONE POSTING TO ACCTSTA1: SIGNED USD AMOUNT AND WHETHER IT
      *--> IS A CAPITAL FLOW (MOVES THE PEAK WITH THE BALANCE, SO A
      *--> WITHDRAWAL IS NOT A DRAWDOWN) OR AN EARNING/CHARGE.
       01  WS-POST-VARS.
           03  WS-POST-AMT        PIC  S9(07)V99.
           03  WS-POST-FLOW       PIC  X(01).
           03  WS-POST-OK         PIC  X(01).
           03  WS-AS-EXISTS       PIC  X(01).
           03  WS-NEW-BAL         PIC  S9(07)V99.
           03  WS-NEW-PEAK        PIC  S9(07)V99.
           03  WS-DRAWDOWN        PIC  S9(07)V99.
      *--> THE MOVEMENT AS IT STOOD BEFORE A CORRECTION OR DELETE,
      *--> SO ITS EFFECT CAN BE TAKEN BACK OFF THE BALANCE.
           03  WS-SAVE-TYPE       PIC  X(01).
           03  WS-SAVE-AMOUNT     PIC  9(07)V99.

      *--> LARGEST VALUE THE UNSIGNED 9(05)V99 ACCTSTA1 FIELDS HOLD.
       77  WS-FIELD-MAX           PIC  9(05)V99 VALUE 99999,99.

       77  WS-NOT-FOUND-MSG       PIC  X(33)
           VALUE 'MOVEMENT NOT FOUND ON CASHMOV1'.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-STARTING             SECTION.
      ****************************************************************

           PERFORM 0100-OPEN-CASHMOV1.
           PERFORM 0200-OPEN-ACCTSTA1.
           PERFORM 0400-LOAD-PERIOD.
           PERFORM 0700-OPEN-SECURITY.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-FN-END.
           PERFORM 9000-ENDING.
           GOBACK.

       0000-EXIT. EXIT.
      ****************************************************************
       0100-OPEN-CASHMOV1        SECTION.
      ****************************************************************

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O CASHMOV1.
           IF FS-CASHMOV1 EQUAL '35'
               OPEN OUTPUT CASHMOV1
               CLOSE       CASHMOV1
               OPEN I-O    CASHMOV1
           END-IF.

           IF FS-CASHMOV1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-CASHMOV1'
               DISPLAY 'FS-CASHMOV1 = ' FS-CASHMOV1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-EXIT. EXIT.
      ****************************************************************
       0200-OPEN-ACCTSTA1        SECTION.
      ****************************************************************

      *--> STATE FILE MAY NOT EXIST YET; CREATE IT EMPTY THEN REOPEN
      *--> FOR I-O, SAME PATTERN AS TRADING9'S ACCTSTA1 OPEN.
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

       0200-EXIT. EXIT.
      ****************************************************************
       0400-LOAD-PERIOD          SECTION.
      ****************************************************************

      *--> READS THE LAST CLOSED MONTH ONCE AT STARTUP AND OPENS THE
      *--> EXCEPTION LOG AND REVIEW FILE THE REFUSALS GO TO. A SHOP
      *--> THAT HAS NEVER RUN TRADCLS1 HAS NO PERCTL1 AND NOTHING
      *--> LOCKED.
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

           OPEN OUTPUT PERREV01
           IF FS-PERREV01 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-PERREV01'
               DISPLAY 'FS-PERREV01 = ' FS-PERREV01
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0400-EXIT. EXIT.
      ****************************************************************
       0500-CHECK-PERIOD         SECTION.
      ****************************************************************

           MOVE 'N' TO WS-PERIOD-LOCKED.

           IF (WS-CLOSED-MONTH NOT = SPACES) AND
              (WS-CHECK-DATE(1:6) <= WS-CLOSED-MONTH)
               MOVE 'Y' TO WS-PERIOD-LOCKED
           END-IF.

       0500-EXIT. EXIT.
      ****************************************************************
       0600-REFUSE-PERIOD        SECTION.
      ****************************************************************

           DISPLAY 'MOVEMENT DATED ' WS-CHECK-DATE
                   ' IS IN A CLOSED PERIOD (THROUGH '
                   WS-CLOSED-MONTH ') - REFUSED'.

           MOVE SPACES   TO PERIOD-REVIEW-RECORD.
           MOVE 'PD'     TO PRV-REASON.
           MOVE WS-INPUT TO PRV-CARD-IMAGE.
           WRITE PERIOD-REVIEW-RECORD.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'CASHMNT1'        TO EXC-PROGRAM-ID.
           MOVE '0600-PERIOD'     TO EXC-PARAGRAPH.
           MOVE 'PERCTL1'         TO EXC-FILE-NAME.
           MOVE 'PD'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'W'               TO EXC-SEVERITY.
           MOVE WS-ACCT-ENTRY     TO EXC-REF.
           WRITE EXCEPTION-LOG-RECORD.

       0600-EXIT. EXIT.
      ****************************************************************
       0700-OPEN-SECURITY        SECTION.
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

       0700-EXIT. EXIT.
      ****************************************************************
       1000-INITIALIZE           SECTION.
      ****************************************************************
           ACCEPT WS-INPUT FROM SYSIN.
           IF (WS-ACCT-ENTRY = SPACES)
               MOVE 'ACCT' TO WS-ACCT-ENTRY
           END-IF.
       1000-EXIT. EXIT.
      ****************************************************************
       2000-PROCESS              SECTION.
      ****************************************************************

           PERFORM 2900-CHECK-OPERATOR.

           IF (WS-OPER-AUTH = 'Y')
               EVALUATE TRUE
                   WHEN WS-FN-ADD        PERFORM 2010-ADD-MOVEMENT
                   WHEN WS-FN-BROWSE     PERFORM 2020-BROWSE-MOVEMENT
                   WHEN WS-FN-CORRECT    PERFORM 2030-CORRECT-MOVEMENT
                   WHEN WS-FN-DELETE     PERFORM 2040-DELETE-MOVEMENT
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
       2010-ADD-MOVEMENT         SECTION.
      ****************************************************************

           MOVE WS-DATE-ENTRY TO WS-CHECK-DATE.
           PERFORM 0500-CHECK-PERIOD.
           IF (WS-PERIOD-LOCKED = 'Y')
               PERFORM 0600-REFUSE-PERIOD
               GO TO 2010-EXIT
           END-IF.

           IF (WS-TYPE-ENTRY NOT = 'D') AND (WS-TYPE-ENTRY NOT = 'W')
              AND (WS-TYPE-ENTRY NOT = 'I')
              AND (WS-TYPE-ENTRY NOT = 'C')
               DISPLAY 'INVALID TYPE ' WS-TYPE-ENTRY
                       ' - MOVEMENT NOT ADDED'
               GO TO 2010-EXIT
           END-IF.
           IF (WS-AMOUNT-ENTRY NOT NUMERIC) OR
              (WS-AMOUNT-ENTRY = ZEROS)
               DISPLAY 'INVALID AMOUNT - MOVEMENT NOT ADDED'
               GO TO 2010-EXIT
           END-IF.

           MOVE WS-ACCT-ENTRY     TO CM-ACCOUNT.
           MOVE WS-DATE-ENTRY     TO CM-DATE.
           MOVE WS-SEQ-ENTRY      TO CM-SEQ.

           READ CASHMOV1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'MOVEMENT ' CM-KEY ' ALREADY EXISTS'
                   GO TO 2010-EXIT
           END-READ.

      *--> THE BALANCE IS POSTED FIRST; A MOVEMENT THE ACCOUNT
      *--> CANNOT TAKE (A WITHDRAWAL PAST THE BALANCE) IS NOT FILED.
           MOVE SPACES            TO CASH-MOVEMENT-RECORD.
           MOVE WS-ACCT-ENTRY     TO CM-ACCOUNT.
           MOVE WS-DATE-ENTRY     TO CM-DATE.
           MOVE WS-SEQ-ENTRY      TO CM-SEQ.
           MOVE WS-TYPE-ENTRY     TO CM-TYPE.
           MOVE WS-AMOUNT-ENTRY   TO CM-AMOUNT.
           MOVE WS-DESC-ENTRY     TO CM-DESC.
           PERFORM 2800-POST-MOVEMENT.
           IF (WS-POST-OK = 'N')
               GO TO 2010-EXIT
           END-IF.

           WRITE CASH-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY 'WRITE FAILED FOR MOVEMENT ' CM-KEY
                   COMPUTE WS-POST-AMT = -1 * WS-POST-AMT
                   PERFORM 2850-APPLY-POSTING
               NOT INVALID KEY
                   DISPLAY 'ADDED MOVEMENT ' CM-KEY
           END-WRITE.

       2010-EXIT. EXIT.
      ****************************************************************
       2020-BROWSE-MOVEMENT      SECTION.
      ****************************************************************

           MOVE WS-ACCT-ENTRY     TO CM-ACCOUNT.
           MOVE WS-DATE-ENTRY     TO CM-DATE.
           MOVE WS-SEQ-ENTRY      TO CM-SEQ.

           READ CASHMOV1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY '<--------------------->'
                   DISPLAY 'ACCOUNT     = ' CM-ACCOUNT
                   DISPLAY 'DATE        = ' CM-DATE
                   DISPLAY 'SEQUENCE    = ' CM-SEQ
                   DISPLAY 'TYPE        = ' CM-TYPE
                   DISPLAY 'AMOUNT USD  = ' CM-AMOUNT
                   DISPLAY 'DESCRIPTION = ' CM-DESC
           END-READ.

       2020-EXIT. EXIT.
      ****************************************************************
       2030-CORRECT-MOVEMENT     SECTION.
      ****************************************************************

      *--> THE DATE IS PART OF THE KEY, SO ONE CHECK COVERS BOTH THE
      *--> CARD AND THE STORED MOVEMENT. A CORRECTION TAKES THE OLD
      *--> AMOUNT BACK OFF THE BALANCE AND POSTS THE NEW ONE.
           MOVE WS-DATE-ENTRY TO WS-CHECK-DATE.
           PERFORM 0500-CHECK-PERIOD.
           IF (WS-PERIOD-LOCKED = 'Y')
               PERFORM 0600-REFUSE-PERIOD
               GO TO 2030-EXIT
           END-IF.

           MOVE WS-ACCT-ENTRY     TO CM-ACCOUNT.
           MOVE WS-DATE-ENTRY     TO CM-DATE.
           MOVE WS-SEQ-ENTRY      TO CM-SEQ.

           READ CASHMOV1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
                   GO TO 2030-EXIT
           END-READ.

           MOVE CM-TYPE           TO WS-SAVE-TYPE.
           MOVE CM-AMOUNT         TO WS-SAVE-AMOUNT.

           IF (WS-TYPE-ENTRY NOT = SPACES)
               MOVE WS-TYPE-ENTRY TO CM-TYPE
           END-IF.
           IF (WS-AMOUNT-ENTRY NUMERIC) AND (WS-AMOUNT-ENTRY > ZEROS)
               MOVE WS-AMOUNT-ENTRY TO CM-AMOUNT
           END-IF.
           IF (WS-DESC-ENTRY NOT = SPACES)
               MOVE WS-DESC-ENTRY TO CM-DESC
           END-IF.

           IF NOT CM-VALID-TYPE
               DISPLAY 'INVALID TYPE - MOVEMENT NOT CORRECTED'
               GO TO 2030-EXIT
           END-IF.

      *--> TAKE THE OLD MOVEMENT OFF, THEN POST THE NEW ONE; IF THE
      *--> NEW ONE DOES NOT FIT, THE OLD ONE GOES BACK ON.
           PERFORM 2810-REVERSE-SAVED.
           IF (WS-POST-OK = 'N')
               DISPLAY 'MOVEMENT NOT CORRECTED'
               GO TO 2030-EXIT
           END-IF.
           PERFORM 2800-POST-MOVEMENT.
           IF (WS-POST-OK = 'N')
               MOVE WS-SAVE-TYPE   TO CM-TYPE
               MOVE WS-SAVE-AMOUNT TO CM-AMOUNT
               PERFORM 2800-POST-MOVEMENT
               GO TO 2030-EXIT
           END-IF.

           REWRITE CASH-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR MOVEMENT ' CM-KEY
               NOT INVALID KEY
                   DISPLAY 'UPDATED MOVEMENT ' CM-KEY
           END-REWRITE.

       2030-EXIT. EXIT.
      ****************************************************************
       2040-DELETE-MOVEMENT      SECTION.
      ****************************************************************

           MOVE WS-DATE-ENTRY TO WS-CHECK-DATE.
           PERFORM 0500-CHECK-PERIOD.
           IF (WS-PERIOD-LOCKED = 'Y')
               PERFORM 0600-REFUSE-PERIOD
               GO TO 2040-EXIT
           END-IF.

           MOVE WS-ACCT-ENTRY     TO CM-ACCOUNT.
           MOVE WS-DATE-ENTRY     TO CM-DATE.
           MOVE WS-SEQ-ENTRY      TO CM-SEQ.

           READ CASHMOV1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
                   GO TO 2040-EXIT
           END-READ.

           MOVE CM-TYPE           TO WS-SAVE-TYPE.
           MOVE CM-AMOUNT         TO WS-SAVE-AMOUNT.
           PERFORM 2810-REVERSE-SAVED.
           IF (WS-POST-OK = 'N')
               GO TO 2040-EXIT
           END-IF.

           DELETE CASHMOV1
               INVALID KEY
                   DISPLAY 'DELETE FAILED FOR MOVEMENT ' CM-KEY
               NOT INVALID KEY
                   DISPLAY 'DELETED MOVEMENT ' CM-KEY
           END-DELETE.

       2040-EXIT. EXIT.
      ****************************************************************
       2800-POST-MOVEMENT        SECTION.
      ****************************************************************

      *--> SIGNED EFFECT OF THE MOVEMENT NOW IN THE RECORD AREA.
           IF CM-CREDIT
               MOVE CM-AMOUNT TO WS-POST-AMT
           ELSE
               COMPUTE WS-POST-AMT = -1 * CM-AMOUNT
           END-IF.
           IF CM-CAPITAL-FLOW
               MOVE 'Y' TO WS-POST-FLOW
           ELSE
               MOVE 'N' TO WS-POST-FLOW
           END-IF.

           PERFORM 2850-APPLY-POSTING.

       2800-EXIT. EXIT.
      ****************************************************************
       2810-REVERSE-SAVED        SECTION.
      ****************************************************************

      *--> OPPOSITE OF THE MOVEMENT SAVED IN WS-SAVE-TYPE/AMOUNT.
           IF (WS-SAVE-TYPE = 'D') OR (WS-SAVE-TYPE = 'I')
               COMPUTE WS-POST-AMT = -1 * WS-SAVE-AMOUNT
           ELSE
               MOVE WS-SAVE-AMOUNT TO WS-POST-AMT
           END-IF.
           IF (WS-SAVE-TYPE = 'D') OR (WS-SAVE-TYPE = 'W')
               MOVE 'Y' TO WS-POST-FLOW
           ELSE
               MOVE 'N' TO WS-POST-FLOW
           END-IF.

           PERFORM 2850-APPLY-POSTING.

       2810-EXIT. EXIT.
      ****************************************************************
       2850-APPLY-POSTING        SECTION.
      ****************************************************************

      *--> AN ACCOUNT WITH NO STATE YET STARTS FROM TRADING9'S
      *--> OPENING 100, SAME AS TRADRBL1'S REBUILD.
           MOVE 'N'           TO WS-POST-OK.
           MOVE CM-ACCOUNT    TO AS-KEY.
           MOVE 'Y'           TO WS-AS-EXISTS.
           READ ACCTSTA1
               INVALID KEY
                   MOVE 'N'    TO WS-AS-EXISTS
                   MOVE CM-ACCOUNT TO AS-KEY
                   MOVE 100    TO AS-BALANCE
                   MOVE 100    TO AS-PEAK-BALANCE
                   MOVE ZEROS  TO AS-MAX-DRAWDOWN
                   MOVE SPACES TO AS-STREAK-TYPE
                   MOVE ZEROS  TO AS-STREAK-COUNT
           END-READ.

           COMPUTE WS-NEW-BAL = AS-BALANCE + WS-POST-AMT.

      *--> A CAPITAL FLOW MOVES THE PEAK WITH THE BALANCE, SO MONEY
      *--> TAKEN OUT IS NOT COUNTED AS A DRAWDOWN; INTEREST AND
      *--> CHARGES MOVE THE BALANCE ONLY, LIKE A TRADE RESULT.
           IF (WS-POST-FLOW = 'Y')
               COMPUTE WS-NEW-PEAK = AS-PEAK-BALANCE + WS-POST-AMT
           ELSE
               MOVE AS-PEAK-BALANCE TO WS-NEW-PEAK
           END-IF.
           IF (WS-NEW-BAL > WS-NEW-PEAK)
               MOVE WS-NEW-BAL TO WS-NEW-PEAK
           END-IF.

      *--> AS-BALANCE IS UNSIGNED 9(05)V99: A POSTING THAT WOULD TAKE
      *--> IT BELOW ZERO OR PAST THE FIELD MAXIMUM IS REFUSED RATHER
      *--> THAN TRUNCATED.
           IF (WS-NEW-BAL < ZEROS) OR (WS-NEW-BAL > WS-FIELD-MAX) OR
              (WS-NEW-PEAK > WS-FIELD-MAX)
               DISPLAY 'ACCOUNT ' CM-ACCOUNT ' BALANCE ' AS-BALANCE
                       ' CANNOT TAKE ' WS-POST-AMT ' - REFUSED'
               GO TO 2850-EXIT
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
                       DISPLAY 'ACCTSTA1 REWRITE FAILED FOR '
                               CM-ACCOUNT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POST-OK
               END-REWRITE
           ELSE
               WRITE ACCOUNT-STATE-RECORD
                   INVALID KEY
                       DISPLAY 'ACCTSTA1 WRITE FAILED FOR '
                               CM-ACCOUNT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POST-OK
               END-WRITE
           END-IF.

       2850-EXIT. EXIT.
      ****************************************************************
       2900-CHECK-OPERATOR       SECTION.
      ****************************************************************

      *--> EVERY CARD IS CHECKED AGAINST THE OPERATOR SIGNED ON BY
      *--> THE LAST 'OPER' CARD (COLS 1-4 'OPER', COLS 6-13 THE
      *--> OPERATOR ID). THE END CARD PASSES, BROWSING NEEDS ONLY A
      *--> SIGN-ON AND EVERY OTHER FUNCTION ITS FLAG ON OPERSEC1. THE
      *--> SIGN-ON CARD ITSELF GOES NO FURTHER.
           MOVE 'N' TO WS-OPER-AUTH.

           IF (WS-INPUT(1:5) = 'OPER ')
               PERFORM 2910-SIGN-ON
               GO TO 2900-EXIT
           END-IF.

           IF WS-FN-END
               MOVE 'Y' TO WS-OPER-AUTH
               GO TO 2900-EXIT
           END-IF.

           IF (WS-OPERATOR-ID = SPACES)
               MOVE 'NS' TO WS-OPER-REASON
               PERFORM 2920-REFUSE-OPERATOR
               GO TO 2900-EXIT
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
               PERFORM 2920-REFUSE-OPERATOR
           END-IF.

       2900-EXIT. EXIT.
      ****************************************************************
       2910-SIGN-ON              SECTION.
      ****************************************************************

      *--> A NEW SIGN-ON REPLACES THE PREVIOUS ONE; A REFUSED ONE
      *--> LEAVES NOBODY SIGNED ON.
           MOVE SPACES            TO WS-OPERATOR-ID.
           MOVE 'NNNN'            TO WS-OPER-RIGHTS.
           MOVE WS-INPUT(6:8)     TO WS-OPER-REF.

           MOVE 'Y'               TO WS-OPER-FOUND.
           MOVE WS-OPER-REF       TO OPS-OPERATOR.
           MOVE 'CASHMNT1'        TO OPS-PROGRAM.
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
               PERFORM 2920-REFUSE-OPERATOR
               GO TO 2910-EXIT
           END-IF.
           IF OPS-REVOKED
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2920-REFUSE-OPERATOR
               GO TO 2910-EXIT
           END-IF.

           MOVE WS-OPER-REF       TO WS-OPERATOR-ID.
           MOVE OPS-RIGHTS        TO WS-OPER-RIGHTS.
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' SIGNED ON - '
                   OPS-NAME.

       2910-EXIT. EXIT.
      ****************************************************************
       2920-REFUSE-OPERATOR      SECTION.
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
           MOVE 'CASHMNT1'        TO EXC-PROGRAM-ID.
           MOVE '2900-OPER'       TO EXC-PARAGRAPH.
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

       2920-EXIT. EXIT.
      ****************************************************************
       9000-ENDING               SECTION.
      ****************************************************************

           CLOSE CASHMOV1.
           CLOSE ACCTSTA1.
           CLOSE EXCPLOG1.
           CLOSE PERREV01.
           CLOSE OPERSEC1.

           IF (WS-OPER-REFUSED > ZEROS)
               DISPLAY 'CARDS REFUSED BY OPERATOR SECURITY = '
                       WS-OPER-REFUSED
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       9000-EXIT. EXIT.
