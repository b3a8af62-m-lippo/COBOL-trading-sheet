      *--> KEYED MAINTENANCE FOR THE INSTRUMENT MASTER, SAME SHAPE AS
      *--> TRADING4'S TRADEMST MAINTENANCE. THE RETIRED FLAG CLOSES AN
      *--> INSTRUMENT TO NEW TRADES WITHOUT DELETING IT, SO HISTORY
      *--> ALREADY ON FILE KEEPS VALIDATING. A CONTRACT PAST ITS
      *--> EXPIRY DATE IS RETIRED AUTOMATICALLY AT THE START OF EVERY
      *--> RUN.
           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

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
       FILE SECTION.
      ****************************************************************
       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

       COPY INSTRMST.

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

       01  FS-INSTRMST            PIC  9(02) VALUE ZEROS.
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

      *--> EXPIRY SWEEP: TODAY'S DATE AND THE CONTRACTS IT RETIRED.
       01  WS-EXPIRY-VARS.
           03  WS-TODAY           PIC  X(08) VALUE SPACES.
           03  WS-SWEEP-EOF       PIC  X(01) VALUE 'N'.
           03  WS-EXPIRED-COUNT   PIC  9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE-FIELDS.
           03  WS-CD-DATE         PIC  X(08).
           03  FILLER             PIC  X(13).

      *--> ONE FIXED-FORMAT SYSIN LINE PER MAINTENANCE REQUEST, SAME
      *--> ACCEPT-DRIVEN STYLE AS TRADING4'S WS-INPUT.
      *--> WORTH PER POINT OF RESULT. ZERO (OR A CARD SHORT OF THE
      *--> FIELD) MEANS ONE, THE HISTORIC STOCK-LIKE BEHAVIOUR.
           03  WS-MULT-ENTRY      PIC  9(05)V99 VALUE ZEROS.
           03                     PIC  X(01).
      *--> USD MARGIN PER LOT, INITIAL THEN MAINTENANCE. A CARD SHORT
      *--> OF THE FIELDS LEAVES THEM AT ZERO ON AN ADD AND UNCHANGED
      *--> ON A CORRECTION.
           03  WS-INIT-MARGIN-ENTRY
                                  PIC  9(07)V99 VALUE ZEROS.
           03                     PIC  X(01).
           03  WS-MAINT-MARGIN-ENTRY
                                  PIC  9(07)V99 VALUE ZEROS.
           03                     PIC  X(01).
      *--> EXPIRY DATE (YYYYMMDD) AND SUCCESSOR CONTRACT OF A DATED
      *--> CONTRACT. BLANK ON AN ADD = NO EXPIRY; BLANK ON A
      *--> CORRECTION LEAVES THE STORED VALUE UNCHANGED, 'NONE'
      *--> CLEARS IT.
           03  WS-EXPIRY-ENTRY    PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-SUCCESSOR-ENTRY PIC  X(06)    VALUE SPACES.

       77  WS-NOT-FOUND-MSG       PIC  X(32)
           VALUE 'INSTRUMENT NOT FOUND ON INSTRMST'.
      ****************************************************************

           PERFORM 0100-OPEN-INSTRMST.
           PERFORM 0200-OPEN-SECURITY.
           PERFORM 0300-RETIRE-EXPIRED.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-FN-END.
           PERFORM 9000-ENDING.
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
       0300-RETIRE-EXPIRED       SECTION.
      ****************************************************************

      *--> A CONTRACT WHOSE EXPIRY DATE IS BEHIND TODAY IS RETIRED,
      *--> SO TRADING1'S MR EDIT REFUSES LATE ENTRIES AGAINST IT. THE
      *--> SWEEP IS THE FILE'S OWN HOUSEKEEPING AND NEEDS NO SIGN-ON;
      *--> EACH CONTRACT RETIRED LEAVES AN 'I' ROW ON EXCPLOG1.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CD-DATE            TO WS-TODAY.

           MOVE LOW-VALUES        TO INSTR-CODE.
           START INSTRMST KEY IS NOT LESS THAN INSTR-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF
           END-START.

           PERFORM UNTIL WS-SWEEP-EOF EQUAL 'Y'
               READ INSTRMST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF
                   NOT AT END
                       IF (NOT INSTR-RETIRED) AND
                          (INSTR-EXPIRY-DATE NUMERIC) AND
                          (INSTR-EXPIRY-DATE < WS-TODAY)
                           PERFORM 0310-RETIRE-ONE
                       END-IF
               END-READ
           END-PERFORM.

           IF (WS-EXPIRED-COUNT > ZEROS)
               DISPLAY 'EXPIRED CONTRACTS RETIRED = ' WS-EXPIRED-COUNT
           END-IF.

       0300-EXIT. EXIT.
      ****************************************************************
       0310-RETIRE-ONE           SECTION.
      ****************************************************************

           MOVE 'R' TO INSTR-STATUS.
           REWRITE INSTR-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ' INSTR-CODE
               NOT INVALID KEY
                   ADD 01 TO WS-EXPIRED-COUNT
                   DISPLAY 'RETIRED EXPIRED CONTRACT ' INSTR-CODE
                           ' (EXPIRY ' INSTR-EXPIRY-DATE ')'
                   MOVE SPACES            TO EXCEPTION-LOG-RECORD
                   MOVE 'INSTMNT1'        TO EXC-PROGRAM-ID
                   MOVE '0300-EXPIRY'     TO EXC-PARAGRAPH
                   MOVE 'INSTRMST'        TO EXC-FILE-NAME
                   MOVE 'EX'              TO EXC-FILE-STATUS
                   MOVE FUNCTION CURRENT-DATE
                                          TO EXC-TIMESTAMP
                   MOVE 'I'               TO EXC-SEVERITY
                   MOVE INSTR-CODE        TO EXC-REF
                   WRITE EXCEPTION-LOG-RECORD
           END-REWRITE.

       0310-EXIT. EXIT.
      ****************************************************************
       1000-INITIALIZE           SECTION.
      ****************************************************************
       2000-PROCESS              SECTION.
      ****************************************************************

           PERFORM 2800-CHECK-OPERATOR.

           IF (WS-OPER-AUTH = 'Y')
               EVALUATE TRUE
                   WHEN WS-FN-ADD        PERFORM 2010-ADD-INSTR
                   WHEN WS-FN-BROWSE     PERFORM 2020-BROWSE-INSTR
                   WHEN WS-FN-CORRECT    PERFORM 2030-CORRECT-INSTR
                   WHEN WS-FN-RETIRE     PERFORM 2040-RETIRE-INSTR
                   WHEN WS-FN-UNRETIRE   PERFORM 2050-UNRETIRE-INSTR
                   WHEN WS-FN-END        CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID FUNCTION CODE: '
                               WS-FUNCTION-CODE
               END-EVALUATE
           END-IF.

           IF NOT WS-FN-END
               PERFORM 1000-INITIALIZE
       2010-ADD-INSTR            SECTION.
      ****************************************************************

           MOVE SPACES            TO INSTR-RECORD.
           MOVE WS-CODE-ENTRY     TO INSTR-CODE.
           MOVE WS-TYPE-ENTRY     TO INSTR-TYPE.
           MOVE SPACES            TO INSTR-STATUS.
           ELSE
               MOVE ZEROS         TO INSTR-MULT
           END-IF.
           IF WS-INIT-MARGIN-ENTRY NUMERIC
               MOVE WS-INIT-MARGIN-ENTRY  TO INSTR-INIT-MARGIN
           ELSE
               MOVE ZEROS                 TO INSTR-INIT-MARGIN
           END-IF.
           IF WS-MAINT-MARGIN-ENTRY NUMERIC
               MOVE WS-MAINT-MARGIN-ENTRY TO INSTR-MAINT-MARGIN
           ELSE
               MOVE ZEROS                 TO INSTR-MAINT-MARGIN
           END-IF.
           IF (WS-EXPIRY-ENTRY NUMERIC)
               MOVE WS-EXPIRY-ENTRY       TO INSTR-EXPIRY-DATE
           ELSE
               MOVE SPACES                TO INSTR-EXPIRY-DATE
           END-IF.
           IF (WS-SUCCESSOR-ENTRY NOT = 'NONE')
               MOVE WS-SUCCESSOR-ENTRY    TO INSTR-SUCCESSOR
           END-IF.

           WRITE INSTR-RECORD
               INVALID KEY
                   DISPLAY 'INSTR-CODE   = ' INSTR-CODE
                   DISPLAY 'INSTR-TYPE   = ' INSTR-TYPE
                   DISPLAY 'INSTR-MULT   = ' INSTR-MULT
                   DISPLAY 'INIT-MARGIN  = ' INSTR-INIT-MARGIN
                   DISPLAY 'MAINT-MARGIN = ' INSTR-MAINT-MARGIN
                   IF (INSTR-EXPIRY-DATE NOT = SPACES)
                       DISPLAY 'EXPIRY-DATE  = ' INSTR-EXPIRY-DATE
                       DISPLAY 'SUCCESSOR    = ' INSTR-SUCCESSOR
                   END-IF
                   IF INSTR-RETIRED
                       DISPLAY 'INSTR-STATUS = RETIRED'
                   ELSE
                   IF WS-MULT-ENTRY NUMERIC
                       MOVE WS-MULT-ENTRY TO INSTR-MULT
                   END-IF
                   IF (WS-INIT-MARGIN-ENTRY NUMERIC) AND
                      (WS-INIT-MARGIN-ENTRY > ZEROS)
                       MOVE WS-INIT-MARGIN-ENTRY  TO INSTR-INIT-MARGIN
                   END-IF
                   IF (WS-MAINT-MARGIN-ENTRY NUMERIC) AND
                      (WS-MAINT-MARGIN-ENTRY > ZEROS)
                       MOVE WS-MAINT-MARGIN-ENTRY TO INSTR-MAINT-MARGIN
                   END-IF
                   PERFORM 2035-CORRECT-EXPIRY
                   REWRITE INSTR-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR '
           END-READ.

       2030-EXIT. EXIT.
      ****************************************************************
       2035-CORRECT-EXPIRY       SECTION.
      ****************************************************************

      *--> BLANK LEAVES THE STORED VALUE, 'NONE' CLEARS IT, A DATE OR
      *--> A CODE REPLACES IT. A MALFORMED DATE IS IGNORED.
           EVALUATE TRUE
               WHEN WS-EXPIRY-ENTRY = SPACES
                   CONTINUE
               WHEN WS-EXPIRY-ENTRY = 'NONE'
                   MOVE SPACES          TO INSTR-EXPIRY-DATE
               WHEN WS-EXPIRY-ENTRY NUMERIC
                   MOVE WS-EXPIRY-ENTRY TO INSTR-EXPIRY-DATE
               WHEN OTHER
                   DISPLAY 'EXPIRY DATE ' WS-EXPIRY-ENTRY
                           ' NOT NUMERIC - LEFT UNCHANGED'
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SUCCESSOR-ENTRY = SPACES
                   CONTINUE
               WHEN WS-SUCCESSOR-ENTRY = 'NONE'
                   MOVE SPACES             TO INSTR-SUCCESSOR
               WHEN OTHER
                   MOVE WS-SUCCESSOR-ENTRY TO INSTR-SUCCESSOR
           END-EVALUATE.

       2035-EXIT. EXIT.
      ****************************************************************
       2040-RETIRE-INSTR         SECTION.
      ****************************************************************
           END-READ.

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
               WHEN WS-FN-RETIRE   MOVE WS-OPER-CLOSE   TO WS-OPER-AUTH
               WHEN WS-FN-UNRETIRE MOVE WS-OPER-CLOSE   TO WS-OPER-AUTH
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
           MOVE 'INSTMNT1'        TO OPS-PROGRAM.
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
           MOVE 'INSTMNT1'        TO EXC-PROGRAM-ID.
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

           CLOSE INSTRMST.
           CLOSE OPERSEC1.
           CLOSE EXCPLOG1.

           IF (WS-OPER-REFUSED > ZEROS)
               DISPLAY 'CARDS REFUSED BY OPERATOR SECURITY = '
                       WS-OPER-REFUSED
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       9000-EXIT. EXIT.
