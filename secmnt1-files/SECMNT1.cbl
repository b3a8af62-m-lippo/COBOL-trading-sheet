       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  SECMNT1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> KEYED MAINTENANCE FOR THE OPERATOR SECURITY FILE, SAME
      *--> CARD STYLE AS THE OTHER MAINTENANCE PROGRAMS. THE FILE IS
      *--> ITS OWN GUARD: ONLY AN OPERATOR WITH A SECMNT1 ROW OF ITS
      *--> OWN MAY SIGN ON HERE.
           SELECT OPERSEC1 ASSIGN TO    OPERSEC1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPS-KEY
               FILE STATUS          IS FS-OPERSEC1.

      *--> SHARED EXCEPTION LOG; REFUSED CARDS ARE LOGGED AS 'S' AND
      *--> EVERY CHANGE MADE AS AN 'I' ROW, WHICH IS THE TRAIL OF WHO
      *--> GRANTED WHAT.
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

       01  FS-OPERSEC1            PIC  9(02) VALUE ZEROS.
       01  FS-EXCPLOG1            PIC  9(02) VALUE ZEROS.

      *--> OPERATOR SIGNED ON BY THE LAST 'OPER' CARD AND WHAT ITS
      *--> SECMNT1 ROW ALLOWS: ADD FOR A, CORRECT FOR C, DELETE FOR
      *--> D AND CLOSE FOR R/U (REVOKE AND REINSTATE).
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

      *--> AN EMPTY OPERSEC1 AT OPEN MEANS NOBODY COULD EVER SIGN ON;
      *--> FOR THAT RUN ONLY, THE FIRST SIGN-ON IS TAKEN ON TRUST WITH
      *--> ADD RIGHTS SO THE FIRST ADMINISTRATOR ROWS CAN BE LOADED.
       01  WS-BOOTSTRAP           PIC  X(01) VALUE 'N'.
           88  WS-BOOTSTRAP-RUN   VALUE 'Y'.

       01  WS-CHANGES             PIC  9(05) VALUE ZEROS.

      *--> ONE FIXED-FORMAT SYSIN LINE PER MAINTENANCE REQUEST.
       01  WS-INPUT.
           03  WS-FUNCTION-CODE   PIC  X(01).
               88  WS-FN-ADD      VALUE 'A'.
               88  WS-FN-BROWSE   VALUE 'B'.
               88  WS-FN-CORRECT  VALUE 'C'.
               88  WS-FN-DELETE   VALUE 'D'.
               88  WS-FN-REVOKE   VALUE 'R'.
               88  WS-FN-REINSTATE
                                  VALUE 'U'.
               88  WS-FN-END      VALUE 'X'.
           03                     PIC  X(01).
           03  WS-OPER-ENTRY      PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-PROG-ENTRY      PIC  X(08)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-NAME-ENTRY      PIC  X(20)    VALUE SPACES.
           03                     PIC  X(01).
           03  WS-RIGHTS-ENTRY.
               05  WS-ADD-ENTRY   PIC  X(01)    VALUE SPACES.
               05  WS-CORRECT-ENTRY
                                  PIC  X(01)    VALUE SPACES.
               05  WS-DELETE-ENTRY
                                  PIC  X(01)    VALUE SPACES.
               05  WS-CLOSE-ENTRY PIC  X(01)    VALUE SPACES.

       01  WS-RIGHTS-OK           PIC  X(01) VALUE 'Y'.

       77  WS-NOT-FOUND-MSG       PIC  X(30)
           VALUE 'OPERATOR NOT FOUND ON OPERSEC1'.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-STARTING             SECTION.
      ****************************************************************

           PERFORM 0100-OPEN-OPERSEC1.
           PERFORM 0200-OPEN-EXCPLOG1.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS UNTIL WS-FN-END.
           PERFORM 9000-ENDING.
           GOBACK.

       0000-EXIT. EXIT.
      ****************************************************************
       0100-OPEN-OPERSEC1        SECTION.
      ****************************************************************

      *--> INDEXED FILE MAY NOT EXIST YET ON A FIRST RUN; CREATE IT
      *--> EMPTY THEN REOPEN FOR I-O.
           OPEN I-O OPERSEC1.
           IF FS-OPERSEC1 EQUAL '35'
               OPEN OUTPUT OPERSEC1
               CLOSE       OPERSEC1
               OPEN I-O    OPERSEC1
           END-IF.

           IF FS-OPERSEC1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-OPERSEC1'
               DISPLAY 'FS-OPERSEC1 = ' FS-OPERSEC1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *--> LOOK FOR ANY ROW AT ALL; NONE MEANS A BOOTSTRAP RUN.
           MOVE LOW-VALUES        TO OPS-KEY.
           START OPERSEC1 KEY IS NOT LESS THAN OPS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOTSTRAP
           END-START.
           IF NOT WS-BOOTSTRAP-RUN
               READ OPERSEC1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOTSTRAP
               END-READ
           END-IF.

       0100-EXIT. EXIT.
      ****************************************************************
       0200-OPEN-EXCPLOG1        SECTION.
      ****************************************************************

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
                   WHEN WS-FN-ADD        PERFORM 2010-ADD-OPERATOR
                   WHEN WS-FN-BROWSE     PERFORM 2020-BROWSE-OPERATOR
                   WHEN WS-FN-CORRECT    PERFORM 2030-CORRECT-OPERATOR
                   WHEN WS-FN-DELETE     PERFORM 2040-DELETE-OPERATOR
                   WHEN WS-FN-REVOKE     PERFORM 2050-REVOKE-OPERATOR
                   WHEN WS-FN-REINSTATE  PERFORM 2060-REINSTATE-OPER
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
       2010-ADD-OPERATOR         SECTION.
      ****************************************************************

           PERFORM 2070-CHECK-RIGHTS.
           IF (WS-RIGHTS-OK NOT = 'Y')
               GO TO 2010-EXIT
           END-IF.

           MOVE SPACES            TO OPER-SEC-RECORD.
           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.
           MOVE WS-NAME-ENTRY     TO OPS-NAME.
           MOVE WS-RIGHTS-ENTRY   TO OPS-RIGHTS.

           WRITE OPER-SEC-RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR ' WS-OPER-ENTRY ' / '
                           WS-PROG-ENTRY ' ALREADY EXISTS'
               NOT INVALID KEY
                   DISPLAY 'ADDED OPERATOR ' WS-OPER-ENTRY ' / '
                           WS-PROG-ENTRY
                   PERFORM 2900-LOG-CHANGE
           END-WRITE.

       2010-EXIT. EXIT.
      ****************************************************************
       2020-BROWSE-OPERATOR      SECTION.
      ****************************************************************

           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.

           READ OPERSEC1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY '<--------------------->'
                   DISPLAY 'OPS-OPERATOR = ' OPS-OPERATOR
                   DISPLAY 'OPS-PROGRAM  = ' OPS-PROGRAM
                   DISPLAY 'OPS-NAME     = ' OPS-NAME
                   DISPLAY 'ADD/COR/DEL/CLOSE = ' OPS-RIGHTS
                   IF OPS-REVOKED
                       DISPLAY 'STATUS       = REVOKED'
                   ELSE
                       DISPLAY 'STATUS       = ACTIVE'
                   END-IF
           END-READ.

       2020-EXIT. EXIT.
      ****************************************************************
       2030-CORRECT-OPERATOR     SECTION.
      ****************************************************************

           PERFORM 2070-CHECK-RIGHTS.
           IF (WS-RIGHTS-OK NOT = 'Y')
               GO TO 2030-EXIT
           END-IF.

           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.

           READ OPERSEC1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   IF (WS-NAME-ENTRY NOT = SPACES)
                       MOVE WS-NAME-ENTRY TO OPS-NAME
                   END-IF
                   MOVE WS-RIGHTS-ENTRY   TO OPS-RIGHTS
                   REWRITE OPER-SEC-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR '
                                   WS-OPER-ENTRY
                       NOT INVALID KEY
                           DISPLAY 'UPDATED OPERATOR '
                                   WS-OPER-ENTRY ' / '
                                   WS-PROG-ENTRY
                           PERFORM 2900-LOG-CHANGE
                   END-REWRITE
           END-READ.

       2030-EXIT. EXIT.
      ****************************************************************
       2040-DELETE-OPERATOR      SECTION.
      ****************************************************************

           PERFORM 2080-CHECK-OWN-ROW.
           IF (WS-RIGHTS-OK NOT = 'Y')
               GO TO 2040-EXIT
           END-IF.

           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.

           DELETE OPERSEC1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   DISPLAY 'DELETED OPERATOR ' WS-OPER-ENTRY ' / '
                           WS-PROG-ENTRY
                   PERFORM 2900-LOG-CHANGE
           END-DELETE.

       2040-EXIT. EXIT.
      ****************************************************************
       2050-REVOKE-OPERATOR      SECTION.
      ****************************************************************

      *--> A REVOKED ROW STAYS ON FILE SO THE GRANT CAN BE SEEN AND
      *--> REINSTATED; SIGN-ON REFUSES IT LIKE A MISSING ONE.
           PERFORM 2080-CHECK-OWN-ROW.
           IF (WS-RIGHTS-OK NOT = 'Y')
               GO TO 2050-EXIT
           END-IF.

           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.

           READ OPERSEC1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   MOVE 'R' TO OPS-STATUS
                   REWRITE OPER-SEC-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR '
                                   WS-OPER-ENTRY
                       NOT INVALID KEY
                           DISPLAY 'REVOKED OPERATOR '
                                   WS-OPER-ENTRY ' / '
                                   WS-PROG-ENTRY
                           PERFORM 2900-LOG-CHANGE
                   END-REWRITE
           END-READ.

       2050-EXIT. EXIT.
      ****************************************************************
       2060-REINSTATE-OPER       SECTION.
      ****************************************************************

           MOVE WS-OPER-ENTRY     TO OPS-OPERATOR.
           MOVE WS-PROG-ENTRY     TO OPS-PROGRAM.

           READ OPERSEC1
               INVALID KEY
                   DISPLAY WS-NOT-FOUND-MSG
               NOT INVALID KEY
                   MOVE SPACE TO OPS-STATUS
                   REWRITE OPER-SEC-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR '
                                   WS-OPER-ENTRY
                       NOT INVALID KEY
                           DISPLAY 'REINSTATED OPERATOR '
                                   WS-OPER-ENTRY ' / '
                                   WS-PROG-ENTRY
                           PERFORM 2900-LOG-CHANGE
                   END-REWRITE
           END-READ.

       2060-EXIT. EXIT.
      ****************************************************************
       2070-CHECK-RIGHTS         SECTION.
      ****************************************************************

      *--> KEY MUST BE PRESENT AND EACH FLAG Y OR N (BLANK = N).
           MOVE 'Y' TO WS-RIGHTS-OK.

           IF (WS-ADD-ENTRY     = SPACE) MOVE 'N' TO WS-ADD-ENTRY.
           IF (WS-CORRECT-ENTRY = SPACE) MOVE 'N' TO WS-CORRECT-ENTRY.
           IF (WS-DELETE-ENTRY  = SPACE) MOVE 'N' TO WS-DELETE-ENTRY.
           IF (WS-CLOSE-ENTRY   = SPACE) MOVE 'N' TO WS-CLOSE-ENTRY.

           IF (WS-OPER-ENTRY = SPACES) OR (WS-PROG-ENTRY = SPACES)
               MOVE 'N' TO WS-RIGHTS-OK
               DISPLAY 'OPERATOR AND PROGRAM ARE REQUIRED'
               GO TO 2070-EXIT
           END-IF.

           IF (WS-ADD-ENTRY     NOT = 'Y' AND NOT = 'N') OR
              (WS-CORRECT-ENTRY NOT = 'Y' AND NOT = 'N') OR
              (WS-DELETE-ENTRY  NOT = 'Y' AND NOT = 'N') OR
              (WS-CLOSE-ENTRY   NOT = 'Y' AND NOT = 'N')
               MOVE 'N' TO WS-RIGHTS-OK
               DISPLAY 'FUNCTION FLAGS MUST BE Y OR N: '
                       WS-RIGHTS-ENTRY
           END-IF.

       2070-EXIT. EXIT.
      ****************************************************************
       2080-CHECK-OWN-ROW        SECTION.
      ****************************************************************

      *--> AN OPERATOR MAY NOT DELETE OR REVOKE ITS OWN SECMNT1 ROW;
      *--> THAT COULD LEAVE NOBODY ABLE TO MAINTAIN THE FILE.
           MOVE 'Y' TO WS-RIGHTS-OK.

           IF (WS-OPER-ENTRY = WS-OPERATOR-ID) AND
              (WS-PROG-ENTRY = 'SECMNT1')
               MOVE 'N' TO WS-RIGHTS-OK
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' MAY NOT REMOVE ITS OWN SECMNT1 ROW'
           END-IF.

       2080-EXIT. EXIT.
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
               WHEN WS-FN-REVOKE   MOVE WS-OPER-CLOSE   TO WS-OPER-AUTH
               WHEN WS-FN-REINSTATE
                                   MOVE WS-OPER-CLOSE   TO WS-OPER-AUTH
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
      *--> LEAVES NOBODY SIGNED ON. NO 'ALL' FALLBACK HERE: ONLY AN
      *--> OPERATOR+SECMNT1 ROW OPENS THIS PROGRAM.
           MOVE SPACES            TO WS-OPERATOR-ID.
           MOVE 'NNNN'            TO WS-OPER-RIGHTS.
           MOVE WS-INPUT(6:8)     TO WS-OPER-REF.

           IF (WS-OPER-REF = SPACES)
               MOVE 'SO' TO WS-OPER-REASON
               PERFORM 2820-REFUSE-OPERATOR
               GO TO 2810-EXIT
           END-IF.

           IF WS-BOOTSTRAP-RUN
               PERFORM 2830-BOOTSTRAP-SIGN-ON
               GO TO 2810-EXIT
           END-IF.

           MOVE 'Y'               TO WS-OPER-FOUND.
           MOVE WS-OPER-REF       TO OPS-OPERATOR.
           MOVE 'SECMNT1'         TO OPS-PROGRAM.
           READ OPERSEC1
               INVALID KEY
                   MOVE 'N' TO WS-OPER-FOUND
           END-READ.

           IF (WS-OPER-FOUND = 'N')
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
           MOVE 'SECMNT1'         TO EXC-PROGRAM-ID.
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
       2830-BOOTSTRAP-SIGN-ON    SECTION.
      ****************************************************************

      *--> EMPTY FILE: ACCEPT THE OPERATOR WITH ADD RIGHTS ONLY AND
      *--> LEAVE A 'W' ROW (REASON BS) SO THE MORNING CHECKLIST SEES
      *--> WHO LOADED THE FIRST ROWS.
           MOVE WS-OPER-REF       TO WS-OPERATOR-ID.
           MOVE 'YNNN'            TO WS-OPER-RIGHTS.
           DISPLAY 'OPERSEC1 IS EMPTY - OPERATOR ' WS-OPERATOR-ID
                   ' SIGNED ON TO LOAD THE FIRST ROWS'.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'SECMNT1'         TO EXC-PROGRAM-ID.
           MOVE '2830-BOOT'       TO EXC-PARAGRAPH.
           MOVE 'OPERSEC1'        TO EXC-FILE-NAME.
           MOVE 'BS'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'W'               TO EXC-SEVERITY.
           MOVE WS-OPERATOR-ID    TO EXC-REF(1:8).
           WRITE EXCEPTION-LOG-RECORD.

       2830-EXIT. EXIT.
      ****************************************************************
       2900-LOG-CHANGE           SECTION.
      ****************************************************************

      *--> ONE 'I' ROW PER CHANGE: THE REF CARRIES THE OPERATOR WHO
      *--> MADE IT AND THE FUNCTION; THE PARAGRAPH FIELD CARRIES THE
      *--> PROGRAM THE CHANGED ROW COVERS. SYSOUT NAMES THE OPERATOR
      *--> IT WAS MADE TO.
           ADD 01 TO WS-CHANGES.

           MOVE SPACES            TO EXCEPTION-LOG-RECORD.
           MOVE 'SECMNT1'         TO EXC-PROGRAM-ID.
           MOVE WS-PROG-ENTRY     TO EXC-PARAGRAPH.
           MOVE 'OPERSEC1'        TO EXC-FILE-NAME.
           MOVE 'CH'              TO EXC-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE
                                  TO EXC-TIMESTAMP.
           MOVE 'I'               TO EXC-SEVERITY.
           MOVE WS-OPERATOR-ID    TO EXC-REF(1:8).
           MOVE WS-FUNCTION-CODE  TO EXC-REF(10:1).
           WRITE EXCEPTION-LOG-RECORD.

           DISPLAY 'CHANGED BY ' WS-OPERATOR-ID ' FOR '
                   WS-OPER-ENTRY ' RIGHTS ' OPS-RIGHTS.

       2900-EXIT. EXIT.
      ****************************************************************
       9000-ENDING               SECTION.
      ****************************************************************

           CLOSE OPERSEC1.
           CLOSE EXCPLOG1.

           DISPLAY 'OPERSEC1 CHANGES MADE = ' WS-CHANGES.

           IF (WS-OPER-REFUSED > ZEROS)
               DISPLAY 'CARDS REFUSED BY OPERATOR SECURITY = '
                       WS-OPER-REFUSED
               MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'END'.

       9000-EXIT. EXIT.
