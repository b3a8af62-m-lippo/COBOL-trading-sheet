      *--> THE CUMULATIVE HISTORY, RECLASSIFIED UNDER CANDIDATE
      *--> BREAKEVEN TOLERANCES SO A PROPOSED BANDCTL1 CHANGE CAN BE
      *--> ARGUED WITH NUMBERS BEFORE ANYONE TOUCHES PRODUCTION.
      *--> KEYED BY RUN DATE, SO A REPLAY OF RECENT HISTORY ONLY
      *--> STARTS AT ITS FIRST DATE.
           SELECT TRADHST1 ASSIGN TO    TRADHST1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS          IS FS-TRADHST1.

           SELECT SIMRPT01 ASSIGN TO    SIMRPT01
       FILE SECTION.
      ****************************************************************
       FD  TRADHST1
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TRADE.


      *--> ONE CANDIDATE TOLERANCE PER SYSIN CARD (999V99 IN COLS
      *--> 1-5), TERMINATED BY AN 'END' CARD, SAME SENTINEL STYLE AS
      *--> TRADRCY1'S CORRECTION CARDS. AN OPTIONAL 'FROM YYYYMMDD'
      *--> CARD AMONG THEM LIMITS THE REPLAY TO RUN DATES FROM THAT
      *--> DAY ON (NONE = THE WHOLE ARCHIVE).
       01  WS-CARD.
           03  WS-CARD-TOL-X.
               05  WS-CARD-TOL    PIC  9(03)V99.
           03  FILLER             PIC  X(75).
       01  WS-CARD-FROM           REDEFINES WS-CARD.
           03  WS-CARD-FROM-ID    PIC  X(05).
           03  WS-CARD-FROM-DATE  PIC  X(08).
           03  FILLER             PIC  X(67).

       01  WS-FROM-DATE           PIC  X(08) VALUE SPACES.

       01  WS-MAX-CAND            PIC  9(01) VALUE 5.
       01  WS-CAND-TABLE.
       01  WS-CLASS-VARS.
           03  WS-NEW-CAT         PIC  X(02).
           03  WS-TOL-NEG         PIC  S9(03)V99.
           03  WS-SL-NEG          PIC  S9(05)V99.
      *--> RESULT THE TRADE IS CLASSIFIED ON: AN ADJUSTMENT REVERSAL
      *--> CARRIES THE ORIGINAL'S RESULT NEGATED, SO IT IS TURNED
      *--> BACK AND THE TRADE COUNTED OUT AGAIN WHEREVER IT WENT IN.
           03  WS-REPLAY-RES      PIC  S9(05)V99.
           03  WS-CAT-IX          PIC  9(01).
           03  WS-MKT-IX          PIC  9(02).
           03  K                  PIC  9(01).
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO HST-KEY.
           IF (WS-FROM-DATE NOT = SPACES)
               MOVE WS-FROM-DATE TO HST-RUN-DATE
           END-IF.
           START TRADHST1 KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADHST1 NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
           ACCEPT WS-CARD FROM SYSIN.

           PERFORM UNTIL WS-CARD-TOL-X(1:3) EQUAL 'END'
               EVALUATE TRUE
                   WHEN (WS-CARD-FROM-ID = 'FROM ')
                       IF (WS-CARD-FROM-DATE NUMERIC)
                           MOVE WS-CARD-FROM-DATE TO WS-FROM-DATE
                       ELSE
                           DISPLAY 'NON-NUMERIC FROM DATE CARD '
                                   'IGNORED'
                       END-IF
                   WHEN (WS-CAND-COUNT < WS-MAX-CAND)
                       ADD 01 TO WS-CAND-COUNT
                       SET C TO WS-CAND-COUNT
                       IF WS-CARD-TOL NUMERIC
                           MOVE WS-CARD-TOL TO WS-CAND-TOL(C)
                       ELSE
                           DISPLAY 'NON-NUMERIC TOLERANCE CARD '
                                   'IGNORED'
                           SUBTRACT 01 FROM WS-CAND-COUNT
                       END-IF
                   WHEN OTHER
                       DISPLAY 'WARNING: MORE THAN ' WS-MAX-CAND
                               ' CANDIDATE CARDS - IGNORING '
                               WS-CARD-TOL-X
               END-EVALUATE
               ACCEPT WS-CARD FROM SYSIN
           END-PERFORM.

       12-REPLAY-TRADE           SECTION.
      ****************************************************************

           IF HST-REVERSAL
               COMPUTE WS-REPLAY-RES = -1 * HST-RES-VAL
           ELSE
               MOVE HST-RES-VAL TO WS-REPLAY-RES
           END-IF.

           PERFORM 13-NOTE-MARKET.
           PERFORM 14-COUNT-STORED-CAT.


           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF (WS-CAT-CODE(K) = HST-RES-CAT)
                   IF HST-REVERSAL
                       IF (WS-STORED-CAT(K) > ZEROS)
                           SUBTRACT 01 FROM WS-STORED-CAT(K)
                       END-IF
                   ELSE
                       ADD 01 TO WS-STORED-CAT(K)
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-SL-NEG  = -1 * HST-SL.

           EVALUATE TRUE
               WHEN WS-REPLAY-RES >= HST-TP
                   MOVE 'FG' TO WS-NEW-CAT
               WHEN (WS-REPLAY-RES >= WS-TOL-NEG) AND
                    (WS-REPLAY-RES <= WS-CAND-TOL(C))
                   MOVE 'ZE' TO WS-NEW-CAT
               WHEN WS-REPLAY-RES > 0
                   MOVE 'SG' TO WS-NEW-CAT
               WHEN WS-REPLAY-RES <= WS-SL-NEG
                   MOVE 'FL' TO WS-NEW-CAT
               WHEN OTHER
                   MOVE 'SL' TO WS-NEW-CAT

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF (WS-CAT-CODE(K) = WS-NEW-CAT)
                   IF HST-REVERSAL
                       IF (WS-CAND-NEWCNT(C, K) > ZEROS)
                           SUBTRACT 01 FROM WS-CAND-NEWCNT(C, K)
                       END-IF
                   ELSE
                       ADD 01 TO WS-CAND-NEWCNT(C, K)
                   END-IF
               END-IF
           END-PERFORM.

           IF (WS-NEW-CAT NOT = HST-RES-CAT)
               IF HST-REVERSAL
                   IF (WS-CAND-MOVED(C) > ZEROS)
                       SUBTRACT 01 FROM WS-CAND-MOVED(C)
                   END-IF
                   IF (WS-MKT-IX > ZEROS)
                       IF (WS-CAND-MKT(C, WS-MKT-IX) > ZEROS)
                           SUBTRACT 01 FROM WS-CAND-MKT(C, WS-MKT-IX)
                       END-IF
                   END-IF
               ELSE
                   ADD 01 TO WS-CAND-MOVED(C)
                   IF (WS-MKT-IX > ZEROS)
                       ADD 01 TO WS-CAND-MKT(C, WS-MKT-IX)
                   END-IF
               END-IF
           END-IF.

               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF (WS-FROM-DATE NOT = SPACES)
               MOVE SPACES TO REPORT-LINE
               STRING 'RUN DATES FROM ' WS-FROM-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAND-COUNT
               PERFORM 21-WRITE-CANDIDATE
           END-PERFORM.
