       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  TRADCNV1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> ONE-TIME COPY OF THE 80-BYTE TRADE MASTER INTO THE 120-BYTE
      *--> LAYOUT THAT CARRIES THE LOT LINEAGE (NEW-TM-PARENT-ID). THE
      *--> OLD CLUSTER IS READ IN KEY ORDER AND LEFT UNTOUCHED; THE
      *--> JOB SWAPS THE NEW ONE IN ONLY WHEN THE COUNTS PROVE.
           SELECT TRADEMSO ASSIGN TO    TRADEMSO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMSO.

           SELECT TRADEMST ASSIGN TO    TRADEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-TM-TRADE-ID
               FILE STATUS          IS FS-TRADEMST.

      *--> THE AUDIT TRAIL HOLDS FULL MASTER IMAGES, SO IT WIDENS WITH
      *--> THE MASTER: 200-BYTE ROWS IN, 280-BYTE ROWS OUT.
           SELECT TRADAUDO ASSIGN TO    TRADAUDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUDO.

           SELECT TRADAUD1 ASSIGN TO    TRADAUD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS          IS FS-TRADAUD1.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
      *--> THE LAYOUTS AS THEY STOOD BEFORE THE LINEAGE FIELD. THE
      *--> FIRST 80 BYTES OF THE NEW MASTER ARE UNCHANGED.
       FD  TRADEMSO
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-MASTER-RECORD.

       01  OLD-MASTER-RECORD.
           03  OLD-TM-TRADE-ID    PIC  9(06).
           03  FILLER             PIC  X(25).
           03  OLD-TM-LOTS        PIC  9(03).
           03  FILLER             PIC  X(46).

      *--> THE 120-BYTE LAYOUT THIS CONVERSION PRODUCES, WRITTEN OUT
      *--> HERE RATHER THAN COPIED: THE TRADEMST COPYBOOK HAS SINCE
      *--> WIDENED ITS PRICE FIELDS, AND AMTCNV1 READS THIS FILE IN
      *--> THE LAYOUT BELOW - THE 80 OLD BYTES AS THEY WERE, THEN THE
      *--> LINEAGE, SPREAD AND ROLL FIELDS FROM BYTE 81.
       FD  TRADEMST
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-MASTER-RECORD.

       01  NEW-MASTER-RECORD.
           03  NEW-TM-BASE.
               05  NEW-TM-TRADE-ID    PIC  9(06).
               05  FILLER             PIC  X(25).
               05  NEW-TM-LOTS        PIC  9(03).
               05  FILLER             PIC  X(46).
           03  NEW-TM-PARENT-ID       PIC  9(06).
           03  NEW-TM-GROUP-ID        PIC  9(06).
           03  NEW-TM-LEG-NO          PIC  9(02).
           03  NEW-TM-LEG-COUNT       PIC  9(02).
           03  NEW-TM-ROLL-FROM-ID    PIC  9(06).
           03  FILLER                 PIC  X(18).

       FD  TRADAUDO
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-AUDIT-RECORD.

       01  OLD-AUDIT-RECORD.
           03  OLD-AUD-FUNCTION   PIC  X(01).
           03  OLD-AUD-TIMESTAMP  PIC  X(21).
           03  OLD-AUD-TRADE-ID   PIC  9(06).
           03  OLD-AUD-BEFORE     PIC  X(80).
           03  OLD-AUD-AFTER      PIC  X(80).
           03  FILLER             PIC  X(12).

       FD  TRADAUD1
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 280 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-RECORD.

       COPY TRADAUD1.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-TRADEMSO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADEMST            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUDO            PIC  9(02) VALUE ZEROS.
       01  FS-TRADAUD1            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.

      *--> PROOF TOTALS: RECORD COUNTS, A HASH OF THE LOTS ON THE
      *--> MASTER AND OF THE TRADE IDS ON THE AUDIT TRAIL MUST AGREE.
       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(07) VALUE ZEROS.
           03  WS-WRITE-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-ERROR-COUNT     PIC  9(07) VALUE ZEROS.
           03  WS-LOTS-IN         PIC  9(09) VALUE ZEROS.
           03  WS-LOTS-OUT        PIC  9(09) VALUE ZEROS.
           03  WS-AUD-READ        PIC  9(07) VALUE ZEROS.
           03  WS-AUD-WRITE       PIC  9(07) VALUE ZEROS.
           03  WS-AUD-HASH-IN     PIC  9(13) VALUE ZEROS.
           03  WS-AUD-HASH-OUT    PIC  9(13) VALUE ZEROS.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

      ****************************************************************
       00-STARTING               SECTION.
      ****************************************************************

           PERFORM 10-INITIALIZE.
           PERFORM 20-PROCEDURES.
           PERFORM 30-CONVERT-AUDIT.
           PERFORM 90-ENDING.
           GOBACK.

       00-EXIT. EXIT.
      ****************************************************************
       10-INITIALIZE             SECTION.
      ****************************************************************

           OPEN INPUT  TRADEMSO
           IF FS-TRADEMSO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMSO'
               DISPLAY 'FS-TRADEMSO = ' FS-TRADEMSO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADEMST
           IF FS-TRADEMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADEMST'
               DISPLAY 'FS-TRADEMST = ' FS-TRADEMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  TRADAUDO
           IF FS-TRADAUDO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUDO'
               DISPLAY 'FS-TRADAUDO = ' FS-TRADAUDO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRADAUD1
           IF FS-TRADAUD1 NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-TRADAUD1'
               DISPLAY 'FS-TRADAUD1 = ' FS-TRADAUD1
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADEMSO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF OLD-TM-LOTS NUMERIC
                           ADD OLD-TM-LOTS TO WS-LOTS-IN
                       END-IF
                       PERFORM 21-CONVERT-RECORD
               END-READ
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-CONVERT-RECORD         SECTION.
      ****************************************************************

      *--> EVERY EXISTING TRADE IS ITS OWN ORIGIN: NOTHING HAS BEEN
      *--> SPLIT BEFORE THE CONVERSION.
           MOVE SPACES            TO NEW-MASTER-RECORD.
           MOVE OLD-MASTER-RECORD TO NEW-TM-BASE.
           MOVE ZEROS             TO NEW-TM-PARENT-ID.
           MOVE ZEROS             TO NEW-TM-GROUP-ID.
           MOVE ZEROS             TO NEW-TM-LEG-NO.
           MOVE ZEROS             TO NEW-TM-LEG-COUNT.
           MOVE ZEROS             TO NEW-TM-ROLL-FROM-ID.

           WRITE NEW-MASTER-RECORD
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'WRITE FAILED FOR TRADE ID ' NEW-TM-TRADE-ID
                           ' FS = ' FS-TRADEMST
               NOT INVALID KEY
                   ADD 01 TO WS-WRITE-COUNT
                   IF NEW-TM-LOTS NUMERIC
                       ADD NEW-TM-LOTS TO WS-LOTS-OUT
                   END-IF
           END-WRITE.

       21-EXIT. EXIT.
      ****************************************************************
       30-CONVERT-AUDIT          SECTION.
      ****************************************************************

      *--> THE OLD 80-BYTE IMAGES GO INTO THE LEFT OF THE NEW 120-BYTE
      *--> ONES; THE LINEAGE AREA OF A PRE-CONVERSION IMAGE IS BLANK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ TRADAUDO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-AUD-READ
                       IF OLD-AUD-TRADE-ID NUMERIC
                           ADD OLD-AUD-TRADE-ID TO WS-AUD-HASH-IN
                       END-IF
                       MOVE SPACES            TO AUDIT-RECORD
                       MOVE OLD-AUD-FUNCTION  TO AUD-FUNCTION
                       MOVE OLD-AUD-TIMESTAMP TO AUD-TIMESTAMP
                       MOVE OLD-AUD-TRADE-ID  TO AUD-TRADE-ID
                       MOVE OLD-AUD-BEFORE    TO AUD-BEFORE-IMAGE
                       MOVE OLD-AUD-AFTER     TO AUD-AFTER-IMAGE
                       WRITE AUDIT-RECORD
                       ADD 01 TO WS-AUD-WRITE
                       IF AUD-TRADE-ID NUMERIC
                           ADD AUD-TRADE-ID TO WS-AUD-HASH-OUT
                       END-IF
               END-READ
           END-PERFORM.

       30-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE TRADEMSO.
           CLOSE TRADEMST.
           CLOSE TRADAUDO.
           CLOSE TRADAUD1.

           DISPLAY 'TRADES READ         = ' WS-READ-COUNT.
           DISPLAY 'TRADES WRITTEN      = ' WS-WRITE-COUNT.
           DISPLAY 'WRITE ERRORS        = ' WS-ERROR-COUNT.
           DISPLAY 'LOTS HASH IN        = ' WS-LOTS-IN.
           DISPLAY 'LOTS HASH OUT       = ' WS-LOTS-OUT.
           DISPLAY 'AUDIT ROWS READ     = ' WS-AUD-READ.
           DISPLAY 'AUDIT ROWS WRITTEN  = ' WS-AUD-WRITE.
           DISPLAY 'AUDIT ID HASH IN    = ' WS-AUD-HASH-IN.
           DISPLAY 'AUDIT ID HASH OUT   = ' WS-AUD-HASH-OUT.

      *--> ANY DIFFERENCE STOPS THE SWAP STEP THAT FOLLOWS.
           IF (WS-READ-COUNT  NOT = WS-WRITE-COUNT) OR
              (WS-LOTS-IN     NOT = WS-LOTS-OUT)    OR
              (WS-AUD-READ    NOT = WS-AUD-WRITE)   OR
              (WS-AUD-HASH-IN NOT = WS-AUD-HASH-OUT)
               DISPLAY 'CONVERSION DOES NOT PROVE - NOT SWAPPED'
               MOVE 08 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSION PROVES'
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
