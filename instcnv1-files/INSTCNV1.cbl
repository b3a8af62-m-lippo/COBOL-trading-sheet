       CBL ARITH(EXTEND)
      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID.  INSTCNV1.
       AUTHOR.      MATHEUS.
       DATE-WRITTEN. 15/10/2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *--> ONE-TIME COPY OF THE 20-BYTE INSTRUMENT MASTER INTO THE
      *--> 60-BYTE LAYOUT THAT CARRIES THE MARGIN FIELDS. THE OLD
      *--> CLUSTER IS READ IN KEY ORDER AND LEFT UNTOUCHED; THE JOB
      *--> SWAPS THE NEW ONE IN ONLY WHEN THE COUNTS PROVE.
           SELECT INSTRMSO ASSIGN TO    INSTRMSO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-INSTR-CODE
               FILE STATUS          IS FS-INSTRMSO.

           SELECT INSTRMST ASSIGN TO    INSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INSTR-CODE
               FILE STATUS          IS FS-INSTRMST.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      ****************************************************************
       FILE SECTION.
      ****************************************************************
      *--> THE LAYOUT AS IT STOOD BEFORE THE MARGIN FIELDS.
       FD  INSTRMSO
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-INSTR-RECORD.

       01  OLD-INSTR-RECORD.
           03  OLD-INSTR-CODE     PIC  X(06).
           03  OLD-INSTR-TYPE     PIC  X(03).
           03  OLD-INSTR-STATUS   PIC  X(01).
           03  OLD-INSTR-MULT     PIC  9(05)V99.
           03  FILLER             PIC  X(03).

       FD  INSTRMST
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INSTR-RECORD.

       COPY INSTRMST.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FS-INSTRMSO            PIC  9(02) VALUE ZEROS.
       01  FS-INSTRMST            PIC  9(02) VALUE ZEROS.

       77  WS-EOF                 PIC  X(01) VALUE 'N'.

      *--> PROOF TOTALS: RECORD COUNT AND A HASH OF THE MULTIPLIERS
      *--> ON EACH SIDE MUST AGREE.
       01  WS-COUNT-VARS.
           03  WS-READ-COUNT      PIC  9(05) VALUE ZEROS.
           03  WS-WRITE-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-ERROR-COUNT     PIC  9(05) VALUE ZEROS.
           03  WS-MULT-IN         PIC  9(09)V99 VALUE ZEROS.
           03  WS-MULT-OUT        PIC  9(09)V99 VALUE ZEROS.
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

           OPEN INPUT  INSTRMSO
           IF FS-INSTRMSO NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INSTRMSO'
               DISPLAY 'FS-INSTRMSO = ' FS-INSTRMSO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT INSTRMST
           IF FS-INSTRMST NOT EQUAL ZEROS
               DISPLAY 'ERROR OPENING FILE FS-INSTRMST'
               DISPLAY 'FS-INSTRMST = ' FS-INSTRMST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       10-EXIT. EXIT.
      ****************************************************************
       20-PROCEDURES             SECTION.
      ****************************************************************

           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ INSTRMSO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 01 TO WS-READ-COUNT
                       IF OLD-INSTR-MULT NUMERIC
                           ADD OLD-INSTR-MULT TO WS-MULT-IN
                       END-IF
                       PERFORM 21-CONVERT-RECORD
               END-READ
           END-PERFORM.

       20-EXIT. EXIT.
      ****************************************************************
       21-CONVERT-RECORD         SECTION.
      ****************************************************************

      *--> MARGINS START AT ZERO; THE MARGIN REPORT LISTS EVERY OPEN
      *--> POSITION ON AN INSTRUMENT STILL WITHOUT ONE UNTIL INSTMNT1
      *--> KEYS IT.
           MOVE SPACES            TO INSTR-RECORD.
           MOVE OLD-INSTR-CODE    TO INSTR-CODE.
           MOVE OLD-INSTR-TYPE    TO INSTR-TYPE.
           MOVE OLD-INSTR-STATUS  TO INSTR-STATUS.
           IF OLD-INSTR-MULT NUMERIC
               MOVE OLD-INSTR-MULT TO INSTR-MULT
           ELSE
               MOVE ZEROS          TO INSTR-MULT
           END-IF.
           MOVE ZEROS             TO INSTR-INIT-MARGIN.
           MOVE ZEROS             TO INSTR-MAINT-MARGIN.

           WRITE INSTR-RECORD
               INVALID KEY
                   ADD 01 TO WS-ERROR-COUNT
                   DISPLAY 'WRITE FAILED FOR INSTRUMENT ' INSTR-CODE
                           ' FS = ' FS-INSTRMST
               NOT INVALID KEY
                   ADD 01 TO WS-WRITE-COUNT
                   ADD INSTR-MULT TO WS-MULT-OUT
           END-WRITE.

       21-EXIT. EXIT.
      ****************************************************************
       90-ENDING                 SECTION.
      ****************************************************************

           CLOSE INSTRMSO.
           CLOSE INSTRMST.

           DISPLAY 'INSTRUMENTS READ    = ' WS-READ-COUNT.
           DISPLAY 'INSTRUMENTS WRITTEN = ' WS-WRITE-COUNT.
           DISPLAY 'WRITE ERRORS        = ' WS-ERROR-COUNT.
           DISPLAY 'MULTIPLIER HASH IN  = ' WS-MULT-IN.
           DISPLAY 'MULTIPLIER HASH OUT = ' WS-MULT-OUT.

      *--> ANY DIFFERENCE STOPS THE SWAP STEP THAT FOLLOWS.
           IF (WS-READ-COUNT NOT = WS-WRITE-COUNT) OR
              (WS-MULT-IN    NOT = WS-MULT-OUT)
               DISPLAY 'CONVERSION DOES NOT PROVE - NOT SWAPPED'
               MOVE 08 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSION PROVES'
           END-IF.

           DISPLAY 'END'.

       90-EXIT. EXIT.
