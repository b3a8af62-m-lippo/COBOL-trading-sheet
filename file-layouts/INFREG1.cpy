      *--> INBOUND-FILE REGISTER, ONE ROW PER FILE TRADIMP1 OR
      *--> RATEIMP1 WAS GIVEN, ACCEPTED ('A') OR REFUSED WHOLE ('R')
      *--> WITH ITS REASON: NH NO HEADER, NT NO TRAILER (TRUNCATED),
      *--> TR ROWS AFTER THE TRAILER, CT RECORD COUNT OR HS HASH TOTAL
      *--> NOT AGREEING WITH THE TRAILER, DU SEQUENCE NUMBER ALREADY
      *--> ACCEPTED, SQ SEQUENCE NUMBER SKIPPING ONE. THE ATTEMPT
      *--> NUMBER KEEPS A SECOND DELIVERY OF THE SAME SEQUENCE NUMBER
      *--> AS ITS OWN ROW.
       01  INBOUND-REG-RECORD.
           03  IR-KEY.
               05  IR-FILE-ID     PIC  X(08).
               05  IR-SENDER      PIC  X(08).
               05  IR-SEQ-NO      PIC  9(06).
               05  IR-ATTEMPT     PIC  9(03).
           03  IR-FILE-DATE       PIC  X(08).
           03  IR-RECEIVED        PIC  X(14).
           03  IR-STATUS          PIC  X(01).
               88  IR-ACCEPTED    VALUE 'A'.
               88  IR-REFUSED     VALUE 'R'.
           03  IR-REASON          PIC  X(02).
           03  IR-RECORD-COUNT    PIC  9(07).
           03  IR-HASH-TOTAL      PIC  9(13)V99.
           03  FILLER             PIC  X(08).
