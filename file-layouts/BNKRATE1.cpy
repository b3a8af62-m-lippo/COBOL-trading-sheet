      *--> THE BANK'S DAILY RATE FILE: ONE HEADER ROW ('HDR'), THE
      *--> RATES, ONE TRAILER ROW ('TRL') WITH THE COUNT OF RATES AND
      *--> THE HASH TOTAL OF THEIR VALUES. THE SEQUENCE NUMBER RUNS ON
      *--> BY ONE PER FILE FROM EACH SENDER.
       01  BANK-FILE-HEADER.
           03  BNH-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  BNH-SENDER         PIC  X(08).
           03  BNH-FILE-DATE      PIC  X(08).
           03  BNH-SEQ-NO         PIC  9(06).
           03  FILLER             PIC  X(04).
       01  BANK-RATE-RECORD.
           03  BNK-RATE-DATE      PIC  X(08).
           03  BNK-CUR            PIC  X(03).
           03  BNK-RATE-VALUE     PIC  9(03)V99.
           03  FILLER             PIC  X(14).
       01  BANK-FILE-TRAILER.
           03  BNT-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  BNT-RECORD-COUNT   PIC  9(07).
           03  BNT-HASH-RATE      PIC  9(11)V99.
           03  FILLER             PIC  X(06).
