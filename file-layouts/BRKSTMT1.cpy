      *--> THE BROKER'S DAILY EXECUTION FILE: ONE HEADER ROW ('HDR'),
      *--> THE EXECUTIONS, ONE TRAILER ROW ('TRL') WITH THE COUNT OF
      *--> EXECUTIONS AND THE HASH TOTAL OF THEIR QUANTITIES. THE
      *--> SEQUENCE NUMBER RUNS ON BY ONE PER FILE FROM EACH SENDER.
       01  BROKER-FILE-HEADER.
           03  BRH-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  BRH-SENDER         PIC  X(08).
           03  BRH-FILE-DATE      PIC  X(08).
           03  BRH-SEQ-NO         PIC  9(06).
           03  FILLER             PIC  X(74).
       01  BROKER-EXECUTION.
           03  BRK-ACCOUNT        PIC  X(08).
           03  BRK-EXEC-DATE      PIC  X(08).
           03  BRK-CURRENCY       PIC  X(03).
           03  BRK-FEE            PIC  9(03)V99.
           03  FILLER             PIC  X(41).
       01  BROKER-FILE-TRAILER.
           03  BRT-ID             PIC  X(03).
           03  FILLER             PIC  X(01).
           03  BRT-RECORD-COUNT   PIC  9(07).
           03  BRT-HASH-QTY       PIC  9(11).
           03  FILLER             PIC  X(78).
