       01  CASH-MOVEMENT-RECORD.
           03  CM-KEY.
               05  CM-ACCOUNT     PIC  X(08).
               05  CM-DATE        PIC  X(08).
      *--> SEQUENCE WITHIN THE DAY, SO ONE ACCOUNT CAN TAKE SEVERAL
      *--> MOVEMENTS ON THE SAME DATE.
               05  CM-SEQ         PIC  9(02).
           03  CM-TYPE            PIC  X(01).
               88  CM-DEPOSIT     VALUE 'D'.
               88  CM-WITHDRAWAL  VALUE 'W'.
               88  CM-INTEREST    VALUE 'I'.
               88  CM-CHARGE      VALUE 'C'.
               88  CM-VALID-TYPE  VALUE 'D' 'W' 'I' 'C'.
      *--> DEPOSITS AND WITHDRAWALS MOVE CAPITAL IN AND OUT; INTEREST
      *--> AND CHARGES ARE EARNED OR LOST LIKE A TRADE RESULT.
               88  CM-CAPITAL-FLOW VALUE 'D' 'W'.
               88  CM-CREDIT      VALUE 'D' 'I'.
      *--> USD, ALWAYS POSITIVE; CM-TYPE GIVES THE DIRECTION.
           03  CM-AMOUNT          PIC  9(07)V99.
           03  CM-DESC            PIC  X(20).
           03  FILLER             PIC  X(12).
