      *--> ONE ROW PER BOOKED TRADE TRADING1 COULD PRICE AGAINST THE
      *--> FEE SCHEDULE, VARIANCE OR NOT, SO THE MONTH-END TRADFEE1
      *--> SUMMARY CAN SET THE OVERBILLED TICKETS AGAINST ALL OF THEM.
       01  FEE-VARIANCE-RECORD.
           03  FV-BUS-DATE        PIC  X(08).
           03  FV-TRADE-DATE      PIC  X(08).
           03  FV-TRADE-REF       PIC  9(06).
           03  FV-ACCOUNT         PIC  X(08).
           03  FV-MARKET          PIC  X(06).
           03  FV-CUR             PIC  X(03).
           03  FV-LOTS            PIC  9(03).
      *--> FEE-AMT AS BILLED, AND WHAT THE SCHEDULE SAYS IT SHOULD
      *--> HAVE BEEN; THE VARIANCE IS BILLED MINUS EXPECTED, SO A
      *--> POSITIVE VARIANCE IS AN OVERCHARGE.
           03  FV-CHARGED         PIC  9(03)V99.
           03  FV-EXPECTED        PIC  9(06)V99.
           03  FV-VARIANCE        PIC  S9(06)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *--> 'Y' WHEN THE MINIMUM TICKET CHARGE, NOT THE PER-LOT
      *--> COMMISSION, SET THE EXPECTED FEE - THE SMALL TICKETS.
           03  FV-MIN-APPLIED     PIC  X(01).
               88  FV-SMALL-TICKET VALUE 'Y'.
      *--> 'V' WHEN THE VARIANCE IS WIDER THAN THE SCHEDULE'S
      *--> TOLERANCE.
           03  FV-FLAG            PIC  X(01).
               88  FV-OUT-OF-TOL  VALUE 'V'.
      *--> RUNCTL01 RUN NUMBER OF THE TRADING1 RUN THAT WROTE THE ROW.
      *--> A DELIBERATE RERUN OF A BUSINESS DATE APPENDS ITS ROWS
      *--> AGAIN UNDER THE NEXT NUMBER; ONLY THE HIGHEST RUN OF EACH
      *--> FV-BUS-DATE COUNTS. SPACES ON ROWS WRITTEN BEFORE THE STAMP.
           03  FV-RUN-NUMBER      PIC  9(03).
           03  FILLER             PIC  X(11).
