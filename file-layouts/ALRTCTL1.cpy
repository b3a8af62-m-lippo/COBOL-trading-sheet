      *--> ALERT CONTROL FOR TRADALR1, ONE ROW PER EVENT TYPE: RC (A
      *--> BATCH STEP ENDED WITH RETURN-CODE 8 OR WORSE), LT/LD/LL (A
      *--> TRADE REJECTED FOR A RISK-LIMIT BREACH), RJ (A REJECT STILL
      *--> OPEN PAST THE ESCALATION AGE) AND DD (AN ACCOUNT'S DRAWDOWN
      *--> FROM ITS PEAK). AN EVENT WITH NO ROW, OR A ROW NOT ACTIVE
      *--> ('Y'), DOES NOT ALERT. THE THRESHOLD IS THE AGE IN BUSINESS
      *--> DAYS FOR RJ (ZERO = 5, AS REJRPT01) AND THE DRAWDOWN AS A %
      *--> OF THE PEAK BALANCE FOR DD (ZERO = 20); UNUSED OTHERWISE.
       01  ALERT-CONTROL-RECORD.
           03  AC-EVENT           PIC  X(02).
               88  AC-STEP-FAILED VALUE 'RC'.
               88  AC-LIMIT-BREACH
                                  VALUE 'LT' 'LD' 'LL'.
               88  AC-AGED-REJECT VALUE 'RJ'.
               88  AC-DRAWDOWN    VALUE 'DD'.
           03  FILLER             PIC  X(01).
           03  AC-ACTIVE          PIC  X(01).
               88  AC-ALERT-ON    VALUE 'Y'.
           03  FILLER             PIC  X(01).
           03  AC-DIST-CODE       PIC  X(08).
           03  FILLER             PIC  X(01).
           03  AC-PRIORITY        PIC  X(01).
           03  FILLER             PIC  X(01).
           03  AC-THRESHOLD       PIC  9(03)V99.
           03  FILLER             PIC  X(09).
