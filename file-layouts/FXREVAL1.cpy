       01  FX-REVALUATION-RECORD.
           03  FR-KEY.
               05  FR-MONTH       PIC  X(06).
               05  FR-ACCOUNT     PIC  X(08).
               05  FR-CUR         PIC  X(03).
      *--> DATE OF THE RATE001 RATE USED: THE LAST ONE ON FILE IN
      *--> THE MONTH.
           03  FR-RATE-DATE       PIC  X(08).
      *--> THE ACCOUNT'S BALANCE IN FR-CUR AT MONTH-END, AND ITS USD
      *--> VALUE BEFORE AND AFTER RESTATEMENT. THE OLD RATE IS THE
      *--> RATE THE CARRIED USD VALUE IMPLIES.
           03  FR-LOCAL-BAL       PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FR-OLD-RATE        PIC  9(03)V9(04).
           03  FR-NEW-RATE        PIC  9(03)V99.
           03  FR-CARRIED-USD     PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           03  FR-REVALUED-USD    PIC  S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *--> UNREALIZED FX GAIN (+) OR LOSS (-) POSTED FOR THE MONTH.
           03  FR-FX-USD          PIC  S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *--> SET BY TRADGLJ1 ONCE THE ROW IS ON A BALANCED JOURNAL; A
      *--> POSTED MONTH IS NOT REVALUED AGAIN.
           03  FR-GL-FLAG         PIC  X(01).
               88  FR-GL-POSTED   VALUE 'Y'.
           03  FILLER             PIC  X(16).
