      *--> KEYED ARCHIVE (VSAM KSDS). THE PRIME KEY LEADS WITH THE
      *--> RUN DATE, SO A READ FROM ANY DATE ON IS STILL IN RUN-DATE
      *--> ORDER; WITHIN A RUN DATE EACH TRADE REFERENCE'S ARCHIVED
      *--> ROW COMES FIRST, THEN ITS REVERSAL, THEN ITS REBOOK, AND
      *--> THE PER-RUN SEQUENCE KEEPS ROWS WITHOUT A REFERENCE APART.
      *--> THE ALTERNATE KEY (DUPLICATES ALLOWED) GIVES ONE ACCOUNT'S
      *--> ROWS IN TRADE-DATE ORDER; A BLANK ACCOUNT IS KEYED 'ACCT'.
      *--> THE KEY FIELDS REPEAT THE DETAIL AND ARE SET FROM IT BY
      *--> EVERY WRITER.
       01  HISTORY-TRADE.
           03  HST-KEY.
               05  HST-RUN-DATE   PIC  X(08).
               05  HST-KEY-REF    PIC  9(06).
      *--> BLANK ON A ROW ARCHIVED BY TRADARC1. A CORRECTION MADE
      *--> AFTER THE DAY WAS ARCHIVED IS POSTED BY TRADADJ1 AS A PAIR
      *--> DATED WITH THE CORRECTION DATE: A REVERSAL CARRYING THE
      *--> ARCHIVED FIGURES WITH EVERY SIGNED AMOUNT NEGATED (COUNTED
      *--> AS MINUS ONE TRADE) AND A REBOOK CARRYING THE CORRECTED
      *--> FIGURES. A DELETED TRADE GETS THE REVERSAL ONLY.
               05  HST-ADJ-TYPE   PIC  X(01).
                   88  HST-REVERSAL   VALUE '1'.
                   88  HST-REBOOK     VALUE '2'.
                   88  HST-ADJUSTMENT VALUE '1' '2'.
               05  HST-KEY-SEQ    PIC  9(06).
           03  HST-ALT-KEY.
               05  HST-KEY-ACCOUNT    PIC  X(08).
               05  HST-KEY-TRADE-DATE PIC  X(08).
           03  HST-DETAIL.
               05  HST-TRADE-ID   PIC  9(06).
               05  HST-MARKET     PIC  X(06).
               05  HST-TP         PIC  9(05)V99.
               05  HST-SL         PIC  9(05)V99.
               05  HST-RR-RATIO   PIC  9(03)V99.
               05  HST-RES-VAL    PIC  S9(05)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-NET-RES-VAL PIC S9(05)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-CUR        PIC  X(03).
               05  HST-RES-CAT    PIC  X(02).
               05  HST-TRADE-DATE PIC  X(08).
               05  HST-USD-TP     PIC  9(05)V99.
               05  HST-USD-SL     PIC  9(05)V99.
               05  HST-USD-RES-VAL PIC S9(05)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-TRADE-REF  PIC  9(06).
               05  HST-LOTS       PIC  9(03).
               05  HST-USD-NET-RES PIC S9(05)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-GRS-RES-AMT PIC S9(09)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-NET-RES-AMT PIC S9(09)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-USD-NET-AMT PIC S9(09)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               05  HST-ACCOUNT    PIC  X(08).
               05  HST-STRATEGY   PIC  X(03).
               05  HST-SPREAD-SEQ PIC  9(02).
               05  FILLER         PIC  X(12).
           03  FILLER             PIC  X(03).
