      *--> OUTBOUND ALERT FEED PICKED UP BY THE MESSAGING GATEWAY, ONE
      *--> FIXED 100-BYTE ROW PER ALERT RAISED BY TRADALR1. THE
      *--> DISTRIBUTION CODE AND PRIORITY COME FROM ALRTCTL1; SOURCE
      *--> AND REFERENCE IDENTIFY THE EVENT (PROGRAM + BUSINESS DATE,
      *--> MARKET + TRADE-REF, OR 'ACCTSTA1' + ACCOUNT).
       01  ALERT-OUT-RECORD.
           03  AO-DIST-CODE       PIC  X(08).
           03  AO-PRIORITY        PIC  X(01).
           03  AO-EVENT           PIC  X(02).
           03  AO-BUS-DATE        PIC  X(08).
           03  AO-TIMESTAMP       PIC  X(14).
           03  AO-SOURCE          PIC  X(08).
           03  AO-REF             PIC  X(12).
           03  AO-TEXT            PIC  X(40).
           03  FILLER             PIC  X(07).
