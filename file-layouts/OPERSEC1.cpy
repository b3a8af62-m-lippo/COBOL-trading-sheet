      *--> OPERATOR SECURITY: ONE ROW PER OPERATOR AND MAINTENANCE
      *--> PROGRAM. A ROW WITH OPS-PROGRAM 'ALL' COVERS EVERY PROGRAM
      *--> THE OPERATOR HAS NO ROW OF ITS OWN FOR (NOT SECMNT1, WHICH
      *--> ALWAYS NEEDS ITS OWN ROW). A FUNCTION FLAG OF 'Y' ALLOWS
      *--> IT; BROWSING NEEDS ONLY A VALID SIGN-ON.
       01  OPER-SEC-RECORD.
           03  OPS-KEY.
               05  OPS-OPERATOR   PIC  X(08).
               05  OPS-PROGRAM    PIC  X(08).
           03  OPS-NAME           PIC  X(20).
           03  OPS-RIGHTS.
               05  OPS-ADD        PIC  X(01).
               05  OPS-CORRECT    PIC  X(01).
               05  OPS-DELETE     PIC  X(01).
               05  OPS-CLOSE      PIC  X(01).
           03  OPS-STATUS         PIC  X(01).
               88  OPS-REVOKED    VALUE 'R'.
           03  FILLER             PIC  X(09).
