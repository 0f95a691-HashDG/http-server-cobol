      *> ---------------------------------------------------------------
      *> CREDAUDR - one line of the CREDAUD credential audit file :
      *> every HTTP-CREDENTIAL-ADMIN maintenance action (ADD, PASSWORD,
      *> DISABLE, ENABLE, LOAD) and every LOCKOUT the parser imposes,
      *> with who did it - the operator's login, or the program - and
      *> a free-text detail. Passwords never appear here.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 CREDENTIAL-AUDIT-RECORD.
          03 CREDENTIAL-AUDIT-DATE     PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CREDENTIAL-AUDIT-TIME     PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CREDENTIAL-AUDIT-ACTION   PIC X(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CREDENTIAL-AUDIT-USER-ID  PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CREDENTIAL-AUDIT-BY       PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CREDENTIAL-AUDIT-DETAIL   PIC X(64).
