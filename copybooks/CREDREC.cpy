      *> ---------------------------------------------------------------
      *> CREDREC - one user on the CREDFILE indexed credential file,
      *> keyed on the user id ; maintained by HTTP-CREDENTIAL-ADMIN
      *> and read by key in 5500-CHECK-AUTHORIZATION of
      *> HTTP-REQUEST-PARSER. The password itself is never stored :
      *> CREDENTIAL-DIGEST is what HTTP-CREDENTIAL-HASH makes of it
      *> with the user's own CREDENTIAL-SALT (the crypt(3) string,
      *> which carries the salt and rounds). CREDENTIAL-FAILED-COUNT
      *> is the run of consecutive failed logins, reset by a good one ;
      *> reaching the CREDCFG limit locks the user out until an
      *> operator re-enables them.
      *>
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  CREDENTIAL-DIGEST widened for the crypt(3)
      *>                   SHA-512 digest
      *> ---------------------------------------------------------------
       01 CREDENTIAL-RECORD.
          03 CREDENTIAL-USER-ID          PIC X(32).
          03 CREDENTIAL-SALT             PIC X(16).
          03 CREDENTIAL-DIGEST           PIC X(128).
          03 CREDENTIAL-STATUS           PIC X(1).
             88 CREDENTIAL-ACTIVE            VALUE "A".
             88 CREDENTIAL-DISABLED          VALUE "D".
             88 CREDENTIAL-LOCKED            VALUE "L".
          03 CREDENTIAL-FAILED-COUNT     PIC 9(4).
          03 CREDENTIAL-CREATED-DATE     PIC 9(8).
          03 CREDENTIAL-CHANGED-DATE     PIC 9(8).
          03 CREDENTIAL-LAST-FAILED-DATE PIC 9(8).
          03 CREDENTIAL-LAST-FAILED-TIME PIC 9(8).
          03 CREDENTIAL-LOCKED-DATE      PIC 9(8).
          03 CREDENTIAL-LOCKED-TIME      PIC 9(8).
