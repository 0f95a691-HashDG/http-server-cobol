      *> ---------------------------------------------------------------
      *> CREDHASH - the call interface of HTTP-CREDENTIAL-HASH : the
      *> salt and password go in, the crypt(3) SHA-512 digest stored
      *> on CREDFILE comes back. HASH-DIGEST blank on entry asks for
      *> a new digest under HASH-SALT ; a stored digest on entry asks
      *> for the password hashed under that digest's own salt and
      *> rounds, to be compared with it. The digest cannot be turned
      *> back into the password. HASH-FAILED means no digest was
      *> made.
      *>
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  digest widened to the crypt(3) string ; the
      *>                   user id no longer goes in, and HASH-RESULT
      *>                   added
      *> ---------------------------------------------------------------
       01 CREDENTIAL-HASH-REQUEST.
          03 HASH-SALT               PIC X(16).
          03 HASH-PASSWORD           PIC X(32).
          03 HASH-DIGEST             PIC X(128).
          03 HASH-RESULT             PIC X(1).
             88 HASH-DONE                VALUE "Y".
             88 HASH-FAILED              VALUE "N".
