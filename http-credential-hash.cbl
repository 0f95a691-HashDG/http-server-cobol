      *> ---------------------------------------------------------------
      *> HTTP-CREDENTIAL-HASH
      *>
      *> One-way digest of a password for the CREDFILE credential file,
      *> CALLed by HTTP-CREDENTIAL-ADMIN when a password is set and by
      *> HTTP-REQUEST-PARSER when one is presented. The digest is the
      *> system crypt(3) routine's SHA-512 scheme ("$6$") : the
      *> password is run through SHA-512 under the salt for a set
      *> number of rounds (HASH-ROUNDS), and the result is the usual
      *> crypt string - "$6$rounds=<n>$<salt>$<hash>" - holding
      *> everything needed to check a password against it again.
      *>
      *> With HASH-DIGEST blank on entry a new digest is made under
      *> HASH-SALT at the current HASH-ROUNDS ; with a stored digest
      *> in HASH-DIGEST the password is hashed under that digest's own
      *> salt and rounds, so the caller compares the result with what
      *> it stored, and digests made before a change of HASH-ROUNDS
      *> still check. Only "$6$" digests are accepted. HASH-FAILED
      *> comes back when crypt refuses the request ; the caller must
      *> then treat the password as not set or not matched. The call
      *> interface is the CREDHASH copybook.
      *>
      *> crypt is a C library routine, not part of the COBOL run-time,
      *> so this program is link-edited with the system crypt library
      *> (libcrypt) with the call resolved statically.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  digest is now crypt(3) SHA-512 at 100000
      *>                   rounds in place of the in-house lanes ; the
      *>                   digest carries its own salt and rounds
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CREDENTIAL-HASH.
       AUTHOR. Hippolyte Damay--Glorieux.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 HASH-SCHEME PIC X(3) VALUE "$6$".
       77 HASH-ROUNDS PIC X(6) VALUE "100000".

      *> crypt takes and gives back NUL-terminated strings
       01 LOCAL-CRYPT-WORK-AREA.
          03 LOCAL-CRYPT-KEY         PIC X(33).
          03 LOCAL-CRYPT-SETTING     PIC X(129).
          03 LOCAL-CRYPT-RESULT      USAGE POINTER.
          03 LOCAL-PASSWORD-REVERSED PIC X(32).
          03 LOCAL-PASSWORD-LENGTH   PIC 9(4) COMP.
          03 LOCAL-SALT-LENGTH       PIC 9(4) COMP.
          03 LOCAL-RESULT-LENGTH     PIC 9(4) COMP.

       LINKAGE SECTION.
       COPY CREDHASH.

       01 CRYPT-RESULT-TEXT PIC X(128).

       PROCEDURE DIVISION USING CREDENTIAL-HASH-REQUEST.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           SET HASH-FAILED TO TRUE.
           PERFORM 1000-BUILD-KEY THRU 1000-EXIT.
           PERFORM 2000-BUILD-SETTING THRU 2000-EXIT.
           IF LOCAL-CRYPT-SETTING IS EQUAL TO SPACES
              MOVE SPACES TO HASH-DIGEST
              GO TO 0000-RETURN
           END-IF.
           PERFORM 3000-CALL-CRYPT THRU 3000-EXIT.
       0000-RETURN.
           MOVE SPACES TO LOCAL-CRYPT-KEY LOCAL-PASSWORD-REVERSED.
           GOBACK.

      *> ----------------------------------------------------------
      *> 1000-BUILD-KEY - the password without its trailing padding
      *> ----------------------------------------------------------
       1000-BUILD-KEY.
           MOVE FUNCTION REVERSE(HASH-PASSWORD)
              TO LOCAL-PASSWORD-REVERSED.
           MOVE ZERO TO LOCAL-PASSWORD-LENGTH.
           INSPECT LOCAL-PASSWORD-REVERSED
              TALLYING LOCAL-PASSWORD-LENGTH FOR LEADING SPACES.
           COMPUTE LOCAL-PASSWORD-LENGTH =
              LENGTH OF HASH-PASSWORD - LOCAL-PASSWORD-LENGTH.
           MOVE LOW-VALUES TO LOCAL-CRYPT-KEY.
           IF LOCAL-PASSWORD-LENGTH IS GREATER THAN ZERO
              MOVE HASH-PASSWORD(1:LOCAL-PASSWORD-LENGTH)
                 TO LOCAL-CRYPT-KEY(1:LOCAL-PASSWORD-LENGTH)
           END-IF.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-BUILD-SETTING - the stored digest when checking, else
      *> a new "$6$rounds=<n>$<salt>$" ; left blank when the stored
      *> digest is not a "$6$" one or there is no salt to make one
      *> ----------------------------------------------------------
       2000-BUILD-SETTING.
           MOVE SPACES TO LOCAL-CRYPT-SETTING.
           IF HASH-DIGEST IS NOT EQUAL TO SPACES
              IF HASH-DIGEST(1:3) IS EQUAL TO HASH-SCHEME
                 STRING HASH-DIGEST DELIMITED BY SPACE
                        X"00" DELIMITED BY SIZE
                    INTO LOCAL-CRYPT-SETTING
              END-IF
              GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO LOCAL-SALT-LENGTH.
           INSPECT HASH-SALT TALLYING LOCAL-SALT-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LOCAL-SALT-LENGTH IS EQUAL TO ZERO
              GO TO 2000-EXIT
           END-IF.
           STRING HASH-SCHEME "rounds=" HASH-ROUNDS "$"
                  HASH-SALT(1:LOCAL-SALT-LENGTH) "$" X"00"
                 DELIMITED BY SIZE
              INTO LOCAL-CRYPT-SETTING.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-CALL-CRYPT - hash the key under the setting ; no result,
      *> an error string ("*...") or one that does not fit the digest
      *> leaves HASH-FAILED set
      *> ----------------------------------------------------------
       3000-CALL-CRYPT.
           MOVE SPACES TO HASH-DIGEST.
           CALL "crypt" USING BY REFERENCE LOCAL-CRYPT-KEY
                              BY REFERENCE LOCAL-CRYPT-SETTING
              RETURNING LOCAL-CRYPT-RESULT.
           IF LOCAL-CRYPT-RESULT IS EQUAL TO NULL
              GO TO 3000-EXIT
           END-IF.
           SET ADDRESS OF CRYPT-RESULT-TEXT TO LOCAL-CRYPT-RESULT.
           MOVE ZERO TO LOCAL-RESULT-LENGTH.
           INSPECT CRYPT-RESULT-TEXT TALLYING LOCAL-RESULT-LENGTH
              FOR CHARACTERS BEFORE INITIAL X"00".
           IF LOCAL-RESULT-LENGTH IS EQUAL TO ZERO
              OR LOCAL-RESULT-LENGTH IS EQUAL TO
                 LENGTH OF CRYPT-RESULT-TEXT
              OR CRYPT-RESULT-TEXT(1:3) IS NOT EQUAL TO HASH-SCHEME
              GO TO 3000-EXIT
           END-IF.
           MOVE CRYPT-RESULT-TEXT(1:LOCAL-RESULT-LENGTH)
              TO HASH-DIGEST.
           SET HASH-DONE TO TRUE.
       3000-EXIT.
           EXIT.

       END PROGRAM HTTP-CREDENTIAL-HASH.
