      *>                   leave a stray host restriction behind ; the
      *>                   rate check leaves already-rejected requests
      *>                   (including blocklist 403s) alone
      *>   2026-10-15  HD  every call is given a request id (received
      *>                   date and time plus a sequence) carried on
      *>                   the access-log line and on REQUEST-LOG, so
      *>                   the response builder's OUTLOG outcome record
      *>                   can be matched back to it
      *>   2026-10-15  HD  credentials move from the USERS text file to
      *>                   the CREDFILE indexed file, read by key with
      *>                   no user limit ; passwords are checked as the
      *>                   HTTP-CREDENTIAL-HASH digest, consecutive
      *>                   failed logins are counted per user and the
      *>                   user is locked out at the CREDCFG limit,
      *>                   the lockout going on the CREDAUD audit file
      *>   2026-10-15  HD  a 401 access-log line carries the user id
      *>                   that was presented, so failed logins can be
      *>                   reported against the user they were tried on
      *>   2026-10-15  HD  VHOSTS, HANDLERS and REDIRECTS are indexed
      *>                   files kept by HTTP-CONFIG-ADMIN and read by
      *>                   key on each request, so there is no entry
      *>                   limit and a change needs no restart ; the
      *>                   longest matching handler prefix now wins
      *>                   (was the first in file order) and a
      *>                   redirect for the request's host is taken
      *>                   ahead of the every-host one
      *>   2026-10-15  HD  the presented password is checked against
      *>                   the crypt(3) SHA-512 digest ; one longer
      *>                   than 32 characters fails instead of being
      *>                   cut short, and the Basic user id and
      *>                   password are cleared on every call so a
      *>                   handler's 401 never logs an earlier user
      *>   2026-10-15  HD  the day-change reset first writes the old
      *>                   day's counters to INTHIST as its closing
      *>                   interval, so traffic after the last
      *>                   snapshot still reaches the peak report
      *>   2026-10-15  HD  a CREDFILE update that fails at login is
      *>                   reported and the login refused
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-REQUEST-PARSER.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-DEFAULT-DOCUMENT-PROBE-STATUS.
           SELECT VIRTUAL-HOST-FILE ASSIGN TO "VHOSTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VIRTUAL-HOST-NAME
              FILE STATUS IS LOCAL-VIRTUAL-HOST-FILE-STATUS.
           SELECT HANDLER-MAP-FILE ASSIGN TO "HANDLERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HANDLER-MAP-PREFIX
              FILE STATUS IS LOCAL-HANDLER-MAP-FILE-STATUS.
           SELECT REDIRECT-MAP-FILE ASSIGN TO "REDIRECTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS REDIRECT-MAP-KEY
              FILE STATUS IS LOCAL-REDIRECT-MAP-FILE-STATUS.
           SELECT PROTECTED-PATH-FILE ASSIGN TO "PROTPATHS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PROTECTED-PATH-FILE-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CREDENTIAL-USER-ID
              FILE STATUS IS LOCAL-CREDENTIAL-FILE-STATUS.
           SELECT CREDENTIAL-CONFIG-FILE ASSIGN TO "CREDCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CREDENTIAL-CONFIG-STATUS.
           SELECT CREDENTIAL-AUDIT-FILE ASSIGN TO "CREDAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CREDENTIAL-AUDIT-STATUS.
           SELECT RATE-CONFIG-FILE ASSIGN TO "RATECFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-RATE-CONFIG-FILE-STATUS.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STATISTIC-NAME
              FILE STATUS IS LOCAL-STATISTICS-FILE-STATUS.
           SELECT INTERVAL-HISTORY-FILE ASSIGN TO "INTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-INTERVAL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DEFAULT-DOCUMENT-PROBE-RECORD PIC X(1).

       FD VIRTUAL-HOST-FILE.
       COPY VHOSTR.

       FD HANDLER-MAP-FILE.
       COPY HANDLERR.

       FD REDIRECT-MAP-FILE.
       COPY REDIRR.

       FD PROTECTED-PATH-FILE.
       01 PROTECTED-PATH-FILE-RECORD PIC X(256).

       FD CREDENTIAL-FILE.
       COPY CREDREC.

       FD CREDENTIAL-CONFIG-FILE.
       01 CREDENTIAL-CONFIG-FILE-RECORD PIC X(80).

       FD CREDENTIAL-AUDIT-FILE.
       COPY CREDAUDR.

       FD RATE-CONFIG-FILE.
       01 RATE-CONFIG-FILE-RECORD PIC X(80).
       FD STATISTICS-FILE.
       COPY STATREC.

       FD INTERVAL-HISTORY-FILE.
       COPY INTHISTR.

       WORKING-STORAGE SECTION.
       77 HEX-DIGIT-TABLE PIC X(16) VALUE "0123456789ABCDEF".
       77 LOCAL-DEFAULT-DOC-FILE-STATUS PIC X(2).
       77 LOCAL-ACCESS-LOG-FILE-STATUS PIC X(2).
       01 LOCAL-ACCESS-LOG-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-ACCESS-LOG-OPEN VALUE "Y".
       77 REQUEST-LOG-COUNTER PIC 9(4) VALUE ZERO.

       01 LOCAL-REQUEST-LOG-WORK-AREA.
          03 LOCAL-REQUEST-LOG-ID.
             05 LOCAL-REQUEST-RECEIVED-DATE PIC 9(8).
             05 LOCAL-REQUEST-RECEIVED-TIME PIC 9(8).
             05 LOCAL-REQUEST-LOG-SEQUENCE  PIC 9(4).
       77 DEFAULT-DOCUMENT-COUNT PIC 9(3) VALUE ZERO.
       77 DEFAULT-DOCUMENT-MAX PIC 9(3) VALUE 20.
       77 DEFAULT-DOCUMENT-INDEX PIC 9(3) COMP.
       01 LOCAL-DOCUMENT-ROOT-LENGTH PIC 9(4) COMP VALUE ZERO.

       77 LOCAL-VIRTUAL-HOST-FILE-STATUS PIC X(2).

       77 BASE64-ALPHABET PIC X(64) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz" &
             "0123456789+/".
       77 LOCAL-HANDLER-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-REDIRECT-MAP-FILE-STATUS PIC X(2).

       01 LOCAL-REDIRECT-WORK-AREA.
          03 LOCAL-REDIRECT-MATCHED-FLAG PIC X(1).
             88 LOCAL-REDIRECT-MATCHED      VALUE "Y".
          03 LOCAL-REDIRECT-LOCATION     PIC X(256).
          03 LOCAL-REDIRECT-LOOKUP-HOST  PIC X(256).

       77 LOCAL-STATISTICS-FILE-STATUS PIC X(2).
       77 LOCAL-INTERVAL-HISTORY-STATUS PIC X(2).
       01 LOCAL-STATISTICS-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-STATISTICS-OPEN VALUE "Y".

          03 LOCAL-STATISTICS-TIME       PIC 9(8).
          03 LOCAL-STATISTICS-SWEEP-FLAG PIC X(1).
             88 LOCAL-STATISTICS-SWEEP-DONE  VALUE "Y".
          03 LOCAL-STATISTICS-OLD-DATE   PIC 9(8).

       01 LOCAL-HANDLER-WORK-AREA.
          03 LOCAL-HANDLER-MATCHED-FLAG PIC X(1).
             88 LOCAL-HANDLER-MATCHED       VALUE "Y".
          03 LOCAL-HANDLER-PROGRAM      PIC X(30).
          03 LOCAL-HANDLER-PREFIX-LENGTH PIC 9(4) COMP.
          03 LOCAL-HANDLER-LONGEST      PIC 9(4) COMP.

       77 LOCAL-PROTECTED-PATH-FILE-STATUS PIC X(2).
       77 LOCAL-CREDENTIAL-FILE-STATUS PIC X(2).
       77 LOCAL-CREDENTIAL-CONFIG-STATUS PIC X(2).
       77 LOCAL-CREDENTIAL-AUDIT-STATUS PIC X(2).
       77 PROTECTED-PATH-COUNT PIC 9(3) VALUE ZERO.
       77 PROTECTED-PATH-MAX PIC 9(3) VALUE 20.
       77 PROTECTED-PATH-INDEX PIC 9(3) COMP.
       77 CREDENTIAL-LOCKOUT-LIMIT PIC 9(4) VALUE 5.

       01 PROTECTED-PATH-TABLE.
          03 PROTECTED-PATH-ENTRY OCCURS 20 TIMES
             05 PROTECTED-PATH-PREFIX PIC X(256).
             05 PROTECTED-PATH-LENGTH PIC 9(4) COMP.

       COPY CREDHASH.

       01 LOCAL-AUTH-WORK-AREA.
          03 LOCAL-AUTH-PROTECTED-FLAG PIC X(1).
          03 LOCAL-AUTH-DECODED-LENGTH PIC 9(4) COMP.
          03 LOCAL-AUTH-USER-ID        PIC X(32).
          03 LOCAL-AUTH-PASSWORD       PIC X(32).
          03 LOCAL-AUTH-PASSWORD-LENGTH PIC 9(4) COMP.
          03 LOCAL-AUTH-LOCKOUT-FLAG   PIC X(1).
             88 LOCAL-AUTH-LOCKED-OUT       VALUE "Y".

       01 LOCAL-BASE64-WORK-AREA.
          03 LOCAL-BASE64-INPUT-INDEX  PIC 9(4) COMP.
          03 LOCAL-HOST-DOC-LIST       PIC X(256).
          03 LOCAL-HOST-DOC-LIST-POINTER PIC 9(4) COMP.
          03 LOCAL-HOST-DOC-ITEM       PIC X(30).

       01 LOCAL-AUTOINDEX-ENABLED-FLAG PIC X(1).
          88 LOCAL-AUTOINDEX-ENABLED VALUE "Y".
           MOVE LOCAL-REDIRECT-LOCATION
              TO REQUEST-REDIRECT-LOCATION.
           MOVE LOCAL-AUTOINDEX-FLAG TO REQUEST-AUTOINDEX-FLAG.
           MOVE LOCAL-REQUEST-LOG-ID        TO REQUEST-LOG-ID.
           MOVE SPACES TO REQUEST-HANDLER-CONTENT-TYPE
                          REQUEST-HANDLER-BODY.
           MOVE ZERO TO REQUEST-HANDLER-BODY-LENGTH.
           OPEN INPUT DEFAULT-DOC-FILE.
           IF LOCAL-DEFAULT-DOC-FILE-STATUS IS EQUAL TO "00"
              PERFORM 0510-READ-DEFAULT-DOCUMENT THRU 0510-EXIT
                 UNTIL LOCAL-DEFAULT-DOC-FILE-STATUS
                          IS NOT EQUAL TO "00"
                    OR DEFAULT-DOCUMENT-COUNT IS EQUAL TO
                          DEFAULT-DOCUMENT-MAX
              CLOSE DEFAULT-DOC-FILE
           END-IF.

           PERFORM 0520-LOAD-DOCUMENT-ROOT THRU 0520-EXIT.
           PERFORM 0550-LOAD-RATE-CONFIG THRU 0550-EXIT.
           PERFORM 0560-LOAD-PROTECTED-PATHS THRU 0560-EXIT.
           PERFORM 0570-LOAD-CREDENTIAL-CONFIG THRU 0570-EXIT.

           SET LOCAL-DEFAULT-DOCS-LOADED TO TRUE.
       0500-EXIT.
           IF LOCAL-DOCUMENT-ROOT-FILE-STATUS IS EQUAL TO "00"
              READ DOCUMENT-ROOT-FILE
                 NOT AT END
                    MOVE DOCUMENT-ROOT-FILE-RECORD
                       TO LOCAL-DOCUMENT-ROOT
              END-READ
              CLOSE DOCUMENT-ROOT-FILE
           END-IF.
       0520-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0550-LOAD-RATE-CONFIG - the RATECFG config file's single line
      *> is "threshold window-seconds" ; a missing or incomplete config
           EXIT.

      *> ----------------------------------------------------------
      *> 0570-LOAD-CREDENTIAL-CONFIG - the CREDCFG config file's single
      *> line is the number of consecutive failed logins that locks a
      *> user out (default 5, zero never locks) ; the users themselves
      *> are read by key off CREDFILE as each login arrives, so there
      *> is no table of them to fill
      *> ----------------------------------------------------------
       0570-LOAD-CREDENTIAL-CONFIG.
           OPEN INPUT CREDENTIAL-CONFIG-FILE.
           IF LOCAL-CREDENTIAL-CONFIG-STATUS IS EQUAL TO "00"
              READ CREDENTIAL-CONFIG-FILE
                 NOT AT END
                    IF FUNCTION TRIM(CREDENTIAL-CONFIG-FILE-RECORD)
                          IS NUMERIC
                       MOVE FUNCTION NUMVAL
                               (CREDENTIAL-CONFIG-FILE-RECORD)
                          TO CREDENTIAL-LOCKOUT-LIMIT
                    END-IF
              END-READ
              CLOSE CREDENTIAL-CONFIG-FILE
           END-IF.
       0570-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0600-OPEN-ACCESS-LOG - open the access-log file for append ;
      *> 9000-WRITE-ACCESS-LOG closes it again after every WRITE (this

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE-REQUEST - clear working storage for this call
      *> and stamp its request id : the received date and time plus
      *> a wrapping sequence, so two calls inside the same hundredth
      *> of a second still log under different ids
      *> ----------------------------------------------------------
       1000-INITIALIZE-REQUEST.
           MOVE SPACES TO LOCAL-REQUEST-TYPE
                          LOCAL-REQUEST-HEADER-COOKIE
                          LOCAL-REQUEST-HEADER-IF-MODIFIED
                          LOCAL-REQUEST-HEADER-AUTHORIZATION
                          LOCAL-REQUEST-USER-ID
                          LOCAL-AUTH-USER-ID
                          LOCAL-AUTH-PASSWORD.
           MOVE ZEROES TO LOCAL-REQUEST-PATH-RAW-LENGTH
                          LOCAL-REQUEST-PATH-LENGTH
                          LOCAL-REQUEST-QUERY-STRING-LENGTH
           MOVE SPACES TO LOCAL-REDIRECT-LOCATION.
           MOVE "N" TO LOCAL-AUTOINDEX-ENABLED-FLAG.
           MOVE "N" TO LOCAL-AUTOINDEX-FLAG.

           ADD 1 TO REQUEST-LOG-COUNTER.
           IF REQUEST-LOG-COUNTER IS GREATER THAN 9998
              MOVE ZERO TO REQUEST-LOG-COUNTER
           END-IF.
           ACCEPT LOCAL-REQUEST-RECEIVED-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-REQUEST-RECEIVED-TIME FROM TIME.
           MOVE REQUEST-LOG-COUNTER TO LOCAL-REQUEST-LOG-SEQUENCE.
       1000-EXIT.
           EXIT.

           MOVE ZERO TO LOCAL-HEADER-CR-OFFSET.
           MOVE ZERO TO LOCAL-HEADER-LF-OFFSET.
           INSPECT BUFFER(1:BUFFER-LENGTH)
              TALLYING LOCAL-HEADER-CR-OFFSET FOR CHARACTERS
                 BEFORE X"0D".
           INSPECT BUFFER(1:BUFFER-LENGTH)
              TALLYING LOCAL-HEADER-LF-OFFSET FOR CHARACTERS
                 BEFORE X"0A".
           IF LOCAL-HEADER-CR-OFFSET IS LESS THAN LOCAL-HEADER-LF-OFFSET
              MOVE LOCAL-HEADER-CR-OFFSET TO LOCAL-REQUEST-LINE-LENGTH
           ELSE
           PERFORM 2510-SKIP-LINE-TERMINATOR THRU 2510-EXIT.
           PERFORM 2520-PARSE-ONE-HEADER-LINE THRU 2520-EXIT
              WITH TEST AFTER
              UNTIL LOCAL-HEADER-SCAN-POINTER
                       IS GREATER THAN BUFFER-LENGTH
                 OR LOCAL-HEADER-LINE-LENGTH IS EQUAL TO ZERO.
       2500-EXIT.
           EXIT.
           MOVE ZERO TO LOCAL-HEADER-LF-OFFSET.
           INSPECT BUFFER(LOCAL-HEADER-SCAN-POINTER:
                          LOCAL-HEADER-REMAINING-LENGTH)
              TALLYING LOCAL-HEADER-CR-OFFSET FOR CHARACTERS
                 BEFORE X"0D".
           INSPECT BUFFER(LOCAL-HEADER-SCAN-POINTER:
                          LOCAL-HEADER-REMAINING-LENGTH)
              TALLYING LOCAL-HEADER-LF-OFFSET FOR CHARACTERS
                 BEFORE X"0A".

           IF LOCAL-HEADER-CR-OFFSET IS LESS THAN LOCAL-HEADER-LF-OFFSET
              MOVE LOCAL-HEADER-CR-OFFSET TO LOCAL-HEADER-LINE-LENGTH
           END-IF.

           MOVE SPACES TO LOCAL-HEADER-LINE.
           MOVE BUFFER(LOCAL-HEADER-SCAN-POINTER:
                       LOCAL-HEADER-LINE-LENGTH)
              TO LOCAL-HEADER-LINE(1:LOCAL-HEADER-LINE-LENGTH).

           PERFORM 2530-DISPATCH-HEADER-LINE THRU 2530-EXIT.
           UNSTRING LOCAL-HEADER-LINE(1:LOCAL-HEADER-LINE-LENGTH)
              DELIMITED BY ": " OR ":"
              INTO LOCAL-HEADER-NAME  COUNT IN LOCAL-HEADER-NAME-LENGTH
                   LOCAL-HEADER-VALUE
                      COUNT IN LOCAL-HEADER-VALUE-LENGTH.

           IF LOCAL-HEADER-NAME-LENGTH IS EQUAL TO ZERO
              OR LOCAL-HEADER-VALUE-LENGTH IS EQUAL TO ZERO
              MOVE FUNCTION MIN(LOCAL-HEADER-VALUE-LENGTH, 256)
                 TO LOCAL-HEADER-COPY-LENGTH
              MOVE LOCAL-HEADER-VALUE(1:LOCAL-HEADER-COPY-LENGTH)
                 TO LOCAL-REQUEST-HEADER-HOST
                       (1:LOCAL-HEADER-COPY-LENGTH)
           END-IF.
           IF LOCAL-HEADER-NAME-UPPER(1:LOCAL-HEADER-NAME-LENGTH)
                 IS EQUAL TO "CONTENT-LENGTH"
              MOVE SPACES TO LOCAL-HEADER-TRIMMED-VALUE
              MOVE FUNCTION TRIM
                    (LOCAL-HEADER-VALUE(1:LOCAL-HEADER-VALUE-LENGTH))
                 TO LOCAL-HEADER-TRIMMED-VALUE
              MOVE ZERO TO LOCAL-HEADER-TRIMMED-LENGTH
              INSPECT LOCAL-HEADER-TRIMMED-VALUE
              MOVE FUNCTION MIN(LOCAL-HEADER-VALUE-LENGTH, 512)
                 TO LOCAL-HEADER-COPY-LENGTH
              MOVE LOCAL-HEADER-VALUE(1:LOCAL-HEADER-COPY-LENGTH)
                 TO LOCAL-REQUEST-HEADER-COOKIE
                       (1:LOCAL-HEADER-COPY-LENGTH)
           END-IF.
           IF LOCAL-HEADER-NAME-UPPER(1:LOCAL-HEADER-NAME-LENGTH)
                 IS EQUAL TO "IF-MODIFIED-SINCE"
      *> ----------------------------------------------------------
       2700-SELECT-VIRTUAL-HOST.
           MOVE LOCAL-DOCUMENT-ROOT TO LOCAL-SELECTED-ROOT.
           MOVE LOCAL-DOCUMENT-ROOT-LENGTH
              TO LOCAL-SELECTED-ROOT-LENGTH.
           MOVE DEFAULT-DOCUMENT-COUNT TO ACTIVE-DOCUMENT-COUNT.
           PERFORM 2730-COPY-GLOBAL-DEFAULT-DOC THRU 2730-EXIT
              VARYING DEFAULT-DOCUMENT-INDEX FROM 1 BY 1
              UNTIL DEFAULT-DOCUMENT-INDEX IS GREATER THAN
                       DEFAULT-DOCUMENT-COUNT.

           IF LOCAL-REQUEST-HEADER-HOST IS EQUAL TO SPACES
              GO TO 2700-EXIT
           END-IF.

      *> the Host header may carry a ":port" suffix ; the match is on
      *> the bare name, folded to lower case as VHOSTS keeps it
           MOVE SPACES TO LOCAL-HOST-LOOKUP-NAME.
           UNSTRING LOCAL-REQUEST-HEADER-HOST DELIMITED BY ":"
              INTO LOCAL-HOST-LOOKUP-NAME.
           INSPECT LOCAL-HOST-LOOKUP-NAME
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           IF LOCAL-HOST-LOOKUP-NAME(65:) IS NOT EQUAL TO SPACES
              GO TO 2700-EXIT
           END-IF.

           MOVE "N" TO LOCAL-HOST-MATCHED-FLAG.
           PERFORM 2710-READ-VIRTUAL-HOST THRU 2710-EXIT.
       2700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2710-READ-VIRTUAL-HOST - look the host name up on VHOSTS by
      *> key, and on a match take that entry's root and any per-host
      *> default-document list ; the file is opened for this one read
      *> so an HTTP-CONFIG-ADMIN change is seen by the next request,
      *> and a missing file leaves every request on DOCROOT
      *> ----------------------------------------------------------
       2710-READ-VIRTUAL-HOST.
           OPEN INPUT VIRTUAL-HOST-FILE.
           IF LOCAL-VIRTUAL-HOST-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 2710-EXIT
           END-IF.
           MOVE LOCAL-HOST-LOOKUP-NAME TO VIRTUAL-HOST-NAME.
           READ VIRTUAL-HOST-FILE
              INVALID KEY
                 CLOSE VIRTUAL-HOST-FILE
                 GO TO 2710-EXIT
           END-READ.

           SET LOCAL-HOST-MATCHED TO TRUE.
           MOVE VIRTUAL-HOST-ROOT TO LOCAL-SELECTED-ROOT.
           MOVE ZERO TO LOCAL-SELECTED-ROOT-LENGTH.
           INSPECT VIRTUAL-HOST-ROOT
              TALLYING LOCAL-SELECTED-ROOT-LENGTH
                 FOR CHARACTERS BEFORE SPACES.
           MOVE VIRTUAL-HOST-AUTOINDEX TO LOCAL-AUTOINDEX-ENABLED-FLAG.
           MOVE VIRTUAL-HOST-DEFAULT-DOCS TO LOCAL-HOST-DOC-LIST.
           CLOSE VIRTUAL-HOST-FILE.

           IF LOCAL-HOST-DOC-LIST IS NOT EQUAL TO SPACES
              MOVE ZERO TO ACTIVE-DOCUMENT-COUNT
              MOVE 1 TO LOCAL-HOST-DOC-LIST-POINTER
              PERFORM 2720-TAKE-HOST-DEFAULT-DOC THRU 2720-EXIT
      *> the path used for file resolution is never "dirty"
      *> ----------------------------------------------------------
       3000-SPLIT-QUERY-STRING.
           UNSTRING LOCAL-REQUEST-PATH-RAW
                       (1:LOCAL-REQUEST-PATH-RAW-LENGTH)
              DELIMITED BY "?"
              INTO LOCAL-REQUEST-PATH LOCAL-REQUEST-QUERY-STRING.

           INSPECT LOCAL-DECODE-HEX-CHAR-2 CONVERTING "abcdef" TO
              "ABCDEF".

           MOVE ZERO TO LOCAL-DECODE-HEX-VALUE-1
                        LOCAL-DECODE-HEX-VALUE-2.
           INSPECT HEX-DIGIT-TABLE TALLYING LOCAL-DECODE-HEX-VALUE-1
              FOR CHARACTERS BEFORE LOCAL-DECODE-HEX-CHAR-1.
           INSPECT HEX-DIGIT-TABLE TALLYING LOCAL-DECODE-HEX-VALUE-2
           IF LOCAL-DECODE-HEX-VALUE-1 IS LESS THAN 16 AND
              LOCAL-DECODE-HEX-VALUE-2 IS LESS THAN 16
              COMPUTE LOCAL-DECODE-BYTE-VALUE =
                 (LOCAL-DECODE-HEX-VALUE-1 * 16)
                 + LOCAL-DECODE-HEX-VALUE-2
              ADD 1 TO LOCAL-DECODE-OUTPUT-LENGTH
              MOVE FUNCTION CHAR(LOCAL-DECODE-BYTE-VALUE + 1)
                 TO LOCAL-DECODE-OUTPUT(LOCAL-DECODE-OUTPUT-LENGTH:1)
              ADD 2 TO LOCAL-DECODE-INPUT-INDEX
           ELSE
              ADD 1 TO LOCAL-DECODE-OUTPUT-LENGTH
              MOVE "%"
                 TO LOCAL-DECODE-OUTPUT(LOCAL-DECODE-OUTPUT-LENGTH:1)
           END-IF.
       4200-EXIT.
           EXIT.
      *> REDIRECTS map, either for every host or for the one this
      *> request named ? a match takes the request off file resolution
      *> entirely and answers the mapped 301 or 302 with the target
      *> location riding back on REQUEST-REDIRECT. The entry for this
      *> request's host is read first, then the every-host entry ;
      *> the file is opened per request so changes are seen at once
      *> ----------------------------------------------------------
       5300-MATCH-REDIRECT.
           IF LOCAL-REQUEST-PATH-LENGTH IS EQUAL TO ZERO
              OR LOCAL-REQUEST-PATH-LENGTH IS GREATER THAN 256
              GO TO 5300-EXIT
           END-IF.

      *> the same bare-name, lower-case fold the virtual-host match
      *> uses, so a per-host redirect entry agrees with VHOSTS
           MOVE SPACES TO LOCAL-REDIRECT-LOOKUP-HOST.
           IF LOCAL-REQUEST-HEADER-HOST IS NOT EQUAL TO SPACES
              UNSTRING LOCAL-REQUEST-HEADER-HOST DELIMITED BY ":"
                         TO "abcdefghijklmnopqrstuvwxyz"
           END-IF.

           OPEN INPUT REDIRECT-MAP-FILE.
           IF LOCAL-REDIRECT-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5300-EXIT
           END-IF.

           IF LOCAL-REDIRECT-LOOKUP-HOST IS NOT EQUAL TO SPACES
              AND LOCAL-REDIRECT-LOOKUP-HOST(65:) IS EQUAL TO SPACES
              MOVE LOCAL-REDIRECT-LOOKUP-HOST TO REDIRECT-MAP-HOST
              PERFORM 5310-READ-REDIRECT THRU 5310-EXIT
           END-IF.
           IF NOT LOCAL-REDIRECT-MATCHED
              MOVE SPACES TO REDIRECT-MAP-HOST
              PERFORM 5310-READ-REDIRECT THRU 5310-EXIT
           END-IF.
           CLOSE REDIRECT-MAP-FILE.
       5300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5310-READ-REDIRECT - look the decoded path up on REDIRECTS
      *> under the host already in the key ; the old path must match
      *> whole, a moved directory's children are expected to be
      *> entered one by one
      *> ----------------------------------------------------------
       5310-READ-REDIRECT.
           MOVE LOCAL-REQUEST-PATH(1:LOCAL-REQUEST-PATH-LENGTH)
              TO REDIRECT-MAP-OLD-PATH.
           READ REDIRECT-MAP-FILE
              INVALID KEY
                 GO TO 5310-EXIT
           END-READ.

           SET LOCAL-REDIRECT-MATCHED TO TRUE.
           MOVE REDIRECT-MAP-TARGET TO LOCAL-REDIRECT-LOCATION.
           IF REDIRECT-MAP-STATUS IS EQUAL TO 302
              MOVE 302 TO LOCAL-REQUEST-STATUS-CODE
           ELSE
              MOVE 301 TO LOCAL-REQUEST-STATUS-CODE
           END-IF.
       5310-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5500-CHECK-AUTHORIZATION - a path under one of the PROTPATHS
      *> prefixes requires a Basic Authorization header whose decoded
      *> userid and password match an active CREDFILE user ; anything
      *> else on a protected path is rejected with 401, and the
      *> authenticated user id is kept for REQUEST and the access log
      *> ----------------------------------------------------------
       5500-CHECK-AUTHORIZATION.
           IF PROTECTED-PATH-COUNT IS EQUAL TO ZERO
           END-IF.

           MOVE "N" TO LOCAL-AUTH-VALID-FLAG.
           MOVE SPACES TO LOCAL-AUTH-USER-ID.
           PERFORM 5520-VALIDATE-CREDENTIALS THRU 5520-EXIT.
           IF LOCAL-AUTH-VALID
              MOVE LOCAL-AUTH-USER-ID TO LOCAL-REQUEST-USER-ID
      *> ----------------------------------------------------------
      *> 5520-VALIDATE-CREDENTIALS - split the Authorization header
      *> into scheme and value, decode the Basic value and check the
      *> userid and password against the credential file ; any
      *> malformed or missing piece leaves the request unauthenticated
      *> ----------------------------------------------------------
       5520-VALIDATE-CREDENTIALS.
           END-IF.

           MOVE SPACES TO LOCAL-AUTH-USER-ID LOCAL-AUTH-PASSWORD.
           MOVE ZERO TO LOCAL-AUTH-PASSWORD-LENGTH.
           UNSTRING LOCAL-AUTH-DECODED(1:LOCAL-AUTH-DECODED-LENGTH)
              DELIMITED BY ":"
              INTO LOCAL-AUTH-USER-ID
                   LOCAL-AUTH-PASSWORD
                      COUNT IN LOCAL-AUTH-PASSWORD-LENGTH.
           IF LOCAL-AUTH-USER-ID IS EQUAL TO SPACES
              GO TO 5520-EXIT
           END-IF.

           PERFORM 5540-CHECK-USER-CREDENTIAL THRU 5540-EXIT.
       5520-EXIT.
           EXIT.

           EXIT.

      *> ----------------------------------------------------------
      *> 5540-CHECK-USER-CREDENTIAL - read the user by key and compare
      *> the digest of the presented password with the stored one ;
      *> an unknown, disabled or locked-out user never authenticates
      *> and a missing credential file fails closed. A good password
      *> clears the user's failed-login run, a bad one lengthens it
      *> and locks the user out once it reaches the CREDCFG limit
      *> ----------------------------------------------------------
       5540-CHECK-USER-CREDENTIAL.
           MOVE "N" TO LOCAL-AUTH-LOCKOUT-FLAG.
           OPEN I-O CREDENTIAL-FILE.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5540-EXIT
           END-IF.
           MOVE LOCAL-AUTH-USER-ID TO CREDENTIAL-USER-ID.
           READ CREDENTIAL-FILE
              INVALID KEY
                 CLOSE CREDENTIAL-FILE
                 GO TO 5540-EXIT
           END-READ.
           IF NOT CREDENTIAL-ACTIVE
              OR CREDENTIAL-DIGEST IS EQUAL TO SPACES
              CLOSE CREDENTIAL-FILE
              GO TO 5540-EXIT
           END-IF.

      *> a password longer than any that can be set is simply wrong ;
      *> hashing its first 32 characters could let it match
           MOVE SPACES TO HASH-DIGEST.
           IF LOCAL-AUTH-PASSWORD-LENGTH IS NOT GREATER THAN
                 LENGTH OF LOCAL-AUTH-PASSWORD
              MOVE CREDENTIAL-SALT     TO HASH-SALT
              MOVE LOCAL-AUTH-PASSWORD TO HASH-PASSWORD
              MOVE CREDENTIAL-DIGEST   TO HASH-DIGEST
              CALL "HTTP-CREDENTIAL-HASH" USING CREDENTIAL-HASH-REQUEST
              MOVE SPACES TO HASH-PASSWORD
              IF HASH-FAILED
                 CLOSE CREDENTIAL-FILE
                 GO TO 5540-EXIT
              END-IF
           END-IF.

           IF HASH-DIGEST IS EQUAL TO CREDENTIAL-DIGEST
              SET LOCAL-AUTH-VALID TO TRUE
              IF CREDENTIAL-FAILED-COUNT IS NOT EQUAL TO ZERO
                 MOVE ZERO TO CREDENTIAL-FAILED-COUNT
                 REWRITE CREDENTIAL-RECORD
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
                    PERFORM 5545-CREDENTIAL-NOT-UPDATED THRU 5545-EXIT
                 END-IF
              END-IF
              CLOSE CREDENTIAL-FILE
              GO TO 5540-EXIT
           END-IF.

           IF CREDENTIAL-FAILED-COUNT IS LESS THAN 9999
              ADD 1 TO CREDENTIAL-FAILED-COUNT
           END-IF.
           ACCEPT CREDENTIAL-LAST-FAILED-DATE FROM DATE YYYYMMDD.
           ACCEPT CREDENTIAL-LAST-FAILED-TIME FROM TIME.
           IF CREDENTIAL-LOCKOUT-LIMIT IS GREATER THAN ZERO
              AND CREDENTIAL-FAILED-COUNT IS GREATER THAN OR EQUAL TO
                 CREDENTIAL-LOCKOUT-LIMIT
              SET CREDENTIAL-LOCKED TO TRUE
              MOVE CREDENTIAL-LAST-FAILED-DATE
                 TO CREDENTIAL-LOCKED-DATE
              MOVE CREDENTIAL-LAST-FAILED-TIME
                 TO CREDENTIAL-LOCKED-TIME
              SET LOCAL-AUTH-LOCKED-OUT TO TRUE
           END-IF.
           REWRITE CREDENTIAL-RECORD
              INVALID KEY CONTINUE
           END-REWRITE.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              PERFORM 5545-CREDENTIAL-NOT-UPDATED THRU 5545-EXIT
           END-IF.
           CLOSE CREDENTIAL-FILE.

           IF LOCAL-AUTH-LOCKED-OUT
              PERFORM 5550-WRITE-LOCKOUT-AUDIT THRU 5550-EXIT
           END-IF.
       5540-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5545-CREDENTIAL-NOT-UPDATED - the failed-login run or the
      *> lockout could not be written back ; said on the console and
      *> the login refused, so a user cannot go on guessing past a
      *> lockout that never reached the file
      *> ----------------------------------------------------------
       5545-CREDENTIAL-NOT-UPDATED.
           DISPLAY "HTTP-REQUEST-PARSER: UNABLE TO UPDATE CREDFILE "
              "USER " FUNCTION TRIM(CREDENTIAL-USER-ID)
              ", STATUS=" LOCAL-CREDENTIAL-FILE-STATUS.
           MOVE "N" TO LOCAL-AUTH-VALID-FLAG.
           MOVE "N" TO LOCAL-AUTH-LOCKOUT-FLAG.
       5545-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5550-WRITE-LOCKOUT-AUDIT - the lockout goes on CREDAUD next
      *> to the operators' maintenance actions, with the failed run
      *> and the client the last attempt came from
      *> ----------------------------------------------------------
       5550-WRITE-LOCKOUT-AUDIT.
           OPEN EXTEND CREDENTIAL-AUDIT-FILE.
           IF LOCAL-CREDENTIAL-AUDIT-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT CREDENTIAL-AUDIT-FILE
           END-IF.
           IF LOCAL-CREDENTIAL-AUDIT-STATUS IS NOT EQUAL TO "00"
              GO TO 5550-EXIT
           END-IF.

           MOVE SPACES TO CREDENTIAL-AUDIT-RECORD.
           MOVE CREDENTIAL-LOCKED-DATE TO CREDENTIAL-AUDIT-DATE.
           MOVE CREDENTIAL-LOCKED-TIME TO CREDENTIAL-AUDIT-TIME.
           MOVE "LOCKOUT" TO CREDENTIAL-AUDIT-ACTION.
           MOVE CREDENTIAL-USER-ID TO CREDENTIAL-AUDIT-USER-ID.
           MOVE "HTTP-REQUEST-PARSER" TO CREDENTIAL-AUDIT-BY.
           STRING "FAILED=" CREDENTIAL-FAILED-COUNT
                  " CLIENT=" CLIENT-ADDRESS
                 DELIMITED BY SIZE
              INTO CREDENTIAL-AUDIT-DETAIL.
           WRITE CREDENTIAL-AUDIT-RECORD.
           CLOSE CREDENTIAL-AUDIT-FILE.
       5550-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5800-MATCH-HANDLER - does the resolved path sit under one of
      *> the HANDLERS prefixes ? a match records the mapped program
      *> and takes this request off the static-file side entirely.
      *> The path is looked up by key from its longest leading piece
      *> down, so the most specific prefix on file wins ; the file is
      *> opened per request so changes are seen at once
      *> ----------------------------------------------------------
       5800-MATCH-HANDLER.
           IF LOCAL-REQUEST-PATH-LENGTH IS EQUAL TO ZERO
              GO TO 5800-EXIT
           END-IF.
           OPEN INPUT HANDLER-MAP-FILE.
           IF LOCAL-HANDLER-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5800-EXIT
           END-IF.

           MOVE FUNCTION MIN(LOCAL-REQUEST-PATH-LENGTH, 256)
              TO LOCAL-HANDLER-LONGEST.
           PERFORM 5810-READ-HANDLER THRU 5810-EXIT
              VARYING LOCAL-HANDLER-PREFIX-LENGTH
                 FROM LOCAL-HANDLER-LONGEST BY -1
              UNTIL LOCAL-HANDLER-PREFIX-LENGTH IS EQUAL TO ZERO
                 OR LOCAL-HANDLER-MATCHED.
           CLOSE HANDLER-MAP-FILE.
       5800-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5810-READ-HANDLER - look one leading piece of the resolved
      *> path up as a HANDLERS prefix ; a piece ending in a space
      *> cannot be a key and is passed over
      *> ----------------------------------------------------------
       5810-READ-HANDLER.
           IF LOCAL-REQUEST-PATH(LOCAL-HANDLER-PREFIX-LENGTH:1)
                 IS EQUAL TO SPACE
              GO TO 5810-EXIT
           END-IF.
           MOVE LOCAL-REQUEST-PATH(1:LOCAL-HANDLER-PREFIX-LENGTH)
              TO HANDLER-MAP-PREFIX.
           READ HANDLER-MAP-FILE
              INVALID KEY
                 GO TO 5810-EXIT
           END-READ.
           SET LOCAL-HANDLER-MATCHED TO TRUE.
           MOVE HANDLER-MAP-PROGRAM TO LOCAL-HANDLER-PROGRAM.
       5810-EXIT.
           EXIT.

      *> next candidate can be tried cleanly
      *> ----------------------------------------------------------
       6100-APPEND-DEFAULT-DOCUMENT.
           MOVE LOCAL-REQUEST-PATH-LENGTH
              TO LOCAL-DEFAULT-DOCUMENT-SAVE-LENGTH.
           ADD 1 TO LOCAL-REQUEST-PATH-LENGTH.
           STRING ACTIVE-DOCUMENT-NAME(DEFAULT-DOCUMENT-INDEX)
                 DELIMITED BY SPACE

      *> ----------------------------------------------------------
      *> 9000-WRITE-ACCESS-LOG - one line per call, recording what was
      *> asked for and how it was resolved, under the call's request
      *> id ; a 401 records the user id that was presented, which never
      *> reaches REQUEST-USER-ID because it did not authenticate
      *> ----------------------------------------------------------
       9000-WRITE-ACCESS-LOG.
           MOVE SPACES              TO ACCESS-LOG-RECORD.
           ACCEPT ACCESS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCESS-LOG-TIME FROM TIME.
           MOVE REQUEST-LOG-ID      TO ACCESS-LOG-REQUEST-ID.
           MOVE CLIENT-ADDRESS      TO ACCESS-LOG-CLIENT-ADDRESS.
           MOVE REQUEST-USER-ID     TO ACCESS-LOG-USER-ID.
           IF REQUEST-STATUS-CODE IS EQUAL TO 401
              MOVE LOCAL-AUTH-USER-ID TO ACCESS-LOG-USER-ID
           END-IF.
           MOVE REQUEST-TYPE        TO ACCESS-LOG-REQUEST-TYPE.
           MOVE REQUEST-STATUS-CODE TO ACCESS-LOG-STATUS-CODE.
           MOVE BUFFER-LENGTH       TO ACCESS-LOG-REQUEST-BYTES.

      *> ----------------------------------------------------------
      *> 9520-RESET-ON-DAY-CHANGE - the STATS-DATE record remembers
      *> which day the counters describe ; a new day first closes the
      *> old day's last interval on INTHIST, then deletes every
      *> record and stamps the fresh date so counting starts over
      *> ----------------------------------------------------------
       9520-RESET-ON-DAY-CHANGE.
              GO TO 9520-EXIT
           END-IF.

           MOVE STATISTIC-VALUE TO LOCAL-STATISTICS-OLD-DATE.
           IF LOCAL-STATISTICS-OLD-DATE IS NOT EQUAL TO ZERO
              PERFORM 9525-CLOSE-OLD-DAY THRU 9525-EXIT
           END-IF.
           PERFORM 9530-SWEEP-ALL-COUNTERS THRU 9530-EXIT.
           MOVE "STATS-DATE" TO STATISTIC-NAME.
           MOVE LOCAL-STATISTICS-DATE TO STATISTIC-VALUE.
       9520-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 9525-CLOSE-OLD-DAY - the counters as they stand, still the
      *> old day's, onto INTHIST the way HTTP-STATS-SNAPSHOT takes
      *> them, stamped with today's date, boundary 0000 and the old
      *> counter day ; HTTP-PEAK-REPORT reads that as the old day's
      *> interval ending 2400, so what came in after its last
      *> snapshot is not lost to the sweep
      *> ----------------------------------------------------------
       9525-CLOSE-OLD-DAY.
           OPEN EXTEND INTERVAL-HISTORY-FILE.
           IF LOCAL-INTERVAL-HISTORY-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT INTERVAL-HISTORY-FILE
           END-IF.
           IF LOCAL-INTERVAL-HISTORY-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-REQUEST-PARSER: UNABLE TO OPEN INTHIST, "
                 "STATUS=" LOCAL-INTERVAL-HISTORY-STATUS
              GO TO 9525-EXIT
           END-IF.

           MOVE LOW-VALUES TO STATISTIC-NAME.
           START STATISTICS-FILE KEY IS GREATER THAN OR EQUAL TO
                 STATISTIC-NAME
              INVALID KEY
                 CLOSE INTERVAL-HISTORY-FILE
                 GO TO 9525-EXIT
           END-START.
           MOVE "N" TO LOCAL-STATISTICS-SWEEP-FLAG.
           PERFORM 9526-CLOSE-ONE-COUNTER THRU 9526-EXIT
              UNTIL LOCAL-STATISTICS-SWEEP-DONE.
           CLOSE INTERVAL-HISTORY-FILE.
       9525-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 9526-CLOSE-ONE-COUNTER - one old-day counter onto INTHIST
      *> ----------------------------------------------------------
       9526-CLOSE-ONE-COUNTER.
           READ STATISTICS-FILE NEXT RECORD
              AT END
                 SET LOCAL-STATISTICS-SWEEP-DONE TO TRUE
                 GO TO 9526-EXIT
           END-READ.
           MOVE SPACES TO INTERVAL-HISTORY-RECORD.
           MOVE LOCAL-STATISTICS-DATE     TO INTERVAL-SNAPSHOT-DATE.
           MOVE ZERO                      TO INTERVAL-SNAPSHOT-SLOT.
           MOVE LOCAL-STATISTICS-TIME     TO INTERVAL-SNAPSHOT-TIME.
           MOVE LOCAL-STATISTICS-OLD-DATE TO INTERVAL-STATS-DATE.
           MOVE STATISTIC-NAME            TO INTERVAL-STATISTIC-NAME.
           MOVE STATISTIC-VALUE           TO INTERVAL-STATISTIC-VALUE.
           WRITE INTERVAL-HISTORY-RECORD.
       9526-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 9530-SWEEP-ALL-COUNTERS - delete every record so the new day
      *> starts from nothing
