      *> HTTP-CONFIG-CHECK
      *>
      *> Standalone checker run in the startup job ahead of the
      *> listener : reads every config file the parser reads (DEFDOCS,
      *> DOCROOT, VHOSTS, RATECFG, CREDFILE, CREDCFG, PROTPATHS,
      *> HANDLERS, REDIRECTS) with the same rules the parser
      *> applies, writes a line-by-line pass/fail report to CFGRPT,
      *> and ends with RETURN-CODE 8 when anything failed so the job
      *> stops before bad config goes live.
      *> The parser shrugs at most of these problems at run time ;
      *> this program is where they are supposed to be caught.
      *>
      *> VHOSTS, HANDLERS and REDIRECTS are keyed files kept by
      *> HTTP-CONFIG-ADMIN ; they are read here entry by entry in key
      *> order, the report quoting the entry number in place of a line.
      *>
      *> What is checked beyond line shape : a VHOSTS (or DOCROOT)
      *> root must actually exist on disk, a RATECFG window of zero
      *> with a non-zero threshold fails because it quietly disables
      *> throttling, PROTPATHS entries with no active CREDFILE users
      *> behind them fail because every protected request would 401,
      *> and each HANDLERS program is probed with one synthetic
      *> OPTIONS request to prove the name actually CALLs — the same
      *>                   so does any fourth token other than
      *>                   AUTOINDEX, which the parser would silently
      *>                   ignore
      *>   2026-10-15  HD  credentials are checked on the CREDFILE
      *>                   indexed file (digest present, status known)
      *>                   with the CREDCFG lockout limit, in place of
      *>                   the USERS text file the parser no longer
      *>                   reads ; a USERS file still lying about is
      *>                   noted so it gets loaded
      *>   2026-10-15  HD  VHOSTS, HANDLERS and REDIRECTS are checked as
      *>                   the indexed files the parser now reads by
      *>                   key, entry by entry ; a flat file left under
      *>                   one of those names fails, and an old flat
      *>                   file renamed for HTTP-CONFIG-ADMIN to load
      *>                   (VHOSTSO, HANDLERSO, REDIRECTSO) is noted
      *>   2026-10-15  HD  a credential whose digest is not a crypt(3)
      *>                   SHA-512 one fails, since it can never match
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CONFIG-CHECK.
           SELECT CHECK-REPORT-FILE ASSIGN TO "CFGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CHECK-REPORT-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CREDENTIAL-USER-ID
              FILE STATUS IS LOCAL-CREDENTIAL-FILE-STATUS.
           SELECT VIRTUAL-HOST-FILE ASSIGN TO "VHOSTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS VIRTUAL-HOST-NAME
              FILE STATUS IS LOCAL-VIRTUAL-HOST-FILE-STATUS.
           SELECT HANDLER-MAP-FILE ASSIGN TO "HANDLERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HANDLER-MAP-PREFIX
              FILE STATUS IS LOCAL-HANDLER-MAP-FILE-STATUS.
           SELECT REDIRECT-MAP-FILE ASSIGN TO "REDIRECTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS REDIRECT-MAP-KEY
              FILE STATUS IS LOCAL-REDIRECT-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD PIC X(132).

       FD CREDENTIAL-FILE.
       COPY CREDREC.

       FD VIRTUAL-HOST-FILE.
       COPY VHOSTR.

       FD HANDLER-MAP-FILE.
       COPY HANDLERR.

       FD REDIRECT-MAP-FILE.
       COPY REDIRR.

       WORKING-STORAGE SECTION.
       77 LOCAL-CONFIG-INPUT-STATUS PIC X(2).
       77 LOCAL-CHECK-REPORT-STATUS PIC X(2).
       77 LOCAL-CREDENTIAL-FILE-STATUS PIC X(2).
       77 LOCAL-VIRTUAL-HOST-FILE-STATUS PIC X(2).
       77 LOCAL-HANDLER-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-REDIRECT-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-CONFIG-INPUT-PATH PIC X(64).

       01 LOCAL-CONFIG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-CONFIG-AT-END VALUE "Y".
       01 LOCAL-CREDENTIAL-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-CREDENTIAL-AT-END VALUE "Y".
       01 LOCAL-MAP-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-MAP-AT-END VALUE "Y".

       01 LOCAL-CHECK-WORK-AREA.
          03 LOCAL-CHECK-FILE-NAME    PIC X(10).
          03 LOCAL-TOKEN-3            PIC X(256).
          03 LOCAL-TOKEN-4            PIC X(256).
          03 LOCAL-PROBE-PATH         PIC X(256).
          03 LOCAL-MAP-FILE-STATUS    PIC X(2).
          03 LOCAL-LOWER-CASE-NAME    PIC X(64).

       01 LOCAL-RUN-TOTALS.
          03 LOCAL-PASS-COUNT         PIC 9(5) VALUE ZERO.
           PERFORM 3000-CHECK-DOCROOT THRU 3000-EXIT.
           PERFORM 3500-CHECK-VHOSTS THRU 3500-EXIT.
           PERFORM 4000-CHECK-RATECFG THRU 4000-EXIT.
           PERFORM 4500-CHECK-CREDENTIALS THRU 4500-EXIT.
           PERFORM 4700-CHECK-CREDCFG THRU 4700-EXIT.
           PERFORM 5000-CHECK-PROTPATHS THRU 5000-EXIT.
           PERFORM 5500-CHECK-HANDLERS THRU 5500-EXIT.
           PERFORM 6000-CHECK-REDIRECTS THRU 6000-EXIT.
       1600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1700-NOTE-OLD-MAP-FILE - the old flat file of a keyed map,
      *> renamed with a trailing O for HTTP-CONFIG-ADMIN to LOAD ;
      *> nothing reads it once loaded, so one still present is noted
      *> ----------------------------------------------------------
       1700-NOTE-OLD-MAP-FILE.
           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING FUNCTION TRIM(LOCAL-CHECK-FILE-NAME) "O"
                 DELIMITED BY SIZE
              INTO LOCAL-PROBE-PATH.
           PERFORM 1600-PROBE-PATH-EXISTS THRU 1600-EXIT.
           IF RETURN-CODE IS EQUAL TO ZERO
              MOVE SPACES TO CHECK-REPORT-RECORD
              STRING "NOTE " FUNCTION TRIM(LOCAL-PROBE-PATH)
                     " IS NO LONGER READ - LOAD IT WITH "
                     "HTTP-CONFIG-ADMIN AND REMOVE IT"
                    DELIMITED BY SIZE
                 INTO CHECK-REPORT-RECORD
              WRITE CHECK-REPORT-RECORD
           END-IF.
       1700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1800-CHECK-MAP-OPEN - the open of a keyed map just tried,
      *> its status in LOCAL-MAP-FILE-STATUS : "35" is a map never
      *> set up (noted, with the detail already in LOCAL-CHECK-DETAIL),
      *> anything else but "00" is a file the parser cannot read by
      *> key - most likely the old flat file not yet converted
      *> ----------------------------------------------------------
       1800-CHECK-MAP-OPEN.
           MOVE ZERO TO LOCAL-CHECK-LINE-NUMBER.
           MOVE "N" TO LOCAL-MAP-EOF-FLAG.
           EVALUATE LOCAL-MAP-FILE-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "35"
                 PERFORM 1500-NOTE-FILE-MISSING THRU 1500-EXIT
              WHEN OTHER
                 MOVE SPACES TO LOCAL-CHECK-DETAIL
                 STRING "NOT A READABLE INDEXED FILE, STATUS="
                        LOCAL-MAP-FILE-STATUS
                        " - RENAME IT "
                        FUNCTION TRIM(LOCAL-CHECK-FILE-NAME)
                        "O AND LOAD IT"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
           END-EVALUATE.
       1800-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1900-FOLD-HOST-NAME - the parser folds the Host header to
      *> lower case before its keyed read, so a name held with any
      *> capital in it can never be matched ; LOCAL-LOWER-CASE-NAME
      *> comes back holding the folded copy to compare against
      *> ----------------------------------------------------------
       1900-FOLD-HOST-NAME.
           INSPECT LOCAL-LOWER-CASE-NAME
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
       1900-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-CHECK-DEFDOCS - every line must name a document ; a
      *> missing file is fine, the parser falls back to index.html
           EXIT.

      *> ----------------------------------------------------------
      *> 3500-CHECK-VHOSTS - each entry needs a root, and the root
      *> must exist on disk - a wrong root 404s a whole host, which
      *> is exactly the outage this checker is for ; a host name the
      *> parser's lower-case lookup cannot reach, or an AUTOINDEX
      *> flag other than Y or N, fails too
      *> ----------------------------------------------------------
       3500-CHECK-VHOSTS.
           MOVE "VHOSTS" TO LOCAL-CHECK-FILE-NAME.
           PERFORM 1700-NOTE-OLD-MAP-FILE THRU 1700-EXIT.
           OPEN INPUT VIRTUAL-HOST-FILE.
           MOVE LOCAL-VIRTUAL-HOST-FILE-STATUS TO LOCAL-MAP-FILE-STATUS.
           MOVE "ALL TRAFFIC SERVES UNDER DOCROOT"
              TO LOCAL-CHECK-DETAIL.
           PERFORM 1800-CHECK-MAP-OPEN THRU 1800-EXIT.
           IF LOCAL-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-CHECK-ONE-VHOST THRU 3600-EXIT
              WITH TEST AFTER UNTIL LOCAL-MAP-AT-END.
           CLOSE VIRTUAL-HOST-FILE.
       3500-EXIT.
           EXIT.

       3600-CHECK-ONE-VHOST.
           READ VIRTUAL-HOST-FILE NEXT RECORD
              AT END
                 SET LOCAL-MAP-AT-END TO TRUE
                 GO TO 3600-EXIT
           END-READ.
           ADD 1 TO LOCAL-CHECK-LINE-NUMBER.
           MOVE VIRTUAL-HOST-NAME TO LOCAL-LOWER-CASE-NAME.
           PERFORM 1900-FOLD-HOST-NAME THRU 1900-EXIT.
           MOVE SPACES TO LOCAL-CHECK-DETAIL.
           EVALUATE TRUE
              WHEN LOCAL-LOWER-CASE-NAME IS NOT EQUAL TO
                    VIRTUAL-HOST-NAME
                 STRING "HOST "
                        FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING)
                        " IS NOT LOWER CASE - NEVER MATCHED"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
              WHEN VIRTUAL-HOST-ROOT IS EQUAL TO SPACES
                 STRING "HOST "
                        FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING)
                        " HAS NO ROOT"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
              WHEN NOT VIRTUAL-HOST-AUTOINDEX-ON
                 AND NOT VIRTUAL-HOST-AUTOINDEX-OFF
                 STRING "HOST "
                        FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING)
                        " AUTOINDEX FLAG MUST BE Y OR N"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
           END-EVALUATE.
           IF LOCAL-CHECK-DETAIL IS NOT EQUAL TO SPACES
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
              GO TO 3600-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-PROBE-PATH.
           MOVE VIRTUAL-HOST-ROOT TO LOCAL-PROBE-PATH.
           PERFORM 1600-PROBE-PATH-EXISTS THRU 1600-EXIT.
           IF RETURN-CODE IS EQUAL TO ZERO
              MOVE SPACES TO LOCAL-CHECK-DETAIL
              STRING "HOST "
                     FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING)
                     " ROOT EXISTS" DELIMITED BY SIZE
                 INTO LOCAL-CHECK-DETAIL
              PERFORM 1300-REPORT-PASS THRU 1300-EXIT
           ELSE
              MOVE SPACES TO LOCAL-CHECK-DETAIL
              STRING "HOST "
                     FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING)
                     " ROOT "
                     FUNCTION TRIM(VIRTUAL-HOST-ROOT TRAILING)
                     " DOES NOT EXIST" DELIMITED BY SIZE
                 INTO LOCAL-CHECK-DETAIL
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
           EXIT.

      *> ----------------------------------------------------------
      *> 4500-CHECK-CREDENTIALS - every CREDFILE user must carry a
      *> salt and digest and a known status ; the active ones are
      *> counted for the PROTPATHS check that follows. The old USERS
      *> text file is no longer read, so one still present is noted
      *> ----------------------------------------------------------
       4500-CHECK-CREDENTIALS.
           MOVE "USERS" TO LOCAL-CHECK-FILE-NAME.
           PERFORM 1100-OPEN-CONFIG-INPUT THRU 1100-EXIT.
           IF LOCAL-CONFIG-INPUT-STATUS IS EQUAL TO "00"
              CLOSE CONFIG-INPUT-FILE
              MOVE SPACES TO CHECK-REPORT-RECORD
              MOVE "NOTE USERS IS NO LONGER READ - LOAD IT WITH "
                 & "HTTP-CREDENTIAL-ADMIN AND REMOVE IT"
                 TO CHECK-REPORT-RECORD
              WRITE CHECK-REPORT-RECORD
           END-IF.

           MOVE "CREDFILE" TO LOCAL-CHECK-FILE-NAME.
           MOVE ZERO TO LOCAL-CHECK-LINE-NUMBER.
           OPEN INPUT CREDENTIAL-FILE.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              MOVE "PROTECTED PATHS WOULD ALL ANSWER 401"
                 TO LOCAL-CHECK-DETAIL
              PERFORM 1500-NOTE-FILE-MISSING THRU 1500-EXIT
              GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-CHECK-ONE-CREDENTIAL THRU 4600-EXIT
              WITH TEST AFTER UNTIL LOCAL-CREDENTIAL-AT-END.
           CLOSE CREDENTIAL-FILE.
       4500-EXIT.
           EXIT.

       4600-CHECK-ONE-CREDENTIAL.
           READ CREDENTIAL-FILE NEXT RECORD
              AT END
                 SET LOCAL-CREDENTIAL-AT-END TO TRUE
                 GO TO 4600-EXIT
           END-READ.
           ADD 1 TO LOCAL-CHECK-LINE-NUMBER.
           MOVE SPACES TO LOCAL-CHECK-DETAIL.
           EVALUATE TRUE
              WHEN CREDENTIAL-SALT IS EQUAL TO SPACES
                 OR CREDENTIAL-DIGEST IS EQUAL TO SPACES
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " HAS NO PASSWORD DIGEST"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
              WHEN CREDENTIAL-DIGEST(1:3) IS NOT EQUAL TO "$6$"
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " DIGEST IS NOT SHA-512 CRYPT - SET THE "
                        "PASSWORD AGAIN"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
              WHEN CREDENTIAL-ACTIVE
                 ADD 1 TO LOCAL-VALID-USER-LINES
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " ACTIVE"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1300-REPORT-PASS THRU 1300-EXIT
              WHEN CREDENTIAL-LOCKED
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " LOCKED OUT SINCE " CREDENTIAL-LOCKED-DATE
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1300-REPORT-PASS THRU 1300-EXIT
              WHEN CREDENTIAL-DISABLED
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " DISABLED"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1300-REPORT-PASS THRU 1300-EXIT
              WHEN OTHER
                 STRING "USER "
                        FUNCTION TRIM(CREDENTIAL-USER-ID TRAILING)
                        " HAS UNKNOWN STATUS " CREDENTIAL-STATUS
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
                 PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
           END-EVALUATE.
       4600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4700-CHECK-CREDCFG - the single lockout-limit line must be a
      *> number ; zero is allowed but means nobody is ever locked out
      *> ----------------------------------------------------------
       4700-CHECK-CREDCFG.
           MOVE "CREDCFG" TO LOCAL-CHECK-FILE-NAME.
           PERFORM 1100-OPEN-CONFIG-INPUT THRU 1100-EXIT.
           IF LOCAL-CONFIG-INPUT-STATUS IS NOT EQUAL TO "00"
              MOVE "LOCKOUT AFTER 5 FAILED LOGINS" TO LOCAL-CHECK-DETAIL
              PERFORM 1500-NOTE-FILE-MISSING THRU 1500-EXIT
              GO TO 4700-EXIT
           END-IF.
           PERFORM 1200-READ-CONFIG-LINE THRU 1200-EXIT.
           IF LOCAL-CONFIG-AT-END
              OR FUNCTION TRIM(CONFIG-INPUT-RECORD) IS NOT NUMERIC
              MOVE "LOCKOUT LIMIT MUST BE NUMERIC" TO LOCAL-CHECK-DETAIL
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
           ELSE
              IF FUNCTION NUMVAL(CONFIG-INPUT-RECORD) IS EQUAL TO ZERO
                 MOVE "LOCKOUT LIMIT OF ZERO NEVER LOCKS A USER OUT"
                    TO LOCAL-CHECK-DETAIL
              ELSE
                 MOVE "LOCKOUT LIMIT LOOKS SOUND" TO LOCAL-CHECK-DETAIL
              END-IF
              PERFORM 1300-REPORT-PASS THRU 1300-EXIT
           END-IF.
           CLOSE CONFIG-INPUT-FILE.
       4700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-CHECK-PROTPATHS - each prefix must be non-blank, and a
      *> protected area with no active CREDFILE users behind it fails
      *> because nothing could ever authenticate
      *> ----------------------------------------------------------
       5000-CHECK-PROTPATHS.
           IF LOCAL-PROTECTED-LINES IS GREATER THAN ZERO
              AND LOCAL-VALID-USER-LINES IS EQUAL TO ZERO
              MOVE ZERO TO LOCAL-CHECK-LINE-NUMBER
              MOVE "PROTECTED PATHS BUT NO ACTIVE CREDFILE USERS"
                 TO LOCAL-CHECK-DETAIL
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------
      *> 5500-CHECK-HANDLERS - "prefix program" per entry ; a prefix
      *> must start "/" to match any request path, and each program
      *> is proved CALLable with a synthetic OPTIONS request on its
      *> own prefix and cancelled again — the typo that sends a
      *> visitor a 500 fails here instead
      *> ----------------------------------------------------------
       5500-CHECK-HANDLERS.
           MOVE "HANDLERS" TO LOCAL-CHECK-FILE-NAME.
           PERFORM 1700-NOTE-OLD-MAP-FILE THRU 1700-EXIT.
           OPEN INPUT HANDLER-MAP-FILE.
           MOVE LOCAL-HANDLER-MAP-FILE-STATUS TO LOCAL-MAP-FILE-STATUS.
           MOVE "EVERY PATH SERVES STATIC FILES"
              TO LOCAL-CHECK-DETAIL.
           PERFORM 1800-CHECK-MAP-OPEN THRU 1800-EXIT.
           IF LOCAL-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5500-EXIT
           END-IF.
           PERFORM 5600-CHECK-ONE-HANDLER THRU 5600-EXIT
              WITH TEST AFTER UNTIL LOCAL-MAP-AT-END.
           CLOSE HANDLER-MAP-FILE.
       5500-EXIT.
           EXIT.

       5600-CHECK-ONE-HANDLER.
           READ HANDLER-MAP-FILE NEXT RECORD
              AT END
                 SET LOCAL-MAP-AT-END TO TRUE
                 GO TO 5600-EXIT
           END-READ.
           ADD 1 TO LOCAL-CHECK-LINE-NUMBER.
           MOVE SPACES TO LOCAL-CHECK-DETAIL.
           EVALUATE TRUE
              WHEN HANDLER-MAP-PREFIX(1:1) IS NOT EQUAL TO "/"
                 STRING "PREFIX "
                        FUNCTION TRIM(HANDLER-MAP-PREFIX(1:60) TRAILING)
                        " DOES NOT START WITH /"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
              WHEN HANDLER-MAP-PROGRAM IS EQUAL TO SPACES
                 STRING "PREFIX "
                        FUNCTION TRIM(HANDLER-MAP-PREFIX(1:60) TRAILING)
                        " HAS NO PROGRAM"
                       DELIMITED BY SIZE
                    INTO LOCAL-CHECK-DETAIL
           END-EVALUATE.
           IF LOCAL-CHECK-DETAIL IS NOT EQUAL TO SPACES
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
              GO TO 5600-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-TOKEN-1 LOCAL-TOKEN-2.
           MOVE HANDLER-MAP-PREFIX TO LOCAL-TOKEN-1.
           MOVE HANDLER-MAP-PROGRAM TO LOCAL-TOKEN-2.
           PERFORM 5700-PROBE-HANDLER-CALL THRU 5700-EXIT.
       5600-EXIT.
           EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-CHECK-REDIRECTS - "old-path target status [host]" per
      *> entry ; the old path must start "/", a target is required,
      *> the status must be 301 or 302, the only codes the parser
      *> honours, and a host must be lower case for the parser's
      *> lookup to reach it
      *> ----------------------------------------------------------
       6000-CHECK-REDIRECTS.
           MOVE "REDIRECTS" TO LOCAL-CHECK-FILE-NAME.
           PERFORM 1700-NOTE-OLD-MAP-FILE THRU 1700-EXIT.
           OPEN INPUT REDIRECT-MAP-FILE.
           MOVE LOCAL-REDIRECT-MAP-FILE-STATUS TO LOCAL-MAP-FILE-STATUS.
           MOVE "NO PATHS ARE REDIRECTED" TO LOCAL-CHECK-DETAIL.
           PERFORM 1800-CHECK-MAP-OPEN THRU 1800-EXIT.
           IF LOCAL-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-ONE-REDIRECT THRU 6100-EXIT
              WITH TEST AFTER UNTIL LOCAL-MAP-AT-END.
           CLOSE REDIRECT-MAP-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-REDIRECT.
           READ REDIRECT-MAP-FILE NEXT RECORD
              AT END
                 SET LOCAL-MAP-AT-END TO TRUE
                 GO TO 6100-EXIT
           END-READ.
           ADD 1 TO LOCAL-CHECK-LINE-NUMBER.
           MOVE REDIRECT-MAP-HOST TO LOCAL-LOWER-CASE-NAME.
           PERFORM 1900-FOLD-HOST-NAME THRU 1900-EXIT.
           MOVE SPACES TO LOCAL-CHECK-DETAIL.
           EVALUATE TRUE
              WHEN REDIRECT-MAP-OLD-PATH(1:1) IS NOT EQUAL TO "/"
                 MOVE "OLD PATH MUST START WITH /"
                    TO LOCAL-CHECK-DETAIL
              WHEN REDIRECT-MAP-TARGET IS EQUAL TO SPACES
                 MOVE "NEEDS OLD PATH AND TARGET" TO LOCAL-CHECK-DETAIL
              WHEN REDIRECT-MAP-STATUS IS NOT EQUAL TO 301
                 AND REDIRECT-MAP-STATUS IS NOT EQUAL TO 302
                 MOVE "STATUS MUST BE 301 OR 302" TO LOCAL-CHECK-DETAIL
              WHEN LOCAL-LOWER-CASE-NAME IS NOT EQUAL TO
                    REDIRECT-MAP-HOST
                 MOVE "HOST IS NOT LOWER CASE - NEVER MATCHED"
                    TO LOCAL-CHECK-DETAIL
           END-EVALUATE.
           IF LOCAL-CHECK-DETAIL IS NOT EQUAL TO SPACES
              PERFORM 1400-REPORT-FAIL THRU 1400-EXIT
              GO TO 6100-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-CHECK-DETAIL.
           STRING "REDIRECT "
                  FUNCTION TRIM(REDIRECT-MAP-OLD-PATH TRAILING) " "
                  FUNCTION TRIM(REDIRECT-MAP-HOST TRAILING)
                 DELIMITED BY SIZE
              INTO LOCAL-CHECK-DETAIL.
           PERFORM 1300-REPORT-PASS THRU 1300-EXIT.
