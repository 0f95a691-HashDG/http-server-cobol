      *> ---------------------------------------------------------------
      *> HTTP-CREDENTIAL-ADMIN
      *>
      *> Operator utility over the CREDFILE credential file the parser
      *> authenticates protected paths against : reads one command
      *> line and
      *>
      *>   LIST                    lists every user with status and
      *>                           failed-login count (the default)
      *>   ADD userid password     adds a new, active user
      *>   PASSWORD userid password  sets a new password
      *>   DISABLE userid          stops the user logging in
      *>   ENABLE userid           re-enables a disabled or locked-out
      *>                           user and clears the failed count
      *>   LOAD                    takes the old "userid password"
      *>                           USERS text file across, once
      *>
      *> Passwords are kept only as the HTTP-CREDENTIAL-HASH digest
      *> under a salt made for the user each time a password is set.
      *> A password longer than 32 characters is refused rather than
      *> cut short, on ADD and PASSWORD and on a LOAD line alike.
      *> Every change is written to the CREDAUD audit file with the
      *> operator's login ; the parser writes its lockouts there too.
      *> Nobody hand-edits the credential file.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  crypt(3) SHA-512 digest ; passwords longer
      *>                   than 32 characters refused, and nothing is
      *>                   written when no digest could be made
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CREDENTIAL-ADMIN.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "CREDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CREDENTIAL-USER-ID
              FILE STATUS IS LOCAL-CREDENTIAL-FILE-STATUS.
           SELECT CREDENTIAL-AUDIT-FILE ASSIGN TO "CREDAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CREDENTIAL-AUDIT-STATUS.
           SELECT USER-CREDENTIAL-FILE ASSIGN TO "USERS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-USER-CREDENTIAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDENTIAL-FILE.
       COPY CREDREC.

       FD CREDENTIAL-AUDIT-FILE.
       COPY CREDAUDR.

       FD USER-CREDENTIAL-FILE.
       01 USER-CREDENTIAL-FILE-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       77 LOCAL-CREDENTIAL-FILE-STATUS PIC X(2).
       77 LOCAL-CREDENTIAL-AUDIT-STATUS PIC X(2).
       77 LOCAL-USER-CREDENTIAL-FILE-STATUS PIC X(2).

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE     PIC X(128).
          03 LOCAL-COMMAND-VERB     PIC X(8).
          03 LOCAL-COMMAND-USER-ID  PIC X(32).
          03 LOCAL-COMMAND-PASSWORD PIC X(32).
          03 LOCAL-COMMAND-EXTRA    PIC X(32).
          03 LOCAL-PASSWORD-LENGTH  PIC 9(4) COMP.
          03 LOCAL-SALT-PARTS.
             05 LOCAL-SALT-PART     PIC X(128) OCCURS 5 TIMES.

       01 LOCAL-AUDIT-WORK-AREA.
          03 LOCAL-OPERATOR-ID      PIC X(32).
          03 LOCAL-AUDIT-ACTION     PIC X(8).
          03 LOCAL-AUDIT-DETAIL     PIC X(64).
          03 LOCAL-TODAY            PIC 9(8).
          03 LOCAL-NOW              PIC 9(8).

       01 LOCAL-SALT-SOURCE.
          03 LOCAL-SALT-DATE        PIC 9(8).
          03 LOCAL-SALT-TIME        PIC 9(8).

       01 LOCAL-DIGEST-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-DIGEST-MADE VALUE "Y".
          88 LOCAL-DIGEST-FAILED VALUE "N".

       01 LOCAL-LIST-DONE-FLAG PIC X(1) VALUE "N".
          88 LOCAL-LIST-DONE VALUE "Y".
       01 LOCAL-USERS-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-USERS-AT-END VALUE "Y".

       01 LOCAL-RUN-TOTALS.
          03 LOCAL-LISTED-COUNT     PIC 9(5) VALUE ZERO.
          03 LOCAL-LOADED-COUNT     PIC 9(5) VALUE ZERO.
          03 LOCAL-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.

       COPY CREDHASH.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LOCAL-COMMAND-LINE.
           MOVE SPACES TO LOCAL-COMMAND-VERB LOCAL-COMMAND-USER-ID
                          LOCAL-COMMAND-PASSWORD LOCAL-COMMAND-EXTRA.
           MOVE ZERO TO LOCAL-PASSWORD-LENGTH.
           UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-VERB LOCAL-COMMAND-USER-ID
                   LOCAL-COMMAND-PASSWORD
                      COUNT IN LOCAL-PASSWORD-LENGTH
                   LOCAL-COMMAND-EXTRA.
           INSPECT LOCAL-COMMAND-VERB
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           ACCEPT LOCAL-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF LOCAL-OPERATOR-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO LOCAL-OPERATOR-ID
           END-IF.
           ACCEPT LOCAL-TODAY FROM DATE YYYYMMDD.
           ACCEPT LOCAL-NOW FROM TIME.

           PERFORM 0600-OPEN-CREDENTIAL-FILE THRU 0600-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CREDENTIAL-ADMIN: UNABLE TO OPEN CREDFILE, "
                 "STATUS=" LOCAL-CREDENTIAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           EVALUATE TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LIST"
                 OR LOCAL-COMMAND-VERB IS EQUAL TO SPACES
                 PERFORM 2000-LIST-USERS THRU 2000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "ADD"
                 PERFORM 3000-ADD-USER THRU 3000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "PASSWORD"
                 PERFORM 4000-CHANGE-PASSWORD THRU 4000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "DISABLE"
                 PERFORM 5000-DISABLE-USER THRU 5000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "ENABLE"
                 PERFORM 5500-ENABLE-USER THRU 5500-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LOAD"
                 PERFORM 6000-LOAD-USERS-FILE THRU 6000-EXIT
              WHEN OTHER
                 DISPLAY "HTTP-CREDENTIAL-ADMIN: COMMANDS ARE LIST, "
                    "ADD <userid> <password>, "
                    "PASSWORD <userid> <password>, "
                    "DISABLE <userid>, ENABLE <userid>, LOAD"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE CREDENTIAL-FILE.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 0600-OPEN-CREDENTIAL-FILE - open for update, creating the
      *> file empty the first time a user is ever added
      *> ----------------------------------------------------------
       0600-OPEN-CREDENTIAL-FILE.
           OPEN I-O CREDENTIAL-FILE.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS EQUAL TO "35"
              OPEN OUTPUT CREDENTIAL-FILE
              CLOSE CREDENTIAL-FILE
              OPEN I-O CREDENTIAL-FILE
           END-IF.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS EQUAL TO "05"
              MOVE "00" TO LOCAL-CREDENTIAL-FILE-STATUS
           END-IF.
       0600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1000-READ-NAMED-USER - the command's user must be on file for
      *> PASSWORD, DISABLE and ENABLE ; RETURN-CODE 8 otherwise
      *> ----------------------------------------------------------
       1000-READ-NAMED-USER.
           IF LOCAL-COMMAND-USER-ID IS EQUAL TO SPACES
              DISPLAY "HTTP-CREDENTIAL-ADMIN: "
                 FUNCTION TRIM(LOCAL-COMMAND-VERB) " NEEDS A USERID"
              MOVE 8 TO RETURN-CODE
              MOVE "23" TO LOCAL-CREDENTIAL-FILE-STATUS
              GO TO 1000-EXIT
           END-IF.
           MOVE LOCAL-COMMAND-USER-ID TO CREDENTIAL-USER-ID.
           READ CREDENTIAL-FILE
              INVALID KEY
                 DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
                    FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                    " IS NOT ON FILE"
                 MOVE 8 TO RETURN-CODE
           END-READ.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1400-CHECK-PASSWORD-LENGTH - a password the 32-character
      *> field would cut short is refused, RETURN-CODE 8
      *> ----------------------------------------------------------
       1400-CHECK-PASSWORD-LENGTH.
           IF LOCAL-PASSWORD-LENGTH IS GREATER THAN
                 LENGTH OF LOCAL-COMMAND-PASSWORD
              DISPLAY "HTTP-CREDENTIAL-ADMIN: PASSWORD FOR "
                 FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                 " IS LONGER THAN 32 CHARACTERS - NOT SET"
              MOVE 8 TO RETURN-CODE
           END-IF.
       1400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-SET-PASSWORD-DIGEST - a fresh salt for the user, then
      *> the digest of the password under it ; the salt is itself
      *> drawn through the hash from the clock and the user id so
      *> no two settings share one (sixteen characters of the hash
      *> part, all in the crypt salt alphabet). LOCAL-DIGEST-FAILED
      *> comes back when either hash could not be made
      *> ----------------------------------------------------------
       1500-SET-PASSWORD-DIGEST.
           SET LOCAL-DIGEST-MADE TO TRUE.
           ACCEPT LOCAL-SALT-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-SALT-TIME FROM TIME.
           MOVE LOCAL-SALT-SOURCE     TO HASH-SALT.
           MOVE CREDENTIAL-USER-ID    TO HASH-PASSWORD.
           MOVE SPACES                TO HASH-DIGEST.
           CALL "HTTP-CREDENTIAL-HASH" USING CREDENTIAL-HASH-REQUEST.
           IF HASH-FAILED
              GO TO 1500-FAILED
           END-IF.
           MOVE SPACES TO LOCAL-SALT-PARTS.
           UNSTRING HASH-DIGEST DELIMITED BY "$"
              INTO LOCAL-SALT-PART(1) LOCAL-SALT-PART(2)
                   LOCAL-SALT-PART(3) LOCAL-SALT-PART(4)
                   LOCAL-SALT-PART(5).
           MOVE LOCAL-SALT-PART(5)(1:16) TO CREDENTIAL-SALT.

           MOVE CREDENTIAL-SALT       TO HASH-SALT.
           MOVE LOCAL-COMMAND-PASSWORD TO HASH-PASSWORD.
           MOVE SPACES                TO HASH-DIGEST.
           CALL "HTTP-CREDENTIAL-HASH" USING CREDENTIAL-HASH-REQUEST.
           MOVE SPACES                TO HASH-PASSWORD.
           IF HASH-FAILED
              GO TO 1500-FAILED
           END-IF.
           MOVE HASH-DIGEST           TO CREDENTIAL-DIGEST.
           MOVE LOCAL-TODAY           TO CREDENTIAL-CHANGED-DATE.
           GO TO 1500-EXIT.
       1500-FAILED.
           SET LOCAL-DIGEST-FAILED TO TRUE.
           DISPLAY "HTTP-CREDENTIAL-ADMIN: UNABLE TO MAKE A PASSWORD "
              "DIGEST FOR "
              FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
              " - NOT SET".
           MOVE 16 TO RETURN-CODE.
       1500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-LIST-USERS - every user in key order with status,
      *> failed-login run, and when the password was last set
      *> ----------------------------------------------------------
       2000-LIST-USERS.
           DISPLAY "CREDENTIALS".
           MOVE LOW-VALUES TO CREDENTIAL-USER-ID.
           START CREDENTIAL-FILE KEY IS GREATER THAN OR EQUAL TO
                 CREDENTIAL-USER-ID
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 2100-LIST-ONE-USER THRU 2100-EXIT
              UNTIL LOCAL-LIST-DONE.
           DISPLAY "TOTAL USERS=" LOCAL-LISTED-COUNT.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-LIST-ONE-USER - one user off the listing walk
      *> ----------------------------------------------------------
       2100-LIST-ONE-USER.
           READ CREDENTIAL-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 2100-EXIT
           END-READ.
           ADD 1 TO LOCAL-LISTED-COUNT.
           EVALUATE TRUE
              WHEN CREDENTIAL-ACTIVE
                 DISPLAY "  " CREDENTIAL-USER-ID " ACTIVE   "
                    " FAILED=" CREDENTIAL-FAILED-COUNT
                    " SET=" CREDENTIAL-CHANGED-DATE
              WHEN CREDENTIAL-LOCKED
                 DISPLAY "  " CREDENTIAL-USER-ID " LOCKED   "
                    " FAILED=" CREDENTIAL-FAILED-COUNT
                    " SET=" CREDENTIAL-CHANGED-DATE
                    " LOCKED=" CREDENTIAL-LOCKED-DATE
                    " " CREDENTIAL-LOCKED-TIME
              WHEN OTHER
                 DISPLAY "  " CREDENTIAL-USER-ID " DISABLED "
                    " FAILED=" CREDENTIAL-FAILED-COUNT
                    " SET=" CREDENTIAL-CHANGED-DATE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-ADD-USER - a new, active user ; an id already on file
      *> is left alone with RETURN-CODE 8
      *> ----------------------------------------------------------
       3000-ADD-USER.
           IF LOCAL-COMMAND-USER-ID IS EQUAL TO SPACES
              OR LOCAL-COMMAND-PASSWORD IS EQUAL TO SPACES
              DISPLAY "HTTP-CREDENTIAL-ADMIN: ADD NEEDS A USERID AND "
                 "A PASSWORD"
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           PERFORM 1400-CHECK-PASSWORD-LENGTH THRU 1400-EXIT.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-WRITE-NEW-USER THRU 3100-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS EQUAL TO "00"
              DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
                 FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                 " ADDED"
           END-IF.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-WRITE-NEW-USER - build and write one new user from the
      *> command (or USERS line) userid and password, and audit it
      *> ----------------------------------------------------------
       3100-WRITE-NEW-USER.
           MOVE SPACES TO CREDENTIAL-RECORD.
           MOVE LOCAL-COMMAND-USER-ID TO CREDENTIAL-USER-ID.
           SET CREDENTIAL-ACTIVE TO TRUE.
           MOVE ZERO TO CREDENTIAL-FAILED-COUNT
                        CREDENTIAL-LAST-FAILED-DATE
                        CREDENTIAL-LAST-FAILED-TIME
                        CREDENTIAL-LOCKED-DATE
                        CREDENTIAL-LOCKED-TIME.
           MOVE LOCAL-TODAY TO CREDENTIAL-CREATED-DATE.
           PERFORM 1500-SET-PASSWORD-DIGEST THRU 1500-EXIT.
           IF LOCAL-DIGEST-FAILED
              MOVE "99" TO LOCAL-CREDENTIAL-FILE-STATUS
              GO TO 3100-EXIT
           END-IF.

           WRITE CREDENTIAL-RECORD
              INVALID KEY
                 DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
                    FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                    " IS ALREADY ON FILE"
                 MOVE 8 TO RETURN-CODE
                 GO TO 3100-EXIT
           END-WRITE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-CHANGE-PASSWORD - new salt and digest ; the failed run
      *> starts again, but a locked or disabled user stays so until
      *> an ENABLE
      *> ----------------------------------------------------------
       4000-CHANGE-PASSWORD.
           IF LOCAL-COMMAND-PASSWORD IS EQUAL TO SPACES
              DISPLAY "HTTP-CREDENTIAL-ADMIN: PASSWORD NEEDS A USERID "
                 "AND A PASSWORD"
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 1400-CHECK-PASSWORD-LENGTH THRU 1400-EXIT.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
              GO TO 4000-EXIT
           END-IF.
           PERFORM 1000-READ-NAMED-USER THRU 1000-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 4000-EXIT
           END-IF.

           PERFORM 1500-SET-PASSWORD-DIGEST THRU 1500-EXIT.
           IF LOCAL-DIGEST-FAILED
              GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO CREDENTIAL-FAILED-COUNT.
           MOVE "PASSWORD" TO LOCAL-AUDIT-ACTION.
           MOVE "PASSWORD CHANGED" TO LOCAL-AUDIT-DETAIL.
           PERFORM 7000-REWRITE-USER THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-DISABLE-USER - the user can no longer log in ; the
      *> digest is kept so ENABLE restores the same password
      *> ----------------------------------------------------------
       5000-DISABLE-USER.
           PERFORM 1000-READ-NAMED-USER THRU 1000-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5000-EXIT
           END-IF.
           IF CREDENTIAL-DISABLED
              DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
                 FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                 " IS ALREADY DISABLED"
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.

           SET CREDENTIAL-DISABLED TO TRUE.
           MOVE "DISABLE" TO LOCAL-AUDIT-ACTION.
           MOVE "USER DISABLED" TO LOCAL-AUDIT-DETAIL.
           PERFORM 7000-REWRITE-USER THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5500-ENABLE-USER - back to active with a clean failed-login
      *> run, whether it was disabled by hand or locked out
      *> ----------------------------------------------------------
       5500-ENABLE-USER.
           PERFORM 1000-READ-NAMED-USER THRU 1000-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 5500-EXIT
           END-IF.
           IF CREDENTIAL-ACTIVE
              DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
                 FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                 " IS ALREADY ACTIVE"
              MOVE 8 TO RETURN-CODE
              GO TO 5500-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-AUDIT-DETAIL.
           IF CREDENTIAL-LOCKED
              STRING "USER RE-ENABLED AFTER LOCKOUT, FAILED="
                     CREDENTIAL-FAILED-COUNT
                    DELIMITED BY SIZE
                 INTO LOCAL-AUDIT-DETAIL
           ELSE
              MOVE "USER RE-ENABLED" TO LOCAL-AUDIT-DETAIL
           END-IF.
           SET CREDENTIAL-ACTIVE TO TRUE.
           MOVE ZERO TO CREDENTIAL-FAILED-COUNT
                        CREDENTIAL-LOCKED-DATE
                        CREDENTIAL-LOCKED-TIME.
           MOVE "ENABLE" TO LOCAL-AUDIT-ACTION.
           PERFORM 7000-REWRITE-USER THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-LOAD-USERS-FILE - take every "userid password" line of
      *> the old USERS text file onto CREDFILE ; a user already on
      *> file is skipped (RETURN-CODE 8), so a second LOAD changes
      *> nothing. The USERS file should be removed once loaded - the
      *> parser no longer reads it
      *> ----------------------------------------------------------
       6000-LOAD-USERS-FILE.
           OPEN INPUT USER-CREDENTIAL-FILE.
           IF LOCAL-USER-CREDENTIAL-FILE-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CREDENTIAL-ADMIN: NO USERS FILE TO LOAD, "
                 "STATUS=" LOCAL-USER-CREDENTIAL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-LOAD-ONE-USER THRU 6100-EXIT
              WITH TEST AFTER UNTIL LOCAL-USERS-AT-END.
           CLOSE USER-CREDENTIAL-FILE.
           DISPLAY "HTTP-CREDENTIAL-ADMIN: LOADED=" LOCAL-LOADED-COUNT
              " SKIPPED=" LOCAL-SKIPPED-COUNT.
           IF LOCAL-SKIPPED-COUNT IS GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6100-LOAD-ONE-USER - one USERS line ; a line without both a
      *> userid and a password is skipped, as the parser always did
      *> ----------------------------------------------------------
       6100-LOAD-ONE-USER.
           READ USER-CREDENTIAL-FILE
              AT END
                 SET LOCAL-USERS-AT-END TO TRUE
                 GO TO 6100-EXIT
           END-READ.
           MOVE SPACES TO LOCAL-COMMAND-USER-ID LOCAL-COMMAND-PASSWORD.
           MOVE ZERO TO LOCAL-PASSWORD-LENGTH.
           UNSTRING USER-CREDENTIAL-FILE-RECORD DELIMITED BY SPACES
              INTO LOCAL-COMMAND-USER-ID
                   LOCAL-COMMAND-PASSWORD
                      COUNT IN LOCAL-PASSWORD-LENGTH.
           IF LOCAL-COMMAND-USER-ID IS EQUAL TO SPACES
              OR LOCAL-COMMAND-PASSWORD IS EQUAL TO SPACES
              ADD 1 TO LOCAL-SKIPPED-COUNT
              GO TO 6100-EXIT
           END-IF.
           IF LOCAL-PASSWORD-LENGTH IS GREATER THAN
                 LENGTH OF LOCAL-COMMAND-PASSWORD
              DISPLAY "HTTP-CREDENTIAL-ADMIN: PASSWORD FOR "
                 FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                 " IS LONGER THAN 32 CHARACTERS - NOT LOADED"
              ADD 1 TO LOCAL-SKIPPED-COUNT
              GO TO 6100-EXIT
           END-IF.

           MOVE "LOAD" TO LOCAL-AUDIT-ACTION.
           MOVE "LOADED FROM USERS FILE" TO LOCAL-AUDIT-DETAIL.
           PERFORM 3100-WRITE-NEW-USER THRU 3100-EXIT.
           IF LOCAL-CREDENTIAL-FILE-STATUS IS EQUAL TO "00"
              ADD 1 TO LOCAL-LOADED-COUNT
           ELSE
              ADD 1 TO LOCAL-SKIPPED-COUNT
           END-IF.
       6100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-REWRITE-USER - put the changed user back and audit the
      *> change
      *> ----------------------------------------------------------
       7000-REWRITE-USER.
           REWRITE CREDENTIAL-RECORD
              INVALID KEY
                 DISPLAY "HTTP-CREDENTIAL-ADMIN: UNABLE TO UPDATE "
                    FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING)
                    ", STATUS=" LOCAL-CREDENTIAL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 7000-EXIT
           END-REWRITE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           DISPLAY "HTTP-CREDENTIAL-ADMIN: USER "
              FUNCTION TRIM(LOCAL-COMMAND-USER-ID TRAILING) " - "
              FUNCTION TRIM(LOCAL-AUDIT-DETAIL TRAILING).
       7000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-WRITE-AUDIT - one CREDAUD line for the change just
      *> made ; an audit file that cannot be written is a failure
      *> of the run
      *> ----------------------------------------------------------
       8000-WRITE-AUDIT.
           IF LOCAL-COMMAND-VERB IS EQUAL TO "ADD"
              MOVE "ADD" TO LOCAL-AUDIT-ACTION
              MOVE "USER ADDED" TO LOCAL-AUDIT-DETAIL
           END-IF.

           OPEN EXTEND CREDENTIAL-AUDIT-FILE.
           IF LOCAL-CREDENTIAL-AUDIT-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT CREDENTIAL-AUDIT-FILE
           END-IF.
           IF LOCAL-CREDENTIAL-AUDIT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CREDENTIAL-ADMIN: UNABLE TO OPEN CREDAUD, "
                 "STATUS=" LOCAL-CREDENTIAL-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.

           MOVE SPACES TO CREDENTIAL-AUDIT-RECORD.
           ACCEPT CREDENTIAL-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT CREDENTIAL-AUDIT-TIME FROM TIME.
           MOVE LOCAL-AUDIT-ACTION    TO CREDENTIAL-AUDIT-ACTION.
           MOVE CREDENTIAL-USER-ID    TO CREDENTIAL-AUDIT-USER-ID.
           MOVE LOCAL-OPERATOR-ID     TO CREDENTIAL-AUDIT-BY.
           MOVE LOCAL-AUDIT-DETAIL    TO CREDENTIAL-AUDIT-DETAIL.
           WRITE CREDENTIAL-AUDIT-RECORD.
           CLOSE CREDENTIAL-AUDIT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM HTTP-CREDENTIAL-ADMIN.
