      *> ---------------------------------------------------------------
      *> HTTP-CONFIG-ADMIN
      *>
      *> Operator utility over the three keyed configuration maps the
      *> parser reads on every request - VHOSTS (host to document
      *> root), HANDLERS (path prefix to handler program) and
      *> REDIRECTS (moved path to its new location) : reads one
      *> command line and
      *>
      *>   LIST [map]              lists the entries of one map, or
      *>                           of all three (the default)
      *>   ADD map entry           adds a new entry
      *>   CHANGE map entry        replaces an entry already on file,
      *>                           found by the entry's key
      *>   DELETE map key          removes an entry
      *>   LOAD [map]              takes the old flat file of one map,
      *>                           or of all three, across, once
      *>
      *> where map is VHOSTS, HANDLERS or REDIRECTS (VHOST, HANDLER and
      *> REDIRECT will do) and an entry is written as the old flat
      *> files had it :
      *>
      *>   VHOSTS     host root [doc-list] [AUTOINDEX]
      *>   HANDLERS   prefix program
      *>   REDIRECTS  old-path target [301|302 [host]]
      *>
      *> the key being the host, the prefix, or the old path with its
      *> host (DELETE REDIRECTS old-path [host]). Host names are kept
      *> in lower case. An entry is checked as HTTP-CONFIG-CHECK would
      *> check it before it goes on file, and the parser picks a
      *> change up on its next request - there is nothing to restart.
      *> Every change is written to the CFGLOG change log with the
      *> operator's login and the entry before and after it.
      *>
      *> The old flat files are read under the names VHOSTSO,
      *> HANDLERSO and REDIRECTSO ; rename them so before LOAD. A
      *> line the parser would have dropped is skipped, and so is a
      *> second line for a key already loaded - the first one was
      *> the one the parser matched.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CONFIG-ADMIN.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIRTUAL-HOST-FILE ASSIGN TO "VHOSTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VIRTUAL-HOST-NAME
              FILE STATUS IS LOCAL-VIRTUAL-HOST-FILE-STATUS.
           SELECT HANDLER-MAP-FILE ASSIGN TO "HANDLERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HANDLER-MAP-PREFIX
              FILE STATUS IS LOCAL-HANDLER-MAP-FILE-STATUS.
           SELECT REDIRECT-MAP-FILE ASSIGN TO "REDIRECTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REDIRECT-MAP-KEY
              FILE STATUS IS LOCAL-REDIRECT-MAP-FILE-STATUS.
           SELECT CONFIG-LOG-FILE ASSIGN TO "CFGLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CONFIG-LOG-STATUS.
           SELECT OLD-CONFIG-FILE
                 ASSIGN TO DYNAMIC LOCAL-OLD-CONFIG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-OLD-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VIRTUAL-HOST-FILE.
       COPY VHOSTR.

       FD HANDLER-MAP-FILE.
       COPY HANDLERR.

       FD REDIRECT-MAP-FILE.
       COPY REDIRR.

       FD CONFIG-LOG-FILE.
       COPY CFGLOGR.

      *> a line of one of the old flat map files, renamed with a
      *> trailing O : the same tokens an ADD takes
       FD OLD-CONFIG-FILE.
       01 OLD-CONFIG-RECORD PIC X(1200).

       WORKING-STORAGE SECTION.
       77 LOCAL-VIRTUAL-HOST-FILE-STATUS PIC X(2).
       77 LOCAL-HANDLER-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-REDIRECT-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-CONFIG-LOG-STATUS PIC X(2).
       77 LOCAL-OLD-CONFIG-STATUS PIC X(2).
       77 LOCAL-OLD-CONFIG-PATH PIC X(64).

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE     PIC X(1200).
          03 LOCAL-COMMAND-VERB     PIC X(8).
          03 LOCAL-COMMAND-MAP      PIC X(10).
          03 LOCAL-COMMAND-TOKEN-1  PIC X(300).
          03 LOCAL-COMMAND-TOKEN-2  PIC X(300).
          03 LOCAL-COMMAND-TOKEN-3  PIC X(300).
          03 LOCAL-COMMAND-TOKEN-4  PIC X(300).
          03 LOCAL-COMMAND-EXTRA    PIC X(8).

       01 LOCAL-MAP-NAME PIC X(9).
          88 LOCAL-MAP-ALL          VALUE SPACES.
          88 LOCAL-MAP-VHOSTS       VALUE "VHOSTS".
          88 LOCAL-MAP-HANDLERS     VALUE "HANDLERS".
          88 LOCAL-MAP-REDIRECTS    VALUE "REDIRECTS".
          88 LOCAL-MAP-UNKNOWN      VALUE "?".

       01 LOCAL-AUDIT-WORK-AREA.
          03 LOCAL-OPERATOR-ID      PIC X(32).
          03 LOCAL-LOG-ACTION       PIC X(8).
          03 LOCAL-LOG-BEFORE       PIC X(600).
          03 LOCAL-LOG-AFTER        PIC X(600).
          03 LOCAL-TODAY            PIC 9(8).
          03 LOCAL-NOW              PIC 9(8).

       01 LOCAL-ENTRY-WORK-AREA.
          03 LOCAL-ENTRY-VALID-FLAG PIC X(1).
             88 LOCAL-ENTRY-VALID       VALUE "Y".
          03 LOCAL-ENTRY-PROBLEM    PIC X(60).
          03 LOCAL-ENTRY-TEXT       PIC X(600).
          03 LOCAL-KEY-TEXT         PIC X(330).
          03 LOCAL-TEXT-POINTER     PIC 9(4) COMP.
          03 LOCAL-OPTION-WORD      PIC X(30).
          03 LOCAL-HOST-CHARACTER-COUNT PIC 9(4) COMP.
          03 LOCAL-ENTRY-FOUND-FLAG PIC X(1).
             88 LOCAL-ENTRY-FOUND       VALUE "Y".

      *> the new entry of a CHANGE is built and checked first, then
      *> held here while the entry on file is read for the log
       01 LOCAL-SAVED-ENTRY PIC X(700).

       01 LOCAL-LIST-DONE-FLAG PIC X(1) VALUE "N".
          88 LOCAL-LIST-DONE VALUE "Y".
       01 LOCAL-OLD-CONFIG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-OLD-CONFIG-AT-END VALUE "Y".

       01 LOCAL-RUN-TOTALS.
          03 LOCAL-LISTED-COUNT     PIC 9(5) VALUE ZERO.
          03 LOCAL-LOADED-COUNT     PIC 9(5) VALUE ZERO.
          03 LOCAL-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
          03 LOCAL-LINE-NUMBER      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LOCAL-COMMAND-LINE.
           PERFORM 0500-SPLIT-COMMAND THRU 0500-EXIT.
           PERFORM 0550-NAME-MAP THRU 0550-EXIT.

           ACCEPT LOCAL-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF LOCAL-OPERATOR-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO LOCAL-OPERATOR-ID
           END-IF.
           ACCEPT LOCAL-TODAY FROM DATE YYYYMMDD.
           ACCEPT LOCAL-NOW FROM TIME.

           IF LOCAL-MAP-UNKNOWN
              OR (LOCAL-MAP-ALL
                 AND LOCAL-COMMAND-VERB IS NOT EQUAL TO "LIST"
                 AND LOCAL-COMMAND-VERB IS NOT EQUAL TO "LOAD"
                 AND LOCAL-COMMAND-VERB IS NOT EQUAL TO SPACES)
              PERFORM 0900-SHOW-USAGE THRU 0900-EXIT
              GO TO 0000-STOP
           END-IF.

           PERFORM 0600-OPEN-CONFIG-FILES THRU 0600-EXIT.
           IF RETURN-CODE IS EQUAL TO 16
              GO TO 0000-STOP
           END-IF.

           EVALUATE TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LIST"
                 OR LOCAL-COMMAND-VERB IS EQUAL TO SPACES
                 PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "ADD"
                 PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "CHANGE"
                 PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "DELETE"
                 PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LOAD"
                 PERFORM 6000-LOAD-OLD-FILES THRU 6000-EXIT
              WHEN OTHER
                 PERFORM 0900-SHOW-USAGE THRU 0900-EXIT
           END-EVALUATE.

           CLOSE VIRTUAL-HOST-FILE HANDLER-MAP-FILE REDIRECT-MAP-FILE.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 0500-SPLIT-COMMAND - verb, map and up to four entry tokens ;
      *> anything past the fourth token is caught by the entry check
      *> ----------------------------------------------------------
       0500-SPLIT-COMMAND.
           MOVE SPACES TO LOCAL-COMMAND-VERB LOCAL-COMMAND-MAP.
           PERFORM 0510-CLEAR-ENTRY-TOKENS THRU 0510-EXIT.
           UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-VERB LOCAL-COMMAND-MAP
                   LOCAL-COMMAND-TOKEN-1 LOCAL-COMMAND-TOKEN-2
                   LOCAL-COMMAND-TOKEN-3 LOCAL-COMMAND-TOKEN-4
                   LOCAL-COMMAND-EXTRA.
           INSPECT LOCAL-COMMAND-VERB
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT LOCAL-COMMAND-MAP
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       0500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0510-CLEAR-ENTRY-TOKENS - clear the entry tokens ahead of an
      *> UNSTRING into them, so a short line leaves nothing behind
      *> ----------------------------------------------------------
       0510-CLEAR-ENTRY-TOKENS.
           MOVE SPACES TO LOCAL-COMMAND-TOKEN-1 LOCAL-COMMAND-TOKEN-2
                          LOCAL-COMMAND-TOKEN-3 LOCAL-COMMAND-TOKEN-4
                          LOCAL-COMMAND-EXTRA.
       0510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0550-NAME-MAP - the map the command is about, singular or
      *> plural ; blank is all three, which only LIST and LOAD take
      *> ----------------------------------------------------------
       0550-NAME-MAP.
           EVALUATE LOCAL-COMMAND-MAP
              WHEN SPACES
                 MOVE SPACES TO LOCAL-MAP-NAME
              WHEN "VHOST"
              WHEN "VHOSTS"
                 SET LOCAL-MAP-VHOSTS TO TRUE
              WHEN "HANDLER"
              WHEN "HANDLERS"
                 SET LOCAL-MAP-HANDLERS TO TRUE
              WHEN "REDIRECT"
              WHEN "REDIRECTS"
                 SET LOCAL-MAP-REDIRECTS TO TRUE
              WHEN OTHER
                 SET LOCAL-MAP-UNKNOWN TO TRUE
           END-EVALUATE.
       0550-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0600-OPEN-CONFIG-FILES - all three maps open for update,
      *> each created empty the first time an entry is ever added
      *> ----------------------------------------------------------
       0600-OPEN-CONFIG-FILES.
           OPEN I-O VIRTUAL-HOST-FILE.
           IF LOCAL-VIRTUAL-HOST-FILE-STATUS IS EQUAL TO "35"
              OPEN OUTPUT VIRTUAL-HOST-FILE
              CLOSE VIRTUAL-HOST-FILE
              OPEN I-O VIRTUAL-HOST-FILE
           END-IF.
           IF LOCAL-VIRTUAL-HOST-FILE-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-VIRTUAL-HOST-FILE-STATUS IS NOT EQUAL TO "05"
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO OPEN VHOSTS, "
                 "STATUS=" LOCAL-VIRTUAL-HOST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0600-EXIT
           END-IF.

           OPEN I-O HANDLER-MAP-FILE.
           IF LOCAL-HANDLER-MAP-FILE-STATUS IS EQUAL TO "35"
              OPEN OUTPUT HANDLER-MAP-FILE
              CLOSE HANDLER-MAP-FILE
              OPEN I-O HANDLER-MAP-FILE
           END-IF.
           IF LOCAL-HANDLER-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-HANDLER-MAP-FILE-STATUS IS NOT EQUAL TO "05"
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO OPEN HANDLERS, "
                 "STATUS=" LOCAL-HANDLER-MAP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0600-EXIT
           END-IF.

           OPEN I-O REDIRECT-MAP-FILE.
           IF LOCAL-REDIRECT-MAP-FILE-STATUS IS EQUAL TO "35"
              OPEN OUTPUT REDIRECT-MAP-FILE
              CLOSE REDIRECT-MAP-FILE
              OPEN I-O REDIRECT-MAP-FILE
           END-IF.
           IF LOCAL-REDIRECT-MAP-FILE-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-REDIRECT-MAP-FILE-STATUS IS NOT EQUAL TO "05"
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO OPEN REDIRECTS, "
                 "STATUS=" LOCAL-REDIRECT-MAP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
       0600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0900-SHOW-USAGE - an unknown verb or map, RETURN-CODE 8
      *> ----------------------------------------------------------
       0900-SHOW-USAGE.
           DISPLAY "HTTP-CONFIG-ADMIN: COMMANDS ARE LIST [map], "
              "ADD <map> <entry>, CHANGE <map> <entry>, "
              "DELETE <map> <key>, LOAD [map]".
           DISPLAY "HTTP-CONFIG-ADMIN: MAP IS VHOSTS, HANDLERS OR "
              "REDIRECTS ; ENTRIES ARE "
              """host root [doc-list] [AUTOINDEX]"", "
              """prefix program"", "
              """old-path target [301|302 [host]]""".
           MOVE 8 TO RETURN-CODE.
       0900-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1000-BUILD-VIRTUAL-HOST - the entry tokens as a VHOSTS
      *> record, checked : a host (no port, no "/") and a root are
      *> required ; AUTOINDEX is taken as the fourth token or, with
      *> no doc list, as the third, exactly as the parser always read
      *> the flat file, and anything else in either place is refused
      *> ----------------------------------------------------------
       1000-BUILD-VIRTUAL-HOST.
           MOVE "N" TO LOCAL-ENTRY-VALID-FLAG.
           MOVE SPACES TO LOCAL-ENTRY-PROBLEM.
           INSPECT LOCAL-COMMAND-TOKEN-1
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           MOVE ZERO TO LOCAL-HOST-CHARACTER-COUNT.
           INSPECT LOCAL-COMMAND-TOKEN-1
              TALLYING LOCAL-HOST-CHARACTER-COUNT FOR ALL ":" "/".

           EVALUATE TRUE
              WHEN LOCAL-COMMAND-TOKEN-1 IS EQUAL TO SPACES
                 OR LOCAL-COMMAND-TOKEN-2 IS EQUAL TO SPACES
                 MOVE "NEEDS HOST AND ROOT" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-1(65:) IS NOT EQUAL TO SPACES
                 MOVE "HOST NAME LONGER THAN 64" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-HOST-CHARACTER-COUNT IS GREATER THAN ZERO
                 MOVE "HOST NAME CARRIES A PORT OR A PATH"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-2(257:) IS NOT EQUAL TO SPACES
                 OR LOCAL-COMMAND-TOKEN-3(257:) IS NOT EQUAL TO SPACES
                 MOVE "ROOT OR DOC LIST LONGER THAN 256"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-EXTRA IS NOT EQUAL TO SPACES
                 MOVE "TOO MANY VALUES" TO LOCAL-ENTRY-PROBLEM
           END-EVALUATE.
           IF LOCAL-ENTRY-PROBLEM IS NOT EQUAL TO SPACES
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO VIRTUAL-HOST-RECORD.
           MOVE LOCAL-COMMAND-TOKEN-1 TO VIRTUAL-HOST-NAME.
           MOVE LOCAL-COMMAND-TOKEN-2 TO VIRTUAL-HOST-ROOT.
           MOVE LOCAL-COMMAND-TOKEN-3 TO VIRTUAL-HOST-DEFAULT-DOCS.
           SET VIRTUAL-HOST-AUTOINDEX-OFF TO TRUE.

           MOVE LOCAL-COMMAND-TOKEN-4 TO LOCAL-OPTION-WORD.
           INSPECT LOCAL-OPTION-WORD
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF LOCAL-OPTION-WORD IS EQUAL TO "AUTOINDEX"
              SET VIRTUAL-HOST-AUTOINDEX-ON TO TRUE
           ELSE
              IF LOCAL-COMMAND-TOKEN-4 IS NOT EQUAL TO SPACES
                 MOVE "UNKNOWN OPTION (EXPECTED AUTOINDEX)"
                    TO LOCAL-ENTRY-PROBLEM
                 GO TO 1000-EXIT
              END-IF
           END-IF.

           MOVE LOCAL-COMMAND-TOKEN-3 TO LOCAL-OPTION-WORD.
           INSPECT LOCAL-OPTION-WORD
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF LOCAL-OPTION-WORD IS EQUAL TO "AUTOINDEX"
              IF VIRTUAL-HOST-AUTOINDEX-ON
                 MOVE "AUTOINDEX IS NOT A DEFAULT-DOC LIST"
                    TO LOCAL-ENTRY-PROBLEM
                 GO TO 1000-EXIT
              END-IF
              SET VIRTUAL-HOST-AUTOINDEX-ON TO TRUE
              MOVE SPACES TO VIRTUAL-HOST-DEFAULT-DOCS
           END-IF.

           MOVE LOCAL-TODAY       TO VIRTUAL-HOST-CHANGED-DATE.
           MOVE LOCAL-NOW         TO VIRTUAL-HOST-CHANGED-TIME.
           MOVE LOCAL-OPERATOR-ID TO VIRTUAL-HOST-CHANGED-BY.
           SET LOCAL-ENTRY-VALID TO TRUE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1100-BUILD-HANDLER - the entry tokens as a HANDLERS record :
      *> a prefix starting "/" (no request path can match any other)
      *> and a program name that fits a CALL
      *> ----------------------------------------------------------
       1100-BUILD-HANDLER.
           MOVE "N" TO LOCAL-ENTRY-VALID-FLAG.
           MOVE SPACES TO LOCAL-ENTRY-PROBLEM.
           EVALUATE TRUE
              WHEN LOCAL-COMMAND-TOKEN-1 IS EQUAL TO SPACES
                 OR LOCAL-COMMAND-TOKEN-2 IS EQUAL TO SPACES
                 MOVE "NEEDS PREFIX AND PROGRAM" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-1(1:1) IS NOT EQUAL TO "/"
                 MOVE "PREFIX MUST START WITH /" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-1(257:) IS NOT EQUAL TO SPACES
                 MOVE "PREFIX LONGER THAN 256" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-2(31:) IS NOT EQUAL TO SPACES
                 MOVE "PROGRAM NAME LONGER THAN 30"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-3 IS NOT EQUAL TO SPACES
                 MOVE "TOO MANY VALUES" TO LOCAL-ENTRY-PROBLEM
           END-EVALUATE.
           IF LOCAL-ENTRY-PROBLEM IS NOT EQUAL TO SPACES
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO HANDLER-MAP-RECORD.
           MOVE LOCAL-COMMAND-TOKEN-1 TO HANDLER-MAP-PREFIX.
           MOVE LOCAL-COMMAND-TOKEN-2 TO HANDLER-MAP-PROGRAM.
           MOVE LOCAL-TODAY       TO HANDLER-MAP-CHANGED-DATE.
           MOVE LOCAL-NOW         TO HANDLER-MAP-CHANGED-TIME.
           MOVE LOCAL-OPERATOR-ID TO HANDLER-MAP-CHANGED-BY.
           SET LOCAL-ENTRY-VALID TO TRUE.
       1100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1200-BUILD-REDIRECT - the entry tokens as a REDIRECTS
      *> record : an old path starting "/" and a target are required,
      *> the status is 301 unless 302 is given (nothing else is
      *> honoured, so nothing else is taken) and the optional host
      *> is folded to lower case like VHOSTS
      *> ----------------------------------------------------------
       1200-BUILD-REDIRECT.
           MOVE "N" TO LOCAL-ENTRY-VALID-FLAG.
           MOVE SPACES TO LOCAL-ENTRY-PROBLEM.
           INSPECT LOCAL-COMMAND-TOKEN-4
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           MOVE ZERO TO LOCAL-HOST-CHARACTER-COUNT.
           INSPECT LOCAL-COMMAND-TOKEN-4
              TALLYING LOCAL-HOST-CHARACTER-COUNT FOR ALL ":" "/".
           EVALUATE TRUE
              WHEN LOCAL-COMMAND-TOKEN-1 IS EQUAL TO SPACES
                 OR LOCAL-COMMAND-TOKEN-2 IS EQUAL TO SPACES
                 MOVE "NEEDS OLD PATH AND TARGET"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-1(1:1) IS NOT EQUAL TO "/"
                 MOVE "OLD PATH MUST START WITH /"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-1(257:) IS NOT EQUAL TO SPACES
                 OR LOCAL-COMMAND-TOKEN-2(257:) IS NOT EQUAL TO SPACES
                 MOVE "OLD PATH OR TARGET LONGER THAN 256"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-3 IS NOT EQUAL TO SPACES
                 AND LOCAL-COMMAND-TOKEN-3 IS NOT EQUAL TO "301"
                 AND LOCAL-COMMAND-TOKEN-3 IS NOT EQUAL TO "302"
                 MOVE "STATUS MUST BE 301 OR 302"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-TOKEN-4(65:) IS NOT EQUAL TO SPACES
                 MOVE "HOST NAME LONGER THAN 64" TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-HOST-CHARACTER-COUNT IS GREATER THAN ZERO
                 MOVE "HOST NAME CARRIES A PORT OR A PATH"
                    TO LOCAL-ENTRY-PROBLEM
              WHEN LOCAL-COMMAND-EXTRA IS NOT EQUAL TO SPACES
                 MOVE "TOO MANY VALUES" TO LOCAL-ENTRY-PROBLEM
           END-EVALUATE.
           IF LOCAL-ENTRY-PROBLEM IS NOT EQUAL TO SPACES
              GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO REDIRECT-MAP-RECORD.
           MOVE LOCAL-COMMAND-TOKEN-1 TO REDIRECT-MAP-OLD-PATH.
           MOVE LOCAL-COMMAND-TOKEN-4 TO REDIRECT-MAP-HOST.
           MOVE LOCAL-COMMAND-TOKEN-2 TO REDIRECT-MAP-TARGET.
           IF LOCAL-COMMAND-TOKEN-3 IS EQUAL TO "302"
              MOVE 302 TO REDIRECT-MAP-STATUS
           ELSE
              MOVE 301 TO REDIRECT-MAP-STATUS
           END-IF.
           MOVE LOCAL-TODAY       TO REDIRECT-MAP-CHANGED-DATE.
           MOVE LOCAL-NOW         TO REDIRECT-MAP-CHANGED-TIME.
           MOVE LOCAL-OPERATOR-ID TO REDIRECT-MAP-CHANGED-BY.
           SET LOCAL-ENTRY-VALID TO TRUE.
       1200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-BUILD-ENTRY - the entry tokens as a record of the map
      *> the command names
      *> ----------------------------------------------------------
       1500-BUILD-ENTRY.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 PERFORM 1000-BUILD-VIRTUAL-HOST THRU 1000-EXIT
              WHEN LOCAL-MAP-HANDLERS
                 PERFORM 1100-BUILD-HANDLER THRU 1100-EXIT
              WHEN LOCAL-MAP-REDIRECTS
                 PERFORM 1200-BUILD-REDIRECT THRU 1200-EXIT
           END-EVALUATE.
       1500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1600-READ-ENTRY - the entry on file under the key already
      *> in the map's record ; LOCAL-ENTRY-FOUND says whether there
      *> was one, and LOCAL-ENTRY-TEXT then holds it as written
      *> ----------------------------------------------------------
       1600-READ-ENTRY.
           SET LOCAL-ENTRY-FOUND TO TRUE.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 READ VIRTUAL-HOST-FILE
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-FOUND-FLAG
                 END-READ
              WHEN LOCAL-MAP-HANDLERS
                 READ HANDLER-MAP-FILE
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-FOUND-FLAG
                 END-READ
              WHEN LOCAL-MAP-REDIRECTS
                 READ REDIRECT-MAP-FILE
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-FOUND-FLAG
                 END-READ
           END-EVALUATE.
           IF LOCAL-ENTRY-FOUND
              PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT
           ELSE
              PERFORM 1650-FORMAT-KEY THRU 1650-EXIT
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " HAS NO ENTRY FOR "
                 FUNCTION TRIM(LOCAL-KEY-TEXT TRAILING)
              MOVE 8 TO RETURN-CODE
           END-IF.
       1600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1650-FORMAT-KEY - the key in the map's record, for a message
      *> ----------------------------------------------------------
       1650-FORMAT-KEY.
           MOVE SPACES TO LOCAL-KEY-TEXT.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 MOVE VIRTUAL-HOST-NAME TO LOCAL-KEY-TEXT
              WHEN LOCAL-MAP-HANDLERS
                 MOVE HANDLER-MAP-PREFIX TO LOCAL-KEY-TEXT
              WHEN LOCAL-MAP-REDIRECTS
                 STRING FUNCTION TRIM(REDIRECT-MAP-OLD-PATH TRAILING)
                        " " REDIRECT-MAP-HOST
                       DELIMITED BY SIZE
                    INTO LOCAL-KEY-TEXT
           END-EVALUATE.
       1650-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-LIST-ENTRIES - every entry of the map named, or of all
      *> three, in key order with who last changed it
      *> ----------------------------------------------------------
       2000-LIST-ENTRIES.
           IF LOCAL-MAP-ALL OR LOCAL-MAP-VHOSTS
              PERFORM 2100-LIST-VIRTUAL-HOSTS THRU 2100-EXIT
           END-IF.
           IF LOCAL-MAP-ALL OR LOCAL-MAP-HANDLERS
              PERFORM 2200-LIST-HANDLERS THRU 2200-EXIT
           END-IF.
           IF LOCAL-MAP-ALL OR LOCAL-MAP-REDIRECTS
              PERFORM 2300-LIST-REDIRECTS THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LIST-VIRTUAL-HOSTS.
           DISPLAY "VHOSTS".
           MOVE ZERO TO LOCAL-LISTED-COUNT.
           MOVE "N" TO LOCAL-LIST-DONE-FLAG.
           MOVE LOW-VALUES TO VIRTUAL-HOST-NAME.
           START VIRTUAL-HOST-FILE KEY IS GREATER THAN OR EQUAL TO
                 VIRTUAL-HOST-NAME
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 2110-LIST-ONE-VIRTUAL-HOST THRU 2110-EXIT
              UNTIL LOCAL-LIST-DONE.
           DISPLAY "TOTAL VHOSTS=" LOCAL-LISTED-COUNT.
       2100-EXIT.
           EXIT.

       2110-LIST-ONE-VIRTUAL-HOST.
           READ VIRTUAL-HOST-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 2110-EXIT
           END-READ.
           ADD 1 TO LOCAL-LISTED-COUNT.
           SET LOCAL-MAP-VHOSTS TO TRUE.
           PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
           DISPLAY "  " FUNCTION TRIM(LOCAL-ENTRY-TEXT TRAILING)
              "  (" VIRTUAL-HOST-CHANGED-DATE " "
              VIRTUAL-HOST-CHANGED-TIME " "
              FUNCTION TRIM(VIRTUAL-HOST-CHANGED-BY TRAILING) ")".
       2110-EXIT.
           EXIT.

       2200-LIST-HANDLERS.
           DISPLAY "HANDLERS".
           MOVE ZERO TO LOCAL-LISTED-COUNT.
           MOVE "N" TO LOCAL-LIST-DONE-FLAG.
           MOVE LOW-VALUES TO HANDLER-MAP-PREFIX.
           START HANDLER-MAP-FILE KEY IS GREATER THAN OR EQUAL TO
                 HANDLER-MAP-PREFIX
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 2210-LIST-ONE-HANDLER THRU 2210-EXIT
              UNTIL LOCAL-LIST-DONE.
           DISPLAY "TOTAL HANDLERS=" LOCAL-LISTED-COUNT.
       2200-EXIT.
           EXIT.

       2210-LIST-ONE-HANDLER.
           READ HANDLER-MAP-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 2210-EXIT
           END-READ.
           ADD 1 TO LOCAL-LISTED-COUNT.
           SET LOCAL-MAP-HANDLERS TO TRUE.
           PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
           DISPLAY "  " FUNCTION TRIM(LOCAL-ENTRY-TEXT TRAILING)
              "  (" HANDLER-MAP-CHANGED-DATE " "
              HANDLER-MAP-CHANGED-TIME " "
              FUNCTION TRIM(HANDLER-MAP-CHANGED-BY TRAILING) ")".
       2210-EXIT.
           EXIT.

       2300-LIST-REDIRECTS.
           DISPLAY "REDIRECTS".
           MOVE ZERO TO LOCAL-LISTED-COUNT.
           MOVE "N" TO LOCAL-LIST-DONE-FLAG.
           MOVE LOW-VALUES TO REDIRECT-MAP-KEY.
           START REDIRECT-MAP-FILE KEY IS GREATER THAN OR EQUAL TO
                 REDIRECT-MAP-KEY
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 2310-LIST-ONE-REDIRECT THRU 2310-EXIT
              UNTIL LOCAL-LIST-DONE.
           DISPLAY "TOTAL REDIRECTS=" LOCAL-LISTED-COUNT.
       2300-EXIT.
           EXIT.

       2310-LIST-ONE-REDIRECT.
           READ REDIRECT-MAP-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 2310-EXIT
           END-READ.
           ADD 1 TO LOCAL-LISTED-COUNT.
           SET LOCAL-MAP-REDIRECTS TO TRUE.
           PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
           DISPLAY "  " FUNCTION TRIM(LOCAL-ENTRY-TEXT TRAILING)
              "  (" REDIRECT-MAP-CHANGED-DATE " "
              REDIRECT-MAP-CHANGED-TIME " "
              FUNCTION TRIM(REDIRECT-MAP-CHANGED-BY TRAILING) ")".
       2310-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-ADD-ENTRY - a new entry ; a key already on file is left
      *> alone with RETURN-CODE 8 (CHANGE is for that)
      *> ----------------------------------------------------------
       3000-ADD-ENTRY.
           PERFORM 1500-BUILD-ENTRY THRU 1500-EXIT.
           IF NOT LOCAL-ENTRY-VALID
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " ENTRY REFUSED - "
                 FUNCTION TRIM(LOCAL-ENTRY-PROBLEM TRAILING)
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-WRITE-NEW-ENTRY THRU 3100-EXIT.
           IF LOCAL-ENTRY-VALID
              MOVE "ADD" TO LOCAL-LOG-ACTION
              MOVE SPACES TO LOCAL-LOG-BEFORE
              MOVE LOCAL-ENTRY-TEXT TO LOCAL-LOG-AFTER
              PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " ADDED " FUNCTION TRIM(LOCAL-ENTRY-TEXT TRAILING)
           END-IF.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-WRITE-NEW-ENTRY - the built record onto its map, shared
      *> with LOAD ; LOCAL-ENTRY-VALID is cleared when the key was
      *> already taken, and LOCAL-ENTRY-TEXT holds the entry written
      *> ----------------------------------------------------------
       3100-WRITE-NEW-ENTRY.
           PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 WRITE VIRTUAL-HOST-RECORD
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-VALID-FLAG
                 END-WRITE
              WHEN LOCAL-MAP-HANDLERS
                 WRITE HANDLER-MAP-RECORD
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-VALID-FLAG
                 END-WRITE
              WHEN LOCAL-MAP-REDIRECTS
                 WRITE REDIRECT-MAP-RECORD
                    INVALID KEY
                       MOVE "N" TO LOCAL-ENTRY-VALID-FLAG
                 END-WRITE
           END-EVALUATE.
           IF NOT LOCAL-ENTRY-VALID
              PERFORM 1650-FORMAT-KEY THRU 1650-EXIT
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " ALREADY HAS AN ENTRY FOR "
                 FUNCTION TRIM(LOCAL-KEY-TEXT TRAILING)
              MOVE 8 TO RETURN-CODE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-CHANGE-ENTRY - the entry on file under the new entry's
      *> key is replaced whole ; the change log gets both. An entry
      *> that comes out the same is left alone
      *> ----------------------------------------------------------
       4000-CHANGE-ENTRY.
           PERFORM 1500-BUILD-ENTRY THRU 1500-EXIT.
           IF NOT LOCAL-ENTRY-VALID
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " ENTRY REFUSED - "
                 FUNCTION TRIM(LOCAL-ENTRY-PROBLEM TRAILING)
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
           MOVE LOCAL-ENTRY-TEXT TO LOCAL-LOG-AFTER.
           PERFORM 4100-SAVE-NEW-ENTRY THRU 4100-EXIT.

           PERFORM 1600-READ-ENTRY THRU 1600-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 4000-EXIT
           END-IF.
           MOVE LOCAL-ENTRY-TEXT TO LOCAL-LOG-BEFORE.
           IF LOCAL-LOG-BEFORE IS EQUAL TO LOCAL-LOG-AFTER
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-MAP-NAME)
                 " UNCHANGED " FUNCTION TRIM(LOCAL-LOG-AFTER TRAILING)
              GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-REWRITE-ENTRY THRU 4200-EXIT.
           IF RETURN-CODE IS EQUAL TO 16
              GO TO 4000-EXIT
           END-IF.
           MOVE "CHANGE" TO LOCAL-LOG-ACTION.
           PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
           DISPLAY "HTTP-CONFIG-ADMIN: " FUNCTION TRIM(LOCAL-MAP-NAME)
              " CHANGED " FUNCTION TRIM(LOCAL-LOG-BEFORE TRAILING).
           DISPLAY "HTTP-CONFIG-ADMIN: " FUNCTION TRIM(LOCAL-MAP-NAME)
              "      TO " FUNCTION TRIM(LOCAL-LOG-AFTER TRAILING).
       4000-EXIT.
           EXIT.

       4100-SAVE-NEW-ENTRY.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 MOVE VIRTUAL-HOST-RECORD TO LOCAL-SAVED-ENTRY
              WHEN LOCAL-MAP-HANDLERS
                 MOVE HANDLER-MAP-RECORD TO LOCAL-SAVED-ENTRY
              WHEN LOCAL-MAP-REDIRECTS
                 MOVE REDIRECT-MAP-RECORD TO LOCAL-SAVED-ENTRY
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4200-REWRITE-ENTRY - the saved new entry back over the one
      *> just read
      *> ----------------------------------------------------------
       4200-REWRITE-ENTRY.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 MOVE LOCAL-SAVED-ENTRY TO VIRTUAL-HOST-RECORD
                 REWRITE VIRTUAL-HOST-RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-REWRITE
              WHEN LOCAL-MAP-HANDLERS
                 MOVE LOCAL-SAVED-ENTRY TO HANDLER-MAP-RECORD
                 REWRITE HANDLER-MAP-RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-REWRITE
              WHEN LOCAL-MAP-REDIRECTS
                 MOVE LOCAL-SAVED-ENTRY TO REDIRECT-MAP-RECORD
                 REWRITE REDIRECT-MAP-RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-REWRITE
           END-EVALUATE.
           IF RETURN-CODE IS EQUAL TO 16
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO UPDATE "
                 FUNCTION TRIM(LOCAL-MAP-NAME) " ENTRY "
                 FUNCTION TRIM(LOCAL-LOG-BEFORE TRAILING)
           END-IF.
       4200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-DELETE-ENTRY - the entry under the key given is removed
      *> and logged as it stood
      *> ----------------------------------------------------------
       5000-DELETE-ENTRY.
           IF LOCAL-COMMAND-TOKEN-1 IS EQUAL TO SPACES
              DISPLAY "HTTP-CONFIG-ADMIN: DELETE NEEDS THE "
                 FUNCTION TRIM(LOCAL-MAP-NAME) " KEY"
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 INSPECT LOCAL-COMMAND-TOKEN-1
                    CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                            TO "abcdefghijklmnopqrstuvwxyz"
                 MOVE LOCAL-COMMAND-TOKEN-1 TO VIRTUAL-HOST-NAME
              WHEN LOCAL-MAP-HANDLERS
                 MOVE LOCAL-COMMAND-TOKEN-1 TO HANDLER-MAP-PREFIX
              WHEN LOCAL-MAP-REDIRECTS
                 INSPECT LOCAL-COMMAND-TOKEN-2
                    CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                            TO "abcdefghijklmnopqrstuvwxyz"
                 MOVE LOCAL-COMMAND-TOKEN-1 TO REDIRECT-MAP-OLD-PATH
                 MOVE LOCAL-COMMAND-TOKEN-2 TO REDIRECT-MAP-HOST
           END-EVALUATE.

           PERFORM 1600-READ-ENTRY THRU 1600-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 5000-EXIT
           END-IF.
           MOVE LOCAL-ENTRY-TEXT TO LOCAL-LOG-BEFORE.
           MOVE SPACES TO LOCAL-LOG-AFTER.

           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 DELETE VIRTUAL-HOST-FILE RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-DELETE
              WHEN LOCAL-MAP-HANDLERS
                 DELETE HANDLER-MAP-FILE RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-DELETE
              WHEN LOCAL-MAP-REDIRECTS
                 DELETE REDIRECT-MAP-FILE RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                 END-DELETE
           END-EVALUATE.
           IF RETURN-CODE IS EQUAL TO 16
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO DELETE "
                 FUNCTION TRIM(LOCAL-MAP-NAME) " ENTRY "
                 FUNCTION TRIM(LOCAL-LOG-BEFORE TRAILING)
              GO TO 5000-EXIT
           END-IF.

           MOVE "DELETE" TO LOCAL-LOG-ACTION.
           PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
           DISPLAY "HTTP-CONFIG-ADMIN: " FUNCTION TRIM(LOCAL-MAP-NAME)
              " DELETED " FUNCTION TRIM(LOCAL-LOG-BEFORE TRAILING).
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-LOAD-OLD-FILES - the old flat file of the map named,
      *> or of all three ; RETURN-CODE 8 when a line was skipped
      *> ----------------------------------------------------------
       6000-LOAD-OLD-FILES.
           IF LOCAL-MAP-ALL
              SET LOCAL-MAP-VHOSTS TO TRUE
              PERFORM 6100-LOAD-ONE-MAP THRU 6100-EXIT
              SET LOCAL-MAP-HANDLERS TO TRUE
              PERFORM 6100-LOAD-ONE-MAP THRU 6100-EXIT
              SET LOCAL-MAP-REDIRECTS TO TRUE
              PERFORM 6100-LOAD-ONE-MAP THRU 6100-EXIT
           ELSE
              PERFORM 6100-LOAD-ONE-MAP THRU 6100-EXIT
           END-IF.
           IF LOCAL-SKIPPED-COUNT IS GREATER THAN ZERO
              AND RETURN-CODE IS LESS THAN 8
              MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6100-LOAD-ONE-MAP - every line of VHOSTSO, HANDLERSO or
      *> REDIRECTSO onto its map ; the old file should be removed
      *> once loaded - nothing reads it any more
      *> ----------------------------------------------------------
       6100-LOAD-ONE-MAP.
           MOVE SPACES TO LOCAL-OLD-CONFIG-PATH.
           STRING FUNCTION TRIM(LOCAL-MAP-NAME) "O"
                 DELIMITED BY SIZE
              INTO LOCAL-OLD-CONFIG-PATH.
           OPEN INPUT OLD-CONFIG-FILE.
           IF LOCAL-OLD-CONFIG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CONFIG-ADMIN: NO "
                 FUNCTION TRIM(LOCAL-OLD-CONFIG-PATH)
                 " FILE TO LOAD, STATUS=" LOCAL-OLD-CONFIG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6100-EXIT
           END-IF.

           MOVE ZERO TO LOCAL-LOADED-COUNT LOCAL-LINE-NUMBER.
           MOVE "N" TO LOCAL-OLD-CONFIG-EOF-FLAG.
           PERFORM 6200-LOAD-ONE-LINE THRU 6200-EXIT
              WITH TEST AFTER UNTIL LOCAL-OLD-CONFIG-AT-END.
           CLOSE OLD-CONFIG-FILE.
           DISPLAY "HTTP-CONFIG-ADMIN: " FUNCTION TRIM(LOCAL-MAP-NAME)
              " LOADED=" LOCAL-LOADED-COUNT.
       6100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6200-LOAD-ONE-LINE - one old line through the same checks an
      *> ADD makes ; blank lines are passed over quietly
      *> ----------------------------------------------------------
       6200-LOAD-ONE-LINE.
           READ OLD-CONFIG-FILE
              AT END
                 SET LOCAL-OLD-CONFIG-AT-END TO TRUE
                 GO TO 6200-EXIT
           END-READ.
           ADD 1 TO LOCAL-LINE-NUMBER.
           IF OLD-CONFIG-RECORD IS EQUAL TO SPACES
              GO TO 6200-EXIT
           END-IF.

           PERFORM 0510-CLEAR-ENTRY-TOKENS THRU 0510-EXIT.
           UNSTRING OLD-CONFIG-RECORD DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-TOKEN-1 LOCAL-COMMAND-TOKEN-2
                   LOCAL-COMMAND-TOKEN-3 LOCAL-COMMAND-TOKEN-4
                   LOCAL-COMMAND-EXTRA.
           PERFORM 1500-BUILD-ENTRY THRU 1500-EXIT.
           IF NOT LOCAL-ENTRY-VALID
              DISPLAY "HTTP-CONFIG-ADMIN: "
                 FUNCTION TRIM(LOCAL-OLD-CONFIG-PATH)
                 " LINE " LOCAL-LINE-NUMBER " SKIPPED - "
                 FUNCTION TRIM(LOCAL-ENTRY-PROBLEM TRAILING)
              ADD 1 TO LOCAL-SKIPPED-COUNT
              GO TO 6200-EXIT
           END-IF.

           PERFORM 3100-WRITE-NEW-ENTRY THRU 3100-EXIT.
           IF NOT LOCAL-ENTRY-VALID
              ADD 1 TO LOCAL-SKIPPED-COUNT
              GO TO 6200-EXIT
           END-IF.
           ADD 1 TO LOCAL-LOADED-COUNT.
           MOVE "LOAD" TO LOCAL-LOG-ACTION.
           MOVE SPACES TO LOCAL-LOG-BEFORE.
           MOVE LOCAL-ENTRY-TEXT TO LOCAL-LOG-AFTER.
           PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
       6200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-FORMAT-ENTRY - the entry in the map's record written out
      *> the way it is given on the command line, for the listing and
      *> the change log
      *> ----------------------------------------------------------
       7000-FORMAT-ENTRY.
           MOVE SPACES TO LOCAL-ENTRY-TEXT.
           MOVE 1 TO LOCAL-TEXT-POINTER.
           EVALUATE TRUE
              WHEN LOCAL-MAP-VHOSTS
                 PERFORM 7100-FORMAT-VIRTUAL-HOST THRU 7100-EXIT
              WHEN LOCAL-MAP-HANDLERS
                 STRING FUNCTION TRIM(HANDLER-MAP-PREFIX TRAILING) " "
                        FUNCTION TRIM(HANDLER-MAP-PROGRAM TRAILING)
                       DELIMITED BY SIZE
                    INTO LOCAL-ENTRY-TEXT
              WHEN LOCAL-MAP-REDIRECTS
                 PERFORM 7300-FORMAT-REDIRECT THRU 7300-EXIT
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       7100-FORMAT-VIRTUAL-HOST.
           STRING FUNCTION TRIM(VIRTUAL-HOST-NAME TRAILING) " "
                  FUNCTION TRIM(VIRTUAL-HOST-ROOT TRAILING)
                 DELIMITED BY SIZE
              INTO LOCAL-ENTRY-TEXT
              WITH POINTER LOCAL-TEXT-POINTER.
           IF VIRTUAL-HOST-DEFAULT-DOCS IS NOT EQUAL TO SPACES
              STRING " "
                     FUNCTION TRIM(VIRTUAL-HOST-DEFAULT-DOCS TRAILING)
                    DELIMITED BY SIZE
                 INTO LOCAL-ENTRY-TEXT
                 WITH POINTER LOCAL-TEXT-POINTER
           END-IF.
           IF VIRTUAL-HOST-AUTOINDEX-ON
              STRING " AUTOINDEX" DELIMITED BY SIZE
                 INTO LOCAL-ENTRY-TEXT
                 WITH POINTER LOCAL-TEXT-POINTER
           END-IF.
       7100-EXIT.
           EXIT.

       7300-FORMAT-REDIRECT.
           STRING FUNCTION TRIM(REDIRECT-MAP-OLD-PATH TRAILING) " "
                  FUNCTION TRIM(REDIRECT-MAP-TARGET TRAILING) " "
                  REDIRECT-MAP-STATUS
                 DELIMITED BY SIZE
              INTO LOCAL-ENTRY-TEXT
              WITH POINTER LOCAL-TEXT-POINTER.
           IF REDIRECT-MAP-HOST IS NOT EQUAL TO SPACES
              STRING " " FUNCTION TRIM(REDIRECT-MAP-HOST TRAILING)
                    DELIMITED BY SIZE
                 INTO LOCAL-ENTRY-TEXT
                 WITH POINTER LOCAL-TEXT-POINTER
           END-IF.
       7300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-WRITE-CHANGE-LOG - one CFGLOG line for the change just
      *> made ; a change log that cannot be written is a failure of
      *> the run
      *> ----------------------------------------------------------
       8000-WRITE-CHANGE-LOG.
           OPEN EXTEND CONFIG-LOG-FILE.
           IF LOCAL-CONFIG-LOG-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT CONFIG-LOG-FILE
           END-IF.
           IF LOCAL-CONFIG-LOG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CONFIG-ADMIN: UNABLE TO OPEN CFGLOG, "
                 "STATUS=" LOCAL-CONFIG-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.

           MOVE SPACES TO CONFIG-LOG-RECORD.
           ACCEPT CONFIG-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CONFIG-LOG-TIME FROM TIME.
           MOVE LOCAL-LOG-ACTION  TO CONFIG-LOG-ACTION.
           MOVE LOCAL-MAP-NAME    TO CONFIG-LOG-MAP.
           MOVE LOCAL-OPERATOR-ID TO CONFIG-LOG-BY.
           MOVE LOCAL-LOG-BEFORE  TO CONFIG-LOG-BEFORE.
           MOVE LOCAL-LOG-AFTER   TO CONFIG-LOG-AFTER.
           WRITE CONFIG-LOG-RECORD.
           CLOSE CONFIG-LOG-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM HTTP-CONFIG-ADMIN.
