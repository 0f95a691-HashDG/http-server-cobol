      *> ---------------------------------------------------------------
      *> HTTP-CONTENT-PROMOTE
      *>
      *> Puts a release of site content live from a staging root, and
      *> takes it back out again. Reads one command line :
      *>
      *>   PROMOTE release         applies the RELMAN release manifest
      *>                           under the name given
      *>   BACKOUT release         puts back what the last PROMOTE of
      *>                           that release changed
      *>
      *> The release name is up to 32 letters, digits, "-", "_" and
      *> ".". The RELMAN manifest names the site and the staging root
      *> once each, then one file per line :
      *>
      *>   HOST host               a VHOSTS host, or * for DOCROOT
      *>   STAGE directory         where the staged files are, laid
      *>                           out as they will be served
      *>   ADD /path               a new file, copied from staging
      *>   REPLACE /path           a live file, overwritten from
      *>                           staging
      *>   REMOVE /path            a live file, deleted
      *>
      *> Nothing is touched until every line has been checked : each
      *> staged file must be there, each replaced or removed file must
      *> be live and each added one must not be. The files about to be
      *> replaced or removed are then copied into a backout generation,
      *> release.YYYYMMDD.HHMMSS under the RELCFG directory (default
      *> "backout"), and only then is the release applied, in manifest
      *> order. The DOCCAT entry of every file changed is refreshed
      *> from the new file, or dropped for a removed one, so
      *> If-Modified-Since is answered against the new content.
      *>
      *> BACKOUT finds the release's last PROMOTE on the release log,
      *> refuses when a later release has since changed one of its
      *> files (back that out first) or when a saved file is missing,
      *> and otherwise undoes the changes in reverse order : added
      *> files deleted, replaced and removed files copied back out of
      *> the generation.
      *>
      *> Each file, before it is changed, and the end of each run, is
      *> written to the RELLOG release log with the operator's login,
      *> the run's date and time, the host and the generation. A
      *> release cannot be promoted again until it has been backed
      *> out, and only a BACKOUT whose closing line is COMPLETE backs
      *> it out : one that stopped part way leaves the release live,
      *> so BACKOUT can be run again, and still counts as a later
      *> release's change when another release is backed out. A
      *> backout run again takes up the whole of the last PROMOTE,
      *> the files already put back being put back once more.
      *> RETURN-CODE is 16 when nothing could be changed, or
      *> when a run stopped part way (its log lines show what was
      *> done, and BACKOUT undoes it), 8 on a command it does not
      *> know.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  the release host is read by key from the
      *>                   VHOSTS indexed file, with no host limit
      *>   2026-10-15  HD  each file logged before it is changed ; too
      *>                   many later releases and DOCCAT update
      *>                   errors reported
      *>   2026-10-15  HD  a release is backed out only by a BACKOUT
      *>                   that ran to COMPLETE
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CONTENT-PROMOTE.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-ROOT-FILE ASSIGN TO "DOCROOT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-DOCUMENT-ROOT-FILE-STATUS.
           SELECT VIRTUAL-HOST-FILE ASSIGN TO "VHOSTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VIRTUAL-HOST-NAME
              FILE STATUS IS LOCAL-VIRTUAL-HOST-FILE-STATUS.
           SELECT RELEASE-CONFIG-FILE ASSIGN TO "RELCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-RELEASE-CONFIG-STATUS.
           SELECT RELEASE-MANIFEST-FILE ASSIGN TO "RELMAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-RELEASE-MANIFEST-STATUS.
           SELECT RELEASE-LOG-FILE ASSIGN TO "RELLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-RELEASE-LOG-STATUS.
           SELECT DOCUMENT-CATALOG-FILE ASSIGN TO "DOCCAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CATALOG-DOCUMENT-PATH
              FILE STATUS IS LOCAL-DOCUMENT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENT-ROOT-FILE.
       01 DOCUMENT-ROOT-FILE-RECORD PIC X(256).

       FD VIRTUAL-HOST-FILE.
       COPY VHOSTR.

       FD RELEASE-CONFIG-FILE.
       01 RELEASE-CONFIG-RECORD PIC X(256).

       FD RELEASE-MANIFEST-FILE.
       01 RELEASE-MANIFEST-RECORD PIC X(400).

       FD RELEASE-LOG-FILE.
       COPY RELLOGR.

       FD DOCUMENT-CATALOG-FILE.
       COPY DOCCATR.

       WORKING-STORAGE SECTION.
       77 LOCAL-DOCUMENT-ROOT-FILE-STATUS PIC X(2).
       77 LOCAL-VIRTUAL-HOST-FILE-STATUS PIC X(2).
       77 LOCAL-RELEASE-CONFIG-STATUS PIC X(2).
       77 LOCAL-RELEASE-MANIFEST-STATUS PIC X(2).
       77 LOCAL-RELEASE-LOG-STATUS PIC X(2).
       77 LOCAL-DOCUMENT-CATALOG-STATUS PIC X(2).

      *> the characters a release name may hold, and as many spaces
       01 RELEASE-NAME-CHARACTERS.
          03 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          03 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(13) VALUE "0123456789-_.".
       01 RELEASE-NAME-BLANKS PIC X(65) VALUE SPACES.

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE     PIC X(400).
          03 LOCAL-COMMAND-VERB     PIC X(8).
          03 LOCAL-COMMAND-RELEASE  PIC X(32).
          03 LOCAL-COMMAND-RELEASE-LENGTH PIC 9(3) COMP.
          03 LOCAL-RELEASE-NAME-CHECK PIC X(32).

       01 LOCAL-RUN-WORK-AREA.
          03 LOCAL-OPERATOR-ID      PIC X(32).
          03 LOCAL-RUN-DATE         PIC 9(8).
          03 LOCAL-RUN-TIME         PIC 9(8).
          03 LOCAL-RUN-ACTION       PIC X(8).
          03 LOCAL-ERROR-COUNT      PIC 9(5) COMP VALUE ZERO.
          03 LOCAL-CHANGED-COUNT    PIC 9(5) COMP VALUE ZERO.
          03 LOCAL-DISPLAY-COUNT    PIC ZZZZ9.
          03 LOCAL-LOG-CHANGE       PIC X(8).
          03 LOCAL-LOG-PATH         PIC X(256).

       01 LOCAL-RUN-FAILED-FLAG PIC X(1) VALUE "N".
          88 LOCAL-RUN-FAILED VALUE "Y".

      *> the sites a release can go to, as the parser knows them
       01 LOCAL-DOCUMENT-ROOT PIC X(256) VALUE SPACES.
       01 LOCAL-DOCUMENT-ROOT-LENGTH PIC 9(4) COMP VALUE ZERO.

      *> the release : its site, staging root, backout generation
      *> and the files it changes
       01 LOCAL-RELEASE-WORK-AREA.
          03 LOCAL-RELEASE-HOST         PIC X(64).
          03 LOCAL-LIVE-ROOT            PIC X(256).
          03 LOCAL-LIVE-ROOT-LENGTH     PIC 9(4) COMP.
          03 LOCAL-STAGE-ROOT           PIC X(256).
          03 LOCAL-STAGE-ROOT-LENGTH    PIC 9(4) COMP.
          03 LOCAL-BACKOUT-BASE         PIC X(256).
          03 LOCAL-BACKOUT-BASE-LENGTH  PIC 9(4) COMP.
          03 LOCAL-GENERATION           PIC X(256).
          03 LOCAL-GENERATION-LENGTH    PIC 9(4) COMP.

       01 LOCAL-HOST-FOUND-FLAG PIC X(1).
          88 LOCAL-HOST-FOUND VALUE "Y".

       77 RELEASE-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77 RELEASE-ENTRY-MAX PIC 9(3) VALUE 500.
       77 RELEASE-ENTRY-INDEX PIC 9(3) COMP.
       77 RELEASE-ENTRY-OTHER PIC 9(3) COMP.

       01 RELEASE-ENTRY-TABLE.
          03 RELEASE-ENTRY OCCURS 500 TIMES.
             05 RELEASE-ENTRY-CHANGE      PIC X(8).
                88 RELEASE-ENTRY-ADD          VALUE "ADD".
                88 RELEASE-ENTRY-REPLACE      VALUE "REPLACE".
                88 RELEASE-ENTRY-REMOVE       VALUE "REMOVE".
             05 RELEASE-ENTRY-PATH        PIC X(256).
             05 RELEASE-ENTRY-PATH-LENGTH PIC 9(4) COMP.

       01 LOCAL-MANIFEST-WORK-AREA.
          03 LOCAL-MANIFEST-LINE-NUMBER PIC 9(5).
          03 LOCAL-MANIFEST-KEYWORD     PIC X(8).
          03 LOCAL-MANIFEST-VALUE       PIC X(400).
          03 LOCAL-MANIFEST-VALUE-LENGTH PIC 9(4) COMP.
          03 LOCAL-MANIFEST-POINTER     PIC 9(4) COMP.
          03 LOCAL-PATH-CLIMB-COUNT     PIC 9(4) COMP.

       01 LOCAL-MANIFEST-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-MANIFEST-AT-END VALUE "Y".

      *> the release log, read back for the release's history
       01 LOCAL-LOG-SCAN-WORK-AREA.
          03 LOCAL-LOG-RECORD-NUMBER    PIC 9(9) COMP.
          03 LOCAL-TARGET-RECORD-NUMBER PIC 9(9) COMP.
          03 LOCAL-TARGET-DATE          PIC 9(8).
          03 LOCAL-TARGET-TIME          PIC 9(8).
          03 LOCAL-LAST-EVENT           PIC X(8).

       01 LOCAL-LOG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-LOG-AT-END VALUE "Y".

      *> later releases that changed one of this release's files
       77 LOCAL-CONFLICT-COUNT PIC 9(3) VALUE ZERO.
       77 LOCAL-CONFLICT-MAX PIC 9(3) VALUE 50.
       77 LOCAL-CONFLICT-INDEX PIC 9(3) COMP.

       01 LOCAL-CONFLICT-TABLE.
          03 LOCAL-CONFLICT-ENTRY OCCURS 50 TIMES.
             05 LOCAL-CONFLICT-RELEASE   PIC X(32).
             05 LOCAL-CONFLICT-OPEN-FLAG PIC X(1).
                88 LOCAL-CONFLICT-OPEN       VALUE "Y".

       01 LOCAL-PATH-MATCHED-FLAG PIC X(1).
          88 LOCAL-PATH-MATCHED VALUE "Y".

      *> the file-system paths of one file of the release
       01 LOCAL-PATH-WORK-AREA.
          03 LOCAL-LIVE-PATH            PIC X(2304).
          03 LOCAL-STAGE-PATH           PIC X(2304).
          03 LOCAL-SAVED-PATH           PIC X(2304).
          03 LOCAL-PROBE-PATH           PIC X(2304).
          03 LOCAL-PROBE-DIRECTORY-PATH PIC X(2304).
          03 LOCAL-PROBE-PATH-LENGTH    PIC 9(4) COMP.
          03 LOCAL-COPY-FROM            PIC X(2304).
          03 LOCAL-COPY-TO              PIC X(2304).
          03 LOCAL-COPY-TO-LENGTH       PIC 9(4) COMP.
          03 LOCAL-COPY-SIZE            PIC 9(18) COMP.
          03 LOCAL-DIRECTORY-PATH       PIC X(2304).
          03 LOCAL-DIRECTORY-INDEX      PIC 9(4) COMP.
          03 LOCAL-PROBLEM              PIC X(48).

       01 LOCAL-PROBE-EXISTS-FLAG PIC X(1).
          88 LOCAL-PROBE-EXISTS VALUE "Y".
       01 LOCAL-PROBE-DIRECTORY-FLAG PIC X(1).
          88 LOCAL-PROBE-IS-DIRECTORY VALUE "Y".
       01 LOCAL-COPY-OK-FLAG PIC X(1).
          88 LOCAL-COPY-OK VALUE "Y".
       01 LOCAL-DOCUMENT-CATALOG-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-DOCUMENT-CATALOG-OPEN VALUE "Y".

      *> layout expected by CBL_CHECK_FILE_EXIST
       01 LOCAL-FILE-INFO-AREA.
          03 LOCAL-FILE-INFO-SIZE   PIC 9(18) COMP.
          03 LOCAL-FILE-INFO-DAY    BINARY-CHAR UNSIGNED.
          03 LOCAL-FILE-INFO-MONTH  BINARY-CHAR UNSIGNED.
          03 LOCAL-FILE-INFO-YEAR   PIC 9(4) COMP.
          03 LOCAL-FILE-INFO-HOUR   BINARY-CHAR UNSIGNED.
          03 LOCAL-FILE-INFO-MINUTE BINARY-CHAR UNSIGNED.
          03 LOCAL-FILE-INFO-SECOND BINARY-CHAR UNSIGNED.
          03 FILLER                 BINARY-CHAR UNSIGNED.
       01 LOCAL-SAVED-RETURN-CODE PIC S9(4) COMP.
       01 LOCAL-PROBE-SIZE PIC 9(18) COMP.
       01 LOCAL-DOCUMENT-STAMP-DATE PIC 9(8).
       01 LOCAL-DOCUMENT-STAMP-TIME PIC 9(8).

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LOCAL-COMMAND-LINE.
           PERFORM 0500-SPLIT-COMMAND THRU 0500-EXIT.

           ACCEPT LOCAL-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF LOCAL-OPERATOR-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO LOCAL-OPERATOR-ID
           END-IF.
           ACCEPT LOCAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-RUN-TIME FROM TIME.
           MOVE SPACES TO LOCAL-RELEASE-HOST LOCAL-STAGE-ROOT
                          LOCAL-GENERATION LOCAL-PROBLEM.
           MOVE ZERO TO LOCAL-STAGE-ROOT-LENGTH LOCAL-GENERATION-LENGTH.

           IF LOCAL-COMMAND-VERB IS NOT EQUAL TO "PROMOTE"
              AND LOCAL-COMMAND-VERB IS NOT EQUAL TO "BACKOUT"
              DISPLAY "HTTP-CONTENT-PROMOTE: COMMANDS ARE "
                 "PROMOTE <release>, BACKOUT <release>"
              MOVE 8 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.
           MOVE LOCAL-COMMAND-VERB TO LOCAL-RUN-ACTION.

           PERFORM 0600-CHECK-RELEASE-NAME THRU 0600-EXIT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           PERFORM 1000-LOAD-SITES THRU 1000-EXIT.
           PERFORM 1300-LOAD-BACKOUT-BASE THRU 1300-EXIT.

           IF LOCAL-COMMAND-VERB IS EQUAL TO "PROMOTE"
              PERFORM 2000-PROMOTE-RELEASE THRU 2000-EXIT
           ELSE
              PERFORM 4000-BACKOUT-RELEASE THRU 4000-EXIT
           END-IF.

           IF LOCAL-DOCUMENT-CATALOG-OPEN
              CLOSE DOCUMENT-CATALOG-FILE
           END-IF.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              OR LOCAL-RUN-FAILED
              MOVE 16 TO RETURN-CODE
           END-IF.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 0500-SPLIT-COMMAND - verb and release name
      *> ----------------------------------------------------------
       0500-SPLIT-COMMAND.
           MOVE SPACES TO LOCAL-COMMAND-VERB LOCAL-COMMAND-RELEASE.
           MOVE ZERO TO LOCAL-COMMAND-RELEASE-LENGTH.
           UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-VERB
                   LOCAL-COMMAND-RELEASE
                      COUNT IN LOCAL-COMMAND-RELEASE-LENGTH.
           INSPECT LOCAL-COMMAND-VERB
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       0500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0600-CHECK-RELEASE-NAME - the name goes into a directory
      *> name, so it is held to a plain set of characters
      *> ----------------------------------------------------------
       0600-CHECK-RELEASE-NAME.
           IF LOCAL-COMMAND-RELEASE IS EQUAL TO SPACES
              DISPLAY "HTTP-CONTENT-PROMOTE: " LOCAL-COMMAND-VERB
                 " NEEDS A RELEASE NAME"
              ADD 1 TO LOCAL-ERROR-COUNT
              GO TO 0600-EXIT
           END-IF.
           IF LOCAL-COMMAND-RELEASE-LENGTH IS GREATER THAN 32
              DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE NAME LONGER THAN "
                 "32 CHARACTERS"
              ADD 1 TO LOCAL-ERROR-COUNT
              GO TO 0600-EXIT
           END-IF.
           MOVE LOCAL-COMMAND-RELEASE TO LOCAL-RELEASE-NAME-CHECK.
           INSPECT LOCAL-RELEASE-NAME-CHECK
              CONVERTING RELEASE-NAME-CHARACTERS
                      TO RELEASE-NAME-BLANKS.
           IF LOCAL-RELEASE-NAME-CHECK IS NOT EQUAL TO SPACES
              OR LOCAL-COMMAND-RELEASE(1:1) IS EQUAL TO "."
              DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE NAME "
                 FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
                 " MAY HOLD ONLY LETTERS, DIGITS, - _ AND ."
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       0600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1000-LOAD-SITES - the DOCROOT root ("." when there is none) ;
      *> a virtual host's root is read off VHOSTS when it is wanted
      *> ----------------------------------------------------------
       1000-LOAD-SITES.
           OPEN INPUT DOCUMENT-ROOT-FILE.
           IF LOCAL-DOCUMENT-ROOT-FILE-STATUS IS EQUAL TO "00"
              READ DOCUMENT-ROOT-FILE
                 NOT AT END
                    MOVE DOCUMENT-ROOT-FILE-RECORD
                       TO LOCAL-DOCUMENT-ROOT
              END-READ
              CLOSE DOCUMENT-ROOT-FILE
           END-IF.
           IF LOCAL-DOCUMENT-ROOT IS EQUAL TO SPACES
              MOVE "." TO LOCAL-DOCUMENT-ROOT
           END-IF.
           MOVE ZERO TO LOCAL-DOCUMENT-ROOT-LENGTH.
           INSPECT LOCAL-DOCUMENT-ROOT
              TALLYING LOCAL-DOCUMENT-ROOT-LENGTH FOR CHARACTERS
                 BEFORE SPACES.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1200-FIND-LIVE-ROOT - LOCAL-RELEASE-HOST to the root it is
      *> served from ; "*" is the DOCROOT site, any other host is
      *> looked up on VHOSTS by key
      *> ----------------------------------------------------------
       1200-FIND-LIVE-ROOT.
           MOVE "N" TO LOCAL-HOST-FOUND-FLAG.
           IF LOCAL-RELEASE-HOST IS EQUAL TO "*"
              MOVE LOCAL-DOCUMENT-ROOT TO LOCAL-LIVE-ROOT
              MOVE LOCAL-DOCUMENT-ROOT-LENGTH TO LOCAL-LIVE-ROOT-LENGTH
              SET LOCAL-HOST-FOUND TO TRUE
              GO TO 1200-EXIT
           END-IF.
           INSPECT LOCAL-RELEASE-HOST
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           OPEN INPUT VIRTUAL-HOST-FILE.
           IF LOCAL-VIRTUAL-HOST-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 1200-EXIT
           END-IF.
           MOVE LOCAL-RELEASE-HOST TO VIRTUAL-HOST-NAME.
           READ VIRTUAL-HOST-FILE
              INVALID KEY
                 CLOSE VIRTUAL-HOST-FILE
                 GO TO 1200-EXIT
           END-READ.
           MOVE VIRTUAL-HOST-ROOT TO LOCAL-LIVE-ROOT.
           CLOSE VIRTUAL-HOST-FILE.
           MOVE ZERO TO LOCAL-LIVE-ROOT-LENGTH.
           INSPECT LOCAL-LIVE-ROOT
              TALLYING LOCAL-LIVE-ROOT-LENGTH
                 FOR CHARACTERS BEFORE SPACES.
           SET LOCAL-HOST-FOUND TO TRUE.
       1200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1300-LOAD-BACKOUT-BASE - the directory the backout
      *> generations are kept under, "backout" when RELCFG is absent
      *> ----------------------------------------------------------
       1300-LOAD-BACKOUT-BASE.
           MOVE SPACES TO LOCAL-BACKOUT-BASE.
           OPEN INPUT RELEASE-CONFIG-FILE.
           IF LOCAL-RELEASE-CONFIG-STATUS IS EQUAL TO "00"
              READ RELEASE-CONFIG-FILE
                 NOT AT END
                    MOVE RELEASE-CONFIG-RECORD TO LOCAL-BACKOUT-BASE
              END-READ
              CLOSE RELEASE-CONFIG-FILE
           END-IF.
           IF LOCAL-BACKOUT-BASE IS EQUAL TO SPACES
              MOVE "backout" TO LOCAL-BACKOUT-BASE
           END-IF.
           MOVE ZERO TO LOCAL-BACKOUT-BASE-LENGTH.
           INSPECT LOCAL-BACKOUT-BASE
              TALLYING LOCAL-BACKOUT-BASE-LENGTH FOR CHARACTERS
                 BEFORE SPACES.
       1300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-PROMOTE-RELEASE - manifest, release log, checks, the
      *> backout generation, then the release itself
      *> ----------------------------------------------------------
       2000-PROMOTE-RELEASE.
           PERFORM 2100-READ-MANIFEST THRU 2100-EXIT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 2000-NOTHING-CHANGED
           END-IF.

           PERFORM 2200-CHECK-RELEASE-LOG THRU 2200-EXIT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 2000-NOTHING-CHANGED
           END-IF.

           PERFORM 2300-VERIFY-ENTRY THRU 2300-EXIT
              VARYING RELEASE-ENTRY-INDEX FROM 1 BY 1
              UNTIL RELEASE-ENTRY-INDEX IS GREATER THAN
                       RELEASE-ENTRY-COUNT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 2000-NOTHING-CHANGED
           END-IF.

           PERFORM 6000-OPEN-CATALOG THRU 6000-EXIT.
           IF NOT LOCAL-DOCUMENT-CATALOG-OPEN
              GO TO 2000-NOTHING-CHANGED
           END-IF.

           PERFORM 2400-SAVE-GENERATION THRU 2400-EXIT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 2000-NOTHING-CHANGED
           END-IF.

           PERFORM 2500-APPLY-ENTRY THRU 2500-EXIT
              VARYING RELEASE-ENTRY-INDEX FROM 1 BY 1
              UNTIL RELEASE-ENTRY-INDEX IS GREATER THAN
                       RELEASE-ENTRY-COUNT
                 OR LOCAL-RUN-FAILED.
           PERFORM 6600-WRITE-CLOSING-LINE THRU 6600-EXIT.
           GO TO 2000-EXIT.

       2000-NOTHING-CHANGED.
           DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE "
              FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
              " NOT PROMOTED - NOTHING CHANGED".
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-READ-MANIFEST - HOST and STAGE once each, then the
      *> files ; every fault is reported before giving up
      *> ----------------------------------------------------------
       2100-READ-MANIFEST.
           MOVE SPACES TO LOCAL-RELEASE-HOST LOCAL-STAGE-ROOT.
           MOVE ZERO TO LOCAL-MANIFEST-LINE-NUMBER
                        LOCAL-STAGE-ROOT-LENGTH.
           OPEN INPUT RELEASE-MANIFEST-FILE.
           IF LOCAL-RELEASE-MANIFEST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO OPEN RELMAN, "
                 "STATUS=" LOCAL-RELEASE-MANIFEST-STATUS
              ADD 1 TO LOCAL-ERROR-COUNT
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-MANIFEST-LINE THRU 2110-EXIT
              WITH TEST AFTER UNTIL LOCAL-MANIFEST-AT-END.
           CLOSE RELEASE-MANIFEST-FILE.

           IF LOCAL-RELEASE-HOST IS EQUAL TO SPACES
              DISPLAY "HTTP-CONTENT-PROMOTE: RELMAN NAMES NO HOST"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
           IF LOCAL-STAGE-ROOT IS EQUAL TO SPACES
              DISPLAY "HTTP-CONTENT-PROMOTE: RELMAN NAMES NO STAGE "
                 "DIRECTORY"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
           IF RELEASE-ENTRY-COUNT IS EQUAL TO ZERO
              DISPLAY "HTTP-CONTENT-PROMOTE: RELMAN NAMES NO FILES"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-READ-MANIFEST-LINE.
           READ RELEASE-MANIFEST-FILE
              AT END
                 SET LOCAL-MANIFEST-AT-END TO TRUE
                 GO TO 2110-EXIT
           END-READ.
           ADD 1 TO LOCAL-MANIFEST-LINE-NUMBER.
           MOVE SPACES TO LOCAL-PROBLEM.
           IF RELEASE-MANIFEST-RECORD IS EQUAL TO SPACES
              GO TO 2110-EXIT
           END-IF.

      *> the keyword, then the rest of the line as the value, so a
      *> path may hold spaces
           MOVE SPACES TO LOCAL-MANIFEST-KEYWORD LOCAL-MANIFEST-VALUE.
           MOVE 1 TO LOCAL-MANIFEST-POINTER.
           UNSTRING RELEASE-MANIFEST-RECORD DELIMITED BY ALL " "
              INTO LOCAL-MANIFEST-KEYWORD
              WITH POINTER LOCAL-MANIFEST-POINTER.
           IF LOCAL-MANIFEST-POINTER IS NOT GREATER THAN 400
              MOVE RELEASE-MANIFEST-RECORD(LOCAL-MANIFEST-POINTER:)
                 TO LOCAL-MANIFEST-VALUE
           END-IF.
           MOVE ZERO TO LOCAL-MANIFEST-VALUE-LENGTH.
           IF LOCAL-MANIFEST-VALUE IS NOT EQUAL TO SPACES
              COMPUTE LOCAL-MANIFEST-VALUE-LENGTH = FUNCTION LENGTH(
                 FUNCTION TRIM(LOCAL-MANIFEST-VALUE TRAILING))
           END-IF.
           INSPECT LOCAL-MANIFEST-KEYWORD
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           EVALUATE TRUE
              WHEN LOCAL-MANIFEST-VALUE-LENGTH IS EQUAL TO ZERO
                 MOVE "HAS NO VALUE" TO LOCAL-PROBLEM
              WHEN LOCAL-MANIFEST-KEYWORD IS EQUAL TO "HOST"
                 PERFORM 2120-TAKE-HOST THRU 2120-EXIT
              WHEN LOCAL-MANIFEST-KEYWORD IS EQUAL TO "STAGE"
                 PERFORM 2130-TAKE-STAGE THRU 2130-EXIT
              WHEN LOCAL-MANIFEST-KEYWORD IS EQUAL TO "ADD"
                 OR LOCAL-MANIFEST-KEYWORD IS EQUAL TO "REPLACE"
                 OR LOCAL-MANIFEST-KEYWORD IS EQUAL TO "REMOVE"
                 PERFORM 2140-TAKE-FILE THRU 2140-EXIT
              WHEN OTHER
                 MOVE "IS NOT HOST, STAGE, ADD, REPLACE OR REMOVE"
                    TO LOCAL-PROBLEM
           END-EVALUATE.
           IF LOCAL-PROBLEM IS NOT EQUAL TO SPACES
              DISPLAY "HTTP-CONTENT-PROMOTE: RELMAN LINE "
                 LOCAL-MANIFEST-LINE-NUMBER " "
                 FUNCTION TRIM(LOCAL-MANIFEST-KEYWORD) " "
                 FUNCTION TRIM(LOCAL-PROBLEM)
              ADD 1 TO LOCAL-ERROR-COUNT
              MOVE SPACES TO LOCAL-PROBLEM
           END-IF.
       2110-EXIT.
           EXIT.

       2120-TAKE-HOST.
           IF LOCAL-RELEASE-HOST IS NOT EQUAL TO SPACES
              MOVE "GIVEN TWICE" TO LOCAL-PROBLEM
              GO TO 2120-EXIT
           END-IF.
           IF LOCAL-MANIFEST-VALUE-LENGTH IS GREATER THAN 64
              MOVE "NAMES A HOST LONGER THAN 64 CHARACTERS"
                 TO LOCAL-PROBLEM
              GO TO 2120-EXIT
           END-IF.
           MOVE LOCAL-MANIFEST-VALUE TO LOCAL-RELEASE-HOST.
           PERFORM 1200-FIND-LIVE-ROOT THRU 1200-EXIT.
           IF NOT LOCAL-HOST-FOUND
              MOVE "NAMES A HOST THAT IS NOT ON VHOSTS"
                 TO LOCAL-PROBLEM
           END-IF.
       2120-EXIT.
           EXIT.

       2130-TAKE-STAGE.
           IF LOCAL-STAGE-ROOT IS NOT EQUAL TO SPACES
              MOVE "GIVEN TWICE" TO LOCAL-PROBLEM
              GO TO 2130-EXIT
           END-IF.
           IF LOCAL-MANIFEST-VALUE-LENGTH IS GREATER THAN 256
              MOVE "NAMES A DIRECTORY LONGER THAN 256 CHARACTERS"
                 TO LOCAL-PROBLEM
              GO TO 2130-EXIT
           END-IF.
           MOVE LOCAL-MANIFEST-VALUE TO LOCAL-STAGE-ROOT.
           MOVE LOCAL-MANIFEST-VALUE-LENGTH TO LOCAL-STAGE-ROOT-LENGTH.
           MOVE SPACES TO LOCAL-PROBE-PATH.
           MOVE LOCAL-STAGE-ROOT TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-IS-DIRECTORY
              MOVE "NAMES NO SUCH DIRECTORY" TO LOCAL-PROBLEM
           END-IF.
       2130-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2140-TAKE-FILE - a served path under the root : no
      *> directory, no climbing out with "..", and once only
      *> ----------------------------------------------------------
       2140-TAKE-FILE.
           IF LOCAL-MANIFEST-VALUE-LENGTH IS GREATER THAN 256
              MOVE "PATH LONGER THAN 256 CHARACTERS" TO LOCAL-PROBLEM
              GO TO 2140-EXIT
           END-IF.
           IF LOCAL-MANIFEST-VALUE(1:1) IS NOT EQUAL TO "/"
              OR LOCAL-MANIFEST-VALUE-LENGTH IS LESS THAN 2
              OR LOCAL-MANIFEST-VALUE(LOCAL-MANIFEST-VALUE-LENGTH:1)
                 IS EQUAL TO "/"
              MOVE "PATH MUST BE A FILE STARTING /" TO LOCAL-PROBLEM
              GO TO 2140-EXIT
           END-IF.
           MOVE ZERO TO LOCAL-PATH-CLIMB-COUNT.
           INSPECT LOCAL-MANIFEST-VALUE(1:LOCAL-MANIFEST-VALUE-LENGTH)
              TALLYING LOCAL-PATH-CLIMB-COUNT FOR ALL "/../".
           IF LOCAL-MANIFEST-VALUE-LENGTH IS GREATER THAN 2
              AND LOCAL-MANIFEST-VALUE
                    (LOCAL-MANIFEST-VALUE-LENGTH - 2:3)
                 IS EQUAL TO "/.."
              ADD 1 TO LOCAL-PATH-CLIMB-COUNT
           END-IF.
           IF LOCAL-PATH-CLIMB-COUNT IS GREATER THAN ZERO
              MOVE "PATH MAY NOT CLIMB WITH .." TO LOCAL-PROBLEM
              GO TO 2140-EXIT
           END-IF.
           IF RELEASE-ENTRY-COUNT IS EQUAL TO RELEASE-ENTRY-MAX
              MOVE "IS ONE FILE TOO MANY FOR ONE RELEASE"
                 TO LOCAL-PROBLEM
              GO TO 2140-EXIT
           END-IF.
           MOVE "N" TO LOCAL-PATH-MATCHED-FLAG.
           PERFORM 2150-MATCH-MANIFEST-PATH THRU 2150-EXIT
              VARYING RELEASE-ENTRY-OTHER FROM 1 BY 1
              UNTIL RELEASE-ENTRY-OTHER IS GREATER THAN
                       RELEASE-ENTRY-COUNT
                 OR LOCAL-PATH-MATCHED.
           IF LOCAL-PATH-MATCHED
              MOVE "PATH ALREADY IN THIS RELEASE" TO LOCAL-PROBLEM
              GO TO 2140-EXIT
           END-IF.
           ADD 1 TO RELEASE-ENTRY-COUNT.
           MOVE LOCAL-MANIFEST-KEYWORD
              TO RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-COUNT).
           MOVE LOCAL-MANIFEST-VALUE
              TO RELEASE-ENTRY-PATH(RELEASE-ENTRY-COUNT).
           MOVE LOCAL-MANIFEST-VALUE-LENGTH
              TO RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-COUNT).
       2140-EXIT.
           EXIT.

       2150-MATCH-MANIFEST-PATH.
           IF RELEASE-ENTRY-PATH(RELEASE-ENTRY-OTHER) IS EQUAL TO
                 LOCAL-MANIFEST-VALUE(1:256)
              SET LOCAL-PATH-MATCHED TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-CHECK-RELEASE-LOG - a release still live from its last
      *> PROMOTE must be backed out before it goes again
      *> ----------------------------------------------------------
       2200-CHECK-RELEASE-LOG.
           PERFORM 3000-FIND-LAST-EVENT THRU 3000-EXIT.
           IF LOCAL-LAST-EVENT IS EQUAL TO "PROMOTE"
              DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE "
                 FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
                 " WAS PROMOTED " LOCAL-TARGET-DATE
                 " AND NOT BACKED OUT"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2300-VERIFY-ENTRY - the staged file there for ADD and
      *> REPLACE, the live file there for REPLACE and REMOVE, and
      *> not there for ADD
      *> ----------------------------------------------------------
       2300-VERIFY-ENTRY.
           PERFORM 5000-BUILD-ENTRY-PATHS THRU 5000-EXIT.
           MOVE SPACES TO LOCAL-PROBLEM.

           IF NOT RELEASE-ENTRY-REMOVE(RELEASE-ENTRY-INDEX)
              MOVE LOCAL-STAGE-PATH TO LOCAL-PROBE-PATH
              PERFORM 5200-PROBE-PATH THRU 5200-EXIT
              IF NOT LOCAL-PROBE-EXISTS
                 MOVE "NOT STAGED" TO LOCAL-PROBLEM
                 GO TO 2300-REPORT
              END-IF
              IF LOCAL-PROBE-IS-DIRECTORY
                 MOVE "STAGED AS A DIRECTORY" TO LOCAL-PROBLEM
                 GO TO 2300-REPORT
              END-IF
           END-IF.

           MOVE LOCAL-LIVE-PATH TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF RELEASE-ENTRY-ADD(RELEASE-ENTRY-INDEX)
              IF LOCAL-PROBE-EXISTS
                 MOVE "ALREADY LIVE - USE REPLACE" TO LOCAL-PROBLEM
              END-IF
           ELSE
              IF NOT LOCAL-PROBE-EXISTS
                 MOVE "NOT LIVE" TO LOCAL-PROBLEM
              ELSE
                 IF LOCAL-PROBE-IS-DIRECTORY
                    MOVE "LIVE AS A DIRECTORY" TO LOCAL-PROBLEM
                 END-IF
              END-IF
           END-IF.

       2300-REPORT.
           IF LOCAL-PROBLEM IS NOT EQUAL TO SPACES
              DISPLAY "HTTP-CONTENT-PROMOTE: "
                 FUNCTION TRIM(RELEASE-ENTRY-CHANGE
                    (RELEASE-ENTRY-INDEX)) " "
                 RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                    (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                 " - " FUNCTION TRIM(LOCAL-PROBLEM)
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       2300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2400-SAVE-GENERATION - a fresh dated generation directory,
      *> and in it a copy of every file the release replaces or
      *> removes, each copy proved by its size
      *> ----------------------------------------------------------
       2400-SAVE-GENERATION.
           MOVE SPACES TO LOCAL-GENERATION.
           STRING LOCAL-BACKOUT-BASE(1:LOCAL-BACKOUT-BASE-LENGTH) "/"
                  FUNCTION TRIM(LOCAL-COMMAND-RELEASE) "."
                  LOCAL-RUN-DATE "." LOCAL-RUN-TIME(1:6)
                 DELIMITED BY SIZE
              INTO LOCAL-GENERATION.
           MOVE ZERO TO LOCAL-GENERATION-LENGTH.
           INSPECT LOCAL-GENERATION
              TALLYING LOCAL-GENERATION-LENGTH FOR CHARACTERS
                 BEFORE SPACES.

           MOVE SPACES TO LOCAL-COPY-TO.
           STRING LOCAL-GENERATION(1:LOCAL-GENERATION-LENGTH) "/"
                 DELIMITED BY SIZE
              INTO LOCAL-COPY-TO.
           PERFORM 5100-MAKE-PARENT-DIRECTORIES THRU 5100-EXIT.
           MOVE LOCAL-GENERATION TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-IS-DIRECTORY
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO CREATE "
                 "GENERATION "
                 LOCAL-GENERATION(1:LOCAL-GENERATION-LENGTH)
              ADD 1 TO LOCAL-ERROR-COUNT
              GO TO 2400-EXIT
           END-IF.

           PERFORM 2410-SAVE-ONE-FILE THRU 2410-EXIT
              VARYING RELEASE-ENTRY-INDEX FROM 1 BY 1
              UNTIL RELEASE-ENTRY-INDEX IS GREATER THAN
                       RELEASE-ENTRY-COUNT
                 OR LOCAL-ERROR-COUNT IS GREATER THAN ZERO.
       2400-EXIT.
           EXIT.

       2410-SAVE-ONE-FILE.
           IF RELEASE-ENTRY-ADD(RELEASE-ENTRY-INDEX)
              GO TO 2410-EXIT
           END-IF.
           PERFORM 5000-BUILD-ENTRY-PATHS THRU 5000-EXIT.
           MOVE LOCAL-LIVE-PATH TO LOCAL-COPY-FROM.
           MOVE LOCAL-SAVED-PATH TO LOCAL-COPY-TO.
           PERFORM 5300-COPY-FILE THRU 5300-EXIT.
           IF NOT LOCAL-COPY-OK
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO SAVE "
                 RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                    (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                 " TO THE BACKOUT GENERATION"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2500-APPLY-ENTRY - one file of the release logged, then
      *> made live or taken away, its catalog entry kept in step ;
      *> the line goes on the log first so that BACKOUT also puts
      *> back a file whose change failed half way. The first
      *> failure stops the run
      *> ----------------------------------------------------------
       2500-APPLY-ENTRY.
           PERFORM 5000-BUILD-ENTRY-PATHS THRU 5000-EXIT.
           MOVE RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-INDEX)
              TO LOCAL-LOG-CHANGE.
           MOVE RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
              TO LOCAL-LOG-PATH.
           PERFORM 6500-WRITE-LOG-LINE THRU 6500-EXIT.
           IF LOCAL-RUN-FAILED
              GO TO 2500-FAILED
           END-IF.
           IF RELEASE-ENTRY-REMOVE(RELEASE-ENTRY-INDEX)
              PERFORM 5400-DELETE-LIVE-FILE THRU 5400-EXIT
              IF NOT LOCAL-COPY-OK
                 GO TO 2500-FAILED
              END-IF
              PERFORM 6300-DROP-CATALOG-ENTRY THRU 6300-EXIT
           ELSE
              MOVE LOCAL-STAGE-PATH TO LOCAL-COPY-FROM
              MOVE LOCAL-LIVE-PATH TO LOCAL-COPY-TO
              PERFORM 5300-COPY-FILE THRU 5300-EXIT
              IF NOT LOCAL-COPY-OK
                 GO TO 2500-FAILED
              END-IF
              PERFORM 6200-REFRESH-CATALOG-ENTRY THRU 6200-EXIT
           END-IF.
           ADD 1 TO LOCAL-CHANGED-COUNT.
           GO TO 2500-EXIT.

       2500-FAILED.
           SET LOCAL-RUN-FAILED TO TRUE.
           DISPLAY "HTTP-CONTENT-PROMOTE: "
              FUNCTION TRIM(RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-INDEX))
              " " RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                    (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
              " FAILED - RELEASE PART APPLIED, RUN BACKOUT "
              FUNCTION TRIM(LOCAL-COMMAND-RELEASE).
       2500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-FIND-LAST-EVENT - the release's last PROMOTE or BACKOUT
      *> on the release log, and where that PROMOTE's lines start ; a
      *> BACKOUT counts only at its closing line and only when that is
      *> COMPLETE, so a backout that stopped part way, or never wrote
      *> its closing line, leaves the PROMOTE the last event
      *> ----------------------------------------------------------
       3000-FIND-LAST-EVENT.
           MOVE SPACES TO LOCAL-LAST-EVENT.
           MOVE ZERO TO LOCAL-TARGET-DATE LOCAL-TARGET-TIME
                        LOCAL-TARGET-RECORD-NUMBER
                        LOCAL-LOG-RECORD-NUMBER.
           OPEN INPUT RELEASE-LOG-FILE.
           IF LOCAL-RELEASE-LOG-STATUS IS NOT EQUAL TO "00"
              GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO LOCAL-LOG-EOF-FLAG.
           PERFORM 3010-NOTE-LOG-EVENT THRU 3010-EXIT
              WITH TEST AFTER UNTIL LOCAL-LOG-AT-END.
           CLOSE RELEASE-LOG-FILE.
       3000-EXIT.
           EXIT.

       3010-NOTE-LOG-EVENT.
           READ RELEASE-LOG-FILE
              AT END
                 SET LOCAL-LOG-AT-END TO TRUE
                 GO TO 3010-EXIT
           END-READ.
           ADD 1 TO LOCAL-LOG-RECORD-NUMBER.
           IF RELEASE-LOG-RELEASE IS NOT EQUAL TO LOCAL-COMMAND-RELEASE
              GO TO 3010-EXIT
           END-IF.
           IF RELEASE-LOG-PROMOTE
              AND (RELEASE-LOG-DATE IS NOT EQUAL TO LOCAL-TARGET-DATE
                 OR RELEASE-LOG-TIME IS NOT EQUAL TO LOCAL-TARGET-TIME
                 OR LOCAL-LAST-EVENT IS NOT EQUAL TO "PROMOTE")
              MOVE RELEASE-LOG-DATE TO LOCAL-TARGET-DATE
              MOVE RELEASE-LOG-TIME TO LOCAL-TARGET-TIME
              MOVE LOCAL-LOG-RECORD-NUMBER
                 TO LOCAL-TARGET-RECORD-NUMBER
           END-IF.
           IF RELEASE-LOG-BACKOUT
              AND RELEASE-LOG-CHANGE IS NOT EQUAL TO "COMPLETE"
              GO TO 3010-EXIT
           END-IF.
           MOVE RELEASE-LOG-ACTION TO LOCAL-LAST-EVENT.
       3010-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-BACKOUT-RELEASE - what the release's last PROMOTE did,
      *> checked against later releases and the saved copies, then
      *> undone from the last file back to the first
      *> ----------------------------------------------------------
       4000-BACKOUT-RELEASE.
           PERFORM 3000-FIND-LAST-EVENT THRU 3000-EXIT.
           EVALUATE LOCAL-LAST-EVENT
              WHEN "PROMOTE"
                 CONTINUE
              WHEN "BACKOUT"
                 DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE "
                    FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
                    " IS ALREADY BACKED OUT"
                 ADD 1 TO LOCAL-ERROR-COUNT
              WHEN OTHER
                 DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE "
                    FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
                    " IS NOT ON THE RELEASE LOG"
                 ADD 1 TO LOCAL-ERROR-COUNT
           END-EVALUATE.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 4000-NOTHING-CHANGED
           END-IF.

           PERFORM 4100-LOAD-RELEASE-ENTRIES THRU 4100-EXIT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 4000-NOTHING-CHANGED
           END-IF.

           PERFORM 4300-VERIFY-SAVED-COPY THRU 4300-EXIT
              VARYING RELEASE-ENTRY-INDEX FROM 1 BY 1
              UNTIL RELEASE-ENTRY-INDEX IS GREATER THAN
                       RELEASE-ENTRY-COUNT.
           IF LOCAL-ERROR-COUNT IS GREATER THAN ZERO
              GO TO 4000-NOTHING-CHANGED
           END-IF.

           PERFORM 6000-OPEN-CATALOG THRU 6000-EXIT.
           IF NOT LOCAL-DOCUMENT-CATALOG-OPEN
              GO TO 4000-NOTHING-CHANGED
           END-IF.

           PERFORM 4400-UNDO-ENTRY THRU 4400-EXIT
              VARYING RELEASE-ENTRY-INDEX FROM RELEASE-ENTRY-COUNT
                 BY -1
              UNTIL RELEASE-ENTRY-INDEX IS LESS THAN 1
                 OR LOCAL-RUN-FAILED.
           PERFORM 6600-WRITE-CLOSING-LINE THRU 6600-EXIT.
           GO TO 4000-EXIT.

       4000-NOTHING-CHANGED.
           DISPLAY "HTTP-CONTENT-PROMOTE: RELEASE "
              FUNCTION TRIM(LOCAL-COMMAND-RELEASE)
              " NOT BACKED OUT - NOTHING CHANGED".
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4100-LOAD-RELEASE-ENTRIES - the files the last PROMOTE
      *> changed, with its host and generation ; a later release
      *> that changed one of them, and is still live, blocks the
      *> backout
      *> ----------------------------------------------------------
       4100-LOAD-RELEASE-ENTRIES.
           MOVE ZERO TO RELEASE-ENTRY-COUNT LOCAL-CONFLICT-COUNT
                        LOCAL-LOG-RECORD-NUMBER.
           MOVE SPACES TO LOCAL-RELEASE-HOST LOCAL-GENERATION.
           OPEN INPUT RELEASE-LOG-FILE.
           IF LOCAL-RELEASE-LOG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO OPEN RELLOG, "
                 "STATUS=" LOCAL-RELEASE-LOG-STATUS
              ADD 1 TO LOCAL-ERROR-COUNT
              GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO LOCAL-LOG-EOF-FLAG.
           PERFORM 4110-TAKE-LOG-LINE THRU 4110-EXIT
              WITH TEST AFTER UNTIL LOCAL-LOG-AT-END.
           CLOSE RELEASE-LOG-FILE.

           PERFORM 4150-REPORT-CONFLICT THRU 4150-EXIT
              VARYING LOCAL-CONFLICT-INDEX FROM 1 BY 1
              UNTIL LOCAL-CONFLICT-INDEX IS GREATER THAN
                       LOCAL-CONFLICT-COUNT.

           MOVE ZERO TO LOCAL-GENERATION-LENGTH.
           INSPECT LOCAL-GENERATION
              TALLYING LOCAL-GENERATION-LENGTH FOR CHARACTERS
                 BEFORE SPACES.
           PERFORM 1200-FIND-LIVE-ROOT THRU 1200-EXIT.
           IF NOT LOCAL-HOST-FOUND
              DISPLAY "HTTP-CONTENT-PROMOTE: HOST "
                 FUNCTION TRIM(LOCAL-RELEASE-HOST)
                 " IS NO LONGER ON VHOSTS"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-TAKE-LOG-LINE.
           READ RELEASE-LOG-FILE
              AT END
                 SET LOCAL-LOG-AT-END TO TRUE
                 GO TO 4110-EXIT
           END-READ.
           ADD 1 TO LOCAL-LOG-RECORD-NUMBER.
           IF LOCAL-LOG-RECORD-NUMBER IS LESS THAN
                 LOCAL-TARGET-RECORD-NUMBER
              GO TO 4110-EXIT
           END-IF.

           IF RELEASE-LOG-PROMOTE
              AND RELEASE-LOG-RELEASE IS EQUAL TO LOCAL-COMMAND-RELEASE
              AND RELEASE-LOG-DATE IS EQUAL TO LOCAL-TARGET-DATE
              AND RELEASE-LOG-TIME IS EQUAL TO LOCAL-TARGET-TIME
              IF RELEASE-LOG-FILE-CHANGE
                 AND RELEASE-ENTRY-COUNT IS LESS THAN RELEASE-ENTRY-MAX
                 ADD 1 TO RELEASE-ENTRY-COUNT
                 MOVE RELEASE-LOG-CHANGE
                    TO RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-COUNT)
                 MOVE RELEASE-LOG-PATH
                    TO RELEASE-ENTRY-PATH(RELEASE-ENTRY-COUNT)
                 MOVE ZERO
                    TO RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-COUNT)
                 INSPECT RELEASE-LOG-PATH
                    TALLYING RELEASE-ENTRY-PATH-LENGTH
                       (RELEASE-ENTRY-COUNT)
                    FOR CHARACTERS BEFORE SPACES
                 MOVE RELEASE-LOG-HOST TO LOCAL-RELEASE-HOST
                 MOVE RELEASE-LOG-GENERATION TO LOCAL-GENERATION
              END-IF
              GO TO 4110-EXIT
           END-IF.

           IF RELEASE-LOG-RELEASE IS EQUAL TO LOCAL-COMMAND-RELEASE
              GO TO 4110-EXIT
           END-IF.
           PERFORM 4120-CHECK-LATER-RELEASE THRU 4120-EXIT.
       4110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4120-CHECK-LATER-RELEASE - another release's line after
      *> ours : a PROMOTE of one of our files on our host makes it a
      *> conflict, and only the closing line of a BACKOUT of it that
      *> ran to COMPLETE clears it again
      *> ----------------------------------------------------------
       4120-CHECK-LATER-RELEASE.
           MOVE ZERO TO LOCAL-CONFLICT-INDEX.
           PERFORM 4130-FIND-CONFLICT THRU 4130-EXIT
              VARYING RELEASE-ENTRY-OTHER FROM 1 BY 1
              UNTIL RELEASE-ENTRY-OTHER IS GREATER THAN
                       LOCAL-CONFLICT-COUNT
                 OR LOCAL-CONFLICT-INDEX IS GREATER THAN ZERO.

           IF RELEASE-LOG-BACKOUT
              IF LOCAL-CONFLICT-INDEX IS GREATER THAN ZERO
                 AND RELEASE-LOG-CHANGE IS EQUAL TO "COMPLETE"
                 MOVE "N"
                    TO LOCAL-CONFLICT-OPEN-FLAG(LOCAL-CONFLICT-INDEX)
              END-IF
              GO TO 4120-EXIT
           END-IF.

           IF NOT RELEASE-LOG-FILE-CHANGE
              OR RELEASE-LOG-HOST IS NOT EQUAL TO LOCAL-RELEASE-HOST
              GO TO 4120-EXIT
           END-IF.
           MOVE "N" TO LOCAL-PATH-MATCHED-FLAG.
           PERFORM 4140-MATCH-LOGGED-PATH THRU 4140-EXIT
              VARYING RELEASE-ENTRY-OTHER FROM 1 BY 1
              UNTIL RELEASE-ENTRY-OTHER IS GREATER THAN
                       RELEASE-ENTRY-COUNT
                 OR LOCAL-PATH-MATCHED.
           IF NOT LOCAL-PATH-MATCHED
              GO TO 4120-EXIT
           END-IF.
           IF LOCAL-CONFLICT-INDEX IS EQUAL TO ZERO
              IF LOCAL-CONFLICT-COUNT IS EQUAL TO LOCAL-CONFLICT-MAX
                 DISPLAY "HTTP-CONTENT-PROMOTE: TOO MANY LATER "
                    "RELEASES TOUCH THIS ONE - "
                    FUNCTION TRIM(RELEASE-LOG-RELEASE)
                    " NOT CHECKED"
                 ADD 1 TO LOCAL-ERROR-COUNT
                 GO TO 4120-EXIT
              END-IF
              ADD 1 TO LOCAL-CONFLICT-COUNT
              MOVE LOCAL-CONFLICT-COUNT TO LOCAL-CONFLICT-INDEX
              MOVE RELEASE-LOG-RELEASE
                 TO LOCAL-CONFLICT-RELEASE(LOCAL-CONFLICT-INDEX)
           END-IF.
           SET LOCAL-CONFLICT-OPEN(LOCAL-CONFLICT-INDEX) TO TRUE.
       4120-EXIT.
           EXIT.

       4130-FIND-CONFLICT.
           IF LOCAL-CONFLICT-RELEASE(RELEASE-ENTRY-OTHER) IS EQUAL TO
                 RELEASE-LOG-RELEASE
              MOVE RELEASE-ENTRY-OTHER TO LOCAL-CONFLICT-INDEX
           END-IF.
       4130-EXIT.
           EXIT.

       4140-MATCH-LOGGED-PATH.
           IF RELEASE-ENTRY-PATH(RELEASE-ENTRY-OTHER) IS EQUAL TO
                 RELEASE-LOG-PATH
              SET LOCAL-PATH-MATCHED TO TRUE
           END-IF.
       4140-EXIT.
           EXIT.

       4150-REPORT-CONFLICT.
           IF LOCAL-CONFLICT-OPEN(LOCAL-CONFLICT-INDEX)
              DISPLAY "HTTP-CONTENT-PROMOTE: LATER RELEASE "
                 FUNCTION TRIM(LOCAL-CONFLICT-RELEASE
                    (LOCAL-CONFLICT-INDEX))
                 " CHANGED FILES OF THIS ONE - BACK IT OUT FIRST"
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       4150-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4300-VERIFY-SAVED-COPY - every replaced or removed file must
      *> still be in the generation before anything is put back
      *> ----------------------------------------------------------
       4300-VERIFY-SAVED-COPY.
           IF RELEASE-ENTRY-ADD(RELEASE-ENTRY-INDEX)
              GO TO 4300-EXIT
           END-IF.
           PERFORM 5000-BUILD-ENTRY-PATHS THRU 5000-EXIT.
           MOVE LOCAL-SAVED-PATH TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-EXISTS OR LOCAL-PROBE-IS-DIRECTORY
              DISPLAY "HTTP-CONTENT-PROMOTE: "
                 FUNCTION TRIM(RELEASE-ENTRY-CHANGE
                    (RELEASE-ENTRY-INDEX)) " "
                 RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                    (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                 " - NO SAVED COPY IN "
                 LOCAL-GENERATION(1:LOCAL-GENERATION-LENGTH)
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       4300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4400-UNDO-ENTRY - the undo logged, then an added file
      *> deleted, a replaced or removed one copied back, its catalog
      *> entry kept in step
      *> ----------------------------------------------------------
       4400-UNDO-ENTRY.
           PERFORM 5000-BUILD-ENTRY-PATHS THRU 5000-EXIT.
           MOVE RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-INDEX)
              TO LOCAL-LOG-CHANGE.
           MOVE RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
              TO LOCAL-LOG-PATH.
           PERFORM 6500-WRITE-LOG-LINE THRU 6500-EXIT.
           IF LOCAL-RUN-FAILED
              GO TO 4400-FAILED
           END-IF.
           IF RELEASE-ENTRY-ADD(RELEASE-ENTRY-INDEX)
              PERFORM 5400-DELETE-LIVE-FILE THRU 5400-EXIT
              IF NOT LOCAL-COPY-OK
                 GO TO 4400-FAILED
              END-IF
              PERFORM 6300-DROP-CATALOG-ENTRY THRU 6300-EXIT
           ELSE
              MOVE LOCAL-SAVED-PATH TO LOCAL-COPY-FROM
              MOVE LOCAL-LIVE-PATH TO LOCAL-COPY-TO
              PERFORM 5300-COPY-FILE THRU 5300-EXIT
              IF NOT LOCAL-COPY-OK
                 GO TO 4400-FAILED
              END-IF
              PERFORM 6200-REFRESH-CATALOG-ENTRY THRU 6200-EXIT
           END-IF.
           ADD 1 TO LOCAL-CHANGED-COUNT.
           GO TO 4400-EXIT.

       4400-FAILED.
           SET LOCAL-RUN-FAILED TO TRUE.
           DISPLAY "HTTP-CONTENT-PROMOTE: UNDO OF "
              FUNCTION TRIM(RELEASE-ENTRY-CHANGE(RELEASE-ENTRY-INDEX))
              " " RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                    (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
              " FAILED - BACKOUT PART DONE".
       4400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-BUILD-ENTRY-PATHS - the live, staged and saved names
      *> of the current file of the release
      *> ----------------------------------------------------------
       5000-BUILD-ENTRY-PATHS.
           MOVE SPACES TO LOCAL-LIVE-PATH LOCAL-STAGE-PATH
                          LOCAL-SAVED-PATH.
           STRING LOCAL-LIVE-ROOT(1:LOCAL-LIVE-ROOT-LENGTH)
                  RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                     (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                 DELIMITED BY SIZE
              INTO LOCAL-LIVE-PATH.
           IF LOCAL-STAGE-ROOT-LENGTH IS GREATER THAN ZERO
              STRING LOCAL-STAGE-ROOT(1:LOCAL-STAGE-ROOT-LENGTH)
                     RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                     (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                    DELIMITED BY SIZE
                 INTO LOCAL-STAGE-PATH
           END-IF.
           IF LOCAL-GENERATION-LENGTH IS GREATER THAN ZERO
              STRING LOCAL-GENERATION(1:LOCAL-GENERATION-LENGTH)
                     RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                     (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
                    DELIMITED BY SIZE
                 INTO LOCAL-SAVED-PATH
           END-IF.
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5100-MAKE-PARENT-DIRECTORIES - every directory on the way
      *> to LOCAL-COPY-TO, made where it is not there yet
      *> ----------------------------------------------------------
       5100-MAKE-PARENT-DIRECTORIES.
           COMPUTE LOCAL-COPY-TO-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(LOCAL-COPY-TO TRAILING)).
           PERFORM 5110-MAKE-ONE-DIRECTORY THRU 5110-EXIT
              VARYING LOCAL-DIRECTORY-INDEX FROM 2 BY 1
              UNTIL LOCAL-DIRECTORY-INDEX IS GREATER THAN
                       LOCAL-COPY-TO-LENGTH.
       5100-EXIT.
           EXIT.

       5110-MAKE-ONE-DIRECTORY.
           IF LOCAL-COPY-TO(LOCAL-DIRECTORY-INDEX:1)
                 IS NOT EQUAL TO "/"
              GO TO 5110-EXIT
           END-IF.
           MOVE SPACES TO LOCAL-DIRECTORY-PATH.
           MOVE LOCAL-COPY-TO(1:LOCAL-DIRECTORY-INDEX - 1)
              TO LOCAL-DIRECTORY-PATH.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_CREATE_DIR" USING LOCAL-DIRECTORY-PATH.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.
       5110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5200-PROBE-PATH - is LOCAL-PROBE-PATH there, how big, how
      *> recently changed, and is it a directory (only a directory
      *> has a "/." under it) ?
      *> ----------------------------------------------------------
       5200-PROBE-PATH.
           MOVE "N" TO LOCAL-PROBE-EXISTS-FLAG
                       LOCAL-PROBE-DIRECTORY-FLAG.
           MOVE ZERO TO LOCAL-PROBE-SIZE.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST" USING LOCAL-PROBE-PATH
                                             LOCAL-FILE-INFO-AREA.
           IF RETURN-CODE IS EQUAL TO ZERO
              SET LOCAL-PROBE-EXISTS TO TRUE
              MOVE LOCAL-FILE-INFO-SIZE TO LOCAL-PROBE-SIZE
              COMPUTE LOCAL-DOCUMENT-STAMP-DATE =
                 LOCAL-FILE-INFO-YEAR * 10000
                 + LOCAL-FILE-INFO-MONTH * 100
                 + LOCAL-FILE-INFO-DAY
              COMPUTE LOCAL-DOCUMENT-STAMP-TIME =
                 LOCAL-FILE-INFO-HOUR * 1000000
                 + LOCAL-FILE-INFO-MINUTE * 10000
                 + LOCAL-FILE-INFO-SECOND * 100
              COMPUTE LOCAL-PROBE-PATH-LENGTH = FUNCTION LENGTH(
                 FUNCTION TRIM(LOCAL-PROBE-PATH TRAILING))
              MOVE SPACES TO LOCAL-PROBE-DIRECTORY-PATH
              STRING LOCAL-PROBE-PATH(1:LOCAL-PROBE-PATH-LENGTH) "/."
                    DELIMITED BY SIZE
                 INTO LOCAL-PROBE-DIRECTORY-PATH
              CALL "CBL_CHECK_FILE_EXIST"
                 USING LOCAL-PROBE-DIRECTORY-PATH
                       LOCAL-FILE-INFO-AREA
              IF RETURN-CODE IS EQUAL TO ZERO
                 SET LOCAL-PROBE-IS-DIRECTORY TO TRUE
              END-IF
           END-IF.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.
       5200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5300-COPY-FILE - LOCAL-COPY-FROM to LOCAL-COPY-TO byte for
      *> byte, directories made on the way, the copy proved by its
      *> size
      *> ----------------------------------------------------------
       5300-COPY-FILE.
           MOVE "N" TO LOCAL-COPY-OK-FLAG.
           MOVE LOCAL-COPY-FROM TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-EXISTS
              GO TO 5300-EXIT
           END-IF.
           MOVE LOCAL-PROBE-SIZE TO LOCAL-COPY-SIZE.
           PERFORM 5100-MAKE-PARENT-DIRECTORIES THRU 5100-EXIT.

           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_COPY_FILE" USING LOCAL-COPY-FROM LOCAL-COPY-TO.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
              MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE
              GO TO 5300-EXIT
           END-IF.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.

           MOVE LOCAL-COPY-TO TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF LOCAL-PROBE-EXISTS
              AND LOCAL-PROBE-SIZE IS EQUAL TO LOCAL-COPY-SIZE
              SET LOCAL-COPY-OK TO TRUE
           END-IF.
       5300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5400-DELETE-LIVE-FILE - the live file taken away ; one that
      *> is already gone counts as done
      *> ----------------------------------------------------------
       5400-DELETE-LIVE-FILE.
           MOVE "N" TO LOCAL-COPY-OK-FLAG.
           MOVE LOCAL-LIVE-PATH TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-EXISTS
              SET LOCAL-COPY-OK TO TRUE
              GO TO 5400-EXIT
           END-IF.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING LOCAL-LIVE-PATH.
           IF RETURN-CODE IS EQUAL TO ZERO
              SET LOCAL-COPY-OK TO TRUE
           END-IF.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.
       5400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-OPEN-CATALOG - DOCCAT for update, created on first use
      *> the way HTTP-RESPONSE-BUILDER creates it
      *> ----------------------------------------------------------
       6000-OPEN-CATALOG.
           OPEN I-O DOCUMENT-CATALOG-FILE.
           IF LOCAL-DOCUMENT-CATALOG-STATUS IS EQUAL TO "35"
              OPEN OUTPUT DOCUMENT-CATALOG-FILE
              IF LOCAL-DOCUMENT-CATALOG-STATUS IS EQUAL TO "00"
                 CLOSE DOCUMENT-CATALOG-FILE
                 OPEN I-O DOCUMENT-CATALOG-FILE
              END-IF
           END-IF.
           IF LOCAL-DOCUMENT-CATALOG-STATUS IS EQUAL TO "00" OR "05"
              SET LOCAL-DOCUMENT-CATALOG-OPEN TO TRUE
           ELSE
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO OPEN DOCCAT, "
                 "STATUS=" LOCAL-DOCUMENT-CATALOG-STATUS
              ADD 1 TO LOCAL-ERROR-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6200-REFRESH-CATALOG-ENTRY - the live file's new stamp on
      *> its DOCCAT entry, keyed as the builder keys it on the root
      *> plus the served path
      *> ----------------------------------------------------------
       6200-REFRESH-CATALOG-ENTRY.
           MOVE LOCAL-LIVE-PATH TO LOCAL-PROBE-PATH.
           PERFORM 5200-PROBE-PATH THRU 5200-EXIT.
           IF NOT LOCAL-PROBE-EXISTS
              ACCEPT LOCAL-DOCUMENT-STAMP-DATE FROM DATE YYYYMMDD
              ACCEPT LOCAL-DOCUMENT-STAMP-TIME FROM TIME
           END-IF.
           MOVE LOCAL-LIVE-PATH(1:256) TO CATALOG-DOCUMENT-PATH.
           READ DOCUMENT-CATALOG-FILE
              INVALID KEY
                 MOVE LOCAL-LIVE-PATH(1:256) TO CATALOG-DOCUMENT-PATH
                 MOVE LOCAL-DOCUMENT-STAMP-DATE
                    TO CATALOG-MODIFIED-DATE
                 MOVE LOCAL-DOCUMENT-STAMP-TIME
                    TO CATALOG-MODIFIED-TIME
                 WRITE DOCUMENT-CATALOG-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE LOCAL-DOCUMENT-STAMP-DATE
                    TO CATALOG-MODIFIED-DATE
                 MOVE LOCAL-DOCUMENT-STAMP-TIME
                    TO CATALOG-MODIFIED-TIME
                 REWRITE DOCUMENT-CATALOG-RECORD
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           IF LOCAL-DOCUMENT-CATALOG-STATUS IS NOT EQUAL TO "00"
              PERFORM 6400-CATALOG-FAILED THRU 6400-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6300-DROP-CATALOG-ENTRY - a file no longer served keeps no
      *> stamp
      *> ----------------------------------------------------------
       6300-DROP-CATALOG-ENTRY.
           MOVE LOCAL-LIVE-PATH(1:256) TO CATALOG-DOCUMENT-PATH.
           DELETE DOCUMENT-CATALOG-FILE
              INVALID KEY CONTINUE
           END-DELETE.
           IF LOCAL-DOCUMENT-CATALOG-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-DOCUMENT-CATALOG-STATUS IS NOT EQUAL TO "23"
              PERFORM 6400-CATALOG-FAILED THRU 6400-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6400-CATALOG-FAILED - a DOCCAT entry left out of step ; the
      *> file itself is changed and counted, but the run stops there
      *> and closes PARTIAL
      *> ----------------------------------------------------------
       6400-CATALOG-FAILED.
           DISPLAY "HTTP-CONTENT-PROMOTE: DOCCAT ENTRY FOR "
              RELEASE-ENTRY-PATH(RELEASE-ENTRY-INDEX)
                 (1:RELEASE-ENTRY-PATH-LENGTH(RELEASE-ENTRY-INDEX))
              " NOT UPDATED, STATUS=" LOCAL-DOCUMENT-CATALOG-STATUS.
           SET LOCAL-RUN-FAILED TO TRUE.
       6400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6500-WRITE-LOG-LINE - one RELLOG line for this run, the
      *> change and path taken from LOCAL-LOG-CHANGE and
      *> LOCAL-LOG-PATH
      *> ----------------------------------------------------------
       6500-WRITE-LOG-LINE.
           OPEN EXTEND RELEASE-LOG-FILE.
           IF LOCAL-RELEASE-LOG-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT RELEASE-LOG-FILE
           END-IF.
           IF LOCAL-RELEASE-LOG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-CONTENT-PROMOTE: UNABLE TO OPEN RELLOG, "
                 "STATUS=" LOCAL-RELEASE-LOG-STATUS
              SET LOCAL-RUN-FAILED TO TRUE
              GO TO 6500-EXIT
           END-IF.

           MOVE SPACES TO RELEASE-LOG-RECORD.
           MOVE LOCAL-RUN-DATE        TO RELEASE-LOG-DATE.
           MOVE LOCAL-RUN-TIME        TO RELEASE-LOG-TIME.
           MOVE LOCAL-RUN-ACTION      TO RELEASE-LOG-ACTION.
           MOVE LOCAL-COMMAND-RELEASE TO RELEASE-LOG-RELEASE.
           MOVE LOCAL-OPERATOR-ID     TO RELEASE-LOG-BY.
           MOVE LOCAL-RELEASE-HOST    TO RELEASE-LOG-HOST.
           MOVE LOCAL-LOG-CHANGE      TO RELEASE-LOG-CHANGE.
           MOVE LOCAL-GENERATION      TO RELEASE-LOG-GENERATION.
           MOVE LOCAL-LOG-PATH        TO RELEASE-LOG-PATH.
           WRITE RELEASE-LOG-RECORD.
           CLOSE RELEASE-LOG-FILE.
       6500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6600-WRITE-CLOSING-LINE - how the run ended and how many
      *> files it changed, on the log and the console
      *> ----------------------------------------------------------
       6600-WRITE-CLOSING-LINE.
           MOVE LOCAL-CHANGED-COUNT TO LOCAL-DISPLAY-COUNT.
           IF LOCAL-RUN-FAILED
              MOVE "PARTIAL" TO LOCAL-LOG-CHANGE
           ELSE
              MOVE "COMPLETE" TO LOCAL-LOG-CHANGE
           END-IF.
           MOVE SPACES TO LOCAL-LOG-PATH.
           STRING FUNCTION TRIM(LOCAL-DISPLAY-COUNT) " FILES"
                 DELIMITED BY SIZE
              INTO LOCAL-LOG-PATH.
           PERFORM 6500-WRITE-LOG-LINE THRU 6500-EXIT.
           DISPLAY "HTTP-CONTENT-PROMOTE: "
              FUNCTION TRIM(LOCAL-RUN-ACTION) " "
              FUNCTION TRIM(LOCAL-COMMAND-RELEASE) " "
              FUNCTION TRIM(LOCAL-LOG-CHANGE) ", "
              FUNCTION TRIM(LOCAL-DISPLAY-COUNT) " FILES CHANGED, "
              "GENERATION " LOCAL-GENERATION(1:LOCAL-GENERATION-LENGTH).
       6600-EXIT.
           EXIT.

       END PROGRAM HTTP-CONTENT-PROMOTE.
