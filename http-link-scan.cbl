      *> ---------------------------------------------------------------
      *> HTTP-LINK-SCAN
      *>
      *> Nightly broken-link scan of the served sites. Every HTML page
      *> (.html or .htm, at any depth) under the DOCROOT root and
      *> under each VHOSTS root is read, and every href and src value
      *> on it is resolved the way HTTP-REQUEST-PARSER would resolve
      *> the request a browser makes for it :
      *>
      *>   - the link is made absolute against the page's own path,
      *>     "." and ".." segments folded and the query string and
      *>     fragment dropped, then percent-decoded ;
      *>   - an exact REDIRECTS match, for every host or for the host
      *>     the link is on, is followed to its target (a target off
      *>     the served hosts is taken on trust) ;
      *>   - a HANDLERS prefix is answered by its program, and is
      *>     taken as good ;
      *>   - a path ending in "/" takes the first default document
      *>     present, from the host's own VHOSTS list or from DEFDOCS,
      *>     or the generated listing on an AUTOINDEX host ;
      *>   - anything else must be a file under the host's root.
      *>
      *> A link written with http:// or https:// (or //) to a host on
      *> VHOSTS is checked against that host ; links to anywhere else,
      *> other schemes (mailto:, javascript: ...) and in-page anchors
      *> are counted as not checked. The LNKRPT report lists, by host
      *> and source page, each broken link and each link that only
      *> works through a redirect, with its line on the page, then
      *> the host's totals and a summary for the run. RETURN-CODE is 4
      *> when a broken link was found, 8 when a root could not be
      *> scanned.
      *>
      *> The pages under a root are listed into the LNKWRK work file
      *> with one shell "find", as the response builder lists a
      *> directory for auto-index ; a root carrying shell
      *> metacharacters is not scanned. The HTML is read line by line,
      *> so an attribute and its value must sit on the same line.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  VHOSTS, HANDLERS and REDIRECTS are read by
      *>                   key from the indexed files the parser now
      *>                   uses, the sites walked in host-name order ; the
      *>                   longest handler prefix wins and a redirect
      *>                   for the link's host is taken ahead of the
      *>                   every-host one, as in the parser
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-LINK-SCAN.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFAULT-DOC-FILE ASSIGN TO "DEFDOCS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-DEFAULT-DOC-FILE-STATUS.
           SELECT DOCUMENT-ROOT-FILE ASSIGN TO "DOCROOT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-DOCUMENT-ROOT-FILE-STATUS.
           SELECT VIRTUAL-HOST-FILE ASSIGN TO "VHOSTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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
           SELECT PAGE-LIST-FILE ASSIGN TO "LNKWRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PAGE-LIST-STATUS.
           SELECT PAGE-FILE
                 ASSIGN TO DYNAMIC LOCAL-PAGE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PAGE-FILE-STATUS.
           SELECT PROBE-FILE
                 ASSIGN TO DYNAMIC LOCAL-PROBE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PROBE-STATUS.
           SELECT LINK-REPORT-FILE ASSIGN TO "LNKRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-LINK-REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "LNKSRT".

       DATA DIVISION.
       FILE SECTION.
       FD DEFAULT-DOC-FILE.
       01 DEFAULT-DOC-FILE-RECORD PIC X(30).

       FD DOCUMENT-ROOT-FILE.
       01 DOCUMENT-ROOT-FILE-RECORD PIC X(256).

       FD VIRTUAL-HOST-FILE.
       COPY VHOSTR.

       FD HANDLER-MAP-FILE.
       COPY HANDLERR.

       FD REDIRECT-MAP-FILE.
       COPY REDIRR.

       FD PAGE-LIST-FILE.
       01 PAGE-LIST-RECORD PIC X(1024).

       FD PAGE-FILE.
       01 PAGE-FILE-RECORD PIC X(1024).

       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(1).

       FD LINK-REPORT-FILE.
       01 LINK-REPORT-RECORD PIC X(132).

      *> one finding, or one host's totals after its findings
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          03 SORT-HOST            PIC X(64).
          03 SORT-RECORD-TYPE     PIC X(1).
             88 SORT-FINDING          VALUE "D".
             88 SORT-HOST-TOTALS      VALUE "T".
          03 SORT-PAGE            PIC X(256).
          03 SORT-LINE-NUMBER     PIC 9(6).
          03 SORT-FINDING-KIND    PIC X(1).
             88 SORT-BROKEN-LINK      VALUE "B".
             88 SORT-REDIRECT-LINK    VALUE "R".
          03 SORT-LINK            PIC X(256).
          03 SORT-NOTE            PIC X(256).
          03 SORT-ROOT            PIC X(256).
          03 SORT-PAGE-COUNT      PIC 9(9).
          03 SORT-LINK-COUNT      PIC 9(9).
          03 SORT-UNCHECKED-COUNT PIC 9(9).
          03 SORT-BROKEN-COUNT    PIC 9(9).
          03 SORT-REDIRECT-COUNT  PIC 9(9).

       WORKING-STORAGE SECTION.
       77 HEX-DIGIT-TABLE PIC X(16) VALUE "0123456789ABCDEF".
       77 LOCAL-DEFAULT-DOC-FILE-STATUS PIC X(2).
       77 LOCAL-DOCUMENT-ROOT-FILE-STATUS PIC X(2).
       77 LOCAL-VIRTUAL-HOST-FILE-STATUS PIC X(2).
       77 LOCAL-HANDLER-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-REDIRECT-MAP-FILE-STATUS PIC X(2).
       77 LOCAL-PAGE-LIST-STATUS PIC X(2).
       77 LOCAL-PAGE-FILE-STATUS PIC X(2).
       77 LOCAL-PROBE-STATUS PIC X(2).
       77 LOCAL-LINK-REPORT-STATUS PIC X(2).
       77 LOCAL-PAGE-PATH PIC X(2304).
       77 LOCAL-PROBE-PATH PIC X(2304).
       77 LOCAL-PAGE-LIST-NAME PIC X(6) VALUE "LNKWRK".
       77 REDIRECT-HOP-MAX PIC 9(2) VALUE 5.

      *> the default-document tables, loaded from the same files and
      *> to the same limits as HTTP-REQUEST-PARSER loads them ; the
      *> VHOSTS, HANDLERS and REDIRECTS maps are read by key as the
      *> parser reads them
       77 DEFAULT-DOCUMENT-COUNT PIC 9(3) VALUE ZERO.
       77 DEFAULT-DOCUMENT-MAX PIC 9(3) VALUE 20.
       77 DEFAULT-DOCUMENT-INDEX PIC 9(3) COMP.

       01 DEFAULT-DOCUMENT-TABLE.
          03 DEFAULT-DOCUMENT-ENTRY OCCURS 20 TIMES.
             05 DEFAULT-DOCUMENT-NAME PIC X(30).

       77 ACTIVE-DOCUMENT-COUNT PIC 9(3) VALUE ZERO.
       01 ACTIVE-DOCUMENT-TABLE.
          03 ACTIVE-DOCUMENT-ENTRY OCCURS 20 TIMES.
             05 ACTIVE-DOCUMENT-NAME PIC X(30).

       01 LOCAL-DOCUMENT-ROOT PIC X(256) VALUE SPACES.
       01 LOCAL-DOCUMENT-ROOT-LENGTH PIC 9(4) COMP VALUE ZERO.

       01 LOCAL-VIRTUAL-HOST-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-VIRTUAL-HOSTS-OPEN VALUE "Y".
       01 LOCAL-HANDLER-MAP-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-HANDLER-MAP-OPEN VALUE "Y".
       01 LOCAL-REDIRECT-MAP-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-REDIRECT-MAP-OPEN VALUE "Y".

       01 LOCAL-CONFIG-WORK-AREA.
          03 LOCAL-HOST-DOC-LIST       PIC X(256).
          03 LOCAL-HOST-DOC-LIST-POINTER PIC 9(4) COMP.
          03 LOCAL-HOST-DOC-ITEM       PIC X(30).
          03 LOCAL-HANDLER-PREFIX-LENGTH PIC 9(4) COMP.
          03 LOCAL-HANDLER-LONGEST     PIC 9(4) COMP.

      *> the site being scanned : a blank name is the DOCROOT site
       01 LOCAL-SITE-WORK-AREA.
          03 LOCAL-SITE-NAME           PIC X(64).
          03 LOCAL-SITE-DONE-FLAG      PIC X(1).
             88 LOCAL-SITES-DONE           VALUE "Y".
          03 LOCAL-DOCROOT-SCANNED-FLAG PIC X(1).
             88 LOCAL-DOCROOT-SCANNED      VALUE "Y".
          03 LOCAL-SITE-HOST           PIC X(64).
          03 LOCAL-SITE-ROOT           PIC X(256).
          03 LOCAL-SITE-ROOT-LENGTH    PIC 9(4) COMP.
          03 LOCAL-LIST-PREFIX-LENGTH  PIC 9(4) COMP.
          03 LOCAL-SITE-NOTE           PIC X(256).
          03 LOCAL-UNSAFE-COUNT        PIC 9(4) COMP.
          03 LOCAL-LIST-COMMAND        PIC X(2400).

       01 LOCAL-SITE-TOTALS.
          03 LOCAL-SITE-PAGE-COUNT      PIC 9(9) COMP.
          03 LOCAL-SITE-LINK-COUNT      PIC 9(9) COMP.
          03 LOCAL-SITE-UNCHECKED-COUNT PIC 9(9) COMP.
          03 LOCAL-SITE-BROKEN-COUNT    PIC 9(9) COMP.
          03 LOCAL-SITE-REDIRECT-COUNT  PIC 9(9) COMP.

      *> the page being read
       01 LOCAL-PAGE-WORK-AREA.
          03 LOCAL-PAGE-URL            PIC X(1024).
          03 LOCAL-PAGE-URL-LENGTH     PIC 9(4) COMP.
          03 LOCAL-PAGE-DIRECTORY-LENGTH PIC 9(4) COMP.
          03 LOCAL-PAGE-LINE-NUMBER    PIC 9(6).
          03 LOCAL-PAGE-LINE-LENGTH    PIC 9(4) COMP.
          03 LOCAL-PAGE-LINE-UPPER     PIC X(1024).
          03 LOCAL-SCAN-INDEX          PIC 9(4) COMP.
          03 LOCAL-VALUE-INDEX         PIC 9(4) COMP.
          03 LOCAL-VALUE-REST          PIC 9(4) COMP.
          03 LOCAL-VALUE-QUOTE         PIC X(1).

       01 LOCAL-PAGE-LIST-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-PAGE-LIST-AT-END VALUE "Y".
       01 LOCAL-PAGE-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-PAGE-AT-END VALUE "Y".

      *> the link being checked
       01 LOCAL-LINK-WORK-AREA.
          03 LOCAL-LINK-AS-WRITTEN     PIC X(512).
          03 LOCAL-LINK-TEXT           PIC X(512).
          03 LOCAL-LINK-TEXT-LENGTH    PIC 9(4) COMP.
          03 LOCAL-LINK-UPPER          PIC X(512).
          03 LOCAL-LINK-HOST-START     PIC 9(4) COMP.
          03 LOCAL-LINK-HOST           PIC X(256).
          03 LOCAL-LINK-HOST-LENGTH    PIC 9(4) COMP.
          03 LOCAL-LINK-COLON-OFFSET   PIC 9(4) COMP.
          03 LOCAL-LINK-SLASH-OFFSET   PIC 9(4) COMP.
          03 LOCAL-LINK-PATH-RAW       PIC X(512).
          03 LOCAL-LINK-PATH-RAW-LENGTH PIC 9(4) COMP.
          03 LOCAL-COMBINED-PATH       PIC X(1024).
          03 LOCAL-COMBINED-LENGTH     PIC 9(4) COMP.
          03 LOCAL-LINK-PATH           PIC X(1024).
          03 LOCAL-LINK-PATH-LENGTH    PIC 9(4) COMP.
          03 LOCAL-LINK-NOTE           PIC X(256).
          03 LOCAL-LINK-OFF-SITE-FLAG  PIC X(1).
             88 LOCAL-LINK-OFF-SITE        VALUE "Y".
          03 LOCAL-LINK-ABOVE-ROOT-FLAG PIC X(1).
             88 LOCAL-LINK-ABOVE-ROOT      VALUE "Y".

      *> "." and ".." folding : where each kept segment starts
       01 LOCAL-NORMALIZE-WORK-AREA.
          03 LOCAL-SEGMENT             PIC X(256).
          03 LOCAL-SEGMENT-LENGTH      PIC 9(4) COMP.
          03 LOCAL-SEGMENT-POINTER     PIC 9(4) COMP.
          03 LOCAL-SEGMENT-DEPTH       PIC 9(3) COMP.
          03 LOCAL-SEGMENT-START       PIC 9(4) COMP OCCURS 128 TIMES.
          03 LOCAL-TRAILING-SLASH-FLAG PIC X(1).
             88 LOCAL-TRAILING-SLASH       VALUE "Y".

       01 LOCAL-DECODE-WORK-AREA.
          03 LOCAL-DECODE-OUTPUT        PIC X(1024).
          03 LOCAL-DECODE-OUTPUT-LENGTH PIC 9(4) COMP.
          03 LOCAL-DECODE-INPUT-INDEX   PIC 9(4) COMP.
          03 LOCAL-DECODE-HEX-CHAR-1    PIC X(1).
          03 LOCAL-DECODE-HEX-CHAR-2    PIC X(1).
          03 LOCAL-DECODE-HEX-VALUE-1   PIC 9(2) COMP.
          03 LOCAL-DECODE-HEX-VALUE-2   PIC 9(2) COMP.
          03 LOCAL-DECODE-BYTE-VALUE    PIC 9(3) COMP.

      *> the host the link resolves under, which an absolute link or
      *> a redirect may move off the site being scanned
       01 LOCAL-TARGET-WORK-AREA.
          03 LOCAL-TARGET-HOST         PIC X(64).
          03 LOCAL-TARGET-ROOT         PIC X(256).
          03 LOCAL-TARGET-ROOT-LENGTH  PIC 9(4) COMP.
          03 LOCAL-TARGET-LOOKUP-HOST  PIC X(256).
          03 LOCAL-TARGET-AUTOINDEX-FLAG PIC X(1).
             88 LOCAL-TARGET-AUTOINDEX     VALUE "Y".

       01 LOCAL-RESOLVE-WORK-AREA.
          03 LOCAL-RESOLVE-HOP-COUNT   PIC 9(2) COMP.
          03 LOCAL-FIRST-REDIRECT-STATUS PIC 9(3).
          03 LOCAL-FIRST-REDIRECT-TARGET PIC X(256).
          03 LOCAL-REDIRECT-TARGET     PIC X(256).
          03 LOCAL-RESOLVE-DONE-FLAG   PIC X(1).
             88 LOCAL-RESOLVE-DONE         VALUE "Y".
          03 LOCAL-LINK-BROKEN-FLAG    PIC X(1).
             88 LOCAL-LINK-BROKEN          VALUE "Y".
          03 LOCAL-REDIRECT-MATCHED-FLAG PIC X(1).
             88 LOCAL-REDIRECT-MATCHED     VALUE "Y".
          03 LOCAL-HANDLER-MATCHED-FLAG PIC X(1).
             88 LOCAL-HANDLER-MATCHED      VALUE "Y".
          03 LOCAL-DOCUMENT-FOUND-FLAG PIC X(1).
             88 LOCAL-DOCUMENT-FOUND       VALUE "Y".
          03 LOCAL-BROKEN-REASON       PIC X(64).

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
       01 LOCAL-DIRECTORY-FLAG PIC X(1).
          88 LOCAL-IS-DIRECTORY VALUE "Y".

       01 LOCAL-RUN-WORK-AREA.
          03 LOCAL-REPORT-DATE         PIC 9(8).
          03 LOCAL-RUN-RETURN-CODE     PIC 9(3) VALUE ZERO.

       01 LOCAL-SORT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-SORT-AT-END VALUE "Y".
       01 LOCAL-FIRST-GROUP-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-FIRST-GROUP VALUE "Y".

       01 LOCAL-BREAK-WORK-AREA.
          03 LOCAL-PRIOR-HOST          PIC X(64) VALUE SPACES.
          03 LOCAL-PRIOR-PAGE          PIC X(256) VALUE SPACES.
          03 LOCAL-HOST-FINDING-COUNT  PIC 9(9) COMP.

       01 LOCAL-GRAND-TOTALS.
          03 LOCAL-HOST-COUNT          PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-PAGE-TOTAL          PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-LINK-TOTAL          PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-UNCHECKED-TOTAL     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-BROKEN-TOTAL        PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-REDIRECT-TOTAL      PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-DETAIL-LINE.
          03 FILLER                    PIC X(4) VALUE SPACES.
          03 LOCAL-DETAIL-LINE-NUMBER  PIC ZZZZZ9.
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 LOCAL-DETAIL-KIND         PIC X(14).
          03 LOCAL-DETAIL-TEXT         PIC X(106).

       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-2 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-3 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-4 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-5 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOCAL-LINK-REPORT-STATUS IS EQUAL TO "00"
              SORT SORT-WORK-FILE
                 ASCENDING KEY SORT-HOST SORT-RECORD-TYPE SORT-PAGE
                               SORT-LINE-NUMBER
                 INPUT PROCEDURE 2000-SCAN-SITES THRU 2000-EXIT
                 OUTPUT PROCEDURE 7000-PRODUCE-REPORT THRU 7000-EXIT
              CLOSE LINK-REPORT-FILE
              MOVE LOCAL-RUN-RETURN-CODE TO RETURN-CODE
              PERFORM 8000-CLOSE-CONFIG-MAPS THRU 8000-EXIT
           ELSE
              DISPLAY "HTTP-LINK-SCAN: UNABLE TO OPEN LNKRPT, STATUS="
                 LOCAL-LINK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - the resolution tables and maps, then the
      *> report file, opened fresh each run
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-DEFAULT-DOCUMENTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-DOCUMENT-ROOT THRU 1200-EXIT.
           PERFORM 1300-OPEN-CONFIG-MAPS THRU 1300-EXIT.
           OPEN OUTPUT LINK-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1100-LOAD-DEFAULT-DOCUMENTS - the DEFDOCS names in order,
      *> "index.html" alone when there is no file
      *> ----------------------------------------------------------
       1100-LOAD-DEFAULT-DOCUMENTS.
           OPEN INPUT DEFAULT-DOC-FILE.
           IF LOCAL-DEFAULT-DOC-FILE-STATUS IS EQUAL TO "00"
              PERFORM 1110-READ-DEFAULT-DOCUMENT THRU 1110-EXIT
                 UNTIL LOCAL-DEFAULT-DOC-FILE-STATUS
                          IS NOT EQUAL TO "00"
                    OR DEFAULT-DOCUMENT-COUNT IS EQUAL TO
                          DEFAULT-DOCUMENT-MAX
              CLOSE DEFAULT-DOC-FILE
           END-IF.
           IF DEFAULT-DOCUMENT-COUNT IS EQUAL TO ZERO
              MOVE 1 TO DEFAULT-DOCUMENT-COUNT
              MOVE "index.html" TO DEFAULT-DOCUMENT-NAME(1)
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-DEFAULT-DOCUMENT.
           READ DEFAULT-DOC-FILE
              AT END
                 MOVE "10" TO LOCAL-DEFAULT-DOC-FILE-STATUS
              NOT AT END
                 ADD 1 TO DEFAULT-DOCUMENT-COUNT
                 MOVE DEFAULT-DOC-FILE-RECORD
                    TO DEFAULT-DOCUMENT-NAME(DEFAULT-DOCUMENT-COUNT)
           END-READ.
       1110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1200-LOAD-DOCUMENT-ROOT - the single DOCROOT line, "." when
      *> there is none
      *> ----------------------------------------------------------
       1200-LOAD-DOCUMENT-ROOT.
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
       1200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1300-OPEN-CONFIG-MAPS - the three keyed maps, held open for
      *> the run ; a map that is not there simply has no entries, as
      *> it is for the parser
      *> ----------------------------------------------------------
       1300-OPEN-CONFIG-MAPS.
           OPEN INPUT VIRTUAL-HOST-FILE.
           IF LOCAL-VIRTUAL-HOST-FILE-STATUS IS EQUAL TO "00"
              SET LOCAL-VIRTUAL-HOSTS-OPEN TO TRUE
           END-IF.
           OPEN INPUT HANDLER-MAP-FILE.
           IF LOCAL-HANDLER-MAP-FILE-STATUS IS EQUAL TO "00"
              SET LOCAL-HANDLER-MAP-OPEN TO TRUE
           END-IF.
           OPEN INPUT REDIRECT-MAP-FILE.
           IF LOCAL-REDIRECT-MAP-FILE-STATUS IS EQUAL TO "00"
              SET LOCAL-REDIRECT-MAP-OPEN TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-SCAN-SITES - sort input procedure ; the DOCROOT site
      *> first, then every virtual host in VHOSTS key order
      *> ----------------------------------------------------------
       2000-SCAN-SITES.
           MOVE SPACES TO LOCAL-SITE-NAME.
           MOVE "N" TO LOCAL-SITE-DONE-FLAG LOCAL-DOCROOT-SCANNED-FLAG.
           PERFORM 2100-SCAN-ONE-SITE THRU 2100-EXIT
              WITH TEST AFTER UNTIL LOCAL-SITES-DONE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2050-NEXT-SITE - the virtual host after the one just
      *> scanned ; the keyed reads made while resolving its links
      *> move the file along, so the walk starts again from the
      *> last host's name each time
      *> ----------------------------------------------------------
       2050-NEXT-SITE.
           IF NOT LOCAL-VIRTUAL-HOSTS-OPEN
              SET LOCAL-SITES-DONE TO TRUE
              GO TO 2050-EXIT
           END-IF.
           MOVE LOCAL-SITE-NAME TO VIRTUAL-HOST-NAME.
           START VIRTUAL-HOST-FILE KEY IS GREATER THAN
                 VIRTUAL-HOST-NAME
              INVALID KEY
                 SET LOCAL-SITES-DONE TO TRUE
                 GO TO 2050-EXIT
           END-START.
           READ VIRTUAL-HOST-FILE NEXT RECORD
              AT END
                 SET LOCAL-SITES-DONE TO TRUE
                 GO TO 2050-EXIT
           END-READ.
           MOVE VIRTUAL-HOST-NAME TO LOCAL-SITE-NAME LOCAL-SITE-HOST.
           MOVE VIRTUAL-HOST-ROOT TO LOCAL-SITE-ROOT.
           MOVE ZERO TO LOCAL-SITE-ROOT-LENGTH.
           INSPECT LOCAL-SITE-ROOT
              TALLYING LOCAL-SITE-ROOT-LENGTH
                 FOR CHARACTERS BEFORE SPACES.
       2050-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-SCAN-ONE-SITE - list the site's pages, read each one,
      *> and close with the site's totals ; a root that is not there
      *> or cannot safely be listed is reported and skipped
      *> ----------------------------------------------------------
       2100-SCAN-ONE-SITE.
           INITIALIZE LOCAL-SITE-TOTALS.
           MOVE SPACES TO LOCAL-SITE-NOTE.
           IF NOT LOCAL-DOCROOT-SCANNED
              SET LOCAL-DOCROOT-SCANNED TO TRUE
              MOVE "(DOCROOT)" TO LOCAL-SITE-HOST
              MOVE LOCAL-DOCUMENT-ROOT TO LOCAL-SITE-ROOT
              MOVE LOCAL-DOCUMENT-ROOT-LENGTH TO LOCAL-SITE-ROOT-LENGTH
           ELSE
              PERFORM 2050-NEXT-SITE THRU 2050-EXIT
              IF LOCAL-SITES-DONE
                 GO TO 2100-EXIT
              END-IF
           END-IF.

      *> the listing names each page under the root as written ; a
      *> trailing "/" is dropped so the page's own path follows it
           MOVE LOCAL-SITE-ROOT-LENGTH TO LOCAL-LIST-PREFIX-LENGTH.
           IF LOCAL-LIST-PREFIX-LENGTH IS GREATER THAN ZERO
              AND LOCAL-SITE-ROOT(LOCAL-LIST-PREFIX-LENGTH:1)
                 IS EQUAL TO "/"
              SUBTRACT 1 FROM LOCAL-LIST-PREFIX-LENGTH
           END-IF.

           MOVE ZERO TO LOCAL-UNSAFE-COUNT.
           INSPECT LOCAL-SITE-ROOT
              TALLYING LOCAL-UNSAFE-COUNT FOR ALL """" "`" "$"
                 "\" ";" "|" "&" "<" ">" "'".
           IF LOCAL-UNSAFE-COUNT IS GREATER THAN ZERO
              MOVE "ROOT NOT SCANNED - SHELL CHARACTERS IN ITS NAME"
                 TO LOCAL-SITE-NOTE
              GO TO 2100-RELEASE-TOTALS
           END-IF.

           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING LOCAL-SITE-ROOT(1:LOCAL-SITE-ROOT-LENGTH) "/."
                 DELIMITED BY SIZE
              INTO LOCAL-PROBE-PATH.
           PERFORM 6300-CHECK-DIRECTORY THRU 6300-EXIT.
           IF NOT LOCAL-IS-DIRECTORY
              MOVE "ROOT NOT SCANNED - NO SUCH DIRECTORY"
                 TO LOCAL-SITE-NOTE
              GO TO 2100-RELEASE-TOTALS
           END-IF.

           MOVE SPACES TO LOCAL-LIST-COMMAND.
           STRING "find """
                  LOCAL-SITE-ROOT(1:LOCAL-SITE-ROOT-LENGTH)
                  """ -type f \( -iname ""*.html"" -o -iname "
                  """*.htm"" \) >LNKWRK 2>/dev/null"
                 DELIMITED BY SIZE
              INTO LOCAL-LIST-COMMAND.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "SYSTEM" USING LOCAL-LIST-COMMAND.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.

           OPEN INPUT PAGE-LIST-FILE.
           IF LOCAL-PAGE-LIST-STATUS IS EQUAL TO "00"
              MOVE "N" TO LOCAL-PAGE-LIST-EOF-FLAG
              PERFORM 2200-SCAN-ONE-PAGE THRU 2200-EXIT
                 WITH TEST AFTER UNTIL LOCAL-PAGE-LIST-AT-END
              CLOSE PAGE-LIST-FILE
           END-IF.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING LOCAL-PAGE-LIST-NAME.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.

       2100-RELEASE-TOTALS.
           IF LOCAL-SITE-NOTE IS NOT EQUAL TO SPACES
              DISPLAY "HTTP-LINK-SCAN: "
                 FUNCTION TRIM(LOCAL-SITE-HOST) " "
                 FUNCTION TRIM(LOCAL-SITE-NOTE)
              IF LOCAL-RUN-RETURN-CODE IS LESS THAN 8
                 MOVE 8 TO LOCAL-RUN-RETURN-CODE
              END-IF
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           MOVE LOCAL-SITE-HOST TO SORT-HOST.
           SET SORT-HOST-TOTALS TO TRUE.
           MOVE ZERO TO SORT-LINE-NUMBER.
           MOVE LOCAL-SITE-ROOT TO SORT-ROOT.
           MOVE LOCAL-SITE-NOTE TO SORT-NOTE.
           MOVE LOCAL-SITE-PAGE-COUNT TO SORT-PAGE-COUNT.
           MOVE LOCAL-SITE-LINK-COUNT TO SORT-LINK-COUNT.
           MOVE LOCAL-SITE-UNCHECKED-COUNT TO SORT-UNCHECKED-COUNT.
           MOVE LOCAL-SITE-BROKEN-COUNT TO SORT-BROKEN-COUNT.
           MOVE LOCAL-SITE-REDIRECT-COUNT TO SORT-REDIRECT-COUNT.
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-SCAN-ONE-PAGE - one listed page : its path as served
      *> is what follows the root, and its directory is what its
      *> relative links are taken from
      *> ----------------------------------------------------------
       2200-SCAN-ONE-PAGE.
           READ PAGE-LIST-FILE
              AT END
                 SET LOCAL-PAGE-LIST-AT-END TO TRUE
                 GO TO 2200-EXIT
           END-READ.
           IF PAGE-LIST-RECORD IS EQUAL TO SPACES
              GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-PAGE-URL.
           MOVE PAGE-LIST-RECORD(LOCAL-LIST-PREFIX-LENGTH + 1:)
              TO LOCAL-PAGE-URL.
           IF LOCAL-PAGE-URL(1:1) IS NOT EQUAL TO "/"
              GO TO 2200-EXIT
           END-IF.
           COMPUTE LOCAL-PAGE-URL-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(LOCAL-PAGE-URL TRAILING)).
           PERFORM 2210-FIND-PAGE-DIRECTORY THRU 2210-EXIT
              VARYING LOCAL-PAGE-DIRECTORY-LENGTH
                 FROM LOCAL-PAGE-URL-LENGTH BY -1
              UNTIL LOCAL-PAGE-URL(LOCAL-PAGE-DIRECTORY-LENGTH:1)
                 IS EQUAL TO "/".

           MOVE PAGE-LIST-RECORD TO LOCAL-PAGE-PATH.
           OPEN INPUT PAGE-FILE.
           IF LOCAL-PAGE-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO LOCAL-SITE-PAGE-COUNT.
           MOVE ZERO TO LOCAL-PAGE-LINE-NUMBER.
           MOVE "N" TO LOCAL-PAGE-EOF-FLAG.
           PERFORM 2300-READ-PAGE-LINE THRU 2300-EXIT
              WITH TEST AFTER UNTIL LOCAL-PAGE-AT-END.
           CLOSE PAGE-FILE.
       2200-EXIT.
           EXIT.

       2210-FIND-PAGE-DIRECTORY.
           CONTINUE.
       2210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2300-READ-PAGE-LINE - one line of the page, searched for
      *> href and src attributes case-blind
      *> ----------------------------------------------------------
       2300-READ-PAGE-LINE.
           READ PAGE-FILE
              AT END
                 SET LOCAL-PAGE-AT-END TO TRUE
                 GO TO 2300-EXIT
           END-READ.
           ADD 1 TO LOCAL-PAGE-LINE-NUMBER.
           IF PAGE-FILE-RECORD IS EQUAL TO SPACES
              GO TO 2300-EXIT
           END-IF.
           COMPUTE LOCAL-PAGE-LINE-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(PAGE-FILE-RECORD TRAILING)).
           MOVE PAGE-FILE-RECORD TO LOCAL-PAGE-LINE-UPPER.
           INSPECT LOCAL-PAGE-LINE-UPPER
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2400-FIND-LINK-AT THRU 2400-EXIT
              VARYING LOCAL-SCAN-INDEX FROM 1 BY 1
              UNTIL LOCAL-SCAN-INDEX IS GREATER THAN
                       LOCAL-PAGE-LINE-LENGTH.
       2300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2400-FIND-LINK-AT - does an href= or src= attribute start
      *> here ? its value, quoted or bare, is taken and checked and
      *> the scan carries on after it
      *> ----------------------------------------------------------
       2400-FIND-LINK-AT.
           IF LOCAL-SCAN-INDEX IS GREATER THAN 1
              AND PAGE-FILE-RECORD(LOCAL-SCAN-INDEX - 1:1)
                 IS NOT EQUAL TO SPACE
              AND PAGE-FILE-RECORD(LOCAL-SCAN-INDEX - 1:1)
                 IS NOT EQUAL TO X"09"
              GO TO 2400-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN LOCAL-PAGE-LINE-UPPER(LOCAL-SCAN-INDEX:4)
                    IS EQUAL TO "HREF"
                 COMPUTE LOCAL-VALUE-INDEX = LOCAL-SCAN-INDEX + 4
              WHEN LOCAL-PAGE-LINE-UPPER(LOCAL-SCAN-INDEX:3)
                    IS EQUAL TO "SRC"
                 COMPUTE LOCAL-VALUE-INDEX = LOCAL-SCAN-INDEX + 3
              WHEN OTHER
                 GO TO 2400-EXIT
           END-EVALUATE.

           PERFORM 2410-SKIP-BLANK THRU 2410-EXIT.
           IF LOCAL-VALUE-INDEX IS GREATER THAN LOCAL-PAGE-LINE-LENGTH
              OR PAGE-FILE-RECORD(LOCAL-VALUE-INDEX:1)
                 IS NOT EQUAL TO "="
              GO TO 2400-EXIT
           END-IF.
           ADD 1 TO LOCAL-VALUE-INDEX.
           PERFORM 2410-SKIP-BLANK THRU 2410-EXIT.
           IF LOCAL-VALUE-INDEX IS GREATER THAN LOCAL-PAGE-LINE-LENGTH
              GO TO 2400-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-LINK-TEXT.
           MOVE ZERO TO LOCAL-LINK-TEXT-LENGTH.
           MOVE PAGE-FILE-RECORD(LOCAL-VALUE-INDEX:1)
              TO LOCAL-VALUE-QUOTE.
           IF LOCAL-VALUE-QUOTE IS EQUAL TO """" OR "'"
              ADD 1 TO LOCAL-VALUE-INDEX
              IF LOCAL-VALUE-INDEX IS GREATER THAN
                    LOCAL-PAGE-LINE-LENGTH
                 GO TO 2400-EXIT
              END-IF
              COMPUTE LOCAL-VALUE-REST =
                 LOCAL-PAGE-LINE-LENGTH - LOCAL-VALUE-INDEX + 1
              UNSTRING PAGE-FILE-RECORD
                          (LOCAL-VALUE-INDEX:LOCAL-VALUE-REST)
                 DELIMITED BY LOCAL-VALUE-QUOTE
                 INTO LOCAL-LINK-TEXT
                    COUNT IN LOCAL-LINK-TEXT-LENGTH
           ELSE
              COMPUTE LOCAL-VALUE-REST =
                 LOCAL-PAGE-LINE-LENGTH - LOCAL-VALUE-INDEX + 1
              UNSTRING PAGE-FILE-RECORD
                          (LOCAL-VALUE-INDEX:LOCAL-VALUE-REST)
                 DELIMITED BY SPACE OR ">" OR X"09"
                 INTO LOCAL-LINK-TEXT
                    COUNT IN LOCAL-LINK-TEXT-LENGTH
           END-IF.

           COMPUTE LOCAL-SCAN-INDEX =
              LOCAL-VALUE-INDEX + LOCAL-LINK-TEXT-LENGTH - 1.
           IF LOCAL-LINK-TEXT-LENGTH IS GREATER THAN 512
              MOVE 512 TO LOCAL-LINK-TEXT-LENGTH
           END-IF.
           IF LOCAL-LINK-TEXT IS NOT EQUAL TO SPACES
              PERFORM 3000-CHECK-LINK THRU 3000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SKIP-BLANK.
           IF LOCAL-VALUE-INDEX IS NOT GREATER THAN
                 LOCAL-PAGE-LINE-LENGTH
              AND PAGE-FILE-RECORD(LOCAL-VALUE-INDEX:1)
                 IS EQUAL TO SPACE
              ADD 1 TO LOCAL-VALUE-INDEX
              GO TO 2410-SKIP-BLANK
           END-IF.
       2410-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-CHECK-LINK - one href or src value : decide which host
      *> it is on, make it a clean absolute path, resolve it, and
      *> send a broken or redirect-only link to the report
      *> ----------------------------------------------------------
       3000-CHECK-LINK.
           ADD 1 TO LOCAL-SITE-LINK-COUNT.
           MOVE "N" TO LOCAL-LINK-OFF-SITE-FLAG
                       LOCAL-LINK-ABOVE-ROOT-FLAG.
           MOVE LOCAL-SITE-NAME TO LOCAL-TARGET-HOST.
           MOVE LOCAL-LINK-TEXT TO LOCAL-LINK-AS-WRITTEN.
           MOVE LOCAL-LINK-TEXT TO LOCAL-LINK-UPPER.
           INSPECT LOCAL-LINK-UPPER
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZERO TO LOCAL-LINK-HOST-START.
           EVALUATE TRUE
              WHEN LOCAL-LINK-TEXT(1:1) IS EQUAL TO "#"
                 SET LOCAL-LINK-OFF-SITE TO TRUE
              WHEN LOCAL-LINK-UPPER(1:7) IS EQUAL TO "HTTP://"
                 MOVE 8 TO LOCAL-LINK-HOST-START
              WHEN LOCAL-LINK-UPPER(1:8) IS EQUAL TO "HTTPS://"
                 MOVE 9 TO LOCAL-LINK-HOST-START
              WHEN LOCAL-LINK-TEXT(1:2) IS EQUAL TO "//"
                 MOVE 3 TO LOCAL-LINK-HOST-START
              WHEN OTHER
      *> a scheme is whatever comes before a ":" that no "/" precedes
                 MOVE ZERO TO LOCAL-LINK-COLON-OFFSET
                              LOCAL-LINK-SLASH-OFFSET
                 INSPECT LOCAL-LINK-TEXT(1:LOCAL-LINK-TEXT-LENGTH)
                    TALLYING LOCAL-LINK-COLON-OFFSET
                       FOR CHARACTERS BEFORE INITIAL ":"
                 INSPECT LOCAL-LINK-TEXT(1:LOCAL-LINK-TEXT-LENGTH)
                    TALLYING LOCAL-LINK-SLASH-OFFSET
                       FOR CHARACTERS BEFORE INITIAL "/"
                 IF LOCAL-LINK-COLON-OFFSET IS LESS THAN
                       LOCAL-LINK-TEXT-LENGTH
                    AND LOCAL-LINK-COLON-OFFSET IS LESS THAN
                       LOCAL-LINK-SLASH-OFFSET
                    SET LOCAL-LINK-OFF-SITE TO TRUE
                 END-IF
           END-EVALUATE.

           IF LOCAL-LINK-HOST-START IS GREATER THAN ZERO
              PERFORM 3100-TAKE-ABSOLUTE-LINK THRU 3100-EXIT
           ELSE
              IF NOT LOCAL-LINK-OFF-SITE
                 PERFORM 3150-TAKE-RELATIVE-LINK THRU 3150-EXIT
              END-IF
           END-IF.
           IF LOCAL-LINK-OFF-SITE
              ADD 1 TO LOCAL-SITE-UNCHECKED-COUNT
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-NORMALIZE-PATH THRU 3200-EXIT.
           IF LOCAL-LINK-ABOVE-ROOT
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "CLIMBS ABOVE THE DOCUMENT ROOT"
                 TO LOCAL-BROKEN-REASON
              MOVE ZERO TO LOCAL-RESOLVE-HOP-COUNT
           ELSE
              PERFORM 3300-DECODE-PATH THRU 3300-EXIT
              PERFORM 4000-RESOLVE-LINK THRU 4000-EXIT
           END-IF.
           PERFORM 3500-RECORD-FINDING THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-TAKE-ABSOLUTE-LINK - a link naming its host is checked
      *> only when the host is one of ours, under that host
      *> ----------------------------------------------------------
       3100-TAKE-ABSOLUTE-LINK.
           MOVE SPACES TO LOCAL-LINK-HOST LOCAL-COMBINED-PATH.
           MOVE ZERO TO LOCAL-LINK-HOST-LENGTH.
           UNSTRING LOCAL-LINK-TEXT(LOCAL-LINK-HOST-START:)
              DELIMITED BY "/" OR "?" OR "#" OR SPACE
              INTO LOCAL-LINK-HOST COUNT IN LOCAL-LINK-HOST-LENGTH.
           UNSTRING LOCAL-LINK-HOST DELIMITED BY ":"
              INTO LOCAL-LINK-HOST.
           INSPECT LOCAL-LINK-HOST
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           PERFORM 3110-FIND-LINK-HOST THRU 3110-EXIT.
           IF LOCAL-LINK-OFF-SITE
              GO TO 3100-EXIT
           END-IF.

           COMPUTE LOCAL-VALUE-INDEX =
              LOCAL-LINK-HOST-START + LOCAL-LINK-HOST-LENGTH.
           MOVE SPACES TO LOCAL-LINK-PATH-RAW.
           IF LOCAL-VALUE-INDEX IS NOT GREATER THAN
                 LOCAL-LINK-TEXT-LENGTH
              AND LOCAL-LINK-TEXT(LOCAL-VALUE-INDEX:1) IS EQUAL TO "/"
              UNSTRING LOCAL-LINK-TEXT(LOCAL-VALUE-INDEX:)
                 DELIMITED BY "?" OR "#" OR SPACE
                 INTO LOCAL-LINK-PATH-RAW
           END-IF.
           IF LOCAL-LINK-PATH-RAW IS EQUAL TO SPACES
              MOVE "/" TO LOCAL-LINK-PATH-RAW
           END-IF.
           MOVE LOCAL-LINK-PATH-RAW TO LOCAL-COMBINED-PATH.
           COMPUTE LOCAL-COMBINED-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(LOCAL-COMBINED-PATH TRAILING)).
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3110-FIND-LINK-HOST - the link's host looked up on VHOSTS ;
      *> an unknown host is somebody else's site
      *> ----------------------------------------------------------
       3110-FIND-LINK-HOST.
           IF NOT LOCAL-VIRTUAL-HOSTS-OPEN
              OR LOCAL-LINK-HOST IS EQUAL TO SPACES
              OR LOCAL-LINK-HOST(65:) IS NOT EQUAL TO SPACES
              SET LOCAL-LINK-OFF-SITE TO TRUE
              GO TO 3110-EXIT
           END-IF.
           MOVE LOCAL-LINK-HOST TO VIRTUAL-HOST-NAME.
           READ VIRTUAL-HOST-FILE
              INVALID KEY
                 SET LOCAL-LINK-OFF-SITE TO TRUE
                 GO TO 3110-EXIT
           END-READ.
           MOVE LOCAL-LINK-HOST TO LOCAL-TARGET-HOST.
       3110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3150-TAKE-RELATIVE-LINK - query and fragment off ; a path
      *> not starting "/" is taken from the page's directory, and
      *> nothing left at all means the page itself
      *> ----------------------------------------------------------
       3150-TAKE-RELATIVE-LINK.
           MOVE SPACES TO LOCAL-LINK-PATH-RAW LOCAL-COMBINED-PATH.
           MOVE ZERO TO LOCAL-LINK-PATH-RAW-LENGTH.
           UNSTRING LOCAL-LINK-TEXT(1:LOCAL-LINK-TEXT-LENGTH)
              DELIMITED BY "?" OR "#"
              INTO LOCAL-LINK-PATH-RAW
                 COUNT IN LOCAL-LINK-PATH-RAW-LENGTH.
           EVALUATE TRUE
              WHEN LOCAL-LINK-PATH-RAW-LENGTH IS EQUAL TO ZERO
                 MOVE LOCAL-PAGE-URL TO LOCAL-COMBINED-PATH
              WHEN LOCAL-LINK-PATH-RAW(1:1) IS EQUAL TO "/"
                 MOVE LOCAL-LINK-PATH-RAW TO LOCAL-COMBINED-PATH
              WHEN OTHER
                 STRING LOCAL-PAGE-URL(1:LOCAL-PAGE-DIRECTORY-LENGTH)
                        LOCAL-LINK-PATH-RAW
                           (1:LOCAL-LINK-PATH-RAW-LENGTH)
                       DELIMITED BY SIZE
                    INTO LOCAL-COMBINED-PATH
           END-EVALUATE.
           COMPUTE LOCAL-COMBINED-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(LOCAL-COMBINED-PATH TRAILING)).
       3150-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-NORMALIZE-PATH - fold "." and ".." segments the way a
      *> browser does before it sends the request ; a ".." with
      *> nothing left to climb out of leaves the site altogether
      *> ----------------------------------------------------------
       3200-NORMALIZE-PATH.
           MOVE SPACES TO LOCAL-LINK-PATH.
           MOVE ZERO TO LOCAL-LINK-PATH-LENGTH LOCAL-SEGMENT-DEPTH.
           MOVE "N" TO LOCAL-TRAILING-SLASH-FLAG.
           IF LOCAL-COMBINED-PATH(LOCAL-COMBINED-LENGTH:1)
                 IS EQUAL TO "/"
              SET LOCAL-TRAILING-SLASH TO TRUE
           END-IF.
           MOVE 2 TO LOCAL-SEGMENT-POINTER.
           PERFORM 3210-TAKE-ONE-SEGMENT THRU 3210-EXIT
              UNTIL LOCAL-SEGMENT-POINTER IS GREATER THAN
                       LOCAL-COMBINED-LENGTH
                 OR LOCAL-LINK-ABOVE-ROOT.
           IF LOCAL-TRAILING-SLASH OR LOCAL-LINK-PATH-LENGTH = ZERO
              ADD 1 TO LOCAL-LINK-PATH-LENGTH
              MOVE "/" TO LOCAL-LINK-PATH(LOCAL-LINK-PATH-LENGTH:1)
           END-IF.
       3200-EXIT.
           EXIT.

       3210-TAKE-ONE-SEGMENT.
           MOVE SPACES TO LOCAL-SEGMENT.
           MOVE ZERO TO LOCAL-SEGMENT-LENGTH.
           UNSTRING LOCAL-COMBINED-PATH(1:LOCAL-COMBINED-LENGTH)
              DELIMITED BY "/"
              INTO LOCAL-SEGMENT COUNT IN LOCAL-SEGMENT-LENGTH
              WITH POINTER LOCAL-SEGMENT-POINTER.
           IF LOCAL-SEGMENT-LENGTH IS GREATER THAN 256
              MOVE 256 TO LOCAL-SEGMENT-LENGTH
           END-IF.
           MOVE "N" TO LOCAL-TRAILING-SLASH-FLAG.
           IF LOCAL-COMBINED-PATH(LOCAL-COMBINED-LENGTH:1)
                 IS EQUAL TO "/"
              SET LOCAL-TRAILING-SLASH TO TRUE
           END-IF.
           EVALUATE TRUE
              WHEN LOCAL-SEGMENT-LENGTH IS EQUAL TO ZERO
                 CONTINUE
              WHEN LOCAL-SEGMENT(1:LOCAL-SEGMENT-LENGTH)
                    IS EQUAL TO "."
                 SET LOCAL-TRAILING-SLASH TO TRUE
              WHEN LOCAL-SEGMENT(1:LOCAL-SEGMENT-LENGTH)
                    IS EQUAL TO ".."
                 SET LOCAL-TRAILING-SLASH TO TRUE
                 IF LOCAL-SEGMENT-DEPTH IS EQUAL TO ZERO
                    SET LOCAL-LINK-ABOVE-ROOT TO TRUE
                 ELSE
                    COMPUTE LOCAL-LINK-PATH-LENGTH =
                       LOCAL-SEGMENT-START(LOCAL-SEGMENT-DEPTH) - 1
                    MOVE SPACES TO LOCAL-LINK-PATH
                       (LOCAL-LINK-PATH-LENGTH + 1:)
                    SUBTRACT 1 FROM LOCAL-SEGMENT-DEPTH
                 END-IF
              WHEN LOCAL-SEGMENT-DEPTH IS LESS THAN 128
                 AND LOCAL-LINK-PATH-LENGTH + LOCAL-SEGMENT-LENGTH
                    IS LESS THAN 1023
                 ADD 1 TO LOCAL-SEGMENT-DEPTH
                 COMPUTE LOCAL-SEGMENT-START(LOCAL-SEGMENT-DEPTH) =
                    LOCAL-LINK-PATH-LENGTH + 1
                 ADD 1 TO LOCAL-LINK-PATH-LENGTH
                 MOVE "/" TO LOCAL-LINK-PATH(LOCAL-LINK-PATH-LENGTH:1)
                 MOVE LOCAL-SEGMENT(1:LOCAL-SEGMENT-LENGTH)
                    TO LOCAL-LINK-PATH(LOCAL-LINK-PATH-LENGTH + 1:
                                       LOCAL-SEGMENT-LENGTH)
                 ADD LOCAL-SEGMENT-LENGTH TO LOCAL-LINK-PATH-LENGTH
           END-EVALUATE.
       3210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3300-DECODE-PATH - %XX escapes to the byte they stand for,
      *> as the parser decodes the request path ; a malformed escape
      *> is kept as it stands
      *> ----------------------------------------------------------
       3300-DECODE-PATH.
           MOVE SPACES TO LOCAL-DECODE-OUTPUT.
           MOVE ZERO TO LOCAL-DECODE-OUTPUT-LENGTH.
           PERFORM 3310-DECODE-PATH-CHARACTER THRU 3310-EXIT
              VARYING LOCAL-DECODE-INPUT-INDEX FROM 1 BY 1
              UNTIL LOCAL-DECODE-INPUT-INDEX
                       IS GREATER THAN LOCAL-LINK-PATH-LENGTH.
           MOVE LOCAL-DECODE-OUTPUT TO LOCAL-LINK-PATH.
           MOVE LOCAL-DECODE-OUTPUT-LENGTH TO LOCAL-LINK-PATH-LENGTH.
       3300-EXIT.
           EXIT.

       3310-DECODE-PATH-CHARACTER.
           IF LOCAL-LINK-PATH(LOCAL-DECODE-INPUT-INDEX:1)
                 IS EQUAL TO "%" AND
              LOCAL-DECODE-INPUT-INDEX + 2
                 IS LESS THAN OR EQUAL TO LOCAL-LINK-PATH-LENGTH
              PERFORM 3320-DECODE-PERCENT-SEQUENCE THRU 3320-EXIT
           ELSE
              ADD 1 TO LOCAL-DECODE-OUTPUT-LENGTH
              MOVE LOCAL-LINK-PATH(LOCAL-DECODE-INPUT-INDEX:1)
                 TO LOCAL-DECODE-OUTPUT(LOCAL-DECODE-OUTPUT-LENGTH:1)
           END-IF.
       3310-EXIT.
           EXIT.

       3320-DECODE-PERCENT-SEQUENCE.
           MOVE LOCAL-LINK-PATH(LOCAL-DECODE-INPUT-INDEX + 1:1)
              TO LOCAL-DECODE-HEX-CHAR-1.
           MOVE LOCAL-LINK-PATH(LOCAL-DECODE-INPUT-INDEX + 2:1)
              TO LOCAL-DECODE-HEX-CHAR-2.
           INSPECT LOCAL-DECODE-HEX-CHAR-1 CONVERTING "abcdef" TO
              "ABCDEF".
           INSPECT LOCAL-DECODE-HEX-CHAR-2 CONVERTING "abcdef" TO
              "ABCDEF".
           MOVE ZERO TO LOCAL-DECODE-HEX-VALUE-1
                        LOCAL-DECODE-HEX-VALUE-2.
           INSPECT HEX-DIGIT-TABLE TALLYING LOCAL-DECODE-HEX-VALUE-1
              FOR CHARACTERS BEFORE LOCAL-DECODE-HEX-CHAR-1.
           INSPECT HEX-DIGIT-TABLE TALLYING LOCAL-DECODE-HEX-VALUE-2
              FOR CHARACTERS BEFORE LOCAL-DECODE-HEX-CHAR-2.
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
       3320-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3500-RECORD-FINDING - a broken link, or one that only works
      *> through a redirect, goes to the sort for the report
      *> ----------------------------------------------------------
       3500-RECORD-FINDING.
           IF NOT LOCAL-LINK-BROKEN
              AND LOCAL-RESOLVE-HOP-COUNT IS EQUAL TO ZERO
              GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           MOVE LOCAL-SITE-HOST TO SORT-HOST.
           SET SORT-FINDING TO TRUE.
           MOVE LOCAL-PAGE-URL TO SORT-PAGE.
           MOVE LOCAL-PAGE-LINE-NUMBER TO SORT-LINE-NUMBER.
           MOVE LOCAL-LINK-AS-WRITTEN TO SORT-LINK.
           MOVE LOCAL-SITE-ROOT TO SORT-ROOT.
           MOVE ZERO TO SORT-PAGE-COUNT SORT-LINK-COUNT
                        SORT-UNCHECKED-COUNT SORT-BROKEN-COUNT
                        SORT-REDIRECT-COUNT.
           MOVE SPACES TO LOCAL-LINK-NOTE.
           IF LOCAL-LINK-BROKEN
              ADD 1 TO LOCAL-SITE-BROKEN-COUNT
              SET SORT-BROKEN-LINK TO TRUE
              IF LOCAL-RESOLVE-HOP-COUNT IS GREATER THAN ZERO
                 STRING FUNCTION TRIM(LOCAL-BROKEN-REASON TRAILING)
                        " - VIA " LOCAL-FIRST-REDIRECT-STATUS " TO "
                        FUNCTION TRIM(LOCAL-FIRST-REDIRECT-TARGET
                           TRAILING)
                       DELIMITED BY SIZE
                    INTO LOCAL-LINK-NOTE
              ELSE
                 MOVE LOCAL-BROKEN-REASON TO LOCAL-LINK-NOTE
              END-IF
           ELSE
              ADD 1 TO LOCAL-SITE-REDIRECT-COUNT
              SET SORT-REDIRECT-LINK TO TRUE
              STRING "ONLY THROUGH " LOCAL-FIRST-REDIRECT-STATUS
                     " TO "
                     FUNCTION TRIM(LOCAL-FIRST-REDIRECT-TARGET TRAILING)
                    DELIMITED BY SIZE
                 INTO LOCAL-LINK-NOTE
           END-IF.
           MOVE LOCAL-LINK-NOTE TO SORT-NOTE.
           RELEASE SORT-RECORD.
       3500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-RESOLVE-LINK - resolve the decoded path the way the
      *> parser does, following redirects to where they lead, up to
      *> a limit that stops a redirect loop
      *> ----------------------------------------------------------
       4000-RESOLVE-LINK.
           MOVE ZERO TO LOCAL-RESOLVE-HOP-COUNT.
           MOVE "N" TO LOCAL-RESOLVE-DONE-FLAG LOCAL-LINK-BROKEN-FLAG.
           MOVE SPACES TO LOCAL-BROKEN-REASON
                          LOCAL-FIRST-REDIRECT-TARGET.
           MOVE ZERO TO LOCAL-FIRST-REDIRECT-STATUS.
           PERFORM 4100-RESOLVE-ONE-STEP THRU 4100-EXIT
              WITH TEST AFTER UNTIL LOCAL-RESOLVE-DONE.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4100-RESOLVE-ONE-STEP - redirect first, then handler, then
      *> default document or file, as in the parser's mainline
      *> ----------------------------------------------------------
       4100-RESOLVE-ONE-STEP.
           SET LOCAL-RESOLVE-DONE TO TRUE.
           PERFORM 4900-SELECT-TARGET-HOST THRU 4900-EXIT.

           PERFORM 4200-MATCH-REDIRECT THRU 4200-EXIT.
           IF LOCAL-REDIRECT-MATCHED
              PERFORM 4250-FOLLOW-REDIRECT THRU 4250-EXIT
              GO TO 4100-EXIT
           END-IF.

           PERFORM 4300-MATCH-HANDLER THRU 4300-EXIT.
           IF LOCAL-HANDLER-MATCHED
              GO TO 4100-EXIT
           END-IF.

           IF LOCAL-LINK-PATH(LOCAL-LINK-PATH-LENGTH:1)
                 IS EQUAL TO "/"
              PERFORM 4400-APPLY-DEFAULT-DOCUMENT THRU 4400-EXIT
           ELSE
              PERFORM 4500-PROBE-LINKED-FILE THRU 4500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4200-MATCH-REDIRECT - a whole-path REDIRECTS match, for the
      *> host the link resolves under ahead of the one for all hosts
      *> ----------------------------------------------------------
       4200-MATCH-REDIRECT.
           MOVE "N" TO LOCAL-REDIRECT-MATCHED-FLAG.
           IF NOT LOCAL-REDIRECT-MAP-OPEN
              OR LOCAL-LINK-PATH-LENGTH IS EQUAL TO ZERO
              OR LOCAL-LINK-PATH-LENGTH IS GREATER THAN 256
              GO TO 4200-EXIT
           END-IF.
           IF LOCAL-TARGET-LOOKUP-HOST IS NOT EQUAL TO SPACES
              AND LOCAL-TARGET-LOOKUP-HOST(65:) IS EQUAL TO SPACES
              MOVE LOCAL-TARGET-LOOKUP-HOST TO REDIRECT-MAP-HOST
              PERFORM 4210-READ-REDIRECT THRU 4210-EXIT
           END-IF.
           IF NOT LOCAL-REDIRECT-MATCHED
              MOVE SPACES TO REDIRECT-MAP-HOST
              PERFORM 4210-READ-REDIRECT THRU 4210-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4210-READ-REDIRECT.
           MOVE LOCAL-LINK-PATH(1:LOCAL-LINK-PATH-LENGTH)
              TO REDIRECT-MAP-OLD-PATH.
           READ REDIRECT-MAP-FILE
              INVALID KEY
                 GO TO 4210-EXIT
           END-READ.
           SET LOCAL-REDIRECT-MATCHED TO TRUE.
           MOVE REDIRECT-MAP-TARGET TO LOCAL-REDIRECT-TARGET.
           IF LOCAL-RESOLVE-HOP-COUNT IS EQUAL TO ZERO
              IF REDIRECT-MAP-STATUS IS EQUAL TO 302
                 MOVE 302 TO LOCAL-FIRST-REDIRECT-STATUS
              ELSE
                 MOVE 301 TO LOCAL-FIRST-REDIRECT-STATUS
              END-IF
              MOVE REDIRECT-MAP-TARGET TO LOCAL-FIRST-REDIRECT-TARGET
           END-IF.
       4210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4250-FOLLOW-REDIRECT - a target on one of our hosts is
      *> resolved in turn ; a target anywhere else ends the chain and
      *> the link counts as working through its redirect
      *> ----------------------------------------------------------
       4250-FOLLOW-REDIRECT.
           ADD 1 TO LOCAL-RESOLVE-HOP-COUNT.
           IF LOCAL-RESOLVE-HOP-COUNT IS GREATER THAN REDIRECT-HOP-MAX
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "REDIRECT LOOP" TO LOCAL-BROKEN-REASON
              GO TO 4250-EXIT
           END-IF.

           MOVE LOCAL-REDIRECT-TARGET TO LOCAL-LINK-TEXT.
           COMPUTE LOCAL-LINK-TEXT-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(LOCAL-LINK-TEXT TRAILING)).
           MOVE LOCAL-LINK-TEXT TO LOCAL-LINK-UPPER.
           INSPECT LOCAL-LINK-UPPER
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO LOCAL-LINK-OFF-SITE-FLAG
                       LOCAL-LINK-ABOVE-ROOT-FLAG.
           MOVE ZERO TO LOCAL-LINK-HOST-START.
           EVALUATE TRUE
              WHEN LOCAL-LINK-UPPER(1:7) IS EQUAL TO "HTTP://"
                 MOVE 8 TO LOCAL-LINK-HOST-START
              WHEN LOCAL-LINK-UPPER(1:8) IS EQUAL TO "HTTPS://"
                 MOVE 9 TO LOCAL-LINK-HOST-START
              WHEN LOCAL-LINK-TEXT(1:2) IS EQUAL TO "//"
                 MOVE 3 TO LOCAL-LINK-HOST-START
              WHEN LOCAL-LINK-TEXT(1:1) IS NOT EQUAL TO "/"
                 SET LOCAL-LINK-OFF-SITE TO TRUE
           END-EVALUATE.
           IF LOCAL-LINK-HOST-START IS GREATER THAN ZERO
              PERFORM 3100-TAKE-ABSOLUTE-LINK THRU 3100-EXIT
           ELSE
              IF NOT LOCAL-LINK-OFF-SITE
                 PERFORM 3150-TAKE-RELATIVE-LINK THRU 3150-EXIT
              END-IF
           END-IF.
           IF LOCAL-LINK-OFF-SITE
              GO TO 4250-EXIT
           END-IF.

           PERFORM 3200-NORMALIZE-PATH THRU 3200-EXIT.
           IF LOCAL-LINK-ABOVE-ROOT
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "REDIRECT CLIMBS ABOVE THE DOCUMENT ROOT"
                 TO LOCAL-BROKEN-REASON
              GO TO 4250-EXIT
           END-IF.
           PERFORM 3300-DECODE-PATH THRU 3300-EXIT.
           MOVE "N" TO LOCAL-RESOLVE-DONE-FLAG.
       4250-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4300-MATCH-HANDLER - a HANDLERS prefix is served by its
      *> program, which is taken to answer ; looked up from the
      *> path's longest leading piece down, as the parser does
      *> ----------------------------------------------------------
       4300-MATCH-HANDLER.
           MOVE "N" TO LOCAL-HANDLER-MATCHED-FLAG.
           IF NOT LOCAL-HANDLER-MAP-OPEN
              OR LOCAL-LINK-PATH-LENGTH IS EQUAL TO ZERO
              GO TO 4300-EXIT
           END-IF.
           MOVE FUNCTION MIN(LOCAL-LINK-PATH-LENGTH, 256)
              TO LOCAL-HANDLER-LONGEST.
           PERFORM 4310-READ-HANDLER THRU 4310-EXIT
              VARYING LOCAL-HANDLER-PREFIX-LENGTH
                 FROM LOCAL-HANDLER-LONGEST BY -1
              UNTIL LOCAL-HANDLER-PREFIX-LENGTH IS EQUAL TO ZERO
                 OR LOCAL-HANDLER-MATCHED.
       4300-EXIT.
           EXIT.

       4310-READ-HANDLER.
           IF LOCAL-LINK-PATH(LOCAL-HANDLER-PREFIX-LENGTH:1)
                 IS EQUAL TO SPACE
              GO TO 4310-EXIT
           END-IF.
           MOVE LOCAL-LINK-PATH(1:LOCAL-HANDLER-PREFIX-LENGTH)
              TO HANDLER-MAP-PREFIX.
           READ HANDLER-MAP-FILE
              INVALID KEY
                 GO TO 4310-EXIT
           END-READ.
           SET LOCAL-HANDLER-MATCHED TO TRUE.
       4310-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4400-APPLY-DEFAULT-DOCUMENT - a directory link needs one of
      *> the host's default documents present, or the generated
      *> listing of an AUTOINDEX host over a directory that exists
      *> ----------------------------------------------------------
       4400-APPLY-DEFAULT-DOCUMENT.
           MOVE "N" TO LOCAL-DOCUMENT-FOUND-FLAG.
           PERFORM 4410-PROBE-DEFAULT-DOCUMENT THRU 4410-EXIT
              VARYING DEFAULT-DOCUMENT-INDEX FROM 1 BY 1
              UNTIL DEFAULT-DOCUMENT-INDEX IS GREATER THAN
                       ACTIVE-DOCUMENT-COUNT
                 OR LOCAL-DOCUMENT-FOUND.
           IF LOCAL-DOCUMENT-FOUND
              GO TO 4400-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING LOCAL-TARGET-ROOT(1:LOCAL-TARGET-ROOT-LENGTH)
                  LOCAL-LINK-PATH(1:LOCAL-LINK-PATH-LENGTH) "."
                 DELIMITED BY SIZE
              INTO LOCAL-PROBE-PATH.
           PERFORM 6300-CHECK-DIRECTORY THRU 6300-EXIT.
           IF NOT LOCAL-IS-DIRECTORY
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "NO SUCH DIRECTORY" TO LOCAL-BROKEN-REASON
              GO TO 4400-EXIT
           END-IF.
           IF NOT LOCAL-TARGET-AUTOINDEX
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "DIRECTORY HAS NO DEFAULT DOCUMENT"
                 TO LOCAL-BROKEN-REASON
           END-IF.
       4400-EXIT.
           EXIT.

       4410-PROBE-DEFAULT-DOCUMENT.
           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING LOCAL-TARGET-ROOT(1:LOCAL-TARGET-ROOT-LENGTH)
                  LOCAL-LINK-PATH(1:LOCAL-LINK-PATH-LENGTH)
                 DELIMITED BY SIZE
                  ACTIVE-DOCUMENT-NAME(DEFAULT-DOCUMENT-INDEX)
                 DELIMITED BY SPACE
              INTO LOCAL-PROBE-PATH.
           PERFORM 6200-PROBE-FILE THRU 6200-EXIT.
       4410-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4500-PROBE-LINKED-FILE - anything else must be a file under
      *> the root ; a directory named without its trailing "/" is no
      *> document either, as the parser applies default documents
      *> only to paths ending "/"
      *> ----------------------------------------------------------
       4500-PROBE-LINKED-FILE.
           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING LOCAL-TARGET-ROOT(1:LOCAL-TARGET-ROOT-LENGTH)
                  LOCAL-LINK-PATH(1:LOCAL-LINK-PATH-LENGTH)
                 DELIMITED BY SIZE
              INTO LOCAL-PROBE-PATH.
           MOVE "N" TO LOCAL-DOCUMENT-FOUND-FLAG.
           PERFORM 6200-PROBE-FILE THRU 6200-EXIT.
           IF NOT LOCAL-DOCUMENT-FOUND
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "NOT FOUND" TO LOCAL-BROKEN-REASON
              GO TO 4500-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-PROBE-PATH.
           STRING LOCAL-TARGET-ROOT(1:LOCAL-TARGET-ROOT-LENGTH)
                  LOCAL-LINK-PATH(1:LOCAL-LINK-PATH-LENGTH) "/."
                 DELIMITED BY SIZE
              INTO LOCAL-PROBE-PATH.
           PERFORM 6300-CHECK-DIRECTORY THRU 6300-EXIT.
           IF LOCAL-IS-DIRECTORY
              SET LOCAL-LINK-BROKEN TO TRUE
              MOVE "DIRECTORY WITHOUT ITS TRAILING /"
                 TO LOCAL-BROKEN-REASON
           END-IF.
       4500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4900-SELECT-TARGET-HOST - the root, redirect host name,
      *> default-document list and auto-index setting of the host the
      *> link resolves under ; a blank host is the DOCROOT site, which
      *> has no host name and the DEFDOCS list
      *> ----------------------------------------------------------
       4900-SELECT-TARGET-HOST.
           MOVE DEFAULT-DOCUMENT-COUNT TO ACTIVE-DOCUMENT-COUNT.
           PERFORM 4910-COPY-GLOBAL-DEFAULT-DOC THRU 4910-EXIT
              VARYING DEFAULT-DOCUMENT-INDEX FROM 1 BY 1
              UNTIL DEFAULT-DOCUMENT-INDEX IS GREATER THAN
                       DEFAULT-DOCUMENT-COUNT.
           MOVE LOCAL-DOCUMENT-ROOT TO LOCAL-TARGET-ROOT.
           MOVE LOCAL-DOCUMENT-ROOT-LENGTH TO LOCAL-TARGET-ROOT-LENGTH.
           MOVE LOCAL-TARGET-HOST TO LOCAL-TARGET-LOOKUP-HOST.
           MOVE "N" TO LOCAL-TARGET-AUTOINDEX-FLAG.
           IF LOCAL-TARGET-HOST IS EQUAL TO SPACES
              OR NOT LOCAL-VIRTUAL-HOSTS-OPEN
              GO TO 4900-EXIT
           END-IF.

      *> a host taken off VHOSTS since the scan began is served from
      *> DOCROOT, as the parser would serve it
           MOVE LOCAL-TARGET-HOST TO VIRTUAL-HOST-NAME.
           READ VIRTUAL-HOST-FILE
              INVALID KEY
                 GO TO 4900-EXIT
           END-READ.
           MOVE VIRTUAL-HOST-ROOT TO LOCAL-TARGET-ROOT.
           MOVE ZERO TO LOCAL-TARGET-ROOT-LENGTH.
           INSPECT LOCAL-TARGET-ROOT
              TALLYING LOCAL-TARGET-ROOT-LENGTH
                 FOR CHARACTERS BEFORE SPACES.
           MOVE VIRTUAL-HOST-AUTOINDEX TO LOCAL-TARGET-AUTOINDEX-FLAG.
           IF VIRTUAL-HOST-DEFAULT-DOCS IS NOT EQUAL TO SPACES
              MOVE VIRTUAL-HOST-DEFAULT-DOCS TO LOCAL-HOST-DOC-LIST
              MOVE ZERO TO ACTIVE-DOCUMENT-COUNT
              MOVE 1 TO LOCAL-HOST-DOC-LIST-POINTER
              PERFORM 4920-TAKE-HOST-DEFAULT-DOC THRU 4920-EXIT
                 UNTIL LOCAL-HOST-DOC-LIST-POINTER IS GREATER THAN 256
                    OR ACTIVE-DOCUMENT-COUNT IS EQUAL TO
                          DEFAULT-DOCUMENT-MAX
           END-IF.
       4900-EXIT.
           EXIT.

       4910-COPY-GLOBAL-DEFAULT-DOC.
           MOVE DEFAULT-DOCUMENT-NAME(DEFAULT-DOCUMENT-INDEX)
              TO ACTIVE-DOCUMENT-NAME(DEFAULT-DOCUMENT-INDEX).
       4910-EXIT.
           EXIT.

       4920-TAKE-HOST-DEFAULT-DOC.
           MOVE SPACES TO LOCAL-HOST-DOC-ITEM.
           UNSTRING LOCAL-HOST-DOC-LIST DELIMITED BY "," OR ALL " "
              INTO LOCAL-HOST-DOC-ITEM
              WITH POINTER LOCAL-HOST-DOC-LIST-POINTER.
           IF LOCAL-HOST-DOC-ITEM IS EQUAL TO SPACES
              MOVE 257 TO LOCAL-HOST-DOC-LIST-POINTER
           ELSE
              ADD 1 TO ACTIVE-DOCUMENT-COUNT
              MOVE LOCAL-HOST-DOC-ITEM
                 TO ACTIVE-DOCUMENT-NAME(ACTIVE-DOCUMENT-COUNT)
           END-IF.
       4920-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6200-PROBE-FILE - does LOCAL-PROBE-PATH open for input, the
      *> test the parser puts default documents to ?
      *> ----------------------------------------------------------
       6200-PROBE-FILE.
           OPEN INPUT PROBE-FILE.
           IF LOCAL-PROBE-STATUS IS EQUAL TO "00"
              CLOSE PROBE-FILE
              SET LOCAL-DOCUMENT-FOUND TO TRUE
           ELSE
              MOVE "N" TO LOCAL-DOCUMENT-FOUND-FLAG
           END-IF.
       6200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6300-CHECK-DIRECTORY - LOCAL-PROBE-PATH ends in "/." ,
      *> which exists only where the path before it is a directory
      *> ----------------------------------------------------------
       6300-CHECK-DIRECTORY.
           MOVE "N" TO LOCAL-DIRECTORY-FLAG.
           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST" USING LOCAL-PROBE-PATH
                                             LOCAL-FILE-INFO-AREA.
           IF RETURN-CODE IS EQUAL TO ZERO
              SET LOCAL-IS-DIRECTORY TO TRUE
           END-IF.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.
       6300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-PRODUCE-REPORT - sort output procedure ; findings by
      *> host and source page, each host closed by its totals, then
      *> the run summary
      *> ----------------------------------------------------------
       7000-PRODUCE-REPORT.
           MOVE SPACES TO LINK-REPORT-RECORD.
           STRING "BROKEN LINK SCAN FOR " LOCAL-REPORT-DATE
                 DELIMITED BY SIZE
              INTO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
           PERFORM 7100-RETURN-AND-PROCESS THRU 7100-EXIT
              WITH TEST AFTER UNTIL LOCAL-SORT-AT-END.
           PERFORM 7800-WRITE-SUMMARY THRU 7800-EXIT.
           IF LOCAL-BROKEN-TOTAL IS GREATER THAN ZERO
              AND LOCAL-RUN-RETURN-CODE IS LESS THAN 4
              MOVE 4 TO LOCAL-RUN-RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-RETURN-AND-PROCESS.
           RETURN SORT-WORK-FILE
              AT END
                 SET LOCAL-SORT-AT-END TO TRUE
              NOT AT END
                 PERFORM 7200-PROCESS-SORT-RECORD THRU 7200-EXIT
           END-RETURN.
       7100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7200-PROCESS-SORT-RECORD - a new host opens with its name
      *> and root, a new page with its path ; the host's totals
      *> record comes last and closes it
      *> ----------------------------------------------------------
       7200-PROCESS-SORT-RECORD.
           IF LOCAL-FIRST-GROUP
              OR SORT-HOST IS NOT EQUAL TO LOCAL-PRIOR-HOST
              MOVE "N" TO LOCAL-FIRST-GROUP-FLAG
              MOVE SORT-HOST TO LOCAL-PRIOR-HOST
              MOVE SPACES TO LOCAL-PRIOR-PAGE
              MOVE ZERO TO LOCAL-HOST-FINDING-COUNT
              MOVE SPACES TO LINK-REPORT-RECORD
              WRITE LINK-REPORT-RECORD
              STRING "HOST " FUNCTION TRIM(SORT-HOST)
                     "   ROOT " FUNCTION TRIM(SORT-ROOT)
                    DELIMITED BY SIZE
                 INTO LINK-REPORT-RECORD
              WRITE LINK-REPORT-RECORD
           END-IF.

           IF SORT-HOST-TOTALS
              PERFORM 7400-WRITE-HOST-TOTALS THRU 7400-EXIT
              GO TO 7200-EXIT
           END-IF.

           ADD 1 TO LOCAL-HOST-FINDING-COUNT.
           IF SORT-PAGE IS NOT EQUAL TO LOCAL-PRIOR-PAGE
              MOVE SORT-PAGE TO LOCAL-PRIOR-PAGE
              MOVE SPACES TO LINK-REPORT-RECORD
              STRING "  PAGE " FUNCTION TRIM(SORT-PAGE TRAILING)
                    DELIMITED BY SIZE
                 INTO LINK-REPORT-RECORD
              WRITE LINK-REPORT-RECORD
           END-IF.
           PERFORM 7300-WRITE-FINDING THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7300-WRITE-FINDING - the page line and the link as written,
      *> then what became of it
      *> ----------------------------------------------------------
       7300-WRITE-FINDING.
           MOVE SPACES TO LOCAL-DETAIL-LINE.
           MOVE SORT-LINE-NUMBER TO LOCAL-DETAIL-LINE-NUMBER.
           IF SORT-BROKEN-LINK
              MOVE "BROKEN" TO LOCAL-DETAIL-KIND
           ELSE
              MOVE "REDIRECT ONLY" TO LOCAL-DETAIL-KIND
           END-IF.
           MOVE SORT-LINK TO LOCAL-DETAIL-TEXT.
           MOVE LOCAL-DETAIL-LINE TO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
           MOVE SPACES TO LOCAL-DETAIL-LINE.
           STRING "-> " FUNCTION TRIM(SORT-NOTE TRAILING)
                 DELIMITED BY SIZE
              INTO LOCAL-DETAIL-TEXT.
           MOVE LOCAL-DETAIL-LINE TO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
       7300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7400-WRITE-HOST-TOTALS - why a root was not scanned, or that
      *> nothing was found, then the host's counts
      *> ----------------------------------------------------------
       7400-WRITE-HOST-TOTALS.
           ADD 1 TO LOCAL-HOST-COUNT.
           ADD SORT-PAGE-COUNT TO LOCAL-PAGE-TOTAL.
           ADD SORT-LINK-COUNT TO LOCAL-LINK-TOTAL.
           ADD SORT-UNCHECKED-COUNT TO LOCAL-UNCHECKED-TOTAL.
           ADD SORT-BROKEN-COUNT TO LOCAL-BROKEN-TOTAL.
           ADD SORT-REDIRECT-COUNT TO LOCAL-REDIRECT-TOTAL.

           MOVE SPACES TO LINK-REPORT-RECORD.
           IF SORT-NOTE IS NOT EQUAL TO SPACES
              STRING "  " FUNCTION TRIM(SORT-NOTE TRAILING)
                    DELIMITED BY SIZE
                 INTO LINK-REPORT-RECORD
              WRITE LINK-REPORT-RECORD
           ELSE
              IF LOCAL-HOST-FINDING-COUNT IS EQUAL TO ZERO
                 MOVE "  NO BROKEN OR REDIRECTED LINKS"
                    TO LINK-REPORT-RECORD
                 WRITE LINK-REPORT-RECORD
              END-IF
           END-IF.

           MOVE SORT-PAGE-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SORT-LINK-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           MOVE SORT-UNCHECKED-COUNT TO LOCAL-REPORT-EDIT-COUNT-3.
           MOVE SORT-BROKEN-COUNT TO LOCAL-REPORT-EDIT-COUNT-4.
           MOVE SORT-REDIRECT-COUNT TO LOCAL-REPORT-EDIT-COUNT-5.
           PERFORM 7500-WRITE-COUNT-LINE THRU 7500-EXIT.
       7400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7500-WRITE-COUNT-LINE - pages, links, links not checked,
      *> broken and redirect-only, from the edited counts
      *> ----------------------------------------------------------
       7500-WRITE-COUNT-LINE.
           MOVE SPACES TO LINK-REPORT-RECORD.
           STRING "  PAGES " FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT)
                  "  LINKS " FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT-2)
                  "  NOT CHECKED "
                  FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT-3)
                  "  BROKEN " FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT-4)
                  "  REDIRECT ONLY "
                  FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT-5)
                 DELIMITED BY SIZE
              INTO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
       7500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7800-WRITE-SUMMARY - the whole run's counts
      *> ----------------------------------------------------------
       7800-WRITE-SUMMARY.
           MOVE SPACES TO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
           MOVE LOCAL-HOST-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           STRING "SUMMARY  HOSTS "
                  FUNCTION TRIM(LOCAL-REPORT-EDIT-COUNT)
                 DELIMITED BY SIZE
              INTO LINK-REPORT-RECORD.
           WRITE LINK-REPORT-RECORD.
           MOVE LOCAL-PAGE-TOTAL TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-LINK-TOTAL TO LOCAL-REPORT-EDIT-COUNT-2.
           MOVE LOCAL-UNCHECKED-TOTAL TO LOCAL-REPORT-EDIT-COUNT-3.
           MOVE LOCAL-BROKEN-TOTAL TO LOCAL-REPORT-EDIT-COUNT-4.
           MOVE LOCAL-REDIRECT-TOTAL TO LOCAL-REPORT-EDIT-COUNT-5.
           PERFORM 7500-WRITE-COUNT-LINE THRU 7500-EXIT.
       7800-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-CLOSE-CONFIG-MAPS - whichever of the maps were opened
      *> ----------------------------------------------------------
       8000-CLOSE-CONFIG-MAPS.
           IF LOCAL-VIRTUAL-HOSTS-OPEN
              CLOSE VIRTUAL-HOST-FILE
           END-IF.
           IF LOCAL-HANDLER-MAP-OPEN
              CLOSE HANDLER-MAP-FILE
           END-IF.
           IF LOCAL-REDIRECT-MAP-OPEN
              CLOSE REDIRECT-MAP-FILE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM HTTP-LINK-SCAN.
