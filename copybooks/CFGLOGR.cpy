      *> ---------------------------------------------------------------
      *> CFGLOGR - one line of the CFGLOG configuration change log :
      *> every HTTP-CONFIG-ADMIN change to the VHOSTS, HANDLERS and
      *> REDIRECTS indexed files (ADD, CHANGE, DELETE, LOAD) with the
      *> operator's login and the entry before and after the change,
      *> each written the way the entry is given on the command line
      *> ("host root [doc-list] [AUTOINDEX]", "prefix program",
      *> "old-path target status [host]") ; BEFORE is blank on an ADD
      *> or LOAD and AFTER is blank on a DELETE.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 CONFIG-LOG-RECORD.
          03 CONFIG-LOG-DATE           PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-TIME           PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-ACTION         PIC X(8).
             88 CONFIG-LOG-ADD             VALUE "ADD".
             88 CONFIG-LOG-CHANGE          VALUE "CHANGE".
             88 CONFIG-LOG-DELETE          VALUE "DELETE".
             88 CONFIG-LOG-LOAD            VALUE "LOAD".
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-MAP            PIC X(9).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-BY             PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-BEFORE         PIC X(600).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 CONFIG-LOG-AFTER          PIC X(600).
