      *> ---------------------------------------------------------------
      *> RELLOGR - one line of the RELLOG release log written by
      *> HTTP-CONTENT-PROMOTE : a line per file a PROMOTE or BACKOUT
      *> run changed (ADD, REPLACE, REMOVE - on a BACKOUT the change
      *> being undone), then a closing line whose CHANGE is COMPLETE
      *> or PARTIAL and whose PATH carries the count of files changed.
      *> Every line of a run carries the run's start date and time,
      *> the operator's login, the host ("*" for the DOCROOT site) and
      *> the backout generation directory the replaced and removed
      *> files were saved to.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 RELEASE-LOG-RECORD.
          03 RELEASE-LOG-DATE          PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-TIME          PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-ACTION        PIC X(8).
             88 RELEASE-LOG-PROMOTE        VALUE "PROMOTE".
             88 RELEASE-LOG-BACKOUT        VALUE "BACKOUT".
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-RELEASE       PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-BY            PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-HOST          PIC X(64).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-CHANGE        PIC X(8).
             88 RELEASE-LOG-FILE-CHANGE    VALUE "ADD" "REPLACE"
                                                 "REMOVE".
             88 RELEASE-LOG-CLOSING        VALUE "COMPLETE"
                                                 "PARTIAL".
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-GENERATION    PIC X(256).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 RELEASE-LOG-PATH          PIC X(256).
