      *> ---------------------------------------------------------------
      *> REDIRR - one moved path on the REDIRECTS indexed file, keyed
      *> on the old path and the host the redirect is restricted to
      *> (lower case ; blank for every host) ; maintained by
      *> HTTP-CONFIG-ADMIN and read by key in 5300-MATCH-REDIRECT of
      *> HTTP-REQUEST-PARSER, the entry for the request's own host
      *> ahead of the every-host one. REDIRECT-MAP-STATUS is 301 or
      *> 302. The CHANGED fields say who last touched the entry ; the
      *> CFGLOG change log has the history.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 REDIRECT-MAP-RECORD.
          03 REDIRECT-MAP-KEY.
             05 REDIRECT-MAP-OLD-PATH  PIC X(256).
             05 REDIRECT-MAP-HOST      PIC X(64).
          03 REDIRECT-MAP-TARGET       PIC X(256).
          03 REDIRECT-MAP-STATUS       PIC 9(3).
          03 REDIRECT-MAP-CHANGED-DATE PIC 9(8).
          03 REDIRECT-MAP-CHANGED-TIME PIC 9(8).
          03 REDIRECT-MAP-CHANGED-BY   PIC X(32).
