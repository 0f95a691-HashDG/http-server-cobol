      *> ---------------------------------------------------------------
      *> HANDLERR - one dynamic handler on the HANDLERS indexed file,
      *> keyed on the path prefix it serves ; maintained by
      *> HTTP-CONFIG-ADMIN and read by key in 5800-MATCH-HANDLER of
      *> HTTP-REQUEST-PARSER, where the longest prefix on file that
      *> the request path starts with wins and HANDLER-MAP-PROGRAM is
      *> CALLed with the request. The CHANGED fields say who last
      *> touched the entry ; the CFGLOG change log has the history.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 HANDLER-MAP-RECORD.
          03 HANDLER-MAP-PREFIX        PIC X(256).
          03 HANDLER-MAP-PROGRAM       PIC X(30).
          03 HANDLER-MAP-CHANGED-DATE  PIC 9(8).
          03 HANDLER-MAP-CHANGED-TIME  PIC 9(8).
          03 HANDLER-MAP-CHANGED-BY    PIC X(32).
