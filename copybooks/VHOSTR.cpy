      *> ---------------------------------------------------------------
      *> VHOSTR - one virtual host on the VHOSTS indexed file, keyed on
      *> the host name as it arrives on the Host header (lower case,
      *> no port) ; maintained by HTTP-CONFIG-ADMIN and read by key in
      *> 2700-SELECT-VIRTUAL-HOST of HTTP-REQUEST-PARSER as each
      *> request arrives. VIRTUAL-HOST-DEFAULT-DOCS is the optional
      *> comma-separated per-host default-document list (blank takes
      *> DEFDOCS) and VIRTUAL-HOST-AUTOINDEX the host's opt-in to
      *> generated directory listings. The CHANGED fields say who last
      *> touched the entry ; the CFGLOG change log has the history.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 VIRTUAL-HOST-RECORD.
          03 VIRTUAL-HOST-NAME         PIC X(64).
          03 VIRTUAL-HOST-ROOT         PIC X(256).
          03 VIRTUAL-HOST-DEFAULT-DOCS PIC X(256).
          03 VIRTUAL-HOST-AUTOINDEX    PIC X(1).
             88 VIRTUAL-HOST-AUTOINDEX-ON  VALUE "Y".
             88 VIRTUAL-HOST-AUTOINDEX-OFF VALUE "N".
          03 VIRTUAL-HOST-CHANGED-DATE PIC 9(8).
          03 VIRTUAL-HOST-CHANGED-TIME PIC 9(8).
          03 VIRTUAL-HOST-CHANGED-BY   PIC X(32).
