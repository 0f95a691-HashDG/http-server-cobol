      *>                   request with no default document present,
      *>                   on a virtual host that opted in, asks the
      *>                   response side for a generated listing
      *>   2026-10-15  HD  added REQUEST-LOG : the id the parser gave
      *>                   this call on the access log, made of the
      *>                   received date and time plus a sequence, so
      *>                   the response side can tie its outcome record
      *>                   back to the ACCLOG line and time the call
      *> ---------------------------------------------------------------
       01 REQUEST.
          03 REQUEST-TYPE                 PIC X(8).
             05 REQUEST-REJECTED-FLAG     PIC X(1).
                88 REQUEST-REJECTED            VALUE "Y".
                88 REQUEST-ACCEPTED            VALUE "N".
          03 REQUEST-LOG.
             05 REQUEST-LOG-ID            PIC X(20).
             05 REQUEST-LOG-ID-SPLIT REDEFINES REQUEST-LOG-ID.
                07 REQUEST-RECEIVED-DATE  PIC 9(8).
                07 REQUEST-RECEIVED-TIME  PIC 9(8).
                07 REQUEST-LOG-SEQUENCE   PIC 9(4).
