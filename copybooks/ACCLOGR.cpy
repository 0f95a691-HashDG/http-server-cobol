      *>                   address the listener saw the request from
      *>   2026-08-22  HD  added ACCESS-LOG-USER-ID, the authenticated
      *>                   user on a protected path (blank elsewhere)
      *>   2026-10-15  HD  added ACCESS-LOG-REQUEST-ID, the parser's id
      *>                   for the call, repeated on the OUTLOG outcome
      *>                   record the response builder writes so the
      *>                   two can be matched up ; it goes at the end
      *>                   of the line so a line written before it was
      *>                   carried reads with a blank id and every
      *>                   other column where it always was
      *>   2026-10-15  HD  ACCESS-LOG-USER-ID on a 401 line is the user
      *>                   id that was presented and refused
      *> ---------------------------------------------------------------
       01 ACCESS-LOG-RECORD.
          03 ACCESS-LOG-DATE          PIC 9(8).
          03 ACCESS-LOG-REQUEST-BYTES PIC 9(5).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 ACCESS-LOG-REQUEST-PATH  PIC X(2048).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 ACCESS-LOG-REQUEST-ID    PIC X(20).
