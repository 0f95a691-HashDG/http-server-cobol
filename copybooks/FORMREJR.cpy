      *> ---------------------------------------------------------------
      *> FORMREJR - one rejected form transaction on the FORMREJ
      *> indexed reject file, keyed on the date HTTP-FORM-APPLY turned
      *> it away and a sequence within that date. REJECT-DETAIL is the
      *> FORMCAPR capture record as captured, or as since corrected
      *> by HTTP-FORM-REJECT-ADMIN ; its leading stamp, session and
      *> user columns are redefined for readers that need only those.
      *>
      *> An entry is OPEN until the operator either RELEASES it, and
      *> the next HTTP-FORM-APPLY run validates it again (REAPPLIED
      *> when it passes, OPEN again with the new reason when it does
      *> not), or asks for it to be WRITTEN OFF with a reason, which
      *> the next run confirms by closing it.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 FORM-REJECT-RECORD.
          03 REJECT-KEY.
             05 REJECT-KEY-DATE         PIC 9(8).
             05 REJECT-KEY-SEQUENCE     PIC 9(6).
          03 REJECT-STATUS              PIC X(1).
             88 REJECT-OPEN                 VALUE "O".
             88 REJECT-RELEASED             VALUE "R".
             88 REJECT-WRITE-OFF-REQUESTED  VALUE "W".
             88 REJECT-REAPPLIED            VALUE "A".
             88 REJECT-WRITTEN-OFF          VALUE "X".
          03 REJECT-REASON              PIC X(30).
          03 REJECT-ATTEMPT-COUNT       PIC 9(3).
          03 REJECT-ACTION-DATE         PIC 9(8).
          03 REJECT-ACTION-BY           PIC X(32).
          03 REJECT-WRITE-OFF-REASON    PIC X(64).
          03 REJECT-CLOSED-DATE         PIC 9(8).
          03 REJECT-DETAIL              PIC X(10841).
          03 REJECT-DETAIL-STAMP REDEFINES REJECT-DETAIL.
             05 REJECT-CAPTURE-DATE     PIC 9(8).
             05 FILLER                  PIC X(1).
             05 REJECT-CAPTURE-TIME     PIC 9(8).
             05 FILLER                  PIC X(1).
             05 REJECT-SESSION-ID       PIC X(32).
             05 FILLER                  PIC X(1).
             05 REJECT-USER-ID          PIC X(32).
             05 FILLER                  PIC X(10758).
