      *> ---------------------------------------------------------------
      *> FORMAUDR - one line of the FORMAUD reject-correction audit
      *> file : every HTTP-FORM-REJECT-ADMIN action on a FORMREJ entry
      *> (NAME and VALUE corrections, RELEASE, WRITEOFF, LOAD) with
      *> the operator's login, the field touched where there is one,
      *> and the value before and after the change.
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 FORM-AUDIT-RECORD.
          03 FORM-AUDIT-DATE           PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-TIME           PIC 9(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-ACTION         PIC X(8).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-REJECT-ID      PIC X(14).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-FIELD-NUMBER   PIC 9(3).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-BY             PIC X(32).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-BEFORE         PIC X(256).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 FORM-AUDIT-AFTER          PIC X(256).
