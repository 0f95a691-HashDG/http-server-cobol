      *>   2026-09-01  HD  added RESPONSE-LOCATION, the redirect target
      *>                   the listener emits as a Location header on a
      *>                   301/302 answer
      *>   2026-10-15  HD  added RESPONSE-SEGMENT-COUNT and
      *>                   RESPONSE-BYTES-SENT to the continuation
      *>                   group : the builder carries them across the
      *>                   segment calls and writes the OUTLOG outcome
      *>                   record from them on the final segment
      *> ---------------------------------------------------------------
       01 RESPONSE.
          03 RESPONSE-STATUS-CODE         PIC 9(3).
                88 RESPONSE-MORE-SEGMENTS     VALUE "Y".
                88 RESPONSE-FINAL-SEGMENT     VALUE "N".
             05 RESPONSE-RESUME-LINE      PIC 9(9).
             05 RESPONSE-SEGMENT-COUNT    PIC 9(5).
             05 RESPONSE-BYTES-SENT       PIC 9(12).
