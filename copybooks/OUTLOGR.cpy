      *> ---------------------------------------------------------------
      *> OUTLOGR - one line of the OUTLOG response-outcome log, written
      *> by HTTP-RESPONSE-BUILDER once the last segment of a response
      *> has been built ; OUTCOME-LOG-REQUEST-ID is the parser's id for
      *> the call and matches ACCESS-LOG-REQUEST-ID on the ACCLOG line ;
      *> OUTCOME-LOG-ELAPSED is hundredths of a second from the time
      *> the parser received the request to the final segment
      *>
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       01 OUTCOME-LOG-RECORD.
          03 OUTCOME-LOG-DATE           PIC 9(8).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-TIME           PIC 9(8).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-REQUEST-ID     PIC X(20).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-STATUS-CODE    PIC 9(3).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-RESPONSE-BYTES PIC 9(12).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-SEGMENT-COUNT  PIC 9(5).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-ELAPSED        PIC 9(9).
          03 FILLER                     PIC X(1) VALUE SPACE.
          03 OUTCOME-LOG-CONTENT-TYPE   PIC X(64).
