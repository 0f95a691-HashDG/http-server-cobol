      *>                   through VHOSTS) is answered with a simple
      *>                   HTML listing of the directory's files and
      *>                   sizes instead of a 404
      *>   2026-10-15  HD  response outcome log : segments and bytes are
      *>                   counted across the continuation calls, and
      *>                   once the final segment is built one OUTLOG
      *>                   record carries the final status, bytes sent,
      *>                   content type, segment count and elapsed time
      *>                   under the parser's request id
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-RESPONSE-BUILDER.
              ACCESS MODE IS RANDOM
              RECORD KEY IS CATALOG-DOCUMENT-PATH
              FILE STATUS IS LOCAL-DOCUMENT-CATALOG-STATUS.
           SELECT OUTCOME-LOG-FILE ASSIGN TO "OUTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-OUTCOME-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENT-CATALOG-FILE.
       COPY DOCCATR.

       FD OUTCOME-LOG-FILE.
       COPY OUTLOGR.

       WORKING-STORAGE SECTION.
       77 LOCAL-MIME-TYPE-FILE-STATUS PIC X(2).
       77 LOCAL-DOCUMENT-ROOT-FILE-STATUS PIC X(2).
          03 LOCAL-IMS-VALID-FLAG       PIC X(1).
             88 LOCAL-IMS-VALID             VALUE "Y".

       77 LOCAL-OUTCOME-LOG-STATUS PIC X(2).

       01 LOCAL-OUTCOME-WORK-AREA.
          03 LOCAL-OUTCOME-DATE         PIC 9(8).
          03 LOCAL-OUTCOME-TIME         PIC 9(8).
          03 LOCAL-OUTCOME-TIME-SPLIT REDEFINES LOCAL-OUTCOME-TIME.
             05 LOCAL-OUTCOME-HOUR      PIC 9(2).
             05 LOCAL-OUTCOME-MINUTE    PIC 9(2).
             05 LOCAL-OUTCOME-SECOND    PIC 9(2).
             05 LOCAL-OUTCOME-HUNDREDTH PIC 9(2).
          03 LOCAL-RECEIVED-TIME        PIC 9(8).
          03 LOCAL-RECEIVED-TIME-SPLIT REDEFINES LOCAL-RECEIVED-TIME.
             05 LOCAL-RECEIVED-HOUR     PIC 9(2).
             05 LOCAL-RECEIVED-MINUTE   PIC 9(2).
             05 LOCAL-RECEIVED-SECOND   PIC 9(2).
             05 LOCAL-RECEIVED-HUNDREDTH PIC 9(2).
          03 LOCAL-OUTCOME-STAMP        PIC S9(15) COMP.
          03 LOCAL-RECEIVED-STAMP       PIC S9(15) COMP.

       LINKAGE SECTION.
       COPY REQREC.
       COPY RESPREC.
           IF RESPONSE-CONTENT-LENGTH IS EQUAL TO ZERO
              MOVE RESPONSE-BODY-LENGTH TO RESPONSE-CONTENT-LENGTH
           END-IF.
           PERFORM 9000-RECORD-OUTCOME THRU 9000-EXIT.
           GOBACK.

      *> ----------------------------------------------------------
           IF LOCAL-DOCUMENT-ROOT-FILE-STATUS IS EQUAL TO "00"
              READ DOCUMENT-ROOT-FILE
                 NOT AT END
                    MOVE DOCUMENT-ROOT-FILE-RECORD
                       TO LOCAL-DOCUMENT-ROOT
              END-READ
              CLOSE DOCUMENT-ROOT-FILE
           END-IF.
      *> its status from the parser's resolution of the request ; the
      *> continuation line number is caller input (zero on a first
      *> call, the builder's own value on a segment call), so it is
      *> saved off before the record is wiped ; the segment and byte
      *> tallies for the outcome log start over on a first call and
      *> ride along untouched on a segment call
      *> ----------------------------------------------------------
       1000-INITIALIZE-RESPONSE.
           IF RESPONSE-RESUME-LINE IS NUMERIC
           ELSE
              MOVE ZERO TO LOCAL-RESUME-LINE
           END-IF.
           IF LOCAL-RESUME-LINE IS EQUAL TO ZERO
              OR RESPONSE-SEGMENT-COUNT IS NOT NUMERIC
              OR RESPONSE-BYTES-SENT IS NOT NUMERIC
              MOVE ZEROES TO RESPONSE-SEGMENT-COUNT
                             RESPONSE-BYTES-SENT
           END-IF.
           MOVE SPACES TO RESPONSE-STATUS-LINE
                          RESPONSE-CONTENT-TYPE
                          RESPONSE-LAST-MODIFIED
       8100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 9000-RECORD-OUTCOME - count this segment and its bytes ; on
      *> the final segment append the OUTLOG outcome record, closing
      *> the file straight after the WRITE for the same reason the
      *> parser closes ACCLOG. The elapsed time runs from the
      *> parser's received stamp on REQUEST-LOG ; an older caller
      *> that leaves the id blank is logged with no elapsed time
      *> ----------------------------------------------------------
       9000-RECORD-OUTCOME.
           ADD 1 TO RESPONSE-SEGMENT-COUNT.
           ADD RESPONSE-BODY-LENGTH TO RESPONSE-BYTES-SENT.
           IF RESPONSE-MORE-SEGMENTS
              GO TO 9000-EXIT
           END-IF.

           ACCEPT LOCAL-OUTCOME-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-OUTCOME-TIME FROM TIME.
           MOVE SPACES TO OUTCOME-LOG-RECORD.
           MOVE LOCAL-OUTCOME-DATE     TO OUTCOME-LOG-DATE.
           MOVE LOCAL-OUTCOME-TIME     TO OUTCOME-LOG-TIME.
           MOVE REQUEST-LOG-ID         TO OUTCOME-LOG-REQUEST-ID.
           MOVE RESPONSE-STATUS-CODE   TO OUTCOME-LOG-STATUS-CODE.
           MOVE RESPONSE-BYTES-SENT    TO OUTCOME-LOG-RESPONSE-BYTES.
           MOVE RESPONSE-SEGMENT-COUNT TO OUTCOME-LOG-SEGMENT-COUNT.
           MOVE RESPONSE-CONTENT-TYPE  TO OUTCOME-LOG-CONTENT-TYPE.
           MOVE ZERO                   TO OUTCOME-LOG-ELAPSED.

           IF REQUEST-RECEIVED-DATE IS NUMERIC
              AND REQUEST-RECEIVED-TIME IS NUMERIC
              AND REQUEST-RECEIVED-DATE IS NOT LESS THAN 16010101
              MOVE REQUEST-RECEIVED-TIME TO LOCAL-RECEIVED-TIME
              COMPUTE LOCAL-RECEIVED-STAMP =
                 FUNCTION INTEGER-OF-DATE(REQUEST-RECEIVED-DATE)
                    * 8640000
                 + LOCAL-RECEIVED-HOUR * 360000
                 + LOCAL-RECEIVED-MINUTE * 6000
                 + LOCAL-RECEIVED-SECOND * 100
                 + LOCAL-RECEIVED-HUNDREDTH
              COMPUTE LOCAL-OUTCOME-STAMP =
                 FUNCTION INTEGER-OF-DATE(LOCAL-OUTCOME-DATE)
                    * 8640000
                 + LOCAL-OUTCOME-HOUR * 360000
                 + LOCAL-OUTCOME-MINUTE * 6000
                 + LOCAL-OUTCOME-SECOND * 100
                 + LOCAL-OUTCOME-HUNDREDTH
              IF LOCAL-OUTCOME-STAMP IS GREATER THAN
                    LOCAL-RECEIVED-STAMP
                 COMPUTE OUTCOME-LOG-ELAPSED =
                    LOCAL-OUTCOME-STAMP - LOCAL-RECEIVED-STAMP
              END-IF
           END-IF.

           OPEN EXTEND OUTCOME-LOG-FILE.
           IF LOCAL-OUTCOME-LOG-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT OUTCOME-LOG-FILE
           END-IF.
           IF LOCAL-OUTCOME-LOG-STATUS IS NOT EQUAL TO "00"
              GO TO 9000-EXIT
           END-IF.
           WRITE OUTCOME-LOG-RECORD.
           CLOSE OUTCOME-LOG-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM HTTP-RESPONSE-BUILDER.
