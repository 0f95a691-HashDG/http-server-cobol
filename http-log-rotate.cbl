      *> so the cutover can be audited, and generations older than the
      *> ROTCFG retention (days, default 30) are deleted.
      *>
      *> The OUTLOG response-outcome log written by
      *> HTTP-RESPONSE-BUILDER is cut over the same way, into
      *> OUTLOG.YYYYMMDD, with its own copy, recount, control line and
      *> retention purge, after ACCLOG.
      *>
      *> A recount that does not match the lines read leaves that
      *> current log untouched and ends with RETURN-CODE 16 — no
      *> traffic is ever dropped on a bad copy. An ACCLOG that could
      *> not be rotated leaves OUTLOG untouched as well, so both logs
      *> are still in place, together, for the restart. A control
      *> line that cannot be written raises the code to 8 but never
      *> lowers one already set.
      *>
      *> Modification history:
      *>   2026-08-22  HD  original version
      *>   2026-10-15  HD  generation record widened for the request id
      *>                   now carried on every access-log line
      *>   2026-10-15  HD  OUTLOG rotated into OUTLOG.YYYYMMDD
      *>                   generations alongside ACCLOG
      *>   2026-10-15  HD  OUTLOG left in place when ACCLOG fails ; a
      *>                   ROTCTL failure no longer lowers RC 16 to 8
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-LOG-ROTATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-LOG-FILE
                 ASSIGN TO DYNAMIC LOCAL-CURRENT-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-CURRENT-LOG-FILE-STATUS.
           SELECT ARCHIVE-LOG-FILE
                 ASSIGN TO DYNAMIC LOCAL-ARCHIVE-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *> an ACCLOGR access-log line, the longer of the two logs, or
      *> an OUTLOGR outcome line
       FD CURRENT-LOG-FILE.
       01 CURRENT-LOG-RECORD PIC X(2185).

       FD ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(2185).

       FD ROTATE-CONTROL-FILE.
       01 ROTATE-CONTROL-RECORD PIC X(80).
       01 ROTATE-CONFIG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 LOCAL-CURRENT-LOG-FILE-STATUS PIC X(2).
       77 LOCAL-ARCHIVE-LOG-FILE-STATUS PIC X(2).
       77 LOCAL-ROTATE-CONTROL-STATUS PIC X(2).
       77 LOCAL-ROTATE-CONFIG-STATUS PIC X(2).
       77 LOCAL-LOG-NAME PIC X(8).
       77 LOCAL-CURRENT-LOG-PATH PIC X(64).
       77 LOCAL-ARCHIVE-LOG-PATH PIC X(64).
       77 RETENTION-DAYS PIC 9(5) VALUE 30.
       77 RETENTION-PURGE-SPAN PIC 9(3) VALUE 60.
       77 LOCAL-LINES-RECOUNTED PIC 9(9) VALUE ZERO.
       77 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.

       01 LOCAL-CURRENT-LOG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-CURRENT-LOG-AT-END VALUE "Y".
       01 LOCAL-ARCHIVE-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-ARCHIVE-AT-END VALUE "Y".

      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE "ACCLOG" TO LOCAL-LOG-NAME.
           PERFORM 1500-ROTATE-ONE-LOG THRU 1500-EXIT.
           IF RETURN-CODE IS EQUAL TO 16
              DISPLAY "HTTP-LOG-ROTATE: ACCLOG NOT ROTATED - OUTLOG "
                 "LEFT IN PLACE"
              GO TO 0000-STOP
           END-IF.
           MOVE "OUTLOG" TO LOCAL-LOG-NAME.
           PERFORM 1500-ROTATE-ONE-LOG THRU 1500-EXIT.
       0000-STOP.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT LOCAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-RUN-TIME FROM TIME.

           OPEN INPUT ROTATE-CONFIG-FILE.
           IF LOCAL-ROTATE-CONFIG-STATUS IS EQUAL TO "00"
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-ROTATE-ONE-LOG - the cutover of the log named in
      *> LOCAL-LOG-NAME : copy, recount, fresh log, control line and
      *> purge, stopping at the first thing that does not balance
      *> ----------------------------------------------------------
       1500-ROTATE-ONE-LOG.
           MOVE LOCAL-LOG-NAME TO LOCAL-CURRENT-LOG-PATH.
           MOVE SPACES TO LOCAL-ARCHIVE-LOG-PATH.
           STRING LOCAL-LOG-NAME DELIMITED BY SPACE
                  "." LOCAL-RUN-DATE DELIMITED BY SIZE
              INTO LOCAL-ARCHIVE-LOG-PATH.
           MOVE ZERO TO LOCAL-LINES-READ LOCAL-LINES-PRIOR
                        LOCAL-LINES-RECOUNTED.
           MOVE "N" TO LOCAL-CURRENT-LOG-EOF-FLAG.

           PERFORM 2000-COPY-TO-GENERATION THRU 2000-EXIT.
           IF LOCAL-LINES-READ IS EQUAL TO ZERO
              DISPLAY "HTTP-LOG-ROTATE: NOTHING TO ROTATE IN "
                 FUNCTION TRIM(LOCAL-LOG-NAME)
              GO TO 1500-EXIT
           END-IF.

           PERFORM 3000-RECOUNT-GENERATION THRU 3000-EXIT.
           SUBTRACT LOCAL-LINES-PRIOR FROM LOCAL-LINES-RECOUNTED.
           IF LOCAL-LINES-RECOUNTED IS NOT EQUAL TO LOCAL-LINES-READ
              DISPLAY "HTTP-LOG-ROTATE: "
                 FUNCTION TRIM(LOCAL-LOG-NAME)
                 " RECOUNT MISMATCH, READ="
                 LOCAL-LINES-READ " RECOUNTED=" LOCAL-LINES-RECOUNTED
                 " - CURRENT LOG LEFT IN PLACE"
              MOVE 16 TO RETURN-CODE
              GO TO 1500-EXIT
           END-IF.

           PERFORM 4000-START-FRESH-LOG THRU 4000-EXIT.
           PERFORM 5000-WRITE-CONTROL-RECORD THRU 5000-EXIT.
           PERFORM 6000-PURGE-OLD-GENERATIONS THRU 6000-EXIT.
       1500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-COPY-TO-GENERATION - copy every current log line
      *> into the dated generation, counting as it goes ; a missing
      *> log (no traffic since the last cutover) is not an error.
      *> The generation is extended, not replaced, so a second cutover
      *> on the same day adds to what the first one moved — the lines
      *> already present are counted first so the recount proof still
      *> balances
      *> ----------------------------------------------------------
       2000-COPY-TO-GENERATION.
           OPEN INPUT CURRENT-LOG-FILE.
           IF LOCAL-CURRENT-LOG-FILE-STATUS IS NOT EQUAL TO "00"
              GO TO 2000-EXIT
           END-IF.

                 FUNCTION TRIM(LOCAL-ARCHIVE-LOG-PATH)
                 ", STATUS=" LOCAL-ARCHIVE-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CURRENT-LOG-FILE
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-COPY-ONE-LINE THRU 2100-EXIT
              WITH TEST AFTER UNTIL LOCAL-CURRENT-LOG-AT-END.
           CLOSE ARCHIVE-LOG-FILE.
           CLOSE CURRENT-LOG-FILE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-COPY-ONE-LINE - one current log line across to the dated
      *> generation
      *> ----------------------------------------------------------
       2100-COPY-ONE-LINE.
           READ CURRENT-LOG-FILE
              AT END
                 SET LOCAL-CURRENT-LOG-AT-END TO TRUE
              NOT AT END
                 ADD 1 TO LOCAL-LINES-READ
                 MOVE CURRENT-LOG-RECORD TO ARCHIVE-LOG-RECORD
                 WRITE ARCHIVE-LOG-RECORD
           END-READ.
       2100-EXIT.

      *> ----------------------------------------------------------
      *> 4000-START-FRESH-LOG - truncate the current log now that the
      *> generation is proven, so its writer appends to a fresh file
      *> ----------------------------------------------------------
       4000-START-FRESH-LOG.
           OPEN OUTPUT CURRENT-LOG-FILE.
           CLOSE CURRENT-LOG-FILE.
       4000-EXIT.
           EXIT.

           IF LOCAL-ROTATE-CONTROL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-LOG-ROTATE: UNABLE TO OPEN ROTCTL, STATUS="
                 LOCAL-ROTATE-CONTROL-STATUS
              IF RETURN-CODE IS LESS THAN 8
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 5000-EXIT
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER(LOCAL-PURGE-DAY-NUMBER)
              TO LOCAL-PURGE-DATE.
           MOVE SPACES TO LOCAL-PURGE-PATH.
           STRING LOCAL-LOG-NAME DELIMITED BY SPACE
                  "." LOCAL-PURGE-DATE DELIMITED BY SIZE
              INTO LOCAL-PURGE-PATH.
           CALL "CBL_DELETE_FILE" USING LOCAL-PURGE-PATH.
       6100-EXIT.
