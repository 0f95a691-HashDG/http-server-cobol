      *> ---------------------------------------------------------------
      *> HTTP-WAREHOUSE-EXTRACT
      *>
      *> Nightly interface extract for the data warehouse : three
      *> delimited files cut from the day's web data, so the warehouse
      *> no longer has to scrape reports or load fixed-column logs.
      *>
      *>   WHSACC   the day's access log, one row per request, read
      *>            from the rotated ACCLOG.YYYYMMDD generation, with
      *>            the current ACCLOG as the fallback for a day not
      *>            yet rotated ; each line is matched by request id
      *>            against the OUTLOG response outcomes (the
      *>            OUTLOG.YYYYMMDD generation cut by the same rotate,
      *>            then the current OUTLOG), and the row carries the
      *>            outcome's status and response bytes. Only a line
      *>            with no outcome, or no request id, falls back to
      *>            the status the parser logged and the request's own
      *>            byte count. Rows come in request-id order
      *>   WHSFORM  the transactions HTTP-FORM-APPLY appended to
      *>            FORMAPP since the last extract, one row per form
      *>            field with the transaction's session, user and path
      *>   WHSSESS  every session on SESSFILE, with its created and
      *>            last-used stamps
      *>
      *> Every file is "|" delimited, one record per line, the first
      *> column giving the record type :
      *>
      *>   H|<file>|<business date>|<run date>|<run time>
      *>   D|<columns of one row>
      *>   T|<row count>|<hash total>
      *>
      *> WHSACC  D|date|time|request id|client address|user|method|
      *>           status|bytes|path        hash : response bytes
      *> WHSFORM D|capture date|capture time|session|user|path|
      *>           field number|name|value|value length
      *>                                             hash : value length
      *> WHSSESS D|session|created date|created time|last-used date|
      *>           last-used time                    hash : created date
      *>
      *> The hash total is the sum of the named column over the D rows,
      *> so the warehouse load can prove it received every row. Text
      *> columns carry no padding ; a "|", DEL or control character
      *> inside a value is sent as a space so a row can never split.
      *> A file with no trailer was not finished and must not be
      *> loaded.
      *>
      *> The business date is the run date. Each finished extract is
      *> recorded on the WHSCTL control file (business date, run
      *> stamp, operator, the FORMAPP lines it covered and the rows
      *> written to each file) ; the next run's FORMAPP rows start
      *> after the last line already extracted. A second extract for a
      *> business date already on WHSCTL is refused (RC 8) unless the
      *> command line is RERUN, which cuts the three files again and
      *> covers the same FORMAPP lines as the day's first run plus any
      *> appended since. Nothing is recorded on WHSCTL for a run that
      *> could not open its files (RC 16), so it can simply be run
      *> again. Access-log lines that are not well formed are left out
      *> and counted (RC 4).
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  WHSACC status and bytes taken from the
      *>                   request's OUTLOG outcome, matched by a sort
      *>                   on request id, the hash summing response
      *>                   bytes
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-WAREHOUSE-EXTRACT.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE
                 ASSIGN TO DYNAMIC LOCAL-ACCESS-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-ACCESS-LOG-FILE-STATUS.
           SELECT OUTCOME-LOG-FILE
                 ASSIGN TO DYNAMIC LOCAL-OUTCOME-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-OUTCOME-LOG-STATUS.
           SELECT FORM-APPLIED-FILE ASSIGN TO "FORMAPP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-APPLIED-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SESSION-ID
              FILE STATUS IS LOCAL-SESSION-FILE-STATUS.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "WHSCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-EXTRACT-CONTROL-STATUS.
           SELECT ACCESS-EXTRACT-FILE ASSIGN TO "WHSACC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-ACCESS-EXTRACT-STATUS.
           SELECT FORM-EXTRACT-FILE ASSIGN TO "WHSFORM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-EXTRACT-STATUS.
           SELECT SESSION-EXTRACT-FILE ASSIGN TO "WHSSESS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-SESSION-EXTRACT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "WHSSRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY ACCLOGR.

       FD OUTCOME-LOG-FILE.
       COPY OUTLOGR.

      *> FORMAPP carries the whole FORMCAPR capture record
       FD FORM-APPLIED-FILE.
       COPY FORMCAPR.

       FD SESSION-FILE.
       COPY SESSREC.

       FD EXTRACT-CONTROL-FILE.
       01 EXTRACT-CONTROL-RECORD.
          03 EXTRACT-CONTROL-BUSINESS-DATE PIC 9(8).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-RUN-DATE     PIC 9(8).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-RUN-TIME     PIC 9(8).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-RUN-KIND     PIC X(8).
             88 EXTRACT-CONTROL-FIRST-RUN    VALUE "EXTRACT".
             88 EXTRACT-CONTROL-RERUN        VALUE "RERUN".
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-BY           PIC X(32).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-FORM-FROM    PIC 9(9).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-FORM-TO      PIC 9(9).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-ACCESS-ROWS  PIC 9(9).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-FORM-ROWS    PIC 9(9).
          03 FILLER                       PIC X(1).
          03 EXTRACT-CONTROL-SESSION-ROWS PIC 9(9).

       FD ACCESS-EXTRACT-FILE.
       01 ACCESS-EXTRACT-RECORD PIC X(2400).

       FD FORM-EXTRACT-FILE.
       01 FORM-EXTRACT-RECORD PIC X(2400).

       FD SESSION-EXTRACT-FILE.
       01 SESSION-EXTRACT-RECORD PIC X(2400).

      *> an access-log line, or the status and response bytes of an
      *> outcome, keyed by request id
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          03 SORT-REQUEST-ID     PIC X(20).
          03 SORT-SOURCE         PIC X(1).
             88 SORT-FROM-ACCESS-LOG  VALUE "A".
             88 SORT-FROM-OUTCOME-LOG VALUE "O".
          03 SORT-LINE-NUMBER    PIC 9(9).
          03 SORT-DATE           PIC 9(8).
          03 SORT-TIME           PIC 9(8).
          03 SORT-CLIENT-ADDRESS PIC X(45).
          03 SORT-USER-ID        PIC X(32).
          03 SORT-REQUEST-TYPE   PIC X(8).
          03 SORT-STATUS-CODE    PIC 9(3).
          03 SORT-BYTES          PIC 9(12).
          03 SORT-REQUEST-PATH   PIC X(2048).

       WORKING-STORAGE SECTION.
       77 LOCAL-ACCESS-LOG-FILE-STATUS PIC X(2).
       77 LOCAL-FORM-APPLIED-STATUS PIC X(2).
       77 LOCAL-SESSION-FILE-STATUS PIC X(2).
       77 LOCAL-EXTRACT-CONTROL-STATUS PIC X(2).
       77 LOCAL-ACCESS-EXTRACT-STATUS PIC X(2).
       77 LOCAL-FORM-EXTRACT-STATUS PIC X(2).
       77 LOCAL-SESSION-EXTRACT-STATUS PIC X(2).
       77 LOCAL-OUTCOME-LOG-STATUS PIC X(2).
       77 LOCAL-ACCESS-LOG-PATH PIC X(64).
       77 LOCAL-OUTCOME-LOG-PATH PIC X(64).
       77 EXTRACT-DELIMITER PIC X(1) VALUE "|".

      *> characters that may not travel inside a column, and what
      *> each is sent as
       01 EXTRACT-UNSAFE-CHARACTERS.
          03 FILLER PIC X(16)
             VALUE X"000102030405060708090A0B0C0D0E0F".
          03 FILLER PIC X(16)
             VALUE X"101112131415161718191A1B1C1D1E1F".
          03 FILLER PIC X(2) VALUE X"7C7F".
       01 EXTRACT-SAFE-CHARACTERS PIC X(34) VALUE SPACES.

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE    PIC X(80).
          03 LOCAL-COMMAND-VERB    PIC X(8).

       01 LOCAL-RUN-WORK-AREA.
          03 LOCAL-BUSINESS-DATE   PIC 9(8).
          03 LOCAL-RUN-DATE        PIC 9(8).
          03 LOCAL-RUN-TIME        PIC 9(8).
          03 LOCAL-OPERATOR-ID     PIC X(32).
          03 LOCAL-PRIOR-RUN-DATE  PIC 9(8) VALUE ZERO.
          03 LOCAL-PRIOR-RUN-TIME  PIC 9(8) VALUE ZERO.

      *> the FORMAPP lines this run covers : those after FROM, up to
      *> the end of the file
       01 LOCAL-FORM-LINE-WORK-AREA.
          03 LOCAL-LAST-FORM-TO    PIC 9(9) VALUE ZERO.
          03 LOCAL-DAY-FORM-FROM   PIC 9(9) VALUE ZERO.
          03 LOCAL-FORM-FROM       PIC 9(9) VALUE ZERO.
          03 LOCAL-FORM-LINE       PIC 9(9) VALUE ZERO.
          03 LOCAL-FIELD-INDEX     PIC 9(3) COMP.
          03 LOCAL-FIELD-NUMBER    PIC 9(3).

       01 LOCAL-EXTRACT-TOTALS.
          03 LOCAL-ACCESS-ROW-COUNT  PIC 9(9) VALUE ZERO.
          03 LOCAL-ACCESS-HASH-TOTAL PIC 9(18) VALUE ZERO.
          03 LOCAL-FORM-ROW-COUNT    PIC 9(9) VALUE ZERO.
          03 LOCAL-FORM-HASH-TOTAL   PIC 9(18) VALUE ZERO.
          03 LOCAL-SESSION-ROW-COUNT PIC 9(9) VALUE ZERO.
          03 LOCAL-SESSION-HASH-TOTAL PIC 9(18) VALUE ZERO.
          03 LOCAL-ACCESS-SKIP-COUNT PIC 9(9) VALUE ZERO.
          03 LOCAL-FORM-SKIP-COUNT   PIC 9(9) VALUE ZERO.
          03 LOCAL-NO-OUTCOME-COUNT  PIC 9(9) VALUE ZERO.

      *> the outcome last returned from the sort, and the status and
      *> bytes the access row being written goes out with
       01 LOCAL-OUTCOME-MATCH-AREA.
          03 LOCAL-ACCESS-LINE-NUMBER  PIC 9(9) VALUE ZERO.
          03 LOCAL-OUTCOME-REQUEST-ID  PIC X(20).
          03 LOCAL-OUTCOME-STATUS-CODE PIC 9(3).
          03 LOCAL-OUTCOME-BYTES       PIC 9(12).
          03 LOCAL-ROW-STATUS-CODE     PIC 9(3).
          03 LOCAL-ROW-BYTES           PIC 9(12).

      *> the row being built, and the column being added to it
       01 LOCAL-ROW-WORK-AREA.
          03 LOCAL-EXTRACT-ROW     PIC X(2400).
          03 LOCAL-ROW-POINTER     PIC 9(4) COMP.
          03 LOCAL-RECORD-TYPE     PIC X(1).
          03 LOCAL-COLUMN-TEXT     PIC X(2048).
          03 LOCAL-COLUMN-LENGTH   PIC 9(4) COMP.
          03 LOCAL-COLUMN-NUMBER   PIC 9(18).
          03 LOCAL-COLUMN-EDIT     PIC Z(17)9.
          03 LOCAL-COLUMN-LEADING  PIC 9(4) COMP.
          03 LOCAL-COLUMN-REVERSED PIC X(2048).
          03 LOCAL-TRAILER-ROW-COUNT PIC 9(9).
          03 LOCAL-TRAILER-HASH-TOTAL PIC 9(18).

       01 LOCAL-INPUT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-INPUT-AT-END VALUE "Y".
       01 LOCAL-SORT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-SORT-AT-END VALUE "Y".
       01 LOCAL-RERUN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-RERUN-REQUESTED VALUE "Y".
       01 LOCAL-DAY-EXTRACTED-FLAG PIC X(1) VALUE "N".
          88 LOCAL-DAY-EXTRACTED VALUE "Y".

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LOCAL-COMMAND-LINE.
           MOVE SPACES TO LOCAL-COMMAND-VERB.
           UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-VERB.
           INSPECT LOCAL-COMMAND-VERB
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "RERUN"
                 SET LOCAL-RERUN-REQUESTED TO TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "RUN"
                 OR LOCAL-COMMAND-VERB IS EQUAL TO SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "HTTP-WAREHOUSE-EXTRACT: COMMANDS ARE RUN, "
                    "RERUN"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-STOP
           END-EVALUATE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-EXTRACT-CONTROL THRU 1500-EXIT.
           IF LOCAL-EXTRACT-CONTROL-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-EXTRACT-CONTROL-STATUS IS NOT EQUAL TO "35"
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: UNABLE TO READ WHSCTL, "
                 "STATUS=" LOCAL-EXTRACT-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           IF LOCAL-DAY-EXTRACTED
              IF NOT LOCAL-RERUN-REQUESTED
                 DISPLAY "HTTP-WAREHOUSE-EXTRACT: "
                    LOCAL-BUSINESS-DATE " ALREADY EXTRACTED ON "
                    LOCAL-PRIOR-RUN-DATE " AT " LOCAL-PRIOR-RUN-TIME
                    " - RUN WITH RERUN TO CUT IT AGAIN"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-STOP
              END-IF
              MOVE LOCAL-DAY-FORM-FROM TO LOCAL-FORM-FROM
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: RERUN OF "
                 LOCAL-BUSINESS-DATE " BY "
                 FUNCTION TRIM(LOCAL-OPERATOR-ID)
           ELSE
              IF LOCAL-RERUN-REQUESTED
                 DISPLAY "HTTP-WAREHOUSE-EXTRACT: "
                    LOCAL-BUSINESS-DATE " HAS NOT BEEN EXTRACTED - "
                    "NOTHING TO RERUN"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-STOP
              END-IF
              MOVE LOCAL-LAST-FORM-TO TO LOCAL-FORM-FROM
           END-IF.

           PERFORM 1700-OPEN-EXTRACT-FILES THRU 1700-EXIT.
           IF RETURN-CODE IS NOT EQUAL TO ZERO
              GO TO 0000-STOP
           END-IF.

           PERFORM 2000-EXTRACT-ACCESS-LOG THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-FORM-APPLIED THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-SESSIONS THRU 4000-EXIT.
           CLOSE ACCESS-EXTRACT-FILE
                 FORM-EXTRACT-FILE
                 SESSION-EXTRACT-FILE.

           PERFORM 8000-WRITE-EXTRACT-CONTROL THRU 8000-EXIT.

           DISPLAY "HTTP-WAREHOUSE-EXTRACT: " LOCAL-BUSINESS-DATE
              " WHSACC=" LOCAL-ACCESS-ROW-COUNT
              " WHSFORM=" LOCAL-FORM-ROW-COUNT
              " WHSSESS=" LOCAL-SESSION-ROW-COUNT.
           IF LOCAL-NO-OUTCOME-COUNT IS GREATER THAN ZERO
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: " LOCAL-NO-OUTCOME-COUNT
                 " WHSACC ROWS HAD NO RESPONSE OUTCOME - SENT WITH "
                 "THE ACCESS-LOG STATUS AND REQUEST BYTES"
           END-IF.
           IF LOCAL-ACCESS-SKIP-COUNT IS GREATER THAN ZERO
              OR LOCAL-FORM-SKIP-COUNT IS GREATER THAN ZERO
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: LEFT OUT "
                 LOCAL-ACCESS-SKIP-COUNT " ACCESS-LOG LINES AND "
                 LOCAL-FORM-SKIP-COUNT " FORMAPP LINES NOT WELL FORMED"
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - stamp the run ; the business date is the
      *> day being closed, the run date
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-RUN-TIME FROM TIME.
           MOVE LOCAL-RUN-DATE TO LOCAL-BUSINESS-DATE.
           MOVE SPACES TO LOCAL-OPERATOR-ID.
           ACCEPT LOCAL-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF LOCAL-OPERATOR-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO LOCAL-OPERATOR-ID
           END-IF.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-READ-EXTRACT-CONTROL - walk WHSCTL for the last FORMAPP
      *> line already extracted and for an extract of the business
      *> date ; no control file yet means nothing was ever extracted
      *> ----------------------------------------------------------
       1500-READ-EXTRACT-CONTROL.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF LOCAL-EXTRACT-CONTROL-STATUS IS NOT EQUAL TO "00"
              GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO LOCAL-INPUT-EOF-FLAG.
           PERFORM 1510-READ-ONE-CONTROL-LINE THRU 1510-EXIT
              WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END.
           CLOSE EXTRACT-CONTROL-FILE.
       1500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1510-READ-ONE-CONTROL-LINE - one finished extract ; a later
      *> line for the same business date (a rerun) supersedes the
      *> earlier one's run stamp but keeps the day's first FORMAPP line
      *> ----------------------------------------------------------
       1510-READ-ONE-CONTROL-LINE.
           READ EXTRACT-CONTROL-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 1510-EXIT
           END-READ.
           IF EXTRACT-CONTROL-BUSINESS-DATE IS NOT NUMERIC
              OR EXTRACT-CONTROL-FORM-FROM IS NOT NUMERIC
              OR EXTRACT-CONTROL-FORM-TO IS NOT NUMERIC
              GO TO 1510-EXIT
           END-IF.

           MOVE EXTRACT-CONTROL-FORM-TO TO LOCAL-LAST-FORM-TO.
           IF EXTRACT-CONTROL-BUSINESS-DATE IS NOT EQUAL TO
                 LOCAL-BUSINESS-DATE
              GO TO 1510-EXIT
           END-IF.
           IF NOT LOCAL-DAY-EXTRACTED
              MOVE EXTRACT-CONTROL-FORM-FROM TO LOCAL-DAY-FORM-FROM
           END-IF.
           SET LOCAL-DAY-EXTRACTED TO TRUE.
           MOVE EXTRACT-CONTROL-RUN-DATE TO LOCAL-PRIOR-RUN-DATE.
           MOVE EXTRACT-CONTROL-RUN-TIME TO LOCAL-PRIOR-RUN-TIME.
       1510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1700-OPEN-EXTRACT-FILES - the three interface files, opened
      *> fresh before anything is written so a run that cannot open
      *> one of them writes none of them
      *> ----------------------------------------------------------
       1700-OPEN-EXTRACT-FILES.
           OPEN OUTPUT ACCESS-EXTRACT-FILE.
           IF LOCAL-ACCESS-EXTRACT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: UNABLE TO OPEN WHSACC, "
                 "STATUS=" LOCAL-ACCESS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1700-EXIT
           END-IF.
           OPEN OUTPUT FORM-EXTRACT-FILE.
           IF LOCAL-FORM-EXTRACT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: UNABLE TO OPEN "
                 "WHSFORM, STATUS=" LOCAL-FORM-EXTRACT-STATUS
              CLOSE ACCESS-EXTRACT-FILE
              MOVE 16 TO RETURN-CODE
              GO TO 1700-EXIT
           END-IF.
           OPEN OUTPUT SESSION-EXTRACT-FILE.
           IF LOCAL-SESSION-EXTRACT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: UNABLE TO OPEN "
                 "WHSSESS, STATUS=" LOCAL-SESSION-EXTRACT-STATUS
              CLOSE ACCESS-EXTRACT-FILE
                    FORM-EXTRACT-FILE
              MOVE 16 TO RETURN-CODE
              GO TO 1700-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-EXTRACT-ACCESS-LOG - the day's access-log lines merged
      *> by request id with the response outcomes, so each row carries
      *> the status and byte count the client was actually sent
      *> ----------------------------------------------------------
       2000-EXTRACT-ACCESS-LOG.
           MOVE "WHSACC" TO LOCAL-COLUMN-TEXT.
           PERFORM 6000-BUILD-HEADER-ROW THRU 6000-EXIT.
           WRITE ACCESS-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           SORT SORT-WORK-FILE
              ASCENDING KEY SORT-REQUEST-ID
              DESCENDING KEY SORT-SOURCE
              ASCENDING KEY SORT-LINE-NUMBER
              INPUT PROCEDURE 2100-EXTRACT-BOTH-LOGS THRU 2100-EXIT
              OUTPUT PROCEDURE 2500-WRITE-ACCESS-ROWS THRU 2500-EXIT.

           MOVE LOCAL-ACCESS-ROW-COUNT TO LOCAL-TRAILER-ROW-COUNT.
           MOVE LOCAL-ACCESS-HASH-TOTAL TO LOCAL-TRAILER-HASH-TOTAL.
           PERFORM 6100-BUILD-TRAILER-ROW THRU 6100-EXIT.
           WRITE ACCESS-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-EXTRACT-BOTH-LOGS - sort input procedure ; the day's
      *> rotated access-log generation, or the current ACCLOG when the
      *> day has not been rotated yet (no log at all is an empty file,
      *> not an error), then the outcomes from the OUTLOG.YYYYMMDD
      *> generation cut by the same rotate and from the current OUTLOG,
      *> so a response finished after the rotate is still found
      *> ----------------------------------------------------------
       2100-EXTRACT-BOTH-LOGS.
           MOVE SPACES TO LOCAL-ACCESS-LOG-PATH.
           STRING "ACCLOG." LOCAL-BUSINESS-DATE DELIMITED BY SIZE
              INTO LOCAL-ACCESS-LOG-PATH.
           OPEN INPUT ACCESS-LOG-FILE.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
              MOVE "ACCLOG" TO LOCAL-ACCESS-LOG-PATH
              OPEN INPUT ACCESS-LOG-FILE
           END-IF.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS EQUAL TO "00"
              MOVE "N" TO LOCAL-INPUT-EOF-FLAG
              PERFORM 2200-READ-ACCESS-LOG THRU 2200-EXIT
                 WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END
              CLOSE ACCESS-LOG-FILE
           ELSE
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: NO ACCESS LOG FOR "
                 LOCAL-BUSINESS-DATE
              GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-OUTCOME-LOG-PATH.
           STRING "OUTLOG." LOCAL-BUSINESS-DATE DELIMITED BY SIZE
              INTO LOCAL-OUTCOME-LOG-PATH.
           PERFORM 2300-READ-OUTCOME-FILE THRU 2300-EXIT.
           MOVE "OUTLOG" TO LOCAL-OUTCOME-LOG-PATH.
           PERFORM 2300-READ-OUTCOME-FILE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-READ-ACCESS-LOG - one request, one sort record ; a line
      *> whose stamp, status or byte count is not a number is left
      *> out. The line number keeps lines of one request id (a blank
      *> id on a line logged before ids were carried) in log order
      *> ----------------------------------------------------------
       2200-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2200-EXIT
           END-READ.
           ADD 1 TO LOCAL-ACCESS-LINE-NUMBER.
           IF ACCESS-LOG-DATE IS NOT NUMERIC
              OR ACCESS-LOG-TIME IS NOT NUMERIC
              OR ACCESS-LOG-STATUS-CODE IS NOT NUMERIC
              OR ACCESS-LOG-REQUEST-BYTES IS NOT NUMERIC
              ADD 1 TO LOCAL-ACCESS-SKIP-COUNT
              GO TO 2200-EXIT
           END-IF.

           MOVE ACCESS-LOG-REQUEST-ID     TO SORT-REQUEST-ID.
           SET SORT-FROM-ACCESS-LOG TO TRUE.
           MOVE LOCAL-ACCESS-LINE-NUMBER  TO SORT-LINE-NUMBER.
           MOVE ACCESS-LOG-DATE           TO SORT-DATE.
           MOVE ACCESS-LOG-TIME           TO SORT-TIME.
           MOVE ACCESS-LOG-CLIENT-ADDRESS TO SORT-CLIENT-ADDRESS.
           MOVE ACCESS-LOG-USER-ID        TO SORT-USER-ID.
           MOVE ACCESS-LOG-REQUEST-TYPE   TO SORT-REQUEST-TYPE.
           MOVE ACCESS-LOG-STATUS-CODE    TO SORT-STATUS-CODE.
           MOVE ACCESS-LOG-REQUEST-BYTES  TO SORT-BYTES.
           MOVE ACCESS-LOG-REQUEST-PATH   TO SORT-REQUEST-PATH.
           RELEASE SORT-RECORD.
       2200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2300-READ-OUTCOME-FILE - every record of the outcome file
      *> named in LOCAL-OUTCOME-LOG-PATH ; one not there is skipped
      *> ----------------------------------------------------------
       2300-READ-OUTCOME-FILE.
           MOVE "N" TO LOCAL-INPUT-EOF-FLAG.
           OPEN INPUT OUTCOME-LOG-FILE.
           IF LOCAL-OUTCOME-LOG-STATUS IS EQUAL TO "00"
              PERFORM 2400-READ-OUTCOME-LOG THRU 2400-EXIT
                 WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END
              CLOSE OUTCOME-LOG-FILE
           END-IF.
       2300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2400-READ-OUTCOME-LOG - one outcome record, keyed by request
      *> id and carrying the status and response bytes ; a record
      *> whose figures are not numbers cannot be used and is passed by
      *> ----------------------------------------------------------
       2400-READ-OUTCOME-LOG.
           READ OUTCOME-LOG-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2400-EXIT
           END-READ.
           IF OUTCOME-LOG-REQUEST-ID IS EQUAL TO SPACES
              OR OUTCOME-LOG-STATUS-CODE IS NOT NUMERIC
              OR OUTCOME-LOG-RESPONSE-BYTES IS NOT NUMERIC
              GO TO 2400-EXIT
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE OUTCOME-LOG-REQUEST-ID TO SORT-REQUEST-ID.
           SET SORT-FROM-OUTCOME-LOG TO TRUE.
           MOVE ZERO TO SORT-LINE-NUMBER.
           MOVE OUTCOME-LOG-STATUS-CODE TO SORT-STATUS-CODE.
           MOVE OUTCOME-LOG-RESPONSE-BYTES TO SORT-BYTES.
           RELEASE SORT-RECORD.
       2400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2500-WRITE-ACCESS-ROWS - sort output procedure ; within a
      *> request id the outcome sorts ahead of the access-log line, so
      *> it is on hand when the line's row is written
      *> ----------------------------------------------------------
       2500-WRITE-ACCESS-ROWS.
           MOVE SPACES TO LOCAL-OUTCOME-REQUEST-ID.
           MOVE "N" TO LOCAL-SORT-EOF-FLAG.
           PERFORM 2600-RETURN-SORT-RECORD THRU 2600-EXIT
              WITH TEST AFTER UNTIL LOCAL-SORT-AT-END.
       2500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2600-RETURN-SORT-RECORD - an outcome is held for the access
      *> line that follows it ; an access line becomes a row
      *> ----------------------------------------------------------
       2600-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET LOCAL-SORT-AT-END TO TRUE
                 GO TO 2600-EXIT
           END-RETURN.
           IF SORT-FROM-OUTCOME-LOG
              MOVE SORT-REQUEST-ID  TO LOCAL-OUTCOME-REQUEST-ID
              MOVE SORT-STATUS-CODE TO LOCAL-OUTCOME-STATUS-CODE
              MOVE SORT-BYTES       TO LOCAL-OUTCOME-BYTES
           ELSE
              PERFORM 2700-WRITE-ACCESS-ROW THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2700-WRITE-ACCESS-ROW - one request, one row ; status and
      *> bytes are the response's from its outcome, and only when no
      *> outcome was logged (or the line has no request id) the status
      *> the parser logged and the request's own byte count
      *> ----------------------------------------------------------
       2700-WRITE-ACCESS-ROW.
           IF SORT-REQUEST-ID IS NOT EQUAL TO SPACES
              AND SORT-REQUEST-ID IS EQUAL TO LOCAL-OUTCOME-REQUEST-ID
              MOVE LOCAL-OUTCOME-STATUS-CODE TO LOCAL-ROW-STATUS-CODE
              MOVE LOCAL-OUTCOME-BYTES TO LOCAL-ROW-BYTES
           ELSE
              MOVE SORT-STATUS-CODE TO LOCAL-ROW-STATUS-CODE
              MOVE SORT-BYTES TO LOCAL-ROW-BYTES
              ADD 1 TO LOCAL-NO-OUTCOME-COUNT
           END-IF.

           MOVE "D" TO LOCAL-RECORD-TYPE.
           PERFORM 7000-START-ROW THRU 7000-EXIT.
           MOVE SORT-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SORT-TIME TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SORT-REQUEST-ID TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SORT-CLIENT-ADDRESS TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SORT-USER-ID TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SORT-REQUEST-TYPE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE LOCAL-ROW-STATUS-CODE TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.
           MOVE LOCAL-ROW-BYTES TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.
           MOVE SORT-REQUEST-PATH TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           WRITE ACCESS-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           ADD 1 TO LOCAL-ACCESS-ROW-COUNT.
           ADD LOCAL-ROW-BYTES TO LOCAL-ACCESS-HASH-TOTAL.
       2700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-EXTRACT-FORM-APPLIED - the FORMAPP lines after the last
      *> one already extracted ; no applied file yet is an empty file
      *> ----------------------------------------------------------
       3000-EXTRACT-FORM-APPLIED.
           MOVE "WHSFORM" TO LOCAL-COLUMN-TEXT.
           PERFORM 6000-BUILD-HEADER-ROW THRU 6000-EXIT.
           WRITE FORM-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           MOVE ZERO TO LOCAL-FORM-LINE.
           OPEN INPUT FORM-APPLIED-FILE.
           IF LOCAL-FORM-APPLIED-STATUS IS EQUAL TO "00"
              MOVE "N" TO LOCAL-INPUT-EOF-FLAG
              PERFORM 3100-READ-FORM-APPLIED THRU 3100-EXIT
                 WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END
              CLOSE FORM-APPLIED-FILE
           END-IF.
           IF LOCAL-FORM-LINE IS LESS THAN LOCAL-FORM-FROM
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: FORMAPP HAS "
                 LOCAL-FORM-LINE " LINES, " LOCAL-FORM-FROM
                 " WERE ALREADY EXTRACTED - CHECK IT WAS NOT REPLACED"
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE LOCAL-FORM-ROW-COUNT TO LOCAL-TRAILER-ROW-COUNT.
           MOVE LOCAL-FORM-HASH-TOTAL TO LOCAL-TRAILER-HASH-TOTAL.
           PERFORM 6100-BUILD-TRAILER-ROW THRU 6100-EXIT.
           WRITE FORM-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-READ-FORM-APPLIED - one applied transaction, counted
      *> whether or not it falls in this run's range ; those that do
      *> give a row per field. HTTP-FORM-APPLY only applies a well-
      *> formed capture, so a field count out of range means a
      *> damaged line, left out and counted
      *> ----------------------------------------------------------
       3100-READ-FORM-APPLIED.
           READ FORM-APPLIED-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           ADD 1 TO LOCAL-FORM-LINE.
           IF LOCAL-FORM-LINE IS NOT GREATER THAN LOCAL-FORM-FROM
              GO TO 3100-EXIT
           END-IF.
           IF CAPTURE-FIELD-COUNT IS NOT NUMERIC
              OR CAPTURE-FIELD-COUNT IS LESS THAN 1
              OR CAPTURE-FIELD-COUNT IS GREATER THAN 32
              ADD 1 TO LOCAL-FORM-SKIP-COUNT
              GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-WRITE-FORM-FIELD THRU 3200-EXIT
              VARYING LOCAL-FIELD-INDEX FROM 1 BY 1
              UNTIL LOCAL-FIELD-INDEX IS GREATER THAN
                 CAPTURE-FIELD-COUNT.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-WRITE-FORM-FIELD - one field of the transaction ; the
      *> name and value are sent to their recorded lengths, so a
      *> value's own leading and trailing blanks are kept
      *> ----------------------------------------------------------
       3200-WRITE-FORM-FIELD.
           MOVE "D" TO LOCAL-RECORD-TYPE.
           PERFORM 7000-START-ROW THRU 7000-EXIT.
           MOVE CAPTURE-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE CAPTURE-TIME TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE CAPTURE-SESSION-ID TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE CAPTURE-USER-ID TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE CAPTURE-PATH TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE LOCAL-FIELD-INDEX TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.

           MOVE CAPTURE-FIELD-NAME(LOCAL-FIELD-INDEX)
              TO LOCAL-COLUMN-TEXT.
           MOVE CAPTURE-FIELD-NAME-LENGTH(LOCAL-FIELD-INDEX)
              TO LOCAL-COLUMN-LENGTH.
           IF LOCAL-COLUMN-LENGTH IS GREATER THAN 64
              MOVE 64 TO LOCAL-COLUMN-LENGTH
           END-IF.
           PERFORM 7110-ADD-SIZED-COLUMN THRU 7110-EXIT.

           MOVE CAPTURE-FIELD-VALUE(LOCAL-FIELD-INDEX)
              TO LOCAL-COLUMN-TEXT.
           MOVE CAPTURE-FIELD-VALUE-LENGTH(LOCAL-FIELD-INDEX)
              TO LOCAL-COLUMN-LENGTH.
           IF LOCAL-COLUMN-LENGTH IS GREATER THAN 256
              MOVE 256 TO LOCAL-COLUMN-LENGTH
           END-IF.
           PERFORM 7110-ADD-SIZED-COLUMN THRU 7110-EXIT.

           MOVE LOCAL-COLUMN-LENGTH TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.
           WRITE FORM-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           ADD 1 TO LOCAL-FORM-ROW-COUNT.
           ADD LOCAL-COLUMN-LENGTH TO LOCAL-FORM-HASH-TOTAL.
       3200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-EXTRACT-SESSIONS - every session on file, in key order ;
      *> no session file (sessions never went live here) is an empty
      *> file, not an error
      *> ----------------------------------------------------------
       4000-EXTRACT-SESSIONS.
           MOVE "WHSSESS" TO LOCAL-COLUMN-TEXT.
           PERFORM 6000-BUILD-HEADER-ROW THRU 6000-EXIT.
           WRITE SESSION-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           OPEN INPUT SESSION-FILE.
           IF LOCAL-SESSION-FILE-STATUS IS EQUAL TO "00"
              MOVE "N" TO LOCAL-INPUT-EOF-FLAG
              PERFORM 4100-READ-SESSION THRU 4100-EXIT
                 WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END
              CLOSE SESSION-FILE
           END-IF.

           MOVE LOCAL-SESSION-ROW-COUNT TO LOCAL-TRAILER-ROW-COUNT.
           MOVE LOCAL-SESSION-HASH-TOTAL TO LOCAL-TRAILER-HASH-TOTAL.
           PERFORM 6100-BUILD-TRAILER-ROW THRU 6100-EXIT.
           WRITE SESSION-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4100-READ-SESSION - one session, one row
      *> ----------------------------------------------------------
       4100-READ-SESSION.
           READ SESSION-FILE NEXT RECORD
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 4100-EXIT
           END-READ.

           MOVE "D" TO LOCAL-RECORD-TYPE.
           PERFORM 7000-START-ROW THRU 7000-EXIT.
           MOVE SESSION-ID TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SESSION-CREATED-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SESSION-CREATED-TIME TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SESSION-LAST-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE SESSION-LAST-TIME TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           WRITE SESSION-EXTRACT-RECORD FROM LOCAL-EXTRACT-ROW.

           ADD 1 TO LOCAL-SESSION-ROW-COUNT.
           IF SESSION-CREATED-DATE IS NUMERIC
              ADD SESSION-CREATED-DATE TO LOCAL-SESSION-HASH-TOTAL
           END-IF.
       4100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-BUILD-HEADER-ROW - the H record of the file named in
      *> LOCAL-COLUMN-TEXT
      *> ----------------------------------------------------------
       6000-BUILD-HEADER-ROW.
           MOVE "H" TO LOCAL-RECORD-TYPE.
           PERFORM 7000-START-ROW THRU 7000-EXIT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE LOCAL-BUSINESS-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE LOCAL-RUN-DATE TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
           MOVE LOCAL-RUN-TIME TO LOCAL-COLUMN-TEXT.
           PERFORM 7100-ADD-TEXT-COLUMN THRU 7100-EXIT.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6100-BUILD-TRAILER-ROW - the T record : row count and hash
      *> total of the file's D records
      *> ----------------------------------------------------------
       6100-BUILD-TRAILER-ROW.
           MOVE "T" TO LOCAL-RECORD-TYPE.
           PERFORM 7000-START-ROW THRU 7000-EXIT.
           MOVE LOCAL-TRAILER-ROW-COUNT TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.
           MOVE LOCAL-TRAILER-HASH-TOTAL TO LOCAL-COLUMN-NUMBER.
           PERFORM 7200-ADD-NUMBER-COLUMN THRU 7200-EXIT.
       6100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-START-ROW - a fresh row holding only its record type
      *> ----------------------------------------------------------
       7000-START-ROW.
           MOVE SPACES TO LOCAL-EXTRACT-ROW.
           MOVE LOCAL-RECORD-TYPE TO LOCAL-EXTRACT-ROW(1:1).
           MOVE 2 TO LOCAL-ROW-POINTER.
       7000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7100-ADD-TEXT-COLUMN - LOCAL-COLUMN-TEXT without its trailing
      *> padding ; 7110-ADD-SIZED-COLUMN takes the first
      *> LOCAL-COLUMN-LENGTH characters as they stand. Either way the
      *> column goes on the row behind a delimiter, with any character
      *> that could split the row sent as a space
      *> ----------------------------------------------------------
       7100-ADD-TEXT-COLUMN.
           MOVE FUNCTION REVERSE(LOCAL-COLUMN-TEXT)
              TO LOCAL-COLUMN-REVERSED.
           MOVE ZERO TO LOCAL-COLUMN-LEADING.
           INSPECT LOCAL-COLUMN-REVERSED
              TALLYING LOCAL-COLUMN-LEADING FOR LEADING SPACES.
           COMPUTE LOCAL-COLUMN-LENGTH =
              LENGTH OF LOCAL-COLUMN-TEXT - LOCAL-COLUMN-LEADING.
           PERFORM 7110-ADD-SIZED-COLUMN THRU 7110-EXIT.
       7100-EXIT.
           EXIT.

       7110-ADD-SIZED-COLUMN.
           STRING EXTRACT-DELIMITER DELIMITED BY SIZE
              INTO LOCAL-EXTRACT-ROW
              WITH POINTER LOCAL-ROW-POINTER.
           IF LOCAL-COLUMN-LENGTH IS EQUAL TO ZERO
              GO TO 7110-EXIT
           END-IF.
           INSPECT LOCAL-COLUMN-TEXT(1:LOCAL-COLUMN-LENGTH)
              CONVERTING EXTRACT-UNSAFE-CHARACTERS
                      TO EXTRACT-SAFE-CHARACTERS.
           STRING LOCAL-COLUMN-TEXT(1:LOCAL-COLUMN-LENGTH)
                 DELIMITED BY SIZE
              INTO LOCAL-EXTRACT-ROW
              WITH POINTER LOCAL-ROW-POINTER.
       7110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7200-ADD-NUMBER-COLUMN - LOCAL-COLUMN-NUMBER without leading
      *> zeros, behind a delimiter
      *> ----------------------------------------------------------
       7200-ADD-NUMBER-COLUMN.
           MOVE LOCAL-COLUMN-NUMBER TO LOCAL-COLUMN-EDIT.
           MOVE ZERO TO LOCAL-COLUMN-LEADING.
           INSPECT LOCAL-COLUMN-EDIT
              TALLYING LOCAL-COLUMN-LEADING FOR LEADING SPACES.
           STRING EXTRACT-DELIMITER DELIMITED BY SIZE
                  LOCAL-COLUMN-EDIT(LOCAL-COLUMN-LEADING + 1:)
                 DELIMITED BY SIZE
              INTO LOCAL-EXTRACT-ROW
              WITH POINTER LOCAL-ROW-POINTER.
       7200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-WRITE-EXTRACT-CONTROL - record the finished extract on
      *> WHSCTL, created on first use ; the run's files are already
      *> complete, so a control line that cannot be written is
      *> reported but does not undo them
      *> ----------------------------------------------------------
       8000-WRITE-EXTRACT-CONTROL.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD.
           MOVE LOCAL-BUSINESS-DATE TO EXTRACT-CONTROL-BUSINESS-DATE.
           MOVE LOCAL-RUN-DATE TO EXTRACT-CONTROL-RUN-DATE.
           MOVE LOCAL-RUN-TIME TO EXTRACT-CONTROL-RUN-TIME.
           IF LOCAL-RERUN-REQUESTED
              SET EXTRACT-CONTROL-RERUN TO TRUE
           ELSE
              SET EXTRACT-CONTROL-FIRST-RUN TO TRUE
           END-IF.
           MOVE LOCAL-OPERATOR-ID TO EXTRACT-CONTROL-BY.
           MOVE LOCAL-FORM-FROM TO EXTRACT-CONTROL-FORM-FROM.
           MOVE LOCAL-FORM-LINE TO EXTRACT-CONTROL-FORM-TO.
           MOVE LOCAL-ACCESS-ROW-COUNT TO EXTRACT-CONTROL-ACCESS-ROWS.
           MOVE LOCAL-FORM-ROW-COUNT TO EXTRACT-CONTROL-FORM-ROWS.
           MOVE LOCAL-SESSION-ROW-COUNT
              TO EXTRACT-CONTROL-SESSION-ROWS.

           OPEN EXTEND EXTRACT-CONTROL-FILE.
           IF LOCAL-EXTRACT-CONTROL-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT EXTRACT-CONTROL-FILE
           END-IF.
           IF LOCAL-EXTRACT-CONTROL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-WAREHOUSE-EXTRACT: UNABLE TO OPEN WHSCTL, "
                 "STATUS=" LOCAL-EXTRACT-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.
           WRITE EXTRACT-CONTROL-RECORD.
           CLOSE EXTRACT-CONTROL-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM HTTP-WAREHOUSE-EXTRACT.
