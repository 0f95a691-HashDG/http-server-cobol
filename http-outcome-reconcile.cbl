      *> ---------------------------------------------------------------
      *> HTTP-OUTCOME-RECONCILE
      *>
      *> Nightly proof that every request the parser logged was also
      *> answered : the day's access log and the OUTLOG response-
      *> outcome log written by HTTP-RESPONSE-BUILDER are sorted
      *> together on the request id, and every access-log line with
      *> no outcome record behind it is flagged on OUTRPT with its
      *> time, client, user, method, status and path. Outcome records
      *> with no access-log line are counted too, and access-log lines
      *> written before the request id was carried (blank id) are
      *> counted apart since they cannot be matched.
      *>
      *> The day's rotated ACCLOG.YYYYMMDD generation is read when
      *> HTTP-LOG-ROTATE has cut one, with the current ACCLOG as the
      *> fallback, the way the security report does. Outcomes are read
      *> from the day's OUTLOG.YYYYMMDD generation cut by the same
      *> rotate and then from the current OUTLOG, so a response
      *> finished after the cutover is still found. A line of either
      *> log is in scope when its request id carries the report date,
      *> so a response finished just after midnight still matches.
      *>
      *> Ends with RETURN-CODE 8 when any line is flagged, 16 when the
      *> report cannot be opened.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  access-log lines chosen by the date in the
      *>                   request id ; the rotated OUTLOG.YYYYMMDD
      *>                   generation read ahead of the current OUTLOG
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-OUTCOME-RECONCILE.
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
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "OUTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-RECONCILE-REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "OUTSRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY ACCLOGR.

       FD OUTCOME-LOG-FILE.
       COPY OUTLOGR.

       FD RECONCILE-REPORT-FILE.
       01 RECONCILE-REPORT-RECORD PIC X(2200).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          03 SORT-REQUEST-ID     PIC X(20).
          03 SORT-SOURCE         PIC X(1).
             88 SORT-FROM-ACCESS-LOG  VALUE "A".
             88 SORT-FROM-OUTCOME-LOG VALUE "O".
          03 SORT-TIME           PIC 9(8).
          03 SORT-CLIENT-ADDRESS PIC X(45).
          03 SORT-USER-ID        PIC X(32).
          03 SORT-REQUEST-TYPE   PIC X(8).
          03 SORT-STATUS-CODE    PIC 9(3).
          03 SORT-REQUEST-PATH   PIC X(2048).

       WORKING-STORAGE SECTION.
       77 LOCAL-ACCESS-LOG-FILE-STATUS PIC X(2).
       77 LOCAL-OUTCOME-LOG-STATUS PIC X(2).
       77 LOCAL-RECONCILE-REPORT-STATUS PIC X(2).
       77 LOCAL-ACCESS-LOG-PATH PIC X(64).
       77 LOCAL-OUTCOME-LOG-PATH PIC X(64).
       77 LOCAL-REPORT-DATE PIC 9(8).

       01 LOCAL-ACCESS-LOG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-ACCESS-LOG-AT-END VALUE "Y".
       01 LOCAL-OUTCOME-LOG-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-OUTCOME-LOG-AT-END VALUE "Y".
       01 LOCAL-SORT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-SORT-AT-END VALUE "Y".
       01 LOCAL-FIRST-GROUP-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-FIRST-GROUP VALUE "Y".

       01 LOCAL-BREAK-WORK-AREA.
          03 LOCAL-PRIOR-REQUEST-ID  PIC X(20).
          03 LOCAL-GROUP-ACCESS-COUNT  PIC 9(9) COMP.
          03 LOCAL-GROUP-OUTCOME-COUNT PIC 9(9) COMP.
          03 LOCAL-GROUP-ACCESS-LINE.
             05 LOCAL-GROUP-TIME           PIC 9(8).
             05 LOCAL-GROUP-CLIENT-ADDRESS PIC X(45).
             05 LOCAL-GROUP-USER-ID        PIC X(32).
             05 LOCAL-GROUP-REQUEST-TYPE   PIC X(8).
             05 LOCAL-GROUP-STATUS-CODE    PIC 9(3).
             05 LOCAL-GROUP-REQUEST-PATH   PIC X(2048).

       01 LOCAL-GRAND-TOTALS.
          03 LOCAL-ACCESS-COUNT      PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-UNKEYED-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-OUTCOME-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-MATCHED-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-MISSING-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-ORPHAN-COUNT      PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOCAL-RECONCILE-REPORT-STATUS IS EQUAL TO "00"
              SORT SORT-WORK-FILE
                 ASCENDING KEY SORT-REQUEST-ID SORT-SOURCE
                 INPUT PROCEDURE 2000-EXTRACT-BOTH-LOGS THRU 2000-EXIT
                 OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT
              CLOSE RECONCILE-REPORT-FILE
              IF LOCAL-MISSING-COUNT IS GREATER THAN ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "HTTP-OUTCOME-RECONCILE: UNABLE TO OPEN OUTRPT, "
                 "STATUS=" LOCAL-RECONCILE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - today's date drives which lines of both
      *> logs are in scope, and the report file is opened fresh
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-REPORT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT RECONCILE-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-EXTRACT-BOTH-LOGS - sort input procedure ; the day's
      *> access-log lines go to the sort first, then the outcome
      *> records for requests received that day
      *> ----------------------------------------------------------
       2000-EXTRACT-BOTH-LOGS.
           MOVE SPACES TO LOCAL-ACCESS-LOG-PATH.
           STRING "ACCLOG." LOCAL-REPORT-DATE DELIMITED BY SIZE
              INTO LOCAL-ACCESS-LOG-PATH.
           OPEN INPUT ACCESS-LOG-FILE.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
              MOVE "ACCLOG" TO LOCAL-ACCESS-LOG-PATH
              OPEN INPUT ACCESS-LOG-FILE
           END-IF.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS EQUAL TO "00"
              PERFORM 2100-READ-ACCESS-LOG THRU 2100-EXIT
                 WITH TEST AFTER UNTIL LOCAL-ACCESS-LOG-AT-END
              CLOSE ACCESS-LOG-FILE
           END-IF.

           MOVE SPACES TO LOCAL-OUTCOME-LOG-PATH.
           STRING "OUTLOG." LOCAL-REPORT-DATE DELIMITED BY SIZE
              INTO LOCAL-OUTCOME-LOG-PATH.
           PERFORM 2400-READ-OUTCOME-FILE THRU 2400-EXIT.
           MOVE "OUTLOG" TO LOCAL-OUTCOME-LOG-PATH.
           PERFORM 2400-READ-OUTCOME-FILE THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-READ-ACCESS-LOG - one access-log line ; a keyed line
      *> is today's when its request id carries the report date, the
      *> same test the outcomes get, and goes to the sort ; a line
      *> with no request id is only counted, by its logged date
      *> ----------------------------------------------------------
       2100-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
              AT END
                 SET LOCAL-ACCESS-LOG-AT-END TO TRUE
              NOT AT END
                 IF ACCESS-LOG-REQUEST-ID IS EQUAL TO SPACES
                    IF ACCESS-LOG-DATE IS EQUAL TO LOCAL-REPORT-DATE
                       ADD 1 TO LOCAL-ACCESS-COUNT
                       ADD 1 TO LOCAL-UNKEYED-COUNT
                    END-IF
                 ELSE
                    IF ACCESS-LOG-REQUEST-ID(1:8) IS EQUAL TO
                          LOCAL-REPORT-DATE
                       ADD 1 TO LOCAL-ACCESS-COUNT
                       PERFORM 2200-RELEASE-ACCESS-LINE THRU 2200-EXIT
                    END-IF
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-RELEASE-ACCESS-LINE - reduce one access-log line to the
      *> sort key and the detail a flagged line is reported with
      *> ----------------------------------------------------------
       2200-RELEASE-ACCESS-LINE.
           MOVE ACCESS-LOG-REQUEST-ID     TO SORT-REQUEST-ID.
           SET SORT-FROM-ACCESS-LOG TO TRUE.
           MOVE ACCESS-LOG-TIME           TO SORT-TIME.
           MOVE ACCESS-LOG-CLIENT-ADDRESS TO SORT-CLIENT-ADDRESS.
           MOVE ACCESS-LOG-USER-ID        TO SORT-USER-ID.
           MOVE ACCESS-LOG-REQUEST-TYPE   TO SORT-REQUEST-TYPE.
           MOVE ACCESS-LOG-STATUS-CODE    TO SORT-STATUS-CODE.
           MOVE ACCESS-LOG-REQUEST-PATH   TO SORT-REQUEST-PATH.
           RELEASE SORT-RECORD.
       2200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2400-READ-OUTCOME-FILE - every record of the outcome file
      *> named in LOCAL-OUTCOME-LOG-PATH ; one not there is skipped
      *> ----------------------------------------------------------
       2400-READ-OUTCOME-FILE.
           MOVE "N" TO LOCAL-OUTCOME-LOG-EOF-FLAG.
           OPEN INPUT OUTCOME-LOG-FILE.
           IF LOCAL-OUTCOME-LOG-STATUS IS EQUAL TO "00"
              PERFORM 2500-READ-OUTCOME-LOG THRU 2500-EXIT
                 WITH TEST AFTER UNTIL LOCAL-OUTCOME-LOG-AT-END
              CLOSE OUTCOME-LOG-FILE
           END-IF.
       2400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2500-READ-OUTCOME-LOG - one outcome record ; only the key
      *> matters to the match, so the detail fields go across blank
      *> ----------------------------------------------------------
       2500-READ-OUTCOME-LOG.
           READ OUTCOME-LOG-FILE
              AT END
                 SET LOCAL-OUTCOME-LOG-AT-END TO TRUE
              NOT AT END
                 IF OUTCOME-LOG-REQUEST-ID(1:8) IS EQUAL TO
                       LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-OUTCOME-COUNT
                    MOVE SPACES TO SORT-RECORD
                    MOVE OUTCOME-LOG-REQUEST-ID TO SORT-REQUEST-ID
                    SET SORT-FROM-OUTCOME-LOG TO TRUE
                    MOVE OUTCOME-LOG-TIME TO SORT-TIME
                    MOVE OUTCOME-LOG-STATUS-CODE TO SORT-STATUS-CODE
                    RELEASE SORT-RECORD
                 END-IF
           END-READ.
       2500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-PRODUCE-REPORT - sort output procedure ; walks the
      *> merged records raising a control break on request id, then
      *> closes with the reconciliation totals
      *> ----------------------------------------------------------
       3000-PRODUCE-REPORT.
           PERFORM 3100-WRITE-REPORT-HEADER THRU 3100-EXIT.
           PERFORM 3200-RETURN-AND-PROCESS THRU 3200-EXIT
              WITH TEST AFTER UNTIL LOCAL-SORT-AT-END.
           IF NOT LOCAL-FIRST-GROUP
              PERFORM 3600-CLOSE-REQUEST-GROUP THRU 3600-EXIT
           END-IF.
           PERFORM 3800-WRITE-SUMMARY THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-WRITE-REPORT-HEADER - title line naming the report date
      *> and the column heading for flagged lines
      *> ----------------------------------------------------------
       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "ACCESS LOG LINES WITH NO RESPONSE OUTCOME FOR "
                  LOCAL-REPORT-DATE
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "  TIME     REQUEST ID           CLIENT / USER / "
                  "METHOD / STATUS / PATH"
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-RETURN-AND-PROCESS - pull the next sorted record and
      *> fold it into the report
      *> ----------------------------------------------------------
       3200-RETURN-AND-PROCESS.
           RETURN SORT-WORK-FILE
              AT END
                 SET LOCAL-SORT-AT-END TO TRUE
              NOT AT END
                 PERFORM 3300-PROCESS-SORT-RECORD THRU 3300-EXIT
           END-RETURN.
       3200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3300-PROCESS-SORT-RECORD - raise a control break when the
      *> request id changes, then count this record into its group ;
      *> the access-log side sorts first, so its detail is kept for
      *> the report should no outcome follow
      *> ----------------------------------------------------------
       3300-PROCESS-SORT-RECORD.
           IF LOCAL-FIRST-GROUP
              PERFORM 3400-START-REQUEST-GROUP THRU 3400-EXIT
              MOVE "N" TO LOCAL-FIRST-GROUP-FLAG
           ELSE
              IF SORT-REQUEST-ID IS NOT EQUAL TO LOCAL-PRIOR-REQUEST-ID
                 PERFORM 3600-CLOSE-REQUEST-GROUP THRU 3600-EXIT
                 PERFORM 3400-START-REQUEST-GROUP THRU 3400-EXIT
              END-IF
           END-IF.

           IF SORT-FROM-ACCESS-LOG
              ADD 1 TO LOCAL-GROUP-ACCESS-COUNT
              MOVE SORT-TIME           TO LOCAL-GROUP-TIME
              MOVE SORT-CLIENT-ADDRESS TO LOCAL-GROUP-CLIENT-ADDRESS
              MOVE SORT-USER-ID        TO LOCAL-GROUP-USER-ID
              MOVE SORT-REQUEST-TYPE   TO LOCAL-GROUP-REQUEST-TYPE
              MOVE SORT-STATUS-CODE    TO LOCAL-GROUP-STATUS-CODE
              MOVE SORT-REQUEST-PATH   TO LOCAL-GROUP-REQUEST-PATH
           ELSE
              ADD 1 TO LOCAL-GROUP-OUTCOME-COUNT
           END-IF.
           MOVE SORT-REQUEST-ID TO LOCAL-PRIOR-REQUEST-ID.
       3300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3400-START-REQUEST-GROUP - fresh counts for a new request id
      *> ----------------------------------------------------------
       3400-START-REQUEST-GROUP.
           MOVE ZERO TO LOCAL-GROUP-ACCESS-COUNT
                        LOCAL-GROUP-OUTCOME-COUNT.
           MOVE SPACES TO LOCAL-GROUP-ACCESS-LINE.
       3400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3600-CLOSE-REQUEST-GROUP - settle one request id : logged and
      *> answered is matched, logged only is flagged, answered only
      *> is counted as an orphan outcome
      *> ----------------------------------------------------------
       3600-CLOSE-REQUEST-GROUP.
           IF LOCAL-GROUP-ACCESS-COUNT IS GREATER THAN ZERO
              IF LOCAL-GROUP-OUTCOME-COUNT IS GREATER THAN ZERO
                 ADD 1 TO LOCAL-MATCHED-COUNT
              ELSE
                 ADD 1 TO LOCAL-MISSING-COUNT
                 PERFORM 3700-WRITE-DETAIL-LINE THRU 3700-EXIT
              END-IF
           ELSE
              ADD 1 TO LOCAL-ORPHAN-COUNT
           END-IF.
       3600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3700-WRITE-DETAIL-LINE - one flagged access-log line : time,
      *> request id, client, user, method, status and the full path
      *> ----------------------------------------------------------
       3700-WRITE-DETAIL-LINE.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "  " LOCAL-GROUP-TIME " " LOCAL-PRIOR-REQUEST-ID " "
                  LOCAL-GROUP-CLIENT-ADDRESS " "
                  LOCAL-GROUP-USER-ID " "
                  LOCAL-GROUP-REQUEST-TYPE " "
                  LOCAL-GROUP-STATUS-CODE " "
                  LOCAL-GROUP-REQUEST-PATH
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
       3700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3800-WRITE-SUMMARY - the reconciliation totals : lines in
      *> scope, matched, flagged, unkeyed, and orphan outcomes
      *> ----------------------------------------------------------
       3800-WRITE-SUMMARY.
           MOVE LOCAL-ACCESS-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "ACCESS LOG lines=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE LOCAL-OUTCOME-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "OUTCOME records=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE LOCAL-MATCHED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "MATCHED requests=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE LOCAL-MISSING-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "NO OUTCOME requests=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE LOCAL-UNKEYED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "NO REQUEST ID lines=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.

           MOVE LOCAL-ORPHAN-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO RECONCILE-REPORT-RECORD.
           STRING "OUTCOMES WITH NO ACCESS LOG LINE="
                  LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
       3800-EXIT.
           EXIT.

       END PROGRAM HTTP-OUTCOME-RECONCILE.
