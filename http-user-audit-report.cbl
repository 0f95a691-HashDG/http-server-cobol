      *> ---------------------------------------------------------------
      *> HTTP-USER-AUDIT-REPORT
      *>
      *> Access-review report of what each authenticated user did,
      *> today and month to date, one page per user for the business
      *> owner of the protected areas to sign off. For each user it
      *> shows the requests made under every PROTPATHS prefix, the
      *> 401 failures logged against the user id, the form
      *> submissions captured on FORMCAP under the user and how many
      *> of those HTTP-FORM-APPLY applied (FORMAPP) or rejected
      *> (FORMREJ), and the first and last activity time ; a summary
      *> page closes the report, on USRRPT. Each page ends with the
      *> sign-off line and a form feed.
      *>
      *> The month runs from the first of the current month to today.
      *> Each day's rotated ACCLOG.YYYYMMDD generation is read, with
      *> the current ACCLOG as the fallback for a today not yet
      *> rotated. A generation holds whatever was logged between two
      *> rotates, so it can carry lines stamped the day before ; every
      *> line dated within the month counts, under the date it was
      *> logged, whichever generation it was found in. Generations
      *> never overlap, so no line is read twice.
      *> Applied and rejected transactions count against the day they
      *> were captured ; a rejected one later corrected and reapplied
      *> counts under both. First and last activity are taken from the
      *> user's own requests and form submissions, not from failed
      *> logins, which anyone can make against any user id.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  FORMREJ read as the keyed reject file
      *>   2026-10-15  HD  access-log lines counted under their own
      *>                   date from whichever generation holds them
      *>   2026-10-15  HD  page ends written as a form-feed line after
      *>                   the sign-off
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-USER-AUDIT-REPORT.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE
                 ASSIGN TO DYNAMIC LOCAL-ACCESS-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-ACCESS-LOG-FILE-STATUS.
           SELECT PROTECTED-PATH-FILE ASSIGN TO "PROTPATHS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PROTECTED-PATH-FILE-STATUS.
           SELECT FORM-CAPTURE-FILE ASSIGN TO "FORMCAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-CAPTURE-STATUS.
           SELECT FORM-APPLIED-FILE ASSIGN TO "FORMAPP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-APPLIED-STATUS.
           SELECT FORM-REJECT-FILE ASSIGN TO "FORMREJ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS REJECT-KEY
              FILE STATUS IS LOCAL-FORM-REJECT-STATUS.
           SELECT USER-REPORT-FILE ASSIGN TO "USRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-USER-REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "USRSRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY ACCLOGR.

       FD PROTECTED-PATH-FILE.
       01 PROTECTED-PATH-FILE-RECORD PIC X(256).

       FD FORM-CAPTURE-FILE.
       COPY FORMCAPR.

      *> FORMAPP carries the whole FORMCAPR capture record ; only its
      *> leading stamp, session and user columns are needed
       FD FORM-APPLIED-FILE.
       01 FORM-APPLIED-RECORD.
          03 APPLIED-CAPTURE-DATE    PIC 9(8).
          03 FILLER                  PIC X(1).
          03 APPLIED-CAPTURE-TIME    PIC 9(8).
          03 FILLER                  PIC X(1).
          03 APPLIED-SESSION-ID      PIC X(32).
          03 FILLER                  PIC X(1).
          03 APPLIED-USER-ID         PIC X(32).
          03 FILLER                  PIC X(10758).

       FD FORM-REJECT-FILE.
       COPY FORMREJR.

       FD USER-REPORT-FILE.
       01 USER-REPORT-RECORD PIC X(132).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          03 SORT-USER-ID         PIC X(32).
          03 SORT-DATE            PIC 9(8).
          03 SORT-TIME            PIC 9(8).
          03 SORT-ACTIVITY-KIND   PIC X(1).
             88 SORT-REQUEST-ACTIVITY  VALUE "A".
             88 SORT-LOGIN-FAILURE     VALUE "F".
             88 SORT-FORM-CAPTURED     VALUE "C".
             88 SORT-FORM-APPLIED      VALUE "P".
             88 SORT-FORM-REJECTED     VALUE "R".
          03 SORT-PREFIX-INDEX    PIC 9(3).

       WORKING-STORAGE SECTION.
       77 LOCAL-ACCESS-LOG-FILE-STATUS PIC X(2).
       77 LOCAL-PROTECTED-PATH-FILE-STATUS PIC X(2).
       77 LOCAL-FORM-CAPTURE-STATUS PIC X(2).
       77 LOCAL-FORM-APPLIED-STATUS PIC X(2).
       77 LOCAL-FORM-REJECT-STATUS PIC X(2).
       77 LOCAL-USER-REPORT-STATUS PIC X(2).
       77 LOCAL-ACCESS-LOG-PATH PIC X(64).
       77 REPORT-FORM-FEED PIC X(1) VALUE X"0C".
       77 PROTECTED-PATH-COUNT PIC 9(3) VALUE ZERO.
       77 PROTECTED-PATH-MAX PIC 9(3) VALUE 20.
       77 PROTECTED-PATH-INDEX PIC 9(3) COMP.

      *> the PROTPATHS prefixes as the parser loads them ; requests a
      *> user made anywhere else are counted in the slot after the
      *> last prefix
       01 PROTECTED-PATH-TABLE.
          03 PROTECTED-PATH-ENTRY OCCURS 20 TIMES.
             05 PROTECTED-PATH-PREFIX PIC X(256).
             05 PROTECTED-PATH-LENGTH PIC 9(4) COMP.

       01 LOCAL-INPUT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-INPUT-AT-END VALUE "Y".
       01 LOCAL-SORT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-SORT-AT-END VALUE "Y".
       01 LOCAL-FIRST-GROUP-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-FIRST-GROUP VALUE "Y".

       01 LOCAL-PERIOD-WORK-AREA.
          03 LOCAL-REPORT-DATE        PIC 9(8).
          03 LOCAL-MONTH-START-DATE   PIC 9(8).
          03 LOCAL-SCAN-DATE          PIC 9(8).
          03 LOCAL-SCAN-DATE-SPLIT REDEFINES LOCAL-SCAN-DATE.
             05 LOCAL-SCAN-YEAR-MONTH   PIC 9(6).
             05 LOCAL-SCAN-DAY          PIC 9(2).

       01 LOCAL-SELECT-WORK-AREA.
          03 LOCAL-MATCHED-PREFIX     PIC 9(3) COMP.

       01 LOCAL-BREAK-WORK-AREA.
          03 LOCAL-PRIOR-USER-ID      PIC X(32) VALUE SPACES.
          03 LOCAL-LINE-INDEX         PIC 9(3) COMP.

      *> one user's figures, cleared at each change of user
       01 LOCAL-USER-TOTALS.
          03 LOCAL-USER-PREFIX-ENTRY OCCURS 21 TIMES.
             05 LOCAL-PREFIX-DAY-COUNT    PIC 9(9) COMP.
             05 LOCAL-PREFIX-MONTH-COUNT  PIC 9(9) COMP.
          03 LOCAL-FAILURE-DAY-COUNT      PIC 9(9) COMP.
          03 LOCAL-FAILURE-MONTH-COUNT    PIC 9(9) COMP.
          03 LOCAL-CAPTURED-DAY-COUNT     PIC 9(9) COMP.
          03 LOCAL-CAPTURED-MONTH-COUNT   PIC 9(9) COMP.
          03 LOCAL-APPLIED-DAY-COUNT      PIC 9(9) COMP.
          03 LOCAL-APPLIED-MONTH-COUNT    PIC 9(9) COMP.
          03 LOCAL-REJECTED-DAY-COUNT     PIC 9(9) COMP.
          03 LOCAL-REJECTED-MONTH-COUNT   PIC 9(9) COMP.
          03 LOCAL-FIRST-DAY-TIME         PIC 9(8).
          03 LOCAL-LAST-DAY-TIME          PIC 9(8).
          03 LOCAL-FIRST-MONTH-DATE       PIC 9(8).
          03 LOCAL-FIRST-MONTH-TIME       PIC 9(8).
          03 LOCAL-LAST-MONTH-DATE        PIC 9(8).
          03 LOCAL-LAST-MONTH-TIME        PIC 9(8).

       01 LOCAL-GRAND-TOTALS.
          03 LOCAL-USER-COUNT         PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-DAY-USER-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-DAY-REQUEST-TOTAL  PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-MONTH-REQUEST-TOTAL PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-DAY-FAILURE-TOTAL  PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-MONTH-FAILURE-TOTAL PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-DAY-CAPTURED-TOTAL PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-MONTH-CAPTURED-TOTAL PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-REPORT-LINE-AREA.
          03 LOCAL-REPORT-LABEL       PIC X(48).
          03 LOCAL-REPORT-DAY-TEXT    PIC X(20).
          03 LOCAL-REPORT-MONTH-TEXT  PIC X(20).

       01 LOCAL-REPORT-EDIT-TIME PIC X(8).
       01 LOCAL-REPORT-STAMP-TIME PIC 9(8).
       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-2 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOCAL-USER-REPORT-STATUS IS EQUAL TO "00"
              SORT SORT-WORK-FILE
                 ASCENDING KEY SORT-USER-ID SORT-DATE SORT-TIME
                 INPUT PROCEDURE 2000-EXTRACT-ACTIVITY THRU 2000-EXIT
                 OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT
              CLOSE USER-REPORT-FILE
           ELSE
              DISPLAY "HTTP-USER-AUDIT-REPORT: UNABLE TO OPEN "
                 "USRRPT, STATUS=" LOCAL-USER-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - today's date sets the day and the month
      *> in scope, and the report file is opened fresh each run
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE LOCAL-REPORT-DATE TO LOCAL-SCAN-DATE.
           MOVE 01 TO LOCAL-SCAN-DAY.
           MOVE LOCAL-SCAN-DATE TO LOCAL-MONTH-START-DATE.
           OPEN OUTPUT USER-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-EXTRACT-ACTIVITY - sort input procedure ; every access-
      *> log line of the month that carries a user id, then every
      *> form submission, application and rejection of the month
      *> made under one, goes to the sort keyed by user and time
      *> ----------------------------------------------------------
       2000-EXTRACT-ACTIVITY.
           PERFORM 2100-LOAD-PROTECTED-PATHS THRU 2100-EXIT.
           MOVE LOCAL-MONTH-START-DATE TO LOCAL-SCAN-DATE.
           PERFORM 2200-SCAN-ONE-DAY-LOG THRU 2200-EXIT
              UNTIL LOCAL-SCAN-DATE IS GREATER THAN LOCAL-REPORT-DATE.
           PERFORM 2400-SCAN-FORM-CAPTURES THRU 2400-EXIT.
           PERFORM 2500-SCAN-FORM-APPLIED THRU 2500-EXIT.
           PERFORM 2600-SCAN-FORM-REJECTED THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-LOAD-PROTECTED-PATHS - the PROTPATHS prefixes, one per
      *> non-blank line, to the same limit the parser observes ; no
      *> file means every request falls under "other paths"
      *> ----------------------------------------------------------
       2100-LOAD-PROTECTED-PATHS.
           OPEN INPUT PROTECTED-PATH-FILE.
           IF LOCAL-PROTECTED-PATH-FILE-STATUS IS EQUAL TO "00"
              PERFORM 2110-READ-PROTECTED-PATH THRU 2110-EXIT
                 UNTIL LOCAL-PROTECTED-PATH-FILE-STATUS
                          IS NOT EQUAL TO "00"
                    OR PROTECTED-PATH-COUNT IS EQUAL TO
                          PROTECTED-PATH-MAX
              CLOSE PROTECTED-PATH-FILE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-READ-PROTECTED-PATH.
           READ PROTECTED-PATH-FILE
              AT END
                 MOVE "10" TO LOCAL-PROTECTED-PATH-FILE-STATUS
              NOT AT END
                 IF PROTECTED-PATH-FILE-RECORD IS NOT EQUAL TO SPACES
                    ADD 1 TO PROTECTED-PATH-COUNT
                    MOVE PROTECTED-PATH-FILE-RECORD
                       TO PROTECTED-PATH-PREFIX(PROTECTED-PATH-COUNT)
                    MOVE ZERO
                       TO PROTECTED-PATH-LENGTH(PROTECTED-PATH-COUNT)
                    INSPECT PROTECTED-PATH-PREFIX(PROTECTED-PATH-COUNT)
                       TALLYING
                          PROTECTED-PATH-LENGTH(PROTECTED-PATH-COUNT)
                          FOR CHARACTERS BEFORE SPACES
                 END-IF
           END-READ.
       2110-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2200-SCAN-ONE-DAY-LOG - one day's access log : its rotated
      *> generation, or for today the current ACCLOG when the day
      *> has not been rotated yet ; a missing day is simply skipped
      *> ----------------------------------------------------------
       2200-SCAN-ONE-DAY-LOG.
           MOVE SPACES TO LOCAL-ACCESS-LOG-PATH.
           STRING "ACCLOG." LOCAL-SCAN-DATE DELIMITED BY SIZE
              INTO LOCAL-ACCESS-LOG-PATH.
           OPEN INPUT ACCESS-LOG-FILE.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-SCAN-DATE IS EQUAL TO LOCAL-REPORT-DATE
              MOVE "ACCLOG" TO LOCAL-ACCESS-LOG-PATH
              OPEN INPUT ACCESS-LOG-FILE
           END-IF.
           IF LOCAL-ACCESS-LOG-FILE-STATUS IS EQUAL TO "00"
              MOVE "N" TO LOCAL-INPUT-EOF-FLAG
              PERFORM 2210-READ-ACCESS-LOG THRU 2210-EXIT
                 WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END
              CLOSE ACCESS-LOG-FILE
           END-IF.
           ADD 1 TO LOCAL-SCAN-DAY.
       2200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2210-READ-ACCESS-LOG - one access-log line ; only lines of
      *> the month naming a user are wanted, each filed under the date
      *> it carries rather than the generation it was read from
      *> ----------------------------------------------------------
       2210-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2210-EXIT
           END-READ.
           IF ACCESS-LOG-DATE IS LESS THAN LOCAL-MONTH-START-DATE
              OR ACCESS-LOG-DATE IS GREATER THAN LOCAL-REPORT-DATE
              OR ACCESS-LOG-USER-ID IS EQUAL TO SPACES
              GO TO 2210-EXIT
           END-IF.

           MOVE ACCESS-LOG-USER-ID TO SORT-USER-ID.
           MOVE ACCESS-LOG-DATE    TO SORT-DATE.
           MOVE ACCESS-LOG-TIME    TO SORT-TIME.
           MOVE ZERO               TO SORT-PREFIX-INDEX.
           IF ACCESS-LOG-STATUS-CODE IS EQUAL TO 401
              SET SORT-LOGIN-FAILURE TO TRUE
           ELSE
              SET SORT-REQUEST-ACTIVITY TO TRUE
              PERFORM 2300-CLASSIFY-REQUEST-PATH THRU 2300-EXIT
           END-IF.
           RELEASE SORT-RECORD.
       2210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2300-CLASSIFY-REQUEST-PATH - the first PROTPATHS prefix the
      *> path sits under, the way the parser matches them, or the
      *> "other paths" slot
      *> ----------------------------------------------------------
       2300-CLASSIFY-REQUEST-PATH.
           MOVE ZERO TO LOCAL-MATCHED-PREFIX.
           PERFORM 2310-MATCH-ONE-PREFIX THRU 2310-EXIT
              VARYING PROTECTED-PATH-INDEX FROM 1 BY 1
              UNTIL PROTECTED-PATH-INDEX IS GREATER THAN
                       PROTECTED-PATH-COUNT
                 OR LOCAL-MATCHED-PREFIX IS GREATER THAN ZERO.
           IF LOCAL-MATCHED-PREFIX IS EQUAL TO ZERO
              COMPUTE SORT-PREFIX-INDEX = PROTECTED-PATH-MAX + 1
           ELSE
              MOVE LOCAL-MATCHED-PREFIX TO SORT-PREFIX-INDEX
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-PREFIX.
           IF PROTECTED-PATH-LENGTH(PROTECTED-PATH-INDEX)
                 IS GREATER THAN ZERO
              AND ACCESS-LOG-REQUEST-PATH
                    (1:PROTECTED-PATH-LENGTH(PROTECTED-PATH-INDEX))
                 IS EQUAL TO PROTECTED-PATH-PREFIX(PROTECTED-PATH-INDEX)
                    (1:PROTECTED-PATH-LENGTH(PROTECTED-PATH-INDEX))
              MOVE PROTECTED-PATH-INDEX TO LOCAL-MATCHED-PREFIX
           END-IF.
       2310-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2400-SCAN-FORM-CAPTURES - the month's FORMCAP submissions
      *> made under a user id ; no file means no submissions yet
      *> ----------------------------------------------------------
       2400-SCAN-FORM-CAPTURES.
           OPEN INPUT FORM-CAPTURE-FILE.
           IF LOCAL-FORM-CAPTURE-STATUS IS NOT EQUAL TO "00"
              GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO LOCAL-INPUT-EOF-FLAG.
           PERFORM 2410-READ-FORM-CAPTURE THRU 2410-EXIT
              WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END.
           CLOSE FORM-CAPTURE-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-FORM-CAPTURE.
           READ FORM-CAPTURE-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2410-EXIT
           END-READ.
           IF CAPTURE-USER-ID IS EQUAL TO SPACES
              OR CAPTURE-DATE IS LESS THAN LOCAL-MONTH-START-DATE
              OR CAPTURE-DATE IS GREATER THAN LOCAL-REPORT-DATE
              GO TO 2410-EXIT
           END-IF.
           MOVE CAPTURE-USER-ID TO SORT-USER-ID.
           MOVE CAPTURE-DATE    TO SORT-DATE.
           MOVE CAPTURE-TIME    TO SORT-TIME.
           MOVE ZERO            TO SORT-PREFIX-INDEX.
           SET SORT-FORM-CAPTURED TO TRUE.
           RELEASE SORT-RECORD.
       2410-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2500-SCAN-FORM-APPLIED - the month's captures that
      *> HTTP-FORM-APPLY passed to FORMAPP
      *> ----------------------------------------------------------
       2500-SCAN-FORM-APPLIED.
           OPEN INPUT FORM-APPLIED-FILE.
           IF LOCAL-FORM-APPLIED-STATUS IS NOT EQUAL TO "00"
              GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO LOCAL-INPUT-EOF-FLAG.
           PERFORM 2510-READ-FORM-APPLIED THRU 2510-EXIT
              WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END.
           CLOSE FORM-APPLIED-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-FORM-APPLIED.
           READ FORM-APPLIED-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2510-EXIT
           END-READ.
           IF APPLIED-USER-ID IS EQUAL TO SPACES
              OR APPLIED-CAPTURE-DATE IS LESS THAN
                    LOCAL-MONTH-START-DATE
              OR APPLIED-CAPTURE-DATE IS GREATER THAN LOCAL-REPORT-DATE
              GO TO 2510-EXIT
           END-IF.
           MOVE APPLIED-USER-ID      TO SORT-USER-ID.
           MOVE APPLIED-CAPTURE-DATE TO SORT-DATE.
           MOVE APPLIED-CAPTURE-TIME TO SORT-TIME.
           MOVE ZERO                 TO SORT-PREFIX-INDEX.
           SET SORT-FORM-APPLIED TO TRUE.
           RELEASE SORT-RECORD.
       2510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2600-SCAN-FORM-REJECTED - the month's captures that
      *> HTTP-FORM-APPLY turned away to FORMREJ
      *> ----------------------------------------------------------
       2600-SCAN-FORM-REJECTED.
           OPEN INPUT FORM-REJECT-FILE.
           IF LOCAL-FORM-REJECT-STATUS IS NOT EQUAL TO "00"
              GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO LOCAL-INPUT-EOF-FLAG.
           PERFORM 2610-READ-FORM-REJECTED THRU 2610-EXIT
              WITH TEST AFTER UNTIL LOCAL-INPUT-AT-END.
           CLOSE FORM-REJECT-FILE.
       2600-EXIT.
           EXIT.

       2610-READ-FORM-REJECTED.
           READ FORM-REJECT-FILE
              AT END
                 SET LOCAL-INPUT-AT-END TO TRUE
                 GO TO 2610-EXIT
           END-READ.
           IF REJECT-USER-ID IS EQUAL TO SPACES
              OR REJECT-CAPTURE-DATE IS LESS THAN
                    LOCAL-MONTH-START-DATE
              OR REJECT-CAPTURE-DATE IS GREATER THAN LOCAL-REPORT-DATE
              GO TO 2610-EXIT
           END-IF.
           MOVE REJECT-USER-ID      TO SORT-USER-ID.
           MOVE REJECT-CAPTURE-DATE TO SORT-DATE.
           MOVE REJECT-CAPTURE-TIME TO SORT-TIME.
           MOVE ZERO                TO SORT-PREFIX-INDEX.
           SET SORT-FORM-REJECTED TO TRUE.
           RELEASE SORT-RECORD.
       2610-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-PRODUCE-REPORT - sort output procedure ; walks the
      *> sorted activity raising a control break on user id, one
      *> page per user, then the summary page
      *> ----------------------------------------------------------
       3000-PRODUCE-REPORT.
           PERFORM 3100-WRITE-REPORT-HEADER THRU 3100-EXIT.
           PERFORM 3200-RETURN-AND-PROCESS THRU 3200-EXIT
              WITH TEST AFTER UNTIL LOCAL-SORT-AT-END.
           IF NOT LOCAL-FIRST-GROUP
              PERFORM 3500-WRITE-USER-PAGE THRU 3500-EXIT
           END-IF.
           PERFORM 3800-WRITE-SUMMARY THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-WRITE-REPORT-HEADER - title line naming the day and
      *> the month-to-date period
      *> ----------------------------------------------------------
       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO USER-REPORT-RECORD.
           STRING "USER ACTIVITY AUDIT FOR " DELIMITED BY SIZE
                  LOCAL-REPORT-DATE          DELIMITED BY SIZE
                  "  MONTH TO DATE FROM "    DELIMITED BY SIZE
                  LOCAL-MONTH-START-DATE     DELIMITED BY SIZE
              INTO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-RETURN-AND-PROCESS - pull the next sorted activity and
      *> fold it into the current user's figures
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
      *> 3300-PROCESS-SORT-RECORD - a change of user prints the page
      *> of the user before and starts afresh
      *> ----------------------------------------------------------
       3300-PROCESS-SORT-RECORD.
           IF LOCAL-FIRST-GROUP
              INITIALIZE LOCAL-USER-TOTALS
              MOVE "N" TO LOCAL-FIRST-GROUP-FLAG
           ELSE
              IF SORT-USER-ID IS NOT EQUAL TO LOCAL-PRIOR-USER-ID
                 PERFORM 3500-WRITE-USER-PAGE THRU 3500-EXIT
                 INITIALIZE LOCAL-USER-TOTALS
              END-IF
           END-IF.
           MOVE SORT-USER-ID TO LOCAL-PRIOR-USER-ID.
           PERFORM 3400-ACCUMULATE-ACTIVITY THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3400-ACCUMULATE-ACTIVITY - every item counts to the month,
      *> today's to the day as well ; requests and submissions move
      *> the first and last activity stamps on, arriving as they do
      *> in time order
      *> ----------------------------------------------------------
       3400-ACCUMULATE-ACTIVITY.
           EVALUATE TRUE
              WHEN SORT-REQUEST-ACTIVITY
                 ADD 1 TO LOCAL-PREFIX-MONTH-COUNT(SORT-PREFIX-INDEX)
                 IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-PREFIX-DAY-COUNT(SORT-PREFIX-INDEX)
                 END-IF
              WHEN SORT-LOGIN-FAILURE
                 ADD 1 TO LOCAL-FAILURE-MONTH-COUNT
                 IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-FAILURE-DAY-COUNT
                 END-IF
              WHEN SORT-FORM-CAPTURED
                 ADD 1 TO LOCAL-CAPTURED-MONTH-COUNT
                 IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-CAPTURED-DAY-COUNT
                 END-IF
              WHEN SORT-FORM-APPLIED
                 ADD 1 TO LOCAL-APPLIED-MONTH-COUNT
                 IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-APPLIED-DAY-COUNT
                 END-IF
              WHEN SORT-FORM-REJECTED
                 ADD 1 TO LOCAL-REJECTED-MONTH-COUNT
                 IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
                    ADD 1 TO LOCAL-REJECTED-DAY-COUNT
                 END-IF
           END-EVALUATE.

           IF NOT SORT-REQUEST-ACTIVITY AND NOT SORT-FORM-CAPTURED
              GO TO 3400-EXIT
           END-IF.
           IF LOCAL-FIRST-MONTH-DATE IS EQUAL TO ZERO
              MOVE SORT-DATE TO LOCAL-FIRST-MONTH-DATE
              MOVE SORT-TIME TO LOCAL-FIRST-MONTH-TIME
           END-IF.
           MOVE SORT-DATE TO LOCAL-LAST-MONTH-DATE.
           MOVE SORT-TIME TO LOCAL-LAST-MONTH-TIME.
           IF SORT-DATE IS EQUAL TO LOCAL-REPORT-DATE
              IF LOCAL-FIRST-DAY-TIME IS EQUAL TO ZERO
                 MOVE SORT-TIME TO LOCAL-FIRST-DAY-TIME
              END-IF
              MOVE SORT-TIME TO LOCAL-LAST-DAY-TIME
           END-IF.
       3400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3500-WRITE-USER-PAGE - the finished user's page : requests
      *> per protected prefix used this month, failed logins, form
      *> submissions and their outcome, activity span, and a line for
      *> the business owner's sign-off
      *> ----------------------------------------------------------
       3500-WRITE-USER-PAGE.
           ADD 1 TO LOCAL-USER-COUNT.
           IF LOCAL-LAST-DAY-TIME IS NOT EQUAL TO ZERO
              OR LOCAL-FAILURE-DAY-COUNT IS GREATER THAN ZERO
              ADD 1 TO LOCAL-DAY-USER-COUNT
           END-IF.
           ADD LOCAL-FAILURE-DAY-COUNT TO LOCAL-DAY-FAILURE-TOTAL.
           ADD LOCAL-FAILURE-MONTH-COUNT TO LOCAL-MONTH-FAILURE-TOTAL.
           ADD LOCAL-CAPTURED-DAY-COUNT TO LOCAL-DAY-CAPTURED-TOTAL.
           ADD LOCAL-CAPTURED-MONTH-COUNT TO LOCAL-MONTH-CAPTURED-TOTAL.

           MOVE SPACES TO USER-REPORT-RECORD.
           STRING "USER " DELIMITED BY SIZE
                  FUNCTION TRIM(LOCAL-PRIOR-USER-ID) DELIMITED BY SIZE
                  "  ACTIVITY FOR " DELIMITED BY SIZE
                  LOCAL-REPORT-DATE DELIMITED BY SIZE
                  "  MONTH TO DATE FROM " DELIMITED BY SIZE
                  LOCAL-MONTH-START-DATE DELIMITED BY SIZE
              INTO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE SPACES TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE SPACES TO LOCAL-REPORT-LINE-AREA.
           MOVE "TODAY" TO LOCAL-REPORT-DAY-TEXT(7:).
           MOVE "MONTH TO DATE" TO LOCAL-REPORT-MONTH-TEXT(1:).
           MOVE LOCAL-REPORT-LINE-AREA TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.

           PERFORM 3510-WRITE-PREFIX-LINE THRU 3510-EXIT
              VARYING LOCAL-LINE-INDEX FROM 1 BY 1
              UNTIL LOCAL-LINE-INDEX IS GREATER THAN
                       PROTECTED-PATH-MAX + 1.

           MOVE "401 FAILURES AGAINST THIS USER ID"
              TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-FAILURE-DAY-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-FAILURE-MONTH-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "FORM SUBMISSIONS CAPTURED" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-CAPTURED-DAY-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-CAPTURED-MONTH-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "  APPLIED BY HTTP-FORM-APPLY" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-APPLIED-DAY-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-APPLIED-MONTH-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "  REJECTED BY HTTP-FORM-APPLY" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-REJECTED-DAY-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-REJECTED-MONTH-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.

           MOVE SPACES TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE SPACES TO LOCAL-REPORT-LINE-AREA.
           MOVE "FIRST ACTIVITY" TO LOCAL-REPORT-LABEL.
           IF LOCAL-FIRST-DAY-TIME IS NOT EQUAL TO ZERO
              MOVE LOCAL-FIRST-DAY-TIME TO LOCAL-REPORT-STAMP-TIME
              PERFORM 3700-EDIT-TIME THRU 3700-EXIT
              MOVE LOCAL-REPORT-EDIT-TIME TO LOCAL-REPORT-DAY-TEXT(4:)
           END-IF.
           IF LOCAL-FIRST-MONTH-DATE IS NOT EQUAL TO ZERO
              MOVE LOCAL-FIRST-MONTH-TIME TO LOCAL-REPORT-STAMP-TIME
              PERFORM 3700-EDIT-TIME THRU 3700-EXIT
              STRING LOCAL-FIRST-MONTH-DATE " " LOCAL-REPORT-EDIT-TIME
                    DELIMITED BY SIZE
                 INTO LOCAL-REPORT-MONTH-TEXT
           END-IF.
           MOVE LOCAL-REPORT-LINE-AREA TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.

           MOVE SPACES TO LOCAL-REPORT-LINE-AREA.
           MOVE "LAST ACTIVITY" TO LOCAL-REPORT-LABEL.
           IF LOCAL-LAST-DAY-TIME IS NOT EQUAL TO ZERO
              MOVE LOCAL-LAST-DAY-TIME TO LOCAL-REPORT-STAMP-TIME
              PERFORM 3700-EDIT-TIME THRU 3700-EXIT
              MOVE LOCAL-REPORT-EDIT-TIME TO LOCAL-REPORT-DAY-TEXT(4:)
           END-IF.
           IF LOCAL-LAST-MONTH-DATE IS NOT EQUAL TO ZERO
              MOVE LOCAL-LAST-MONTH-TIME TO LOCAL-REPORT-STAMP-TIME
              PERFORM 3700-EDIT-TIME THRU 3700-EXIT
              STRING LOCAL-LAST-MONTH-DATE " " LOCAL-REPORT-EDIT-TIME
                    DELIMITED BY SIZE
                 INTO LOCAL-REPORT-MONTH-TEXT
           END-IF.
           MOVE LOCAL-REPORT-LINE-AREA TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.

           MOVE SPACES TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE SPACES TO USER-REPORT-RECORD.
           STRING "REVIEWED BY ______________________________  "
                  "DATE ____________  SIGNATURE __________________"
                 DELIMITED BY SIZE
              INTO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE REPORT-FORM-FEED TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
       3500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3510-WRITE-PREFIX-LINE - one protected prefix the user used
      *> this month ; prefixes never touched are left off the page
      *> ----------------------------------------------------------
       3510-WRITE-PREFIX-LINE.
           IF LOCAL-PREFIX-MONTH-COUNT(LOCAL-LINE-INDEX)
                 IS EQUAL TO ZERO
              GO TO 3510-EXIT
           END-IF.
           ADD LOCAL-PREFIX-DAY-COUNT(LOCAL-LINE-INDEX)
              TO LOCAL-DAY-REQUEST-TOTAL.
           ADD LOCAL-PREFIX-MONTH-COUNT(LOCAL-LINE-INDEX)
              TO LOCAL-MONTH-REQUEST-TOTAL.
           MOVE SPACES TO LOCAL-REPORT-LABEL.
           IF LOCAL-LINE-INDEX IS GREATER THAN PROTECTED-PATH-MAX
              MOVE "REQUESTS UNDER OTHER PATHS" TO LOCAL-REPORT-LABEL
           ELSE
              STRING "REQUESTS UNDER " DELIMITED BY SIZE
                     PROTECTED-PATH-PREFIX(LOCAL-LINE-INDEX)
                        DELIMITED BY SPACE
                 INTO LOCAL-REPORT-LABEL
           END-IF.
           MOVE LOCAL-PREFIX-DAY-COUNT(LOCAL-LINE-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-PREFIX-MONTH-COUNT(LOCAL-LINE-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
       3510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3600-WRITE-COUNT-LINE - label, today's count and the month's
      *> ----------------------------------------------------------
       3600-WRITE-COUNT-LINE.
           MOVE SPACES TO LOCAL-REPORT-DAY-TEXT LOCAL-REPORT-MONTH-TEXT.
           MOVE LOCAL-REPORT-EDIT-COUNT TO LOCAL-REPORT-DAY-TEXT(1:11).
           MOVE LOCAL-REPORT-EDIT-COUNT-2
              TO LOCAL-REPORT-MONTH-TEXT(3:11).
           MOVE LOCAL-REPORT-LINE-AREA TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
       3600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3700-EDIT-TIME - an HHMMSSCC stamp as HH:MM:SS
      *> ----------------------------------------------------------
       3700-EDIT-TIME.
           MOVE SPACES TO LOCAL-REPORT-EDIT-TIME.
           STRING LOCAL-REPORT-STAMP-TIME(1:2) ":"
                  LOCAL-REPORT-STAMP-TIME(3:2) ":"
                  LOCAL-REPORT-STAMP-TIME(5:2)
                 DELIMITED BY SIZE
              INTO LOCAL-REPORT-EDIT-TIME.
       3700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3800-WRITE-SUMMARY - users reported and the figures across
      *> all of them, on the page after the last user's
      *> ----------------------------------------------------------
       3800-WRITE-SUMMARY.
           MOVE SPACES TO USER-REPORT-RECORD.
           STRING "SUMMARY FOR " DELIMITED BY SIZE
                  LOCAL-REPORT-DATE DELIMITED BY SIZE
                  "  MONTH TO DATE FROM " DELIMITED BY SIZE
                  LOCAL-MONTH-START-DATE DELIMITED BY SIZE
              INTO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           MOVE SPACES TO USER-REPORT-RECORD.
           WRITE USER-REPORT-RECORD.
           IF LOCAL-USER-COUNT IS EQUAL TO ZERO
              MOVE "NO AUTHENTICATED USER ACTIVITY THIS MONTH"
                 TO USER-REPORT-RECORD
              WRITE USER-REPORT-RECORD
              GO TO 3800-EXIT
           END-IF.

           MOVE SPACES TO LOCAL-REPORT-LINE-AREA.
           MOVE "USERS WITH ACTIVITY" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-DAY-USER-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-USER-COUNT TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "REQUESTS BY AUTHENTICATED USERS" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-DAY-REQUEST-TOTAL TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-MONTH-REQUEST-TOTAL TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "401 FAILURES AGAINST NAMED USER IDS"
              TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-DAY-FAILURE-TOTAL TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-MONTH-FAILURE-TOTAL TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
           MOVE "FORM SUBMISSIONS CAPTURED" TO LOCAL-REPORT-LABEL.
           MOVE LOCAL-DAY-CAPTURED-TOTAL TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-MONTH-CAPTURED-TOTAL TO LOCAL-REPORT-EDIT-COUNT-2.
           PERFORM 3600-WRITE-COUNT-LINE THRU 3600-EXIT.
       3800-EXIT.
           EXIT.

       END PROGRAM HTTP-USER-AUDIT-REPORT.
