      *> applied plus rejected. A capture that does not balance ends
      *> with RETURN-CODE 16, the same way a bad log-rotate copy does.
      *>
      *> FORMREJ is keyed (reject date and sequence) so an operator
      *> can work its entries with HTTP-FORM-REJECT-ADMIN. After the
      *> day's captures, every entry released since the last run is
      *> validated again under the same rules - applied and closed
      *> when it passes, left open under its new reason when not -
      *> and every entry the operator asked to write off is closed.
      *> Both count as resubmitted, so the run balances captured plus
      *> resubmitted against applied plus rejected plus written off.
      *> An entry whose FORMREJ update fails is left as it was, to be
      *> taken again on the next run, and is counted as not updated
      *> in the balance, as is a day's reject that cannot be added to
      *> FORMREJ (its report line carries the reason) ; the run then
      *> ends with RETURN-CODE 8.
      *>
      *> Business rules : a transaction must carry a session id and a
      *> request path, its field count must be a number between 1 and
      *> the table limit, and every pair inside the count must have a
      *>
      *> Modification history:
      *>   2026-09-01  HD  original version
      *>   2026-10-15  HD  FORMREJ becomes an indexed file (FORMREJR)
      *>                   worked by HTTP-FORM-REJECT-ADMIN ; released
      *>                   entries are revalidated and write-offs
      *>                   closed each run, and the reconciliation
      *>                   takes in resubmitted and written off
      *>   2026-10-15  HD  FORMREJ rewrites checked ; an entry not
      *>                   updated is reported, left for the next run
      *>                   and counted in the reconciliation
      *>   2026-10-15  HD  FORMREJ kept open on its own flag, not its
      *>                   last status ; a reject it could not take is
      *>                   counted as not updated, not as rejected
      *>   2026-10-15  HD  a new FORMREJ entry checked on its status,
      *>                   not only for an invalid key
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-FORM-APPLY.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-APPLIED-STATUS.
           SELECT FORM-REJECT-FILE ASSIGN TO "FORMREJ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REJECT-KEY
              FILE STATUS IS LOCAL-FORM-REJECT-STATUS.
           SELECT FORM-REPORT-FILE ASSIGN TO "FRMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD FORM-CAPTURE-FILE.
       01 FORM-CAPTURE-FILE-RECORD PIC X(10841).

       FD FORM-APPLIED-FILE.
       01 FORM-APPLIED-RECORD PIC X(10841).

       FD FORM-REJECT-FILE.
       COPY FORMREJR.

       FD FORM-REPORT-FILE.
       01 FORM-REPORT-RECORD PIC X(132).

       01 LOCAL-CAPTURE-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-CAPTURE-AT-END VALUE "Y".
       01 LOCAL-REJECT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-REJECT-AT-END VALUE "Y".
       01 LOCAL-RESUBMISSION-FLAG PIC X(1) VALUE "N".
          88 LOCAL-RESUBMISSION VALUE "Y".
       01 LOCAL-FORM-REJECT-OPEN-FLAG PIC X(1) VALUE "N".
          88 LOCAL-FORM-REJECT-OPEN VALUE "Y".
       01 LOCAL-REJECT-UPDATE-FLAG PIC X(1) VALUE "N".
          88 LOCAL-REJECT-UPDATE-FAILED VALUE "Y".

      *> the transaction in hand : a day's capture read off FORMCAP,
      *> or a released entry's capture taken back off FORMREJ
       COPY FORMCAPR.

       01 LOCAL-REJECT-SEQUENCE-AREA.
          03 LOCAL-NEXT-REJECT-SEQUENCE PIC 9(6) VALUE 1.
          03 LOCAL-REJECT-ID.
             05 LOCAL-REJECT-ID-DATE     PIC 9(8).
             05 LOCAL-REJECT-ID-SEQUENCE PIC 9(6).

       01 LOCAL-VALIDATE-WORK-AREA.
          03 LOCAL-REJECT-REASON     PIC X(30).
          03 LOCAL-CAPTURED-COUNT    PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-APPLIED-COUNT     PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-REJECTED-COUNT    PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-RESUBMITTED-COUNT PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-WRITTEN-OFF-COUNT PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-NOT-UPDATED-COUNT PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-INTAKE-COUNT      PIC 9(9) COMP VALUE ZERO.
          03 LOCAL-BALANCE-COUNT     PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
           END-IF.

           PERFORM 2000-PROCESS-CAPTURE-FILE THRU 2000-EXIT.
           PERFORM 2500-PROCESS-RESUBMISSIONS THRU 2500-EXIT.
           PERFORM 8000-WRITE-RECONCILIATION THRU 8000-EXIT.
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - stamp the run, open the report fresh, the
      *> applied file for append (created on first use the way the
      *> parser creates a fresh access log) and the reject file for
      *> update (created empty on first use), and find where today's
      *> reject sequence carries on from
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-RUN-DATE FROM DATE YYYYMMDD.
           IF LOCAL-FORM-APPLIED-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT FORM-APPLIED-FILE
           END-IF.
           OPEN I-O FORM-REJECT-FILE.
           IF LOCAL-FORM-REJECT-STATUS IS EQUAL TO "35"
              OPEN OUTPUT FORM-REJECT-FILE
              CLOSE FORM-REJECT-FILE
              OPEN I-O FORM-REJECT-FILE
           END-IF.
           IF LOCAL-FORM-REJECT-STATUS IS EQUAL TO "00" OR "05"
              SET LOCAL-FORM-REJECT-OPEN TO TRUE
              PERFORM 1200-FIND-REJECT-SEQUENCE THRU 1200-EXIT
           ELSE
              DISPLAY "HTTP-FORM-APPLY: UNABLE TO OPEN FORMREJ, "
                 "STATUS=" LOCAL-FORM-REJECT-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1200-FIND-REJECT-SEQUENCE - a second run on the same day
      *> numbers its rejects on from the first run's last one
      *> ----------------------------------------------------------
       1200-FIND-REJECT-SEQUENCE.
           MOVE LOCAL-RUN-DATE TO REJECT-KEY-DATE.
           MOVE ZERO TO REJECT-KEY-SEQUENCE.
           START FORM-REJECT-FILE KEY IS GREATER THAN OR EQUAL TO
                 REJECT-KEY
              INVALID KEY
                 GO TO 1200-EXIT
           END-START.
           MOVE "N" TO LOCAL-REJECT-EOF-FLAG.
           PERFORM 1210-READ-TODAYS-REJECT THRU 1210-EXIT
              WITH TEST AFTER UNTIL LOCAL-REJECT-AT-END.
       1200-EXIT.
           EXIT.

       1210-READ-TODAYS-REJECT.
           READ FORM-REJECT-FILE NEXT RECORD
              AT END
                 SET LOCAL-REJECT-AT-END TO TRUE
                 GO TO 1210-EXIT
           END-READ.
           IF REJECT-KEY-DATE IS NOT EQUAL TO LOCAL-RUN-DATE
              SET LOCAL-REJECT-AT-END TO TRUE
              GO TO 1210-EXIT
           END-IF.
           COMPUTE LOCAL-NEXT-REJECT-SEQUENCE = REJECT-KEY-SEQUENCE + 1.
       1210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-CAPTURE-FILE - walk the capture file end to end ;
      *> only the day's transactions are in scope, and no capture file
      *> untouched (yesterday's were handled by yesterday's run)
      *> ----------------------------------------------------------
       2100-READ-ONE-CAPTURE.
           READ FORM-CAPTURE-FILE INTO FORM-CAPTURE-RECORD
              AT END
                 SET LOCAL-CAPTURE-AT-END TO TRUE
                 GO TO 2100-EXIT
           END-IF.

           ADD 1 TO LOCAL-CAPTURED-COUNT.
           MOVE "N" TO LOCAL-RESUBMISSION-FLAG.
           PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
           IF LOCAL-TRANSACTION-VALID
              PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2500-PROCESS-RESUBMISSIONS - walk the reject file for the
      *> entries the operator has dealt with since the last run
      *> ----------------------------------------------------------
       2500-PROCESS-RESUBMISSIONS.
           IF NOT LOCAL-FORM-REJECT-OPEN
              GO TO 2500-EXIT
           END-IF.
           MOVE LOW-VALUES TO REJECT-KEY.
           START FORM-REJECT-FILE KEY IS GREATER THAN OR EQUAL TO
                 REJECT-KEY
              INVALID KEY
                 GO TO 2500-EXIT
           END-START.
           MOVE "N" TO LOCAL-REJECT-EOF-FLAG.
           PERFORM 2510-READ-ONE-REJECT THRU 2510-EXIT
              WITH TEST AFTER UNTIL LOCAL-REJECT-AT-END.
       2500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2510-READ-ONE-REJECT - a released entry goes through the
      *> business rules again as it now stands ; a write-off the
      *> operator asked for is closed ; anything else stays as it is
      *> ----------------------------------------------------------
       2510-READ-ONE-REJECT.
           READ FORM-REJECT-FILE NEXT RECORD
              AT END
                 SET LOCAL-REJECT-AT-END TO TRUE
                 GO TO 2510-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN REJECT-RELEASED
                 ADD 1 TO LOCAL-RESUBMITTED-COUNT
                 MOVE REJECT-DETAIL TO FORM-CAPTURE-RECORD
                 SET LOCAL-RESUBMISSION TO TRUE
                 PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT
                 IF LOCAL-TRANSACTION-VALID
                    PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
                 ELSE
                    PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
                 END-IF
              WHEN REJECT-WRITE-OFF-REQUESTED
                 ADD 1 TO LOCAL-RESUBMITTED-COUNT
                 PERFORM 6000-WRITE-OFF-TRANSACTION THRU 6000-EXIT
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-VALIDATE-TRANSACTION - the business rules, first failure
      *> wins and names the reject reason

      *> ----------------------------------------------------------
      *> 4000-APPLY-TRANSACTION - one good transaction across to the
      *> applied file ; a resubmission's reject entry is closed
      *> first, so one that cannot be closed is not applied twice
      *> ----------------------------------------------------------
       4000-APPLY-TRANSACTION.
           IF LOCAL-FORM-APPLIED-STATUS IS NOT EQUAL TO "00"
              PERFORM 5000-REJECT-TRANSACTION THRU 5000-EXIT
              GO TO 4000-EXIT
           END-IF.
           IF LOCAL-RESUBMISSION
              SET REJECT-REAPPLIED TO TRUE
              MOVE LOCAL-RUN-DATE TO REJECT-CLOSED-DATE
              PERFORM 7000-REWRITE-REJECT THRU 7000-EXIT
              IF LOCAL-REJECT-UPDATE-FAILED
                 GO TO 4000-EXIT
              END-IF
           END-IF.
           MOVE FORM-CAPTURE-RECORD TO FORM-APPLIED-RECORD.
           WRITE FORM-APPLIED-RECORD.
           ADD 1 TO LOCAL-APPLIED-COUNT.
           IF NOT LOCAL-RESUBMISSION
              GO TO 4000-EXIT
           END-IF.

           MOVE REJECT-KEY TO LOCAL-REJECT-ID.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "  REAPPLIED " CAPTURE-TIME " "
                  CAPTURE-SESSION-ID " ID=" LOCAL-REJECT-ID
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-REJECT-TRANSACTION - one bad transaction to the reject
      *> file with its reason, and a detail line on the report so the
      *> morning review sees what bounced without opening FORMREJ ;
      *> a day's capture is added under the next reject id, a failed
      *> resubmission goes back to open on its own entry
      *> ----------------------------------------------------------
       5000-REJECT-TRANSACTION.
           MOVE ZERO TO LOCAL-REJECT-ID.
           MOVE "N" TO LOCAL-REJECT-UPDATE-FLAG.
           IF NOT LOCAL-FORM-REJECT-OPEN
              PERFORM 7100-REJECT-NOT-KEPT THRU 7100-EXIT
           ELSE
              IF LOCAL-RESUBMISSION
                 PERFORM 5200-REOPEN-REJECT THRU 5200-EXIT
              ELSE
                 PERFORM 5100-ADD-REJECT THRU 5100-EXIT
              END-IF
           END-IF.
           IF LOCAL-REJECT-UPDATE-FAILED
              GO TO 5000-EXIT
           END-IF.
           ADD 1 TO LOCAL-REJECTED-COUNT.

           MOVE SPACES TO FORM-REPORT-RECORD.
           IF LOCAL-RESUBMISSION
              STRING "  REJECTED AGAIN " CAPTURE-TIME " "
                     CAPTURE-SESSION-ID " ID=" LOCAL-REJECT-ID " "
                     FUNCTION TRIM(LOCAL-REJECT-REASON TRAILING)
                    DELIMITED BY SIZE
                 INTO FORM-REPORT-RECORD
           ELSE
              STRING "  REJECTED " CAPTURE-TIME " "
                     CAPTURE-SESSION-ID " ID=" LOCAL-REJECT-ID " "
                     FUNCTION TRIM(LOCAL-REJECT-REASON TRAILING)
                    DELIMITED BY SIZE
                 INTO FORM-REPORT-RECORD
           END-IF.
           WRITE FORM-REPORT-RECORD.
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5100-ADD-REJECT - a new open entry under today's next
      *> sequence ; any status but "00", a duplicate key or a file
      *> that will take no more alike, means the entry was not kept
      *> ----------------------------------------------------------
       5100-ADD-REJECT.
           MOVE SPACES TO FORM-REJECT-RECORD.
           MOVE LOCAL-RUN-DATE TO REJECT-KEY-DATE.
           MOVE LOCAL-NEXT-REJECT-SEQUENCE TO REJECT-KEY-SEQUENCE.
           SET REJECT-OPEN TO TRUE.
           MOVE LOCAL-REJECT-REASON TO REJECT-REASON.
           MOVE 1 TO REJECT-ATTEMPT-COUNT.
           MOVE ZERO TO REJECT-ACTION-DATE REJECT-CLOSED-DATE.
           MOVE FORM-CAPTURE-RECORD TO REJECT-DETAIL.
           WRITE FORM-REJECT-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF LOCAL-FORM-REJECT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-FORM-APPLY: UNABLE TO ADD FORMREJ "
                 "ENTRY, STATUS=" LOCAL-FORM-REJECT-STATUS
              PERFORM 7100-REJECT-NOT-KEPT THRU 7100-EXIT
              GO TO 5100-EXIT
           END-IF.
           MOVE REJECT-KEY TO LOCAL-REJECT-ID.
           ADD 1 TO LOCAL-NEXT-REJECT-SEQUENCE.
       5100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5200-REOPEN-REJECT - the released entry failed again : open
      *> once more under the new reason, for another correction
      *> ----------------------------------------------------------
       5200-REOPEN-REJECT.
           SET REJECT-OPEN TO TRUE.
           MOVE LOCAL-REJECT-REASON TO REJECT-REASON.
           IF REJECT-ATTEMPT-COUNT IS NUMERIC
              AND REJECT-ATTEMPT-COUNT IS LESS THAN 999
              ADD 1 TO REJECT-ATTEMPT-COUNT
           END-IF.
           PERFORM 7000-REWRITE-REJECT THRU 7000-EXIT.
           MOVE REJECT-KEY TO LOCAL-REJECT-ID.
       5200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-WRITE-OFF-TRANSACTION - close an entry the operator has
      *> written off ; it leaves the run as written off
      *> ----------------------------------------------------------
       6000-WRITE-OFF-TRANSACTION.
           SET REJECT-WRITTEN-OFF TO TRUE.
           MOVE LOCAL-RUN-DATE TO REJECT-CLOSED-DATE.
           PERFORM 7000-REWRITE-REJECT THRU 7000-EXIT.
           IF LOCAL-REJECT-UPDATE-FAILED
              GO TO 6000-EXIT
           END-IF.
           ADD 1 TO LOCAL-WRITTEN-OFF-COUNT.
           MOVE REJECT-KEY TO LOCAL-REJECT-ID.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "  WRITTEN OFF " REJECT-CAPTURE-TIME " "
                  REJECT-SESSION-ID " ID=" LOCAL-REJECT-ID " "
                  FUNCTION TRIM(REJECT-WRITE-OFF-REASON TRAILING)
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-REWRITE-REJECT - the reject entry in hand written back ;
      *> one that will not go back stays on FORMREJ as it was, for
      *> the next run to take again, and is reported and counted as
      *> not updated in place of its outcome
      *> ----------------------------------------------------------
       7000-REWRITE-REJECT.
           MOVE "N" TO LOCAL-REJECT-UPDATE-FLAG.
           REWRITE FORM-REJECT-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF LOCAL-FORM-REJECT-STATUS IS EQUAL TO "00"
              GO TO 7000-EXIT
           END-IF.
           SET LOCAL-REJECT-UPDATE-FAILED TO TRUE.
           ADD 1 TO LOCAL-NOT-UPDATED-COUNT.
           MOVE REJECT-KEY TO LOCAL-REJECT-ID.
           DISPLAY "HTTP-FORM-APPLY: UNABLE TO UPDATE FORMREJ ENTRY "
              LOCAL-REJECT-ID ", STATUS=" LOCAL-FORM-REJECT-STATUS.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "  NOT UPDATED " REJECT-CAPTURE-TIME " "
                  REJECT-SESSION-ID " ID=" LOCAL-REJECT-ID
                  " FORMREJ STATUS=" LOCAL-FORM-REJECT-STATUS
                  " - LEFT FOR THE NEXT RUN"
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.
       7000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7100-REJECT-NOT-KEPT - a day's reject that could not be added
      *> to FORMREJ, or had no FORMREJ to go to ; reported with its
      *> reason and counted as not updated rather than as rejected
      *> ----------------------------------------------------------
       7100-REJECT-NOT-KEPT.
           SET LOCAL-REJECT-UPDATE-FAILED TO TRUE.
           ADD 1 TO LOCAL-NOT-UPDATED-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "  NOT KEPT " CAPTURE-TIME " "
                  CAPTURE-SESSION-ID " FORMREJ STATUS="
                  LOCAL-FORM-REJECT-STATUS " "
                  FUNCTION TRIM(LOCAL-REJECT-REASON TRAILING)
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.
       7100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-WRITE-RECONCILIATION - captured plus resubmitted against
      *> applied plus rejected plus written off plus not updated ; an
      *> entry not updated makes the run a warning ; a count that does
      *> not balance is this program's own defect and stops the job
      *> the way a bad rotate copy does
      *> ----------------------------------------------------------
       8000-WRITE-RECONCILIATION.
           MOVE LOCAL-CAPTURED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.

           MOVE LOCAL-RESUBMITTED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "RESUBMITTED transactions=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.

           MOVE LOCAL-APPLIED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "APPLIED  transactions=" LOCAL-REPORT-EDIT-COUNT
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.

           MOVE LOCAL-WRITTEN-OFF-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "WRITTEN OFF transactions=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.

           MOVE LOCAL-NOT-UPDATED-COUNT TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           STRING "NOT UPDATED on FORMREJ=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO FORM-REPORT-RECORD.
           WRITE FORM-REPORT-RECORD.

           COMPUTE LOCAL-INTAKE-COUNT =
              LOCAL-CAPTURED-COUNT + LOCAL-RESUBMITTED-COUNT.
           COMPUTE LOCAL-BALANCE-COUNT =
              LOCAL-APPLIED-COUNT + LOCAL-REJECTED-COUNT
                 + LOCAL-WRITTEN-OFF-COUNT + LOCAL-NOT-UPDATED-COUNT.
           MOVE SPACES TO FORM-REPORT-RECORD.
           IF LOCAL-BALANCE-COUNT IS EQUAL TO LOCAL-INTAKE-COUNT
              MOVE "RECONCILIATION: IN BALANCE" TO FORM-REPORT-RECORD
              IF LOCAL-NOT-UPDATED-COUNT IS GREATER THAN ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "RECONCILIATION: OUT OF BALANCE"
                 TO FORM-REPORT-RECORD
           IF LOCAL-FORM-APPLIED-STATUS IS EQUAL TO "00"
              CLOSE FORM-APPLIED-FILE
           END-IF.
           IF LOCAL-FORM-REJECT-OPEN
              CLOSE FORM-REJECT-FILE
           END-IF.
           CLOSE FORM-REPORT-FILE.
