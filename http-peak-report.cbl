      *> ---------------------------------------------------------------
      *> HTTP-PEAK-REPORT
      *>
      *> Capacity-planning report off the INTHIST interval history
      *> kept by HTTP-STATS-SNAPSHOT : for each day of the week ending
      *> today it lists the requests, rejects and bytes received in
      *> every snapshot interval, names the day's busiest interval,
      *> and compares each hour of the day with the same hour one week
      *> earlier, on PEAKRPT.
      *>
      *> The snapshots hold the STATFILE counters as they stood, which
      *> run from midnight ; an interval's figures are the difference
      *> from the snapshot before it on the same counter day (the
      *> first interval of a day runs from midnight). A snapshot taken
      *> after midnight but before the first request of the new day
      *> still holds the old day's closing counters and is reported as
      *> that day's interval ending 2400. Rejects are all the
      *> REJECT-nnn counters together. For the hour comparison an
      *> interval counts against the hour it ends in ; with the
      *> default hourly interval that is simply the hour it covers.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-PEAK-REPORT.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERVAL-HISTORY-FILE ASSIGN TO "INTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-INTERVAL-HISTORY-STATUS.
           SELECT PEAK-REPORT-FILE ASSIGN TO "PEAKRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-PEAK-REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "PEAKSRT".

       DATA DIVISION.
       FILE SECTION.
       FD INTERVAL-HISTORY-FILE.
       COPY INTHISTR.

       FD PEAK-REPORT-FILE.
       01 PEAK-REPORT-RECORD PIC X(132).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          03 SORT-STATS-DATE     PIC 9(8).
          03 SORT-SNAPSHOT-DATE  PIC 9(8).
          03 SORT-SNAPSHOT-SLOT  PIC 9(4).
          03 SORT-SNAPSHOT-TIME  PIC 9(8).
          03 SORT-COUNTER-KIND   PIC X(1).
             88 SORT-REQUEST-COUNTER VALUE "R".
             88 SORT-REJECT-COUNTER  VALUE "J".
             88 SORT-BYTES-COUNTER   VALUE "B".
          03 SORT-COUNTER-VALUE  PIC 9(12).

       WORKING-STORAGE SECTION.
       77 LOCAL-INTERVAL-HISTORY-STATUS PIC X(2).
       77 LOCAL-PEAK-REPORT-STATUS PIC X(2).
       77 PEAK-WINDOW-DAYS PIC 9(2) VALUE 14.
       77 PEAK-REPORT-FIRST-DAY PIC 9(2) VALUE 8.

       01 LOCAL-HISTORY-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-HISTORY-AT-END VALUE "Y".
       01 LOCAL-SORT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-SORT-AT-END VALUE "Y".
       01 LOCAL-FIRST-GROUP-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-FIRST-GROUP VALUE "Y".

       01 LOCAL-WINDOW-WORK-AREA.
          03 LOCAL-REPORT-DATE        PIC 9(8).
          03 LOCAL-REPORT-DAY-NUMBER  PIC 9(9) COMP.
          03 LOCAL-FIRST-DAY-NUMBER   PIC 9(9) COMP.
          03 LOCAL-ROW-DAY-NUMBER     PIC 9(9) COMP.

       01 LOCAL-BREAK-WORK-AREA.
          03 LOCAL-PRIOR-STATS-DATE    PIC 9(8) VALUE ZERO.
          03 LOCAL-PRIOR-SNAPSHOT-DATE PIC 9(8) VALUE ZERO.
          03 LOCAL-PRIOR-SNAPSHOT-SLOT PIC 9(4) VALUE ZERO.
          03 LOCAL-PRIOR-SNAPSHOT-TIME PIC 9(8) VALUE ZERO.
          03 LOCAL-DAY-OFFSET          PIC 9(2) COMP.
          03 LOCAL-PRIOR-WEEK-OFFSET   PIC 9(2) COMP.

       01 LOCAL-SNAPSHOT-TOTALS.
          03 LOCAL-SNAP-REQUESTS      PIC 9(12) COMP.
          03 LOCAL-SNAP-REJECTS       PIC 9(12) COMP.
          03 LOCAL-SNAP-BYTES         PIC 9(12) COMP.
       01 LOCAL-LAST-SNAPSHOT-TOTALS.
          03 LOCAL-LAST-REQUESTS      PIC 9(12) COMP.
          03 LOCAL-LAST-REJECTS       PIC 9(12) COMP.
          03 LOCAL-LAST-BYTES         PIC 9(12) COMP.
       01 LOCAL-INTERVAL-TOTALS.
          03 LOCAL-INTERVAL-REQUESTS  PIC S9(12) COMP.
          03 LOCAL-INTERVAL-REJECTS   PIC S9(12) COMP.
          03 LOCAL-INTERVAL-BYTES     PIC S9(12) COMP.
          03 LOCAL-INTERVAL-LABEL     PIC 9(4).
          03 LOCAL-INTERVAL-LABEL-SPLIT REDEFINES LOCAL-INTERVAL-LABEL.
             05 LOCAL-LABEL-HOUR      PIC 9(2).
             05 LOCAL-LABEL-MINUTE    PIC 9(2).
          03 LOCAL-LABEL-MINUTES      PIC 9(4) COMP.
          03 LOCAL-HOUR-INDEX         PIC 9(2) COMP.

       01 LOCAL-DAY-TOTALS.
          03 LOCAL-DAY-REQUESTS       PIC 9(12) COMP.
          03 LOCAL-DAY-REJECTS        PIC 9(12) COMP.
          03 LOCAL-DAY-PEAK-REQUESTS  PIC 9(12) COMP.
          03 LOCAL-DAY-PEAK-LABEL     PIC 9(4).
       01 LOCAL-WEEK-TOTALS.
          03 LOCAL-WEEK-PEAK-REQUESTS PIC 9(12) COMP VALUE ZERO.
          03 LOCAL-WEEK-PEAK-DATE     PIC 9(8) VALUE ZERO.
          03 LOCAL-WEEK-PEAK-LABEL    PIC 9(4) VALUE ZERO.

      *> hour-of-day load for the fourteen counter days in the window,
      *> the first seven being the comparison week
       01 LOCAL-LOAD-TABLE.
          03 LOCAL-LOAD-DAY OCCURS 14 TIMES.
             05 LOCAL-LOAD-HOUR OCCURS 24 TIMES.
                07 LOCAL-LOAD-REQUESTS PIC 9(9) COMP VALUE ZERO.
                07 LOCAL-LOAD-REJECTS  PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-COMPARE-WORK-AREA.
          03 LOCAL-COMPARE-HOUR       PIC 9(2).
          03 LOCAL-REQUEST-DELTA      PIC S9(12) COMP.
          03 LOCAL-REJECT-DELTA       PIC S9(12) COMP.

       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-2 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-3 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-COUNT-4 PIC ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-BYTES PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-DELTA PIC +ZZZ,ZZZ,ZZ9.
       01 LOCAL-REPORT-EDIT-DELTA-2 PIC +ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOCAL-PEAK-REPORT-STATUS IS EQUAL TO "00"
              SORT SORT-WORK-FILE
                 ASCENDING KEY SORT-STATS-DATE SORT-SNAPSHOT-DATE
                               SORT-SNAPSHOT-SLOT SORT-SNAPSHOT-TIME
                 INPUT PROCEDURE 2000-EXTRACT-INTERVALS THRU 2000-EXIT
                 OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT
              CLOSE PEAK-REPORT-FILE
           ELSE
              DISPLAY "HTTP-PEAK-REPORT: UNABLE TO OPEN PEAKRPT, "
                 "STATUS=" LOCAL-PEAK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - today closes the reporting week ; the
      *> window reaches back a further week for the comparison
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-REPORT-DATE FROM DATE YYYYMMDD.
           COMPUTE LOCAL-REPORT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(LOCAL-REPORT-DATE).
           COMPUTE LOCAL-FIRST-DAY-NUMBER =
              LOCAL-REPORT-DAY-NUMBER - PEAK-WINDOW-DAYS + 1.
           OPEN OUTPUT PEAK-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-EXTRACT-INTERVALS - sort input procedure ; the history
      *> is appended as it is taken, the sort puts each counter day's
      *> snapshots in order ; no history file yields an empty report
      *> ----------------------------------------------------------
       2000-EXTRACT-INTERVALS.
           OPEN INPUT INTERVAL-HISTORY-FILE.
           IF LOCAL-INTERVAL-HISTORY-STATUS IS NOT EQUAL TO "00"
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-HISTORY-LINE THRU 2100-EXIT
              WITH TEST AFTER UNTIL LOCAL-HISTORY-AT-END.
           CLOSE INTERVAL-HISTORY-FILE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-READ-ONE-HISTORY-LINE - one counter line ; only the
      *> request, reject and byte counters of counter days inside
      *> the window go to the sort
      *> ----------------------------------------------------------
       2100-READ-ONE-HISTORY-LINE.
           READ INTERVAL-HISTORY-FILE
              AT END
                 SET LOCAL-HISTORY-AT-END TO TRUE
                 GO TO 2100-EXIT
           END-READ.

           IF INTERVAL-STATS-DATE IS NOT NUMERIC
              OR INTERVAL-STATS-DATE IS LESS THAN 16010101
              OR INTERVAL-STATISTIC-VALUE IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF.
           COMPUTE LOCAL-ROW-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(INTERVAL-STATS-DATE).
           IF LOCAL-ROW-DAY-NUMBER IS LESS THAN LOCAL-FIRST-DAY-NUMBER
              OR LOCAL-ROW-DAY-NUMBER IS GREATER THAN
                    LOCAL-REPORT-DAY-NUMBER
              GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN INTERVAL-STATISTIC-NAME IS EQUAL TO "REQUESTS"
                 SET SORT-REQUEST-COUNTER TO TRUE
              WHEN INTERVAL-STATISTIC-NAME(1:7) IS EQUAL TO "REJECT-"
                 SET SORT-REJECT-COUNTER TO TRUE
              WHEN INTERVAL-STATISTIC-NAME IS EQUAL TO "BYTES-IN"
                 SET SORT-BYTES-COUNTER TO TRUE
              WHEN OTHER
                 GO TO 2100-EXIT
           END-EVALUATE.

           MOVE INTERVAL-STATS-DATE      TO SORT-STATS-DATE.
           MOVE INTERVAL-SNAPSHOT-DATE   TO SORT-SNAPSHOT-DATE.
           MOVE INTERVAL-SNAPSHOT-SLOT   TO SORT-SNAPSHOT-SLOT.
           MOVE INTERVAL-SNAPSHOT-TIME   TO SORT-SNAPSHOT-TIME.
           MOVE INTERVAL-STATISTIC-VALUE TO SORT-COUNTER-VALUE.
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-PRODUCE-REPORT - sort output procedure ; control breaks
      *> on the counter day and on the snapshot within it
      *> ----------------------------------------------------------
       3000-PRODUCE-REPORT.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "HTTP PEAK LOAD BY INTERVAL, WEEK ENDING "
                  LOCAL-REPORT-DATE
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.

           PERFORM 3100-RETURN-AND-PROCESS THRU 3100-EXIT
              WITH TEST AFTER UNTIL LOCAL-SORT-AT-END.
           IF NOT LOCAL-FIRST-GROUP
              PERFORM 3500-CLOSE-SNAPSHOT THRU 3500-EXIT
              PERFORM 3600-CLOSE-DAY THRU 3600-EXIT
           END-IF.
           PERFORM 3800-WRITE-WEEK-PEAK THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-RETURN-AND-PROCESS - pull the next sorted counter and
      *> fold it into the running snapshot
      *> ----------------------------------------------------------
       3100-RETURN-AND-PROCESS.
           RETURN SORT-WORK-FILE
              AT END
                 SET LOCAL-SORT-AT-END TO TRUE
              NOT AT END
                 PERFORM 3200-PROCESS-SORT-RECORD THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3200-PROCESS-SORT-RECORD - raise the day and snapshot breaks,
      *> then add this counter into the running snapshot
      *> ----------------------------------------------------------
       3200-PROCESS-SORT-RECORD.
           IF LOCAL-FIRST-GROUP
              PERFORM 3300-START-DAY THRU 3300-EXIT
              PERFORM 3400-START-SNAPSHOT THRU 3400-EXIT
              MOVE "N" TO LOCAL-FIRST-GROUP-FLAG
           ELSE
              IF SORT-STATS-DATE IS NOT EQUAL TO LOCAL-PRIOR-STATS-DATE
                 PERFORM 3500-CLOSE-SNAPSHOT THRU 3500-EXIT
                 PERFORM 3600-CLOSE-DAY THRU 3600-EXIT
                 PERFORM 3300-START-DAY THRU 3300-EXIT
                 PERFORM 3400-START-SNAPSHOT THRU 3400-EXIT
              ELSE
                 IF SORT-SNAPSHOT-DATE IS NOT EQUAL TO
                       LOCAL-PRIOR-SNAPSHOT-DATE
                    OR SORT-SNAPSHOT-SLOT IS NOT EQUAL TO
                       LOCAL-PRIOR-SNAPSHOT-SLOT
                    OR SORT-SNAPSHOT-TIME IS NOT EQUAL TO
                       LOCAL-PRIOR-SNAPSHOT-TIME
                    PERFORM 3500-CLOSE-SNAPSHOT THRU 3500-EXIT
                    PERFORM 3400-START-SNAPSHOT THRU 3400-EXIT
                 END-IF
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN SORT-REQUEST-COUNTER
                 ADD SORT-COUNTER-VALUE TO LOCAL-SNAP-REQUESTS
              WHEN SORT-REJECT-COUNTER
                 ADD SORT-COUNTER-VALUE TO LOCAL-SNAP-REJECTS
              WHEN SORT-BYTES-COUNTER
                 ADD SORT-COUNTER-VALUE TO LOCAL-SNAP-BYTES
           END-EVALUATE.

           MOVE SORT-STATS-DATE    TO LOCAL-PRIOR-STATS-DATE.
           MOVE SORT-SNAPSHOT-DATE TO LOCAL-PRIOR-SNAPSHOT-DATE.
           MOVE SORT-SNAPSHOT-SLOT TO LOCAL-PRIOR-SNAPSHOT-SLOT.
           MOVE SORT-SNAPSHOT-TIME TO LOCAL-PRIOR-SNAPSHOT-TIME.
       3200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3300-START-DAY - fresh day : counters start again from
      *> midnight, and a day inside the reporting week gets its
      *> heading
      *> ----------------------------------------------------------
       3300-START-DAY.
           MOVE ZERO TO LOCAL-LAST-REQUESTS LOCAL-LAST-REJECTS
                        LOCAL-LAST-BYTES
                        LOCAL-DAY-REQUESTS LOCAL-DAY-REJECTS
                        LOCAL-DAY-PEAK-REQUESTS LOCAL-DAY-PEAK-LABEL.
           COMPUTE LOCAL-DAY-OFFSET =
              FUNCTION INTEGER-OF-DATE(SORT-STATS-DATE)
              - LOCAL-FIRST-DAY-NUMBER + 1.
           IF LOCAL-DAY-OFFSET IS LESS THAN PEAK-REPORT-FIRST-DAY
              GO TO 3300-EXIT
           END-IF.

           MOVE SPACES TO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "DAY " SORT-STATS-DATE
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
       3300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3400-START-SNAPSHOT - fresh running totals for a snapshot
      *> ----------------------------------------------------------
       3400-START-SNAPSHOT.
           MOVE ZERO TO LOCAL-SNAP-REQUESTS LOCAL-SNAP-REJECTS
                        LOCAL-SNAP-BYTES.
       3400-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3500-CLOSE-SNAPSHOT - the interval is this snapshot less the
      *> one before it ; a counter found lower than before can only
      *> have restarted, so its whole value is the interval's. The
      *> interval is added into its hour, reported when its day is in
      *> the reporting week, and checked against the day's peak. A
      *> late snapshot that only repeats the day's closing figures is
      *> not reported
      *> ----------------------------------------------------------
       3500-CLOSE-SNAPSHOT.
           COMPUTE LOCAL-INTERVAL-REQUESTS =
              LOCAL-SNAP-REQUESTS - LOCAL-LAST-REQUESTS.
           IF LOCAL-INTERVAL-REQUESTS IS NEGATIVE
              MOVE LOCAL-SNAP-REQUESTS TO LOCAL-INTERVAL-REQUESTS
           END-IF.
           COMPUTE LOCAL-INTERVAL-REJECTS =
              LOCAL-SNAP-REJECTS - LOCAL-LAST-REJECTS.
           IF LOCAL-INTERVAL-REJECTS IS NEGATIVE
              MOVE LOCAL-SNAP-REJECTS TO LOCAL-INTERVAL-REJECTS
           END-IF.
           COMPUTE LOCAL-INTERVAL-BYTES =
              LOCAL-SNAP-BYTES - LOCAL-LAST-BYTES.
           IF LOCAL-INTERVAL-BYTES IS NEGATIVE
              MOVE LOCAL-SNAP-BYTES TO LOCAL-INTERVAL-BYTES
           END-IF.
           MOVE LOCAL-SNAP-REQUESTS TO LOCAL-LAST-REQUESTS.
           MOVE LOCAL-SNAP-REJECTS  TO LOCAL-LAST-REJECTS.
           MOVE LOCAL-SNAP-BYTES    TO LOCAL-LAST-BYTES.

           IF LOCAL-PRIOR-SNAPSHOT-DATE IS EQUAL TO
                 LOCAL-PRIOR-STATS-DATE
              MOVE LOCAL-PRIOR-SNAPSHOT-SLOT TO LOCAL-INTERVAL-LABEL
           ELSE
              IF LOCAL-INTERVAL-REQUESTS IS EQUAL TO ZERO
                 AND LOCAL-INTERVAL-REJECTS IS EQUAL TO ZERO
                 AND LOCAL-INTERVAL-BYTES IS EQUAL TO ZERO
                 GO TO 3500-EXIT
              END-IF
              MOVE 2400 TO LOCAL-INTERVAL-LABEL
           END-IF.

      *> the interval counts against the hour it ends in, so one
      *> ending on the hour belongs to the hour just gone
           COMPUTE LOCAL-LABEL-MINUTES =
              LOCAL-LABEL-HOUR * 60 + LOCAL-LABEL-MINUTE.
           IF LOCAL-LABEL-MINUTES IS EQUAL TO ZERO
              MOVE 1 TO LOCAL-HOUR-INDEX
           ELSE
              COMPUTE LOCAL-HOUR-INDEX =
                 (LOCAL-LABEL-MINUTES - 1) / 60 + 1
           END-IF.
           ADD LOCAL-INTERVAL-REQUESTS
              TO LOCAL-LOAD-REQUESTS(LOCAL-DAY-OFFSET,
                                     LOCAL-HOUR-INDEX).
           ADD LOCAL-INTERVAL-REJECTS
              TO LOCAL-LOAD-REJECTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX).
           ADD LOCAL-INTERVAL-REQUESTS TO LOCAL-DAY-REQUESTS.
           ADD LOCAL-INTERVAL-REJECTS  TO LOCAL-DAY-REJECTS.

           IF LOCAL-INTERVAL-REQUESTS IS GREATER THAN
                 LOCAL-DAY-PEAK-REQUESTS
              MOVE LOCAL-INTERVAL-REQUESTS TO LOCAL-DAY-PEAK-REQUESTS
              MOVE LOCAL-INTERVAL-LABEL TO LOCAL-DAY-PEAK-LABEL
           END-IF.

           IF LOCAL-DAY-OFFSET IS LESS THAN PEAK-REPORT-FIRST-DAY
              GO TO 3500-EXIT
           END-IF.

           MOVE LOCAL-INTERVAL-REQUESTS TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-INTERVAL-REJECTS  TO LOCAL-REPORT-EDIT-COUNT-2.
           MOVE LOCAL-INTERVAL-BYTES    TO LOCAL-REPORT-EDIT-BYTES.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "  INTERVAL ENDING " LOCAL-INTERVAL-LABEL
                  " requests=" LOCAL-REPORT-EDIT-COUNT
                  " rejects=" LOCAL-REPORT-EDIT-COUNT-2
                  " bytes-in=" LOCAL-REPORT-EDIT-BYTES
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
       3500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3600-CLOSE-DAY - for a day in the reporting week : the day's
      *> totals and busiest interval, then the hour-by-hour comparison
      *> with the same weekday one week earlier ; the day's peak also
      *> stands for the week's
      *> ----------------------------------------------------------
       3600-CLOSE-DAY.
           IF LOCAL-DAY-OFFSET IS LESS THAN PEAK-REPORT-FIRST-DAY
              GO TO 3600-EXIT
           END-IF.

           MOVE LOCAL-DAY-REQUESTS TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-DAY-REJECTS  TO LOCAL-REPORT-EDIT-COUNT-2.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "  DAY TOTAL requests=" LOCAL-REPORT-EDIT-COUNT
                  " rejects=" LOCAL-REPORT-EDIT-COUNT-2
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.

           MOVE LOCAL-DAY-PEAK-REQUESTS TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "  BUSIEST INTERVAL ENDING " LOCAL-DAY-PEAK-LABEL
                  " requests=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.

           IF LOCAL-DAY-PEAK-REQUESTS IS GREATER THAN
                 LOCAL-WEEK-PEAK-REQUESTS
              MOVE LOCAL-DAY-PEAK-REQUESTS TO LOCAL-WEEK-PEAK-REQUESTS
              MOVE LOCAL-PRIOR-STATS-DATE TO LOCAL-WEEK-PEAK-DATE
              MOVE LOCAL-DAY-PEAK-LABEL TO LOCAL-WEEK-PEAK-LABEL
           END-IF.

           MOVE SPACES TO PEAK-REPORT-RECORD.
           MOVE "  SAME HOUR ONE WEEK EARLIER" TO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
           COMPUTE LOCAL-PRIOR-WEEK-OFFSET = LOCAL-DAY-OFFSET - 7.
           PERFORM 3700-COMPARE-ONE-HOUR THRU 3700-EXIT
              VARYING LOCAL-HOUR-INDEX FROM 1 BY 1
              UNTIL LOCAL-HOUR-INDEX IS GREATER THAN 24.
       3600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3700-COMPARE-ONE-HOUR - one hour of the day against the same
      *> hour a week before ; an hour quiet in both weeks is skipped
      *> ----------------------------------------------------------
       3700-COMPARE-ONE-HOUR.
           IF LOCAL-LOAD-REQUESTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX)
                 IS EQUAL TO ZERO
              AND LOCAL-LOAD-REJECTS(LOCAL-DAY-OFFSET,
                                     LOCAL-HOUR-INDEX)
                 IS EQUAL TO ZERO
              AND LOCAL-LOAD-REQUESTS(LOCAL-PRIOR-WEEK-OFFSET,
                                      LOCAL-HOUR-INDEX)
                 IS EQUAL TO ZERO
              AND LOCAL-LOAD-REJECTS(LOCAL-PRIOR-WEEK-OFFSET,
                                     LOCAL-HOUR-INDEX)
                 IS EQUAL TO ZERO
              GO TO 3700-EXIT
           END-IF.

           COMPUTE LOCAL-COMPARE-HOUR = LOCAL-HOUR-INDEX - 1.
           COMPUTE LOCAL-REQUEST-DELTA =
              LOCAL-LOAD-REQUESTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX)
              - LOCAL-LOAD-REQUESTS(LOCAL-PRIOR-WEEK-OFFSET,
                                    LOCAL-HOUR-INDEX).
           COMPUTE LOCAL-REJECT-DELTA =
              LOCAL-LOAD-REJECTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX)
              - LOCAL-LOAD-REJECTS(LOCAL-PRIOR-WEEK-OFFSET,
                                   LOCAL-HOUR-INDEX).

           MOVE LOCAL-LOAD-REQUESTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT.
           MOVE LOCAL-LOAD-REQUESTS(LOCAL-PRIOR-WEEK-OFFSET,
                                    LOCAL-HOUR-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT-2.
           MOVE LOCAL-LOAD-REJECTS(LOCAL-DAY-OFFSET, LOCAL-HOUR-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT-3.
           MOVE LOCAL-LOAD-REJECTS(LOCAL-PRIOR-WEEK-OFFSET,
                                   LOCAL-HOUR-INDEX)
              TO LOCAL-REPORT-EDIT-COUNT-4.
           MOVE LOCAL-REQUEST-DELTA TO LOCAL-REPORT-EDIT-DELTA.
           MOVE LOCAL-REJECT-DELTA  TO LOCAL-REPORT-EDIT-DELTA-2.

           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "    HOUR " LOCAL-COMPARE-HOUR
                  " requests=" LOCAL-REPORT-EDIT-COUNT
                  " was=" LOCAL-REPORT-EDIT-COUNT-2
                  " (" LOCAL-REPORT-EDIT-DELTA ")"
                  " rejects=" LOCAL-REPORT-EDIT-COUNT-3
                  " was=" LOCAL-REPORT-EDIT-COUNT-4
                  " (" LOCAL-REPORT-EDIT-DELTA-2 ")"
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
       3700-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3800-WRITE-WEEK-PEAK - the busiest single interval of the
      *> reporting week, for the on-call rota
      *> ----------------------------------------------------------
       3800-WRITE-WEEK-PEAK.
           MOVE LOCAL-WEEK-PEAK-REQUESTS TO LOCAL-REPORT-EDIT-COUNT.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
           MOVE SPACES TO PEAK-REPORT-RECORD.
           STRING "BUSIEST INTERVAL OF THE WEEK " LOCAL-WEEK-PEAK-DATE
                  " ENDING " LOCAL-WEEK-PEAK-LABEL
                  " requests=" LOCAL-REPORT-EDIT-COUNT
                 DELIMITED BY SIZE
              INTO PEAK-REPORT-RECORD.
           WRITE PEAK-REPORT-RECORD.
       3800-EXIT.
           EXIT.

       END PROGRAM HTTP-PEAK-REPORT.
