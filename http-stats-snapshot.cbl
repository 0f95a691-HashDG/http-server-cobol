      *> ---------------------------------------------------------------
      *> HTTP-STATS-SNAPSHOT
      *>
      *> Interval snapshot of the STATFILE live counters kept by
      *> HTTP-REQUEST-PARSER : every counter record (REQUESTS, each
      *> REJECT-nnn, BYTES-IN, LAST-TIME and the STATS-DATE stamp) is
      *> appended to the permanent INTHIST interval-history file,
      *> stamped with the interval boundary it was taken for, so the
      *> day's load curve survives the parser's midnight reset and
      *> HTTP-PEAK-REPORT can work out what happened in each interval.
      *>
      *> The interval (minutes, default 60) is the single line of the
      *> INTCFG config file. The run is meant to be scheduled at least
      *> once per interval ; the snapshot is taken for the boundary
      *> the clock has most recently passed, and INTCTL remembers the
      *> last boundary taken so a second run inside the same interval
      *> is a quiet no-op rather than a duplicate snapshot.
      *>
      *> Like HTTP-STATS-INQUIRY, this program only reads STATFILE.
      *> Counting that came in after the day's last snapshot is not
      *> lost at midnight : the parser writes the old day's counters
      *> to INTHIST itself, the way 3100 does, before it resets them.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-STATS-SNAPSHOT.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STATISTIC-NAME
              FILE STATUS IS LOCAL-STATISTICS-FILE-STATUS.
           SELECT INTERVAL-HISTORY-FILE ASSIGN TO "INTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-INTERVAL-HISTORY-STATUS.
           SELECT INTERVAL-CONFIG-FILE ASSIGN TO "INTCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-INTERVAL-CONFIG-STATUS.
           SELECT INTERVAL-CONTROL-FILE ASSIGN TO "INTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-INTERVAL-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATISTICS-FILE.
       COPY STATREC.

       FD INTERVAL-HISTORY-FILE.
       COPY INTHISTR.

       FD INTERVAL-CONFIG-FILE.
       01 INTERVAL-CONFIG-RECORD PIC X(80).

       FD INTERVAL-CONTROL-FILE.
       01 INTERVAL-CONTROL-RECORD.
          03 INTERVAL-CONTROL-DATE    PIC 9(8).
          03 FILLER                   PIC X(1).
          03 INTERVAL-CONTROL-SLOT    PIC 9(4).

       WORKING-STORAGE SECTION.
       77 LOCAL-STATISTICS-FILE-STATUS PIC X(2).
       77 LOCAL-INTERVAL-HISTORY-STATUS PIC X(2).
       77 LOCAL-INTERVAL-CONFIG-STATUS PIC X(2).
       77 LOCAL-INTERVAL-CONTROL-STATUS PIC X(2).
       77 INTERVAL-MINUTES PIC 9(4) VALUE 60.

       01 LOCAL-STATISTICS-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-STATISTICS-AT-END VALUE "Y".

       01 LOCAL-CLOCK-WORK-AREA.
          03 LOCAL-RUN-DATE           PIC 9(8).
          03 LOCAL-RUN-TIME           PIC 9(8).
          03 LOCAL-RUN-TIME-SPLIT REDEFINES LOCAL-RUN-TIME.
             05 LOCAL-RUN-HOUR        PIC 9(2).
             05 LOCAL-RUN-MINUTE      PIC 9(2).
             05 LOCAL-RUN-REST        PIC 9(4).
          03 LOCAL-RUN-MINUTES        PIC 9(4) COMP.
          03 LOCAL-SLOT-COUNT         PIC 9(4) COMP.
          03 LOCAL-SLOT-MINUTES       PIC 9(4) COMP.
          03 LOCAL-SLOT               PIC 9(4).
          03 LOCAL-SLOT-SPLIT REDEFINES LOCAL-SLOT.
             05 LOCAL-SLOT-HOUR       PIC 9(2).
             05 LOCAL-SLOT-MINUTE     PIC 9(2).

       01 LOCAL-SNAPSHOT-WORK-AREA.
          03 LOCAL-STATS-DATE         PIC 9(8).
          03 LOCAL-LAST-DATE          PIC 9(8).
          03 LOCAL-LAST-SLOT          PIC 9(4).
          03 LOCAL-COUNTERS-TAKEN     PIC 9(9) COMP VALUE ZERO.

       01 LOCAL-REPORT-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-CHECK-LAST-SNAPSHOT THRU 2000-EXIT.
           IF LOCAL-LAST-DATE IS EQUAL TO LOCAL-RUN-DATE
              AND LOCAL-LAST-SLOT IS EQUAL TO LOCAL-SLOT
              DISPLAY "HTTP-STATS-SNAPSHOT: INTERVAL " LOCAL-RUN-DATE
                 " " LOCAL-SLOT " ALREADY TAKEN"
              GO TO 0000-STOP
           END-IF.

           OPEN INPUT STATISTICS-FILE.
           IF LOCAL-STATISTICS-FILE-STATUS IS EQUAL TO "35"
              DISPLAY "HTTP-STATS-SNAPSHOT: NO STATFILE YET, NOTHING "
                 "TO TAKE"
              GO TO 0000-STOP
           END-IF.
           IF LOCAL-STATISTICS-FILE-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-STATS-SNAPSHOT: UNABLE TO OPEN STATFILE, "
                 "STATUS=" LOCAL-STATISTICS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           PERFORM 3000-COPY-COUNTERS THRU 3000-EXIT.
           CLOSE STATISTICS-FILE.
           IF RETURN-CODE IS EQUAL TO ZERO
              PERFORM 4000-WRITE-CONTROL-RECORD THRU 4000-EXIT
              MOVE LOCAL-COUNTERS-TAKEN TO LOCAL-REPORT-EDIT-COUNT
              DISPLAY "HTTP-STATS-SNAPSHOT: INTERVAL " LOCAL-RUN-DATE
                 " " LOCAL-SLOT " COUNTERS=" LOCAL-REPORT-EDIT-COUNT
           END-IF.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - stamp the run, read the interval (minutes)
      *> off the single-line INTCFG config file when one is present,
      *> and round the clock down to the interval boundary
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-RUN-TIME FROM TIME.

           OPEN INPUT INTERVAL-CONFIG-FILE.
           IF LOCAL-INTERVAL-CONFIG-STATUS IS EQUAL TO "00"
              READ INTERVAL-CONFIG-FILE
                 NOT AT END
                    IF FUNCTION TRIM(INTERVAL-CONFIG-RECORD) IS NUMERIC
                       MOVE FUNCTION NUMVAL(INTERVAL-CONFIG-RECORD)
                          TO INTERVAL-MINUTES
                    END-IF
              END-READ
              CLOSE INTERVAL-CONFIG-FILE
           END-IF.
           IF INTERVAL-MINUTES IS EQUAL TO ZERO
              OR INTERVAL-MINUTES IS GREATER THAN 1440
              MOVE 60 TO INTERVAL-MINUTES
           END-IF.

           COMPUTE LOCAL-RUN-MINUTES =
              LOCAL-RUN-HOUR * 60 + LOCAL-RUN-MINUTE.
           DIVIDE LOCAL-RUN-MINUTES BY INTERVAL-MINUTES
              GIVING LOCAL-SLOT-COUNT.
           COMPUTE LOCAL-SLOT-MINUTES =
              LOCAL-SLOT-COUNT * INTERVAL-MINUTES.
           DIVIDE LOCAL-SLOT-MINUTES BY 60
              GIVING LOCAL-SLOT-HOUR REMAINDER LOCAL-SLOT-MINUTE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-CHECK-LAST-SNAPSHOT - read the boundary the previous run
      *> took off INTCTL ; no control file yet reads as none taken
      *> ----------------------------------------------------------
       2000-CHECK-LAST-SNAPSHOT.
           MOVE ZERO TO LOCAL-LAST-DATE LOCAL-LAST-SLOT.
           OPEN INPUT INTERVAL-CONTROL-FILE.
           IF LOCAL-INTERVAL-CONTROL-STATUS IS NOT EQUAL TO "00"
              GO TO 2000-EXIT
           END-IF.
           READ INTERVAL-CONTROL-FILE
              NOT AT END
                 IF INTERVAL-CONTROL-DATE IS NUMERIC
                    AND INTERVAL-CONTROL-SLOT IS NUMERIC
                    MOVE INTERVAL-CONTROL-DATE TO LOCAL-LAST-DATE
                    MOVE INTERVAL-CONTROL-SLOT TO LOCAL-LAST-SLOT
                 END-IF
           END-READ.
           CLOSE INTERVAL-CONTROL-FILE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-COPY-COUNTERS - pick up the day the counters describe
      *> off the STATS-DATE record, then walk STATFILE in key order
      *> appending one interval-history line per counter
      *> ----------------------------------------------------------
       3000-COPY-COUNTERS.
           MOVE "STATS-DATE" TO STATISTIC-NAME.
           READ STATISTICS-FILE
              INVALID KEY
                 MOVE LOCAL-RUN-DATE TO STATISTIC-VALUE
           END-READ.
           MOVE STATISTIC-VALUE TO LOCAL-STATS-DATE.

           OPEN EXTEND INTERVAL-HISTORY-FILE.
           IF LOCAL-INTERVAL-HISTORY-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT INTERVAL-HISTORY-FILE
           END-IF.
           IF LOCAL-INTERVAL-HISTORY-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-STATS-SNAPSHOT: UNABLE TO OPEN INTHIST, "
                 "STATUS=" LOCAL-INTERVAL-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.

           MOVE LOW-VALUES TO STATISTIC-NAME.
           START STATISTICS-FILE KEY IS GREATER THAN OR EQUAL TO
                 STATISTIC-NAME
              INVALID KEY
                 SET LOCAL-STATISTICS-AT-END TO TRUE
           END-START.
           PERFORM 3100-COPY-ONE-COUNTER THRU 3100-EXIT
              UNTIL LOCAL-STATISTICS-AT-END.
           CLOSE INTERVAL-HISTORY-FILE.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-COPY-ONE-COUNTER - one counter record onto the history
      *> ----------------------------------------------------------
       3100-COPY-ONE-COUNTER.
           READ STATISTICS-FILE NEXT RECORD
              AT END
                 SET LOCAL-STATISTICS-AT-END TO TRUE
                 GO TO 3100-EXIT
           END-READ.

           MOVE SPACES TO INTERVAL-HISTORY-RECORD.
           MOVE LOCAL-RUN-DATE  TO INTERVAL-SNAPSHOT-DATE.
           MOVE LOCAL-SLOT      TO INTERVAL-SNAPSHOT-SLOT.
           MOVE LOCAL-RUN-TIME  TO INTERVAL-SNAPSHOT-TIME.
           MOVE LOCAL-STATS-DATE TO INTERVAL-STATS-DATE.
           MOVE STATISTIC-NAME  TO INTERVAL-STATISTIC-NAME.
           MOVE STATISTIC-VALUE TO INTERVAL-STATISTIC-VALUE.
           WRITE INTERVAL-HISTORY-RECORD.
           ADD 1 TO LOCAL-COUNTERS-TAKEN.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-WRITE-CONTROL-RECORD - remember the boundary just taken
      *> so a rerun inside the same interval does not repeat it
      *> ----------------------------------------------------------
       4000-WRITE-CONTROL-RECORD.
           OPEN OUTPUT INTERVAL-CONTROL-FILE.
           IF LOCAL-INTERVAL-CONTROL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-STATS-SNAPSHOT: UNABLE TO OPEN INTCTL, "
                 "STATUS=" LOCAL-INTERVAL-CONTROL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO INTERVAL-CONTROL-RECORD.
           MOVE LOCAL-RUN-DATE TO INTERVAL-CONTROL-DATE.
           MOVE LOCAL-SLOT TO INTERVAL-CONTROL-SLOT.
           WRITE INTERVAL-CONTROL-RECORD.
           CLOSE INTERVAL-CONTROL-FILE.
       4000-EXIT.
           EXIT.

       END PROGRAM HTTP-STATS-SNAPSHOT.
