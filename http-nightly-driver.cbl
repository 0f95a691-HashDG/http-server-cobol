      *> ---------------------------------------------------------------
      *> HTTP-NIGHTLY-DRIVER
      *>
      *> Runs the end-of-day batch as one stream, in dependency order,
      *> each job as its own run unit (they all end in STOP RUN) :
      *>
      *>   01  HTTP-LOG-HISTORY        first run of a new month only
      *>   02  HTTP-LOG-ROTATE
      *>   03  HTTP-SECURITY-REPORT    reads the generation cut by 02
      *>   04  HTTP-BLOCK-UPDATE       reads the generation cut by 02
      *>   05  HTTP-TRAFFIC-REPORT
      *>   06  HTTP-OUTCOME-RECONCILE  reads the generation cut by 02
      *>   07  HTTP-FORM-APPLY
      *>   08  HTTP-WAREHOUSE-EXTRACT  reads 02's generation and 07's
      *>                               FORMAPP, and SESSFILE ahead of 09
      *>   09  HTTP-SESSION-PURGE
      *>   10  HTTP-USER-AUDIT-REPORT  reads 02's generation and 07's
      *>                               FORMAPP and FORMREJ
      *>   11  HTTP-LINK-SCAN
      *>
      *> HTTP-LOG-HISTORY consolidates the month of the day before its
      *> run, so it is due on the run of the 1st ; it goes ahead of
      *> HTTP-LOG-ROTATE because the rotate's retention purge would
      *> otherwise take the first generation of a 31-day month before
      *> the month had been distilled. HTTP-WAREHOUSE-EXTRACT goes
      *> ahead of HTTP-SESSION-PURGE so the warehouse sees the final
      *> stamps of every session the purge is about to delete.
      *>
      *> Every step's start, end and return code goes on the NIGHTCTL
      *> run-control file under the stream's id (the date and time the
      *> stream was started). A step ending 16 or above stops the
      *> stream with RETURN-CODE 16 ; a step ending 4 or 8 is a warning
      *> and the stream carries on, passing the worst of them back as
      *> its own return code. A stream that ran to the end gets an
      *> END-OF-STREAM line.
      *>
      *> The command line is RUN (or nothing) for tonight's stream, or
      *> RESTART to pick up the last stream that stopped : steps it
      *> already completed are not run again, the failed step and
      *> everything after it are. A new RUN is refused while the last
      *> stream stands stopped. Every step takes its business date
      *> from the clock, so a stream can only be restarted on the day
      *> it was started ; after midnight RESTART is refused, and
      *> ABANDON closes the stopped stream on NIGHTCTL (its end line
      *> marked ABANDON) so tonight's RUN can go ahead, the stopped
      *> day's remaining work being the operator's to make good.
      *> The single-line NIGHTCFG config file
      *> names the directory holding the batch executables (default
      *> the current directory) ; each step runs the program named in
      *> lower case, as it is built.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  HTTP-USER-AUDIT-REPORT added as step 09
      *>   2026-10-15  HD  HTTP-LINK-SCAN added as step 10
      *>   2026-10-15  HD  HTTP-WAREHOUSE-EXTRACT added as step 08,
      *>                   ahead of the session purge
      *>   2026-10-15  HD  RESTART refused once the stopped stream's day
      *>                   has passed, since its steps would run against
      *>                   the new day ; ABANDON added to close it
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-NIGHTLY-DRIVER.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIGHT-CONTROL-FILE ASSIGN TO "NIGHTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-NIGHT-CONTROL-STATUS.
           SELECT NIGHT-CONFIG-FILE ASSIGN TO "NIGHTCFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-NIGHT-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NIGHT-CONTROL-FILE.
       01 NIGHT-CONTROL-RECORD.
          03 NIGHT-CONTROL-STREAM-ID.
             05 NIGHT-CONTROL-STREAM-DATE PIC 9(8).
             05 NIGHT-CONTROL-STREAM-TIME PIC 9(8).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-STEP-NUMBER    PIC 9(2).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-STEP-NAME      PIC X(24).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-START-DATE     PIC 9(8).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-START-TIME     PIC 9(8).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-END-DATE       PIC 9(8).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-END-TIME       PIC 9(8).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-RETURN-CODE    PIC 9(3).
          03 FILLER                       PIC X(1).
          03 NIGHT-CONTROL-STEP-STATUS    PIC X(8).
             88 NIGHT-CONTROL-STEP-COMPLETE VALUE "COMPLETE".
             88 NIGHT-CONTROL-STEP-NOT-DUE  VALUE "NOT DUE".
             88 NIGHT-CONTROL-STEP-FAILED   VALUE "FAILED".
             88 NIGHT-CONTROL-STEP-ABANDONED VALUE "ABANDON".

       FD NIGHT-CONFIG-FILE.
       01 NIGHT-CONFIG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 LOCAL-NIGHT-CONTROL-STATUS PIC X(2).
       77 LOCAL-NIGHT-CONFIG-STATUS PIC X(2).
       77 NIGHT-PROGRAM-DIRECTORY PIC X(80) VALUE ".".
       77 NIGHT-STEP-COUNT PIC 9(2) VALUE 11.
       77 NIGHT-END-OF-STREAM-STEP PIC 9(2) VALUE 99.
       77 NIGHT-FAILURE-RETURN-CODE PIC 9(3) VALUE 16.

      *> the stream : schedule (D every night, M first run of a new
      *> month) and program name, in the order they must run
       01 NIGHT-STEP-VALUES.
          03 FILLER PIC X(25) VALUE "MHTTP-LOG-HISTORY".
          03 FILLER PIC X(25) VALUE "DHTTP-LOG-ROTATE".
          03 FILLER PIC X(25) VALUE "DHTTP-SECURITY-REPORT".
          03 FILLER PIC X(25) VALUE "DHTTP-BLOCK-UPDATE".
          03 FILLER PIC X(25) VALUE "DHTTP-TRAFFIC-REPORT".
          03 FILLER PIC X(25) VALUE "DHTTP-OUTCOME-RECONCILE".
          03 FILLER PIC X(25) VALUE "DHTTP-FORM-APPLY".
          03 FILLER PIC X(25) VALUE "DHTTP-WAREHOUSE-EXTRACT".
          03 FILLER PIC X(25) VALUE "DHTTP-SESSION-PURGE".
          03 FILLER PIC X(25) VALUE "DHTTP-USER-AUDIT-REPORT".
          03 FILLER PIC X(25) VALUE "DHTTP-LINK-SCAN".
       01 NIGHT-STEP-TABLE REDEFINES NIGHT-STEP-VALUES.
          03 NIGHT-STEP-ENTRY OCCURS 11 TIMES.
             05 NIGHT-STEP-SCHEDULE       PIC X(1).
                88 NIGHT-STEP-MONTHLY VALUE "M".
             05 NIGHT-STEP-PROGRAM        PIC X(24).

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE    PIC X(80).
          03 LOCAL-COMMAND-VERB    PIC X(8).

       01 LOCAL-STREAM-WORK-AREA.
          03 LOCAL-STREAM-ID.
             05 LOCAL-STREAM-DATE  PIC 9(8).
             05 LOCAL-STREAM-DATE-SPLIT REDEFINES LOCAL-STREAM-DATE.
                07 FILLER          PIC 9(6).
                07 LOCAL-STREAM-DAY PIC 9(2).
             05 LOCAL-STREAM-TIME  PIC 9(8).
          03 LOCAL-LAST-STREAM-ID  PIC X(16) VALUE SPACES.
          03 LOCAL-LAST-FAILED-STEP PIC 9(2) VALUE ZERO.
          03 LOCAL-STEP-INDEX      PIC 9(2).
          03 LOCAL-STEP-START-DATE PIC 9(8).
          03 LOCAL-STEP-START-TIME PIC 9(8).
          03 LOCAL-STEP-RETURN-CODE PIC 9(3).
          03 LOCAL-WAIT-STATUS     PIC S9(9) COMP.
          03 LOCAL-WAIT-SIGNAL     PIC S9(9) COMP.
          03 LOCAL-WORST-RETURN-CODE PIC 9(3) VALUE ZERO.
          03 LOCAL-SAVED-RETURN-CODE PIC S9(4) COMP.
          03 LOCAL-STEP-COMMAND    PIC X(128).
          03 LOCAL-STEP-EXECUTABLE PIC X(24).

      *> steps the stream being restarted has already completed
       01 LOCAL-STEP-DONE-TABLE.
          03 LOCAL-STEP-DONE-FLAG PIC X(1) OCCURS 11 TIMES.
             88 LOCAL-STEP-DONE VALUE "Y".

       01 LOCAL-CONTROL-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-CONTROL-AT-END VALUE "Y".
       01 LOCAL-LAST-STREAM-ENDED-FLAG PIC X(1) VALUE "Y".
          88 LOCAL-LAST-STREAM-ENDED VALUE "Y".
       01 LOCAL-RESTART-FLAG PIC X(1) VALUE "N".
          88 LOCAL-RESTART-RUN VALUE "Y".
       01 LOCAL-ABANDON-FLAG PIC X(1) VALUE "N".
          88 LOCAL-ABANDON-RUN VALUE "Y".
       01 LOCAL-STREAM-STOPPED-FLAG PIC X(1) VALUE "N".
          88 LOCAL-STREAM-STOPPED VALUE "Y".

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
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "RESTART"
                 SET LOCAL-RESTART-RUN TO TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "ABANDON"
                 SET LOCAL-ABANDON-RUN TO TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "RUN"
                 OR LOCAL-COMMAND-VERB IS EQUAL TO SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "HTTP-NIGHTLY-DRIVER: COMMANDS ARE RUN, "
                    "RESTART, ABANDON"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-STOP
           END-EVALUATE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT.
           IF LOCAL-NIGHT-CONTROL-STATUS IS NOT EQUAL TO "00"
              AND LOCAL-NIGHT-CONTROL-STATUS IS NOT EQUAL TO "35"
              DISPLAY "HTTP-NIGHTLY-DRIVER: UNABLE TO READ NIGHTCTL, "
                 "STATUS=" LOCAL-NIGHT-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           IF LOCAL-ABANDON-RUN
              PERFORM 4500-ABANDON-STREAM THRU 4500-EXIT
              GO TO 0000-STOP
           END-IF.

           IF LOCAL-RESTART-RUN
              IF LOCAL-LAST-STREAM-ENDED
                 DISPLAY "HTTP-NIGHTLY-DRIVER: NO STOPPED STREAM - "
                    "NOTHING TO RESTART"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-STOP
              END-IF
              IF LOCAL-LAST-STREAM-ID(1:8) IS NOT EQUAL TO
                    LOCAL-STREAM-ID(1:8)
                 DISPLAY "HTTP-NIGHTLY-DRIVER: STREAM "
                    LOCAL-LAST-STREAM-ID " WAS STARTED ON "
                    LOCAL-LAST-STREAM-ID(1:8) " - ITS STEPS WOULD "
                    "NOW RUN AGAINST " LOCAL-STREAM-DATE
                 DISPLAY "HTTP-NIGHTLY-DRIVER: ABANDON IT, MAKE GOOD "
                    "THE STEPS FROM " LOCAL-LAST-FAILED-STEP
                    " ON, THEN RUN"
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-STOP
              END-IF
              MOVE LOCAL-LAST-STREAM-ID TO LOCAL-STREAM-ID
              DISPLAY "HTTP-NIGHTLY-DRIVER: RESTARTING STREAM "
                 LOCAL-STREAM-ID " AT STEP " LOCAL-LAST-FAILED-STEP
           ELSE
              IF NOT LOCAL-LAST-STREAM-ENDED
                 DISPLAY "HTTP-NIGHTLY-DRIVER: STREAM "
                    LOCAL-LAST-STREAM-ID " STOPPED AT STEP "
                    LOCAL-LAST-FAILED-STEP " - RESTART OR ABANDON IT "
                    "FIRST"
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-STOP
              END-IF
              MOVE SPACES TO LOCAL-STEP-DONE-TABLE
              MOVE ZERO TO LOCAL-WORST-RETURN-CODE
              DISPLAY "HTTP-NIGHTLY-DRIVER: STARTING STREAM "
                 LOCAL-STREAM-ID
           END-IF.

           PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
              VARYING LOCAL-STEP-INDEX FROM 1 BY 1
              UNTIL LOCAL-STEP-INDEX IS GREATER THAN NIGHT-STEP-COUNT
                 OR LOCAL-STREAM-STOPPED.

           IF LOCAL-STREAM-STOPPED
              DISPLAY "HTTP-NIGHTLY-DRIVER: STREAM " LOCAL-STREAM-ID
                 " STOPPED - FIX AND RUN WITH RESTART"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           PERFORM 4000-WRITE-END-OF-STREAM THRU 4000-EXIT.
           DISPLAY "HTTP-NIGHTLY-DRIVER: STREAM " LOCAL-STREAM-ID
              " COMPLETE, WORST RC=" LOCAL-WORST-RETURN-CODE.
           MOVE LOCAL-WORST-RETURN-CODE TO RETURN-CODE.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 1000-INITIALIZE - a new stream's id is the time it starts ;
      *> the program directory comes off NIGHTCFG when present
      *> ----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LOCAL-STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCAL-STREAM-TIME FROM TIME.

           OPEN INPUT NIGHT-CONFIG-FILE.
           IF LOCAL-NIGHT-CONFIG-STATUS IS EQUAL TO "00"
              READ NIGHT-CONFIG-FILE
                 NOT AT END
                    IF NIGHT-CONFIG-RECORD IS NOT EQUAL TO SPACES
                       MOVE FUNCTION TRIM(NIGHT-CONFIG-RECORD)
                          TO NIGHT-PROGRAM-DIRECTORY
                    END-IF
              END-READ
              CLOSE NIGHT-CONFIG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-READ-RUN-CONTROL - walk NIGHTCTL to find the last
      *> stream : whether it reached its END-OF-STREAM line, which of
      *> its steps completed, the worst return code among them, and
      *> where it stopped ; no run-control
      *> file yet means no stream has ever run
      *> ----------------------------------------------------------
       2000-READ-RUN-CONTROL.
           MOVE SPACES TO LOCAL-STEP-DONE-TABLE.
           OPEN INPUT NIGHT-CONTROL-FILE.
           IF LOCAL-NIGHT-CONTROL-STATUS IS NOT EQUAL TO "00"
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-CONTROL-LINE THRU 2100-EXIT
              WITH TEST AFTER UNTIL LOCAL-CONTROL-AT-END.
           CLOSE NIGHT-CONTROL-FILE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-READ-ONE-CONTROL-LINE - one step line ; a new stream id
      *> forgets what the previous stream had done
      *> ----------------------------------------------------------
       2100-READ-ONE-CONTROL-LINE.
           READ NIGHT-CONTROL-FILE
              AT END
                 SET LOCAL-CONTROL-AT-END TO TRUE
                 GO TO 2100-EXIT
           END-READ.

           IF NIGHT-CONTROL-STREAM-ID IS NOT EQUAL TO
                 LOCAL-LAST-STREAM-ID
              MOVE NIGHT-CONTROL-STREAM-ID TO LOCAL-LAST-STREAM-ID
              MOVE SPACES TO LOCAL-STEP-DONE-TABLE
              MOVE ZERO TO LOCAL-LAST-FAILED-STEP
                           LOCAL-WORST-RETURN-CODE
              MOVE "N" TO LOCAL-LAST-STREAM-ENDED-FLAG
           END-IF.

           IF NIGHT-CONTROL-STEP-NUMBER IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF.
           IF NIGHT-CONTROL-STEP-NUMBER IS EQUAL TO
                 NIGHT-END-OF-STREAM-STEP
              SET LOCAL-LAST-STREAM-ENDED TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF NIGHT-CONTROL-STEP-NUMBER IS LESS THAN 1
              OR NIGHT-CONTROL-STEP-NUMBER IS GREATER THAN
                 NIGHT-STEP-COUNT
              GO TO 2100-EXIT
           END-IF.

           IF NIGHT-CONTROL-STEP-COMPLETE OR NIGHT-CONTROL-STEP-NOT-DUE
              SET LOCAL-STEP-DONE(NIGHT-CONTROL-STEP-NUMBER) TO TRUE
              IF NIGHT-CONTROL-RETURN-CODE IS NUMERIC
                 AND NIGHT-CONTROL-RETURN-CODE IS GREATER THAN
                    LOCAL-WORST-RETURN-CODE
                 MOVE NIGHT-CONTROL-RETURN-CODE
                    TO LOCAL-WORST-RETURN-CODE
              END-IF
           ELSE
              MOVE NIGHT-CONTROL-STEP-NUMBER TO LOCAL-LAST-FAILED-STEP
           END-IF.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-RUN-ONE-STEP - run one job and log it ; a step the
      *> restarted stream already completed is passed over, and the
      *> month-end step is logged NOT DUE on any other night
      *> ----------------------------------------------------------
       3000-RUN-ONE-STEP.
           IF LOCAL-STEP-DONE(LOCAL-STEP-INDEX)
              DISPLAY "HTTP-NIGHTLY-DRIVER: STEP " LOCAL-STEP-INDEX
                 " " NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX)
                 " ALREADY COMPLETE"
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO NIGHT-CONTROL-RECORD.
           MOVE LOCAL-STREAM-ID TO NIGHT-CONTROL-STREAM-ID.
           MOVE LOCAL-STEP-INDEX TO NIGHT-CONTROL-STEP-NUMBER.
           MOVE NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX)
              TO NIGHT-CONTROL-STEP-NAME.
           ACCEPT NIGHT-CONTROL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT NIGHT-CONTROL-START-TIME FROM TIME.

           IF NIGHT-STEP-MONTHLY(LOCAL-STEP-INDEX)
              AND LOCAL-STREAM-DAY IS NOT EQUAL TO 1
              MOVE NIGHT-CONTROL-START-DATE TO NIGHT-CONTROL-END-DATE
              MOVE NIGHT-CONTROL-START-TIME TO NIGHT-CONTROL-END-TIME
              MOVE ZERO TO NIGHT-CONTROL-RETURN-CODE
              SET NIGHT-CONTROL-STEP-NOT-DUE TO TRUE
              PERFORM 3500-WRITE-CONTROL-LINE THRU 3500-EXIT
              GO TO 3000-EXIT
           END-IF.

           DISPLAY "HTTP-NIGHTLY-DRIVER: STEP " LOCAL-STEP-INDEX
              " " NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX) " STARTED".
           PERFORM 3100-CALL-STEP-PROGRAM THRU 3100-EXIT.

           MOVE SPACES TO NIGHT-CONTROL-RECORD.
           MOVE LOCAL-STREAM-ID TO NIGHT-CONTROL-STREAM-ID.
           MOVE LOCAL-STEP-INDEX TO NIGHT-CONTROL-STEP-NUMBER.
           MOVE NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX)
              TO NIGHT-CONTROL-STEP-NAME.
           MOVE LOCAL-STEP-START-DATE TO NIGHT-CONTROL-START-DATE.
           MOVE LOCAL-STEP-START-TIME TO NIGHT-CONTROL-START-TIME.
           ACCEPT NIGHT-CONTROL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT NIGHT-CONTROL-END-TIME FROM TIME.
           MOVE LOCAL-STEP-RETURN-CODE TO NIGHT-CONTROL-RETURN-CODE.
           IF LOCAL-STEP-RETURN-CODE IS LESS THAN
                 NIGHT-FAILURE-RETURN-CODE
              SET NIGHT-CONTROL-STEP-COMPLETE TO TRUE
              IF LOCAL-STEP-RETURN-CODE IS GREATER THAN
                    LOCAL-WORST-RETURN-CODE
                 MOVE LOCAL-STEP-RETURN-CODE
                    TO LOCAL-WORST-RETURN-CODE
              END-IF
           ELSE
              SET NIGHT-CONTROL-STEP-FAILED TO TRUE
              SET LOCAL-STREAM-STOPPED TO TRUE
           END-IF.
           PERFORM 3500-WRITE-CONTROL-LINE THRU 3500-EXIT.

           DISPLAY "HTTP-NIGHTLY-DRIVER: STEP " LOCAL-STEP-INDEX
              " " NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX) " "
              NIGHT-CONTROL-STEP-STATUS " RC=" LOCAL-STEP-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3100-CALL-STEP-PROGRAM - run the step's executable and turn
      *> the wait status SYSTEM hands back into the job's return code ;
      *> a job killed by a signal, or one that could not be started at
      *> all, counts as failed. SYSTEM's result must not leak out as
      *> the driver's own, so RETURN-CODE is saved and put back
      *> ----------------------------------------------------------
       3100-CALL-STEP-PROGRAM.
           MOVE NIGHT-CONTROL-START-DATE TO LOCAL-STEP-START-DATE.
           MOVE NIGHT-CONTROL-START-TIME TO LOCAL-STEP-START-TIME.
           MOVE NIGHT-STEP-PROGRAM(LOCAL-STEP-INDEX)
              TO LOCAL-STEP-EXECUTABLE.
           INSPECT LOCAL-STEP-EXECUTABLE
              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACES TO LOCAL-STEP-COMMAND.
           STRING FUNCTION TRIM(NIGHT-PROGRAM-DIRECTORY TRAILING)
                  "/"
                  FUNCTION TRIM(LOCAL-STEP-EXECUTABLE TRAILING)
                  " </dev/null"
                 DELIMITED BY SIZE
              INTO LOCAL-STEP-COMMAND.

           MOVE RETURN-CODE TO LOCAL-SAVED-RETURN-CODE.
           CALL "SYSTEM" USING LOCAL-STEP-COMMAND.
           MOVE RETURN-CODE TO LOCAL-WAIT-STATUS.
           MOVE LOCAL-SAVED-RETURN-CODE TO RETURN-CODE.

           IF LOCAL-WAIT-STATUS IS LESS THAN ZERO
              MOVE NIGHT-FAILURE-RETURN-CODE TO LOCAL-STEP-RETURN-CODE
              GO TO 3100-EXIT
           END-IF.
           DIVIDE LOCAL-WAIT-STATUS BY 256
              GIVING LOCAL-WAIT-STATUS REMAINDER LOCAL-WAIT-SIGNAL.
           IF LOCAL-WAIT-SIGNAL IS NOT EQUAL TO ZERO
              OR LOCAL-WAIT-STATUS IS GREATER THAN 999
              MOVE NIGHT-FAILURE-RETURN-CODE TO LOCAL-STEP-RETURN-CODE
           ELSE
              MOVE LOCAL-WAIT-STATUS TO LOCAL-STEP-RETURN-CODE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3500-WRITE-CONTROL-LINE - append one line to NIGHTCTL, opened
      *> and closed around it so every finished step is on file even
      *> if the driver itself is cut off
      *> ----------------------------------------------------------
       3500-WRITE-CONTROL-LINE.
           OPEN EXTEND NIGHT-CONTROL-FILE.
           IF LOCAL-NIGHT-CONTROL-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT NIGHT-CONTROL-FILE
           END-IF.
           IF LOCAL-NIGHT-CONTROL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-NIGHTLY-DRIVER: UNABLE TO OPEN NIGHTCTL, "
                 "STATUS=" LOCAL-NIGHT-CONTROL-STATUS
              SET LOCAL-STREAM-STOPPED TO TRUE
              GO TO 3500-EXIT
           END-IF.
           WRITE NIGHT-CONTROL-RECORD.
           CLOSE NIGHT-CONTROL-FILE.
       3500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-WRITE-END-OF-STREAM - mark the stream as run through, so
      *> the next RUN is allowed and a RESTART has nothing to pick up
      *> ----------------------------------------------------------
       4000-WRITE-END-OF-STREAM.
           MOVE SPACES TO NIGHT-CONTROL-RECORD.
           MOVE LOCAL-STREAM-ID TO NIGHT-CONTROL-STREAM-ID.
           MOVE NIGHT-END-OF-STREAM-STEP TO NIGHT-CONTROL-STEP-NUMBER.
           MOVE "END-OF-STREAM" TO NIGHT-CONTROL-STEP-NAME.
           MOVE LOCAL-STREAM-DATE TO NIGHT-CONTROL-START-DATE.
           MOVE LOCAL-STREAM-TIME TO NIGHT-CONTROL-START-TIME.
           ACCEPT NIGHT-CONTROL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT NIGHT-CONTROL-END-TIME FROM TIME.
           MOVE LOCAL-WORST-RETURN-CODE TO NIGHT-CONTROL-RETURN-CODE.
           SET NIGHT-CONTROL-STEP-COMPLETE TO TRUE.
           PERFORM 3500-WRITE-CONTROL-LINE THRU 3500-EXIT.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4500-ABANDON-STREAM - close the stopped stream without
      *> running the rest of it : an end line under its own id,
      *> marked ABANDON, so the next RUN is allowed and the run
      *> control shows the stream never finished
      *> ----------------------------------------------------------
       4500-ABANDON-STREAM.
           IF LOCAL-LAST-STREAM-ENDED
              DISPLAY "HTTP-NIGHTLY-DRIVER: NO STOPPED STREAM - "
                 "NOTHING TO ABANDON"
              MOVE 8 TO RETURN-CODE
              GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO NIGHT-CONTROL-RECORD.
           MOVE LOCAL-LAST-STREAM-ID TO NIGHT-CONTROL-STREAM-ID.
           MOVE NIGHT-END-OF-STREAM-STEP TO NIGHT-CONTROL-STEP-NUMBER.
           MOVE "END-OF-STREAM" TO NIGHT-CONTROL-STEP-NAME.
           MOVE LOCAL-STREAM-DATE TO NIGHT-CONTROL-START-DATE.
           MOVE LOCAL-STREAM-TIME TO NIGHT-CONTROL-START-TIME.
           ACCEPT NIGHT-CONTROL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT NIGHT-CONTROL-END-TIME FROM TIME.
           MOVE NIGHT-FAILURE-RETURN-CODE TO NIGHT-CONTROL-RETURN-CODE.
           SET NIGHT-CONTROL-STEP-ABANDONED TO TRUE.
           PERFORM 3500-WRITE-CONTROL-LINE THRU 3500-EXIT.
           IF LOCAL-STREAM-STOPPED
              MOVE 16 TO RETURN-CODE
              GO TO 4500-EXIT
           END-IF.
           DISPLAY "HTTP-NIGHTLY-DRIVER: STREAM " LOCAL-LAST-STREAM-ID
              " ABANDONED AT STEP " LOCAL-LAST-FAILED-STEP.
       4500-EXIT.
           EXIT.

       END PROGRAM HTTP-NIGHTLY-DRIVER.
