      *> ---------------------------------------------------------------
      *> HTTP-FORM-REJECT-ADMIN
      *>
      *> Operator utility over the FORMREJ reject file HTTP-FORM-APPLY
      *> writes the transactions it turns away to : reads one command
      *> line and
      *>
      *>   LIST                    lists every entry still in hand -
      *>                           open, released or awaiting write-
      *>                           off (the default)
      *>   VIEW id                 shows one entry and its captured
      *>                           fields
      *>   NAME id n name          corrects the name of field n
      *>   VALUE id n value        corrects the value of field n (the
      *>                           rest of the line, spaces and all)
      *>   RELEASE id              sends the entry back through the
      *>                           next HTTP-FORM-APPLY run's rules
      *>   WRITEOFF id reason      gives the entry up, for the reason
      *>                           given ; the next run closes it
      *>   LOAD                    takes the old flat reject file,
      *>                           renamed FORMREJO, across, once
      *>
      *> The id is the 14-digit reject date and sequence shown by LIST
      *> and on FRMRPT. Corrections are taken on open and released
      *> entries, RELEASE on open ones and WRITEOFF on either ; closed
      *> entries are kept for the record but cannot be changed. Every
      *> action is written to the FORMAUD audit file with the
      *> operator's login and the value before and after it.
      *>
      *> Modification history:
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  NAME refuses a name too long for the field
      *>   2026-10-15  HD  VALUE refuses a value too long for the
      *>                   field ; a field number of more than three
      *>                   digits is refused
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-FORM-REJECT-ADMIN.
       AUTHOR. Hippolyte Damay--Glorieux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORM-REJECT-FILE ASSIGN TO "FORMREJ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REJECT-KEY
              FILE STATUS IS LOCAL-FORM-REJECT-STATUS.
           SELECT FORM-AUDIT-FILE ASSIGN TO "FORMAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-FORM-AUDIT-STATUS.
           SELECT OLD-REJECT-FILE ASSIGN TO "FORMREJO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCAL-OLD-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORM-REJECT-FILE.
       COPY FORMREJR.

       FD FORM-AUDIT-FILE.
       COPY FORMAUDR.

      *> the reject file as HTTP-FORM-APPLY wrote it before it was
      *> keyed : reason, a space, then the capture record
       FD OLD-REJECT-FILE.
       01 OLD-REJECT-RECORD.
          03 OLD-REJECT-REASON  PIC X(30).
          03 FILLER             PIC X(1).
          03 OLD-REJECT-DETAIL  PIC X(10841).

       WORKING-STORAGE SECTION.
       77 LOCAL-FORM-REJECT-STATUS PIC X(2).
       77 LOCAL-FORM-AUDIT-STATUS PIC X(2).
       77 LOCAL-OLD-REJECT-STATUS PIC X(2).
       77 FORM-FIELD-MAX PIC 9(3) VALUE 32.

       01 LOCAL-COMMAND-WORK-AREA.
          03 LOCAL-COMMAND-LINE     PIC X(400).
          03 LOCAL-COMMAND-VERB     PIC X(8).
          03 LOCAL-COMMAND-ID       PIC X(14).
          03 LOCAL-COMMAND-FIELD    PIC X(3).
          03 LOCAL-COMMAND-FIELD-LENGTH PIC 9(3) COMP.
          03 LOCAL-COMMAND-POINTER  PIC 9(3) COMP.
          03 LOCAL-COMMAND-TEXT     PIC X(256).

       01 LOCAL-AUDIT-WORK-AREA.
          03 LOCAL-OPERATOR-ID      PIC X(32).
          03 LOCAL-AUDIT-ACTION     PIC X(8).
          03 LOCAL-AUDIT-FIELD-NUMBER PIC 9(3).
          03 LOCAL-AUDIT-BEFORE     PIC X(256).
          03 LOCAL-AUDIT-AFTER      PIC X(256).
          03 LOCAL-TODAY            PIC 9(8).

       01 LOCAL-ENTRY-WORK-AREA.
          03 LOCAL-FIELD-NUMBER     PIC 9(3) COMP.
          03 LOCAL-FIELD-LIMIT      PIC 9(3) COMP.
          03 LOCAL-TEXT-LENGTH      PIC 9(4) COMP.
          03 LOCAL-STATUS-WORD      PIC X(12).
          03 LOCAL-ENTRY-FOUND-FLAG PIC X(1).
             88 LOCAL-ENTRY-FOUND       VALUE "Y".

      *> the captured transaction of the entry in hand, to view and
      *> correct field by field
       COPY FORMCAPR.

       01 LOCAL-SEQUENCE-WORK-AREA.
          03 LOCAL-SEQUENCE-DATE    PIC 9(8) VALUE ZERO.
          03 LOCAL-NEXT-SEQUENCE    PIC 9(6) VALUE ZERO.
          03 LOCAL-SAVED-REJECT-KEY PIC X(14).

       01 LOCAL-LIST-DONE-FLAG PIC X(1) VALUE "N".
          88 LOCAL-LIST-DONE VALUE "Y".
       01 LOCAL-OLD-REJECT-EOF-FLAG PIC X(1) VALUE "N".
          88 LOCAL-OLD-REJECT-AT-END VALUE "Y".

       01 LOCAL-RUN-TOTALS.
          03 LOCAL-OPEN-COUNT       PIC 9(5) VALUE ZERO.
          03 LOCAL-RELEASED-COUNT   PIC 9(5) VALUE ZERO.
          03 LOCAL-WRITE-OFF-COUNT  PIC 9(5) VALUE ZERO.
          03 LOCAL-LOADED-COUNT     PIC 9(5) VALUE ZERO.
          03 LOCAL-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.

       01 LOCAL-DISPLAY-FIELD-NUMBER PIC 9(3).

       PROCEDURE DIVISION.

      *> ----------------------------------------------------------
      *> 0000-MAINLINE
      *> ----------------------------------------------------------
       0000-MAINLINE.
           ACCEPT LOCAL-COMMAND-LINE.
           PERFORM 0500-SPLIT-COMMAND THRU 0500-EXIT.

           ACCEPT LOCAL-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF LOCAL-OPERATOR-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO LOCAL-OPERATOR-ID
           END-IF.
           ACCEPT LOCAL-TODAY FROM DATE YYYYMMDD.

           PERFORM 0600-OPEN-REJECT-FILE THRU 0600-EXIT.
           IF LOCAL-FORM-REJECT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-FORM-REJECT-ADMIN: UNABLE TO OPEN FORMREJ, "
                 "STATUS=" LOCAL-FORM-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 0000-STOP
           END-IF.

           EVALUATE TRUE
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LIST"
                 OR LOCAL-COMMAND-VERB IS EQUAL TO SPACES
                 PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "VIEW"
                 PERFORM 3000-VIEW-ENTRY THRU 3000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "NAME"
                 PERFORM 4000-CORRECT-FIELD-NAME THRU 4000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "VALUE"
                 PERFORM 4500-CORRECT-FIELD-VALUE THRU 4500-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "RELEASE"
                 PERFORM 5000-RELEASE-ENTRY THRU 5000-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "WRITEOFF"
                 PERFORM 5500-WRITE-OFF-ENTRY THRU 5500-EXIT
              WHEN LOCAL-COMMAND-VERB IS EQUAL TO "LOAD"
                 PERFORM 6000-LOAD-OLD-REJECTS THRU 6000-EXIT
              WHEN OTHER
                 DISPLAY "HTTP-FORM-REJECT-ADMIN: COMMANDS ARE LIST, "
                    "VIEW <id>, NAME <id> <n> <name>, "
                    "VALUE <id> <n> <value>, RELEASE <id>, "
                    "WRITEOFF <id> <reason>, LOAD"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE FORM-REJECT-FILE.
       0000-STOP.
           STOP RUN.

      *> ----------------------------------------------------------
      *> 0500-SPLIT-COMMAND - verb and entry id, then for NAME and
      *> VALUE the field number ; whatever follows is the new name,
      *> value or write-off reason, taken as it stands
      *> ----------------------------------------------------------
       0500-SPLIT-COMMAND.
           MOVE SPACES TO LOCAL-COMMAND-VERB LOCAL-COMMAND-ID
                          LOCAL-COMMAND-FIELD LOCAL-COMMAND-TEXT.
           MOVE ZERO TO LOCAL-COMMAND-FIELD-LENGTH.
           MOVE 1 TO LOCAL-COMMAND-POINTER.
           UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
              INTO LOCAL-COMMAND-VERB LOCAL-COMMAND-ID
              WITH POINTER LOCAL-COMMAND-POINTER.
           INSPECT LOCAL-COMMAND-VERB
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (LOCAL-COMMAND-VERB IS EQUAL TO "NAME" OR "VALUE")
              AND LOCAL-COMMAND-POINTER IS NOT GREATER THAN 400
              UNSTRING LOCAL-COMMAND-LINE DELIMITED BY ALL " "
                 INTO LOCAL-COMMAND-FIELD
                    COUNT IN LOCAL-COMMAND-FIELD-LENGTH
                 WITH POINTER LOCAL-COMMAND-POINTER
           END-IF.
           IF LOCAL-COMMAND-POINTER IS NOT GREATER THAN 400
              MOVE LOCAL-COMMAND-LINE(LOCAL-COMMAND-POINTER:)
                 TO LOCAL-COMMAND-TEXT
           END-IF.
       0500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 0600-OPEN-REJECT-FILE - open for update, creating the file
      *> empty when HTTP-FORM-APPLY has never rejected anything
      *> ----------------------------------------------------------
       0600-OPEN-REJECT-FILE.
           OPEN I-O FORM-REJECT-FILE.
           IF LOCAL-FORM-REJECT-STATUS IS EQUAL TO "35"
              OPEN OUTPUT FORM-REJECT-FILE
              CLOSE FORM-REJECT-FILE
              OPEN I-O FORM-REJECT-FILE
           END-IF.
           IF LOCAL-FORM-REJECT-STATUS IS EQUAL TO "05"
              MOVE "00" TO LOCAL-FORM-REJECT-STATUS
           END-IF.
       0600-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1000-READ-NAMED-ENTRY - the command's entry must be on file ;
      *> RETURN-CODE 8 otherwise. Its capture comes across to the
      *> working copy
      *> ----------------------------------------------------------
       1000-READ-NAMED-ENTRY.
           MOVE "N" TO LOCAL-ENTRY-FOUND-FLAG.
           IF LOCAL-COMMAND-ID IS NOT NUMERIC
              DISPLAY "HTTP-FORM-REJECT-ADMIN: "
                 FUNCTION TRIM(LOCAL-COMMAND-VERB)
                 " NEEDS A 14-DIGIT ENTRY ID"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LOCAL-COMMAND-ID TO REJECT-KEY.
           READ FORM-REJECT-FILE
              INVALID KEY
                 DISPLAY "HTTP-FORM-REJECT-ADMIN: ENTRY "
                    LOCAL-COMMAND-ID " IS NOT ON FILE"
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-EXIT
           END-READ.
           SET LOCAL-ENTRY-FOUND TO TRUE.
           MOVE REJECT-DETAIL TO FORM-CAPTURE-RECORD.
           PERFORM 8500-SET-STATUS-WORD THRU 8500-EXIT.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1100-CHECK-FIELD-NUMBER - NAME and VALUE need an entry still
      *> in hand and a field inside its count (inside the table when
      *> the count is itself what is wrong)
      *> ----------------------------------------------------------
       1100-CHECK-FIELD-NUMBER.
           MOVE "N" TO LOCAL-ENTRY-FOUND-FLAG.
           IF NOT REJECT-OPEN AND NOT REJECT-RELEASED
              DISPLAY "HTTP-FORM-REJECT-ADMIN: ENTRY "
                 LOCAL-COMMAND-ID " IS "
                 FUNCTION TRIM(LOCAL-STATUS-WORD)
                 " AND CANNOT BE CORRECTED"
              MOVE 8 TO RETURN-CODE
              GO TO 1100-EXIT
           END-IF.

           IF CAPTURE-FIELD-COUNT IS NUMERIC
              AND CAPTURE-FIELD-COUNT IS GREATER THAN ZERO
              AND CAPTURE-FIELD-COUNT IS NOT GREATER THAN FORM-FIELD-MAX
              MOVE CAPTURE-FIELD-COUNT TO LOCAL-FIELD-LIMIT
           ELSE
              MOVE FORM-FIELD-MAX TO LOCAL-FIELD-LIMIT
           END-IF.
           MOVE ZERO TO LOCAL-FIELD-NUMBER.
           IF LOCAL-COMMAND-FIELD-LENGTH IS GREATER THAN ZERO
              AND LOCAL-COMMAND-FIELD-LENGTH IS NOT GREATER THAN 3
              AND LOCAL-COMMAND-FIELD(1:LOCAL-COMMAND-FIELD-LENGTH)
                 IS NUMERIC
              COMPUTE LOCAL-FIELD-NUMBER =
                 FUNCTION NUMVAL(LOCAL-COMMAND-FIELD)
           END-IF.
           IF LOCAL-FIELD-NUMBER IS EQUAL TO ZERO
              OR LOCAL-FIELD-NUMBER IS GREATER THAN LOCAL-FIELD-LIMIT
              MOVE LOCAL-FIELD-LIMIT TO LOCAL-DISPLAY-FIELD-NUMBER
              DISPLAY "HTTP-FORM-REJECT-ADMIN: "
                 FUNCTION TRIM(LOCAL-COMMAND-VERB)
                 " NEEDS A FIELD NUMBER FROM 1 TO "
                 LOCAL-DISPLAY-FIELD-NUMBER
              MOVE 8 TO RETURN-CODE
              GO TO 1100-EXIT
           END-IF.
           SET LOCAL-ENTRY-FOUND TO TRUE.
       1100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-LIST-ENTRIES - every entry not yet closed, in id order,
      *> with its status, when and by whom it was captured and why it
      *> was turned away
      *> ----------------------------------------------------------
       2000-LIST-ENTRIES.
           DISPLAY "FORM REJECTS IN HAND".
           MOVE LOW-VALUES TO REJECT-KEY.
           START FORM-REJECT-FILE KEY IS GREATER THAN OR EQUAL TO
                 REJECT-KEY
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
              UNTIL LOCAL-LIST-DONE.
           DISPLAY "OPEN=" LOCAL-OPEN-COUNT
              " RELEASED=" LOCAL-RELEASED-COUNT
              " WRITE-OFF=" LOCAL-WRITE-OFF-COUNT.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2100-LIST-ONE-ENTRY - one entry off the listing walk ; those
      *> already reapplied or written off are passed over
      *> ----------------------------------------------------------
       2100-LIST-ONE-ENTRY.
           READ FORM-REJECT-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 2100-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN REJECT-OPEN
                 ADD 1 TO LOCAL-OPEN-COUNT
              WHEN REJECT-RELEASED
                 ADD 1 TO LOCAL-RELEASED-COUNT
              WHEN REJECT-WRITE-OFF-REQUESTED
                 ADD 1 TO LOCAL-WRITE-OFF-COUNT
              WHEN OTHER
                 GO TO 2100-EXIT
           END-EVALUATE.
           PERFORM 8500-SET-STATUS-WORD THRU 8500-EXIT.
           DISPLAY "  " REJECT-KEY " " LOCAL-STATUS-WORD
              " " REJECT-CAPTURE-DATE " " REJECT-CAPTURE-TIME
              " " FUNCTION TRIM(REJECT-USER-ID TRAILING)
              " " FUNCTION TRIM(REJECT-REASON TRAILING).
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-VIEW-ENTRY - one entry in full : its standing, the
      *> captured request, and each field as it now stands
      *> ----------------------------------------------------------
       3000-VIEW-ENTRY.
           PERFORM 1000-READ-NAMED-ENTRY THRU 1000-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 3000-EXIT
           END-IF.

           DISPLAY "ENTRY     " REJECT-KEY " " LOCAL-STATUS-WORD
              " ATTEMPTS=" REJECT-ATTEMPT-COUNT.
           DISPLAY "REASON    " FUNCTION TRIM(REJECT-REASON TRAILING).
           IF REJECT-ACTION-DATE IS NOT EQUAL TO ZERO
              DISPLAY "LAST SEEN " REJECT-ACTION-DATE " BY "
                 FUNCTION TRIM(REJECT-ACTION-BY TRAILING)
           END-IF.
           IF REJECT-WRITE-OFF-REASON IS NOT EQUAL TO SPACES
              DISPLAY "WRITE-OFF "
                 FUNCTION TRIM(REJECT-WRITE-OFF-REASON TRAILING)
           END-IF.
           IF REJECT-CLOSED-DATE IS NOT EQUAL TO ZERO
              DISPLAY "CLOSED    " REJECT-CLOSED-DATE
           END-IF.
           DISPLAY "CAPTURED  " CAPTURE-DATE " " CAPTURE-TIME.
           DISPLAY "SESSION   "
              FUNCTION TRIM(CAPTURE-SESSION-ID TRAILING).
           DISPLAY "USER      " FUNCTION TRIM(CAPTURE-USER-ID TRAILING).
           DISPLAY "PATH      " FUNCTION TRIM(CAPTURE-PATH TRAILING).
           DISPLAY "FIELDS    " CAPTURE-FIELD-COUNT.

           IF CAPTURE-FIELD-COUNT IS NUMERIC
              AND CAPTURE-FIELD-COUNT IS NOT GREATER THAN FORM-FIELD-MAX
              MOVE CAPTURE-FIELD-COUNT TO LOCAL-FIELD-LIMIT
           ELSE
              MOVE FORM-FIELD-MAX TO LOCAL-FIELD-LIMIT
           END-IF.
           PERFORM 3100-VIEW-ONE-FIELD THRU 3100-EXIT
              VARYING LOCAL-FIELD-NUMBER FROM 1 BY 1
              UNTIL LOCAL-FIELD-NUMBER
                 IS GREATER THAN LOCAL-FIELD-LIMIT.
       3000-EXIT.
           EXIT.

       3100-VIEW-ONE-FIELD.
           MOVE LOCAL-FIELD-NUMBER TO LOCAL-DISPLAY-FIELD-NUMBER.
           DISPLAY "  " LOCAL-DISPLAY-FIELD-NUMBER " "
              FUNCTION TRIM(CAPTURE-FIELD-NAME(LOCAL-FIELD-NUMBER)
                 TRAILING)
              " = "
              FUNCTION TRIM(CAPTURE-FIELD-VALUE(LOCAL-FIELD-NUMBER)
                 TRAILING).
       3100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4000-CORRECT-FIELD-NAME - a new, non-blank name for one
      *> field, its length field set to match ; a name longer than
      *> the 64 characters a field name holds is refused rather than
      *> cut short
      *> ----------------------------------------------------------
       4000-CORRECT-FIELD-NAME.
           PERFORM 1000-READ-NAMED-ENTRY THRU 1000-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 4000-EXIT
           END-IF.
           PERFORM 1100-CHECK-FIELD-NUMBER THRU 1100-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 4000-EXIT
           END-IF.
           IF LOCAL-COMMAND-TEXT IS EQUAL TO SPACES
              DISPLAY "HTTP-FORM-REJECT-ADMIN: NAME NEEDS THE NEW "
                 "FIELD NAME"
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           IF LOCAL-COMMAND-TEXT(65:) IS NOT EQUAL TO SPACES
              DISPLAY "HTTP-FORM-REJECT-ADMIN: A FIELD NAME IS AT MOST "
                 "64 CHARACTERS - NAME NOT CHANGED"
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.

           MOVE CAPTURE-FIELD-NAME(LOCAL-FIELD-NUMBER)
              TO LOCAL-AUDIT-BEFORE.
           MOVE LOCAL-COMMAND-TEXT
              TO CAPTURE-FIELD-NAME(LOCAL-FIELD-NUMBER).
           COMPUTE LOCAL-TEXT-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(
              CAPTURE-FIELD-NAME(LOCAL-FIELD-NUMBER) TRAILING)).
           MOVE LOCAL-TEXT-LENGTH
              TO CAPTURE-FIELD-NAME-LENGTH(LOCAL-FIELD-NUMBER).
           MOVE CAPTURE-FIELD-NAME(LOCAL-FIELD-NUMBER)
              TO LOCAL-AUDIT-AFTER.
           MOVE "NAME" TO LOCAL-AUDIT-ACTION.
           MOVE LOCAL-FIELD-NUMBER TO LOCAL-AUDIT-FIELD-NUMBER.
           MOVE FORM-CAPTURE-RECORD TO REJECT-DETAIL.
           PERFORM 7000-REWRITE-ENTRY THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4500-CORRECT-FIELD-VALUE - a new value for one field, blank
      *> allowed, its length field set to match ; a value longer than
      *> the 256 characters a field value holds is refused rather
      *> than cut short
      *> ----------------------------------------------------------
       4500-CORRECT-FIELD-VALUE.
           PERFORM 1000-READ-NAMED-ENTRY THRU 1000-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 4500-EXIT
           END-IF.
           PERFORM 1100-CHECK-FIELD-NUMBER THRU 1100-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 4500-EXIT
           END-IF.
           IF LOCAL-COMMAND-POINTER + 256 IS NOT GREATER THAN 400
              AND LOCAL-COMMAND-LINE(LOCAL-COMMAND-POINTER + 256:)
                 IS NOT EQUAL TO SPACES
              DISPLAY "HTTP-FORM-REJECT-ADMIN: A FIELD VALUE IS AT "
                 "MOST 256 CHARACTERS - VALUE NOT CHANGED"
              MOVE 8 TO RETURN-CODE
              GO TO 4500-EXIT
           END-IF.

           MOVE CAPTURE-FIELD-VALUE(LOCAL-FIELD-NUMBER)
              TO LOCAL-AUDIT-BEFORE.
           MOVE LOCAL-COMMAND-TEXT
              TO CAPTURE-FIELD-VALUE(LOCAL-FIELD-NUMBER).
           IF LOCAL-COMMAND-TEXT IS EQUAL TO SPACES
              MOVE ZERO TO LOCAL-TEXT-LENGTH
           ELSE
              COMPUTE LOCAL-TEXT-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(
                 CAPTURE-FIELD-VALUE(LOCAL-FIELD-NUMBER) TRAILING))
           END-IF.
           MOVE LOCAL-TEXT-LENGTH
              TO CAPTURE-FIELD-VALUE-LENGTH(LOCAL-FIELD-NUMBER).
           MOVE CAPTURE-FIELD-VALUE(LOCAL-FIELD-NUMBER)
              TO LOCAL-AUDIT-AFTER.
           MOVE "VALUE" TO LOCAL-AUDIT-ACTION.
           MOVE LOCAL-FIELD-NUMBER TO LOCAL-AUDIT-FIELD-NUMBER.
           MOVE FORM-CAPTURE-RECORD TO REJECT-DETAIL.
           PERFORM 7000-REWRITE-ENTRY THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5000-RELEASE-ENTRY - an open entry goes back through the
      *> next HTTP-FORM-APPLY run
      *> ----------------------------------------------------------
       5000-RELEASE-ENTRY.
           PERFORM 1000-READ-NAMED-ENTRY THRU 1000-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 5000-EXIT
           END-IF.
           IF NOT REJECT-OPEN
              DISPLAY "HTTP-FORM-REJECT-ADMIN: ENTRY "
                 LOCAL-COMMAND-ID " IS "
                 FUNCTION TRIM(LOCAL-STATUS-WORD)
                 " AND CANNOT BE RELEASED"
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.

           MOVE LOCAL-STATUS-WORD TO LOCAL-AUDIT-BEFORE.
           SET REJECT-RELEASED TO TRUE.
           PERFORM 8500-SET-STATUS-WORD THRU 8500-EXIT.
           MOVE LOCAL-STATUS-WORD TO LOCAL-AUDIT-AFTER.
           MOVE "RELEASE" TO LOCAL-AUDIT-ACTION.
           MOVE ZERO TO LOCAL-AUDIT-FIELD-NUMBER.
           PERFORM 7000-REWRITE-ENTRY THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 5500-WRITE-OFF-ENTRY - an open or released entry is given up
      *> for the reason given ; the next run closes it
      *> ----------------------------------------------------------
       5500-WRITE-OFF-ENTRY.
           PERFORM 1000-READ-NAMED-ENTRY THRU 1000-EXIT.
           IF NOT LOCAL-ENTRY-FOUND
              GO TO 5500-EXIT
           END-IF.
           IF NOT REJECT-OPEN AND NOT REJECT-RELEASED
              DISPLAY "HTTP-FORM-REJECT-ADMIN: ENTRY "
                 LOCAL-COMMAND-ID " IS "
                 FUNCTION TRIM(LOCAL-STATUS-WORD)
                 " AND CANNOT BE WRITTEN OFF"
              MOVE 8 TO RETURN-CODE
              GO TO 5500-EXIT
           END-IF.
           IF LOCAL-COMMAND-TEXT IS EQUAL TO SPACES
              DISPLAY "HTTP-FORM-REJECT-ADMIN: WRITEOFF NEEDS A REASON"
              MOVE 8 TO RETURN-CODE
              GO TO 5500-EXIT
           END-IF.

           MOVE LOCAL-STATUS-WORD TO LOCAL-AUDIT-BEFORE.
           SET REJECT-WRITE-OFF-REQUESTED TO TRUE.
           MOVE LOCAL-COMMAND-TEXT TO REJECT-WRITE-OFF-REASON.
           MOVE SPACES TO LOCAL-AUDIT-AFTER.
           STRING "WRITE-OFF " DELIMITED BY SIZE
                  REJECT-WRITE-OFF-REASON DELIMITED BY SIZE
              INTO LOCAL-AUDIT-AFTER.
           MOVE "WRITEOFF" TO LOCAL-AUDIT-ACTION.
           MOVE ZERO TO LOCAL-AUDIT-FIELD-NUMBER.
           PERFORM 7000-REWRITE-ENTRY THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6000-LOAD-OLD-REJECTS - every line of the old flat reject
      *> file onto FORMREJ as an open entry, dated the day it was
      *> captured ; FORMREJO should be removed once loaded, as a
      *> second LOAD would add its entries again
      *> ----------------------------------------------------------
       6000-LOAD-OLD-REJECTS.
           OPEN INPUT OLD-REJECT-FILE.
           IF LOCAL-OLD-REJECT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-FORM-REJECT-ADMIN: NO FORMREJO FILE TO "
                 "LOAD, STATUS=" LOCAL-OLD-REJECT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-LOAD-ONE-REJECT THRU 6100-EXIT
              WITH TEST AFTER UNTIL LOCAL-OLD-REJECT-AT-END.
           CLOSE OLD-REJECT-FILE.
           DISPLAY "HTTP-FORM-REJECT-ADMIN: LOADED=" LOCAL-LOADED-COUNT
              " SKIPPED=" LOCAL-SKIPPED-COUNT.
           IF LOCAL-SKIPPED-COUNT IS GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6100-LOAD-ONE-REJECT - one old line under the next sequence
      *> of its capture date ; a line with no usable date is skipped
      *> ----------------------------------------------------------
       6100-LOAD-ONE-REJECT.
           READ OLD-REJECT-FILE
              AT END
                 SET LOCAL-OLD-REJECT-AT-END TO TRUE
                 GO TO 6100-EXIT
           END-READ.
           MOVE OLD-REJECT-DETAIL TO FORM-CAPTURE-RECORD.
           IF CAPTURE-DATE IS NOT NUMERIC
              OR CAPTURE-DATE IS EQUAL TO ZERO
              ADD 1 TO LOCAL-SKIPPED-COUNT
              GO TO 6100-EXIT
           END-IF.
           IF CAPTURE-DATE IS NOT EQUAL TO LOCAL-SEQUENCE-DATE
              PERFORM 6200-FIND-NEXT-SEQUENCE THRU 6200-EXIT
           END-IF.

           MOVE SPACES TO FORM-REJECT-RECORD.
           MOVE LOCAL-SEQUENCE-DATE TO REJECT-KEY-DATE.
           MOVE LOCAL-NEXT-SEQUENCE TO REJECT-KEY-SEQUENCE.
           SET REJECT-OPEN TO TRUE.
           MOVE OLD-REJECT-REASON TO REJECT-REASON.
           MOVE 1 TO REJECT-ATTEMPT-COUNT.
           MOVE LOCAL-TODAY TO REJECT-ACTION-DATE.
           MOVE LOCAL-OPERATOR-ID TO REJECT-ACTION-BY.
           MOVE ZERO TO REJECT-CLOSED-DATE.
           MOVE OLD-REJECT-DETAIL TO REJECT-DETAIL.
           WRITE FORM-REJECT-RECORD
              INVALID KEY
                 ADD 1 TO LOCAL-SKIPPED-COUNT
                 GO TO 6100-EXIT
           END-WRITE.
           ADD 1 TO LOCAL-NEXT-SEQUENCE.
           ADD 1 TO LOCAL-LOADED-COUNT.

           MOVE REJECT-KEY TO LOCAL-COMMAND-ID.
           MOVE "LOAD" TO LOCAL-AUDIT-ACTION.
           MOVE ZERO TO LOCAL-AUDIT-FIELD-NUMBER.
           MOVE SPACES TO LOCAL-AUDIT-BEFORE.
           MOVE REJECT-REASON TO LOCAL-AUDIT-AFTER.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6200-FIND-NEXT-SEQUENCE - the first free sequence under a
      *> capture date, after whatever HTTP-FORM-APPLY already filed
      *> there
      *> ----------------------------------------------------------
       6200-FIND-NEXT-SEQUENCE.
           MOVE CAPTURE-DATE TO LOCAL-SEQUENCE-DATE.
           MOVE 1 TO LOCAL-NEXT-SEQUENCE.
           MOVE LOCAL-SEQUENCE-DATE TO REJECT-KEY-DATE.
           MOVE ZERO TO REJECT-KEY-SEQUENCE.
           MOVE "N" TO LOCAL-LIST-DONE-FLAG.
           START FORM-REJECT-FILE KEY IS GREATER THAN OR EQUAL TO
                 REJECT-KEY
              INVALID KEY
                 SET LOCAL-LIST-DONE TO TRUE
           END-START.
           PERFORM 6210-READ-DATED-ENTRY THRU 6210-EXIT
              UNTIL LOCAL-LIST-DONE.
       6200-EXIT.
           EXIT.

       6210-READ-DATED-ENTRY.
           READ FORM-REJECT-FILE NEXT RECORD
              AT END
                 SET LOCAL-LIST-DONE TO TRUE
                 GO TO 6210-EXIT
           END-READ.
           IF REJECT-KEY-DATE IS NOT EQUAL TO LOCAL-SEQUENCE-DATE
              SET LOCAL-LIST-DONE TO TRUE
              GO TO 6210-EXIT
           END-IF.
           COMPUTE LOCAL-NEXT-SEQUENCE = REJECT-KEY-SEQUENCE + 1.
       6210-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 7000-REWRITE-ENTRY - put the changed entry back, stamped
      *> with who changed it, and audit the change
      *> ----------------------------------------------------------
       7000-REWRITE-ENTRY.
           MOVE LOCAL-TODAY TO REJECT-ACTION-DATE.
           MOVE LOCAL-OPERATOR-ID TO REJECT-ACTION-BY.
           REWRITE FORM-REJECT-RECORD
              INVALID KEY
                 DISPLAY "HTTP-FORM-REJECT-ADMIN: UNABLE TO UPDATE "
                    LOCAL-COMMAND-ID ", STATUS="
                    LOCAL-FORM-REJECT-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 7000-EXIT
           END-REWRITE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           DISPLAY "HTTP-FORM-REJECT-ADMIN: ENTRY " LOCAL-COMMAND-ID
              " " FUNCTION TRIM(LOCAL-AUDIT-ACTION)
              " WAS [" FUNCTION TRIM(LOCAL-AUDIT-BEFORE TRAILING)
              "] NOW [" FUNCTION TRIM(LOCAL-AUDIT-AFTER TRAILING) "]".
       7000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-WRITE-AUDIT - one FORMAUD line for the change just
      *> made ; an audit file that cannot be written is a failure
      *> of the run
      *> ----------------------------------------------------------
       8000-WRITE-AUDIT.
           OPEN EXTEND FORM-AUDIT-FILE.
           IF LOCAL-FORM-AUDIT-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT FORM-AUDIT-FILE
           END-IF.
           IF LOCAL-FORM-AUDIT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HTTP-FORM-REJECT-ADMIN: UNABLE TO OPEN FORMAUD, "
                 "STATUS=" LOCAL-FORM-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.

           MOVE SPACES TO FORM-AUDIT-RECORD.
           ACCEPT FORM-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT FORM-AUDIT-TIME FROM TIME.
           MOVE LOCAL-AUDIT-ACTION       TO FORM-AUDIT-ACTION.
           MOVE LOCAL-COMMAND-ID         TO FORM-AUDIT-REJECT-ID.
           MOVE LOCAL-AUDIT-FIELD-NUMBER TO FORM-AUDIT-FIELD-NUMBER.
           MOVE LOCAL-OPERATOR-ID        TO FORM-AUDIT-BY.
           MOVE LOCAL-AUDIT-BEFORE       TO FORM-AUDIT-BEFORE.
           MOVE LOCAL-AUDIT-AFTER        TO FORM-AUDIT-AFTER.
           WRITE FORM-AUDIT-RECORD.
           CLOSE FORM-AUDIT-FILE.
       8000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8500-SET-STATUS-WORD - the entry's status spelt out
      *> ----------------------------------------------------------
       8500-SET-STATUS-WORD.
           EVALUATE TRUE
              WHEN REJECT-OPEN
                 MOVE "OPEN" TO LOCAL-STATUS-WORD
              WHEN REJECT-RELEASED
                 MOVE "RELEASED" TO LOCAL-STATUS-WORD
              WHEN REJECT-WRITE-OFF-REQUESTED
                 MOVE "WRITE-OFF" TO LOCAL-STATUS-WORD
              WHEN REJECT-REAPPLIED
                 MOVE "REAPPLIED" TO LOCAL-STATUS-WORD
              WHEN REJECT-WRITTEN-OFF
                 MOVE "WRITTEN OFF" TO LOCAL-STATUS-WORD
              WHEN OTHER
                 MOVE "UNKNOWN" TO LOCAL-STATUS-WORD
           END-EVALUATE.
       8500-EXIT.
           EXIT.

       END PROGRAM HTTP-FORM-REJECT-ADMIN.
