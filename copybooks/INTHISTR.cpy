      *> ---------------------------------------------------------------
      *> INTHISTR - one counter out of one snapshot on the permanent
      *> INTHIST interval-history file : HTTP-STATS-SNAPSHOT copies
      *> every STATFILE record across at each interval boundary, and
      *> HTTP-PEAK-REPORT reads them back. INTERVAL-SNAPSHOT-SLOT is
      *> the boundary (HHMM) the snapshot was taken for and
      *> INTERVAL-STATS-DATE the day the counters describe, which is
      *> the day before the snapshot date when no request has arrived
      *> since midnight to reset them. HTTP-REQUEST-PARSER writes one
      *> such set itself, at boundary 0000, just before its day-change
      *> reset, to close the old day.
      *>
      *>   2026-10-15  HD  original version
      *>   2026-10-15  HD  the parser's closing set at day change
      *> ---------------------------------------------------------------
       01 INTERVAL-HISTORY-RECORD.
          03 INTERVAL-SNAPSHOT-DATE   PIC 9(8).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 INTERVAL-SNAPSHOT-SLOT   PIC 9(4).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 INTERVAL-SNAPSHOT-TIME   PIC 9(8).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 INTERVAL-STATS-DATE      PIC 9(8).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 INTERVAL-STATISTIC-NAME  PIC X(20).
          03 FILLER                   PIC X(1) VALUE SPACE.
          03 INTERVAL-STATISTIC-VALUE PIC 9(12).
