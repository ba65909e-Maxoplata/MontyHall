      *    MONTYROL.DAT permanent monthly rollup layout - written by
      *    MONTY-CLOSE when a month is closed and read back by
      *    MONTY-TREND, for the all-time figures, and MONTY-ARCHIVE,
      *    which will only purge history from closed months. A close
      *    appends one "D" record per host mode and door count the
      *    month's runs were played under, then one "T" record for
      *    the month carrying the totals over every "D" record and
      *    the runs left out as INVALID. The "T" record is written
      *    last and is what marks the month closed; every record of
      *    one close carries the same close stamp, so a reader
      *    counts only "D" records whose "T" record (same month,
      *    same stamp) follows them and passes over any left behind
      *    by a close that failed partway through
       01 ROLLUP-RECORD.
           05 ROL-MONTH PIC X(7).
           05 ROL-SEP-1 PIC X.
           05 ROL-RECORD-TYPE PIC X.
           05 ROL-SEP-2 PIC X.
           05 ROL-CLOSE-STAMP PIC X(19).
           05 ROL-SEP-3 PIC X.
      *    host mode (C/I/S - a blank mode on pre-mode history is
      *    rolled up as C) and door count of the "D" record's runs;
      *    both blank/zero on the "T" record. Door count zero holds
      *    history records with no registry entry to take it from
           05 ROL-HOST-MODE PIC X.
           05 ROL-SEP-4 PIC X.
           05 ROL-NUMBER-OF-DOORS PIC 99.
           05 ROL-SEP-5 PIC X.
           05 ROL-RUN-COUNT PIC 9(7).
           05 ROL-SEP-6 PIC X.
      *    games played - decided games plus voids - and the win and
      *    loss counts per strategy arm over the decided games
           05 ROL-TOTAL-GAMES PIC 9(13).
           05 ROL-SEP-7 PIC X.
           05 ROL-KEEP-WINS PIC 9(13).
           05 ROL-SEP-8 PIC X.
           05 ROL-KEEP-LOSSES PIC 9(13).
           05 ROL-SEP-9 PIC X.
           05 ROL-CHANGE-WINS PIC 9(13).
           05 ROL-SEP-10 PIC X.
           05 ROL-CHANGE-LOSSES PIC 9(13).
           05 ROL-SEP-11 PIC X.
           05 ROL-RANDOM-WINS PIC 9(13).
           05 ROL-SEP-12 PIC X.
           05 ROL-RANDOM-LOSSES PIC 9(13).
           05 ROL-SEP-13 PIC X.
           05 ROL-VOID-GAMES PIC 9(13).
           05 ROL-SEP-14 PIC X.
      *    net value totals - each priced run's net per decided game
      *    times its decided games, summed per arm over the priced
      *    runs; stored edited like the history money fields
           05 ROL-PRICED-RUN-COUNT PIC 9(7).
           05 ROL-SEP-15 PIC X.
           05 ROL-KEEP-NET-VALUE PIC -Z(12)9.99.
           05 ROL-SEP-16 PIC X.
           05 ROL-CHANGE-NET-VALUE PIC -Z(12)9.99.
           05 ROL-SEP-17 PIC X.
           05 ROL-RANDOM-NET-VALUE PIC -Z(12)9.99.
           05 ROL-SEP-18 PIC X.
      *    "T" record only - runs dated in the month that were
      *    INVALID in the registry at close and so rolled up nowhere
           05 ROL-INVALID-RUN-COUNT PIC 9(7).
