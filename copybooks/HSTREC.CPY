           05 HIST-CHANGE-NET PIC -Z(6)9.99.
           05 HIST-SEP-18 PIC X.
           05 HIST-RANDOM-NET PIC -Z(6)9.99.
           05 HIST-SEP-19 PIC X.
      *    games actually played and how the run came to stop -
      *    TARGET, CAP or FIXED, with the precision-mode target, cap
      *    and final half-width alongside (see REGREC.CPY); spaces on
      *    history written before precision mode existed
           05 HIST-GAMES-PLAYED PIC 9(7).
           05 HIST-SEP-20 PIC X.
           05 HIST-TARGET-HALF-WIDTH PIC 9.99.
           05 HIST-SEP-21 PIC X.
           05 HIST-MAX-GAMES PIC 9(7).
           05 HIST-SEP-22 PIC X.
           05 HIST-STOP-REASON PIC X(6).
           05 HIST-SEP-23 PIC X.
           05 HIST-FINAL-HALF-WIDTH PIC ZZ9.99.
      *    partitioned runs - "P" marks the parent of a run split
      *    into seed slices, whose combined counts overflow the PIC
      *    9(7) counters above; those counters are zero on a parent
      *    and the wide totals carry the counts instead (spaces on
      *    any other record), with the slices' run IDs alongside (see
      *    REGREC.CPY) - slices themselves write no history record
           05 HIST-SEP-24 PIC X.
           05 HIST-PARTITION-ROLE PIC X.
           05 HIST-SEP-25 PIC X.
           05 HIST-WIDE-GAMES PIC 9(11).
           05 HIST-SEP-26 PIC X.
           05 HIST-WIDE-KEEP-WINS PIC 9(11).
           05 HIST-SEP-27 PIC X.
           05 HIST-WIDE-KEEP-LOSSES PIC 9(11).
           05 HIST-SEP-28 PIC X.
           05 HIST-WIDE-CHANGE-WINS PIC 9(11).
           05 HIST-SEP-29 PIC X.
           05 HIST-WIDE-CHANGE-LOSSES PIC 9(11).
           05 HIST-SEP-30 PIC X.
           05 HIST-WIDE-RANDOM-WINS PIC 9(11).
           05 HIST-SEP-31 PIC X.
           05 HIST-WIDE-RANDOM-LOSSES PIC 9(11).
           05 HIST-SEP-32 PIC X.
           05 HIST-WIDE-VOID-GAMES PIC 9(11).
           05 HIST-SEP-33 PIC X.
           05 HIST-SLICE-COUNT PIC 99.
           05 HIST-SEP-34 PIC X.
           05 HIST-CHILD-RUN-ID PIC X(16) OCCURS 20 TIMES.
      *    layout version and door count - "2" on every record
      *    written since door counts went to two digits, with the
      *    run's door count alongside, so the history can be split by
      *    door count without a registry lookup; space on history
      *    written before then, which carries no door count at all
      *    (MONTY-CONVERT fills it in from the registry, leaving 00
      *    where the run has no registration)
           05 HIST-SEP-35 PIC X.
           05 HIST-LAYOUT-VERSION PIC X.
           05 HIST-SEP-36 PIC X.
           05 HIST-NUMBER-OF-DOORS PIC 99.
