           05 REG-SEP-3 PIC X.
           05 REG-NUMBER-OF-RUNS PIC 9(7).
           05 REG-SEP-4 PIC X.
      *    one-digit door count of the original layout - see
      *    REG-LAYOUT-VERSION at the end of the record
           05 REG-NUMBER-OF-DOORS-V1 PIC 9.
           05 REG-SEP-5 PIC X.
           05 REG-SEED PIC 9(9).
           05 REG-SEP-6 PIC X.
           05 REG-CHANGE-NET PIC -Z(6)9.99.
           05 REG-SEP-23 PIC X.
           05 REG-RANDOM-NET PIC -Z(6)9.99.
      *    precision mode - the target half-width, the game cap
      *    and the interval the half-width was tested at, which is
      *    everything a replay needs to stop at the same game; the
      *    stop reason is TARGET (half-width reached), CAP (ran to
      *    the cap without reaching it) or FIXED (an ordinary
      *    NUMBER-OF-RUNS run, target and cap zero), and
      *    REG-NUMBER-OF-RUNS above is always the games actually
      *    played - spaces on records written before precision mode
           05 REG-SEP-24 PIC X.
           05 REG-TARGET-HALF-WIDTH PIC 9.99.
           05 REG-SEP-25 PIC X.
           05 REG-MAX-GAMES PIC 9(7).
           05 REG-SEP-26 PIC X.
           05 REG-CHECKPOINT-INTERVAL PIC 9(7).
           05 REG-SEP-27 PIC X.
           05 REG-STOP-REASON PIC X(6).
           05 REG-SEP-28 PIC X.
           05 REG-FINAL-HALF-WIDTH PIC ZZ9.99.
      *    partitioned runs - the role is "S" on a seed slice
      *    MONTY-PART ran (the parent run ID names the parent it
      *    belongs to), "P" on the parent MONTY-MERGE registers from
      *    its slices, and space on an ordinary run. A parent's games
      *    overflow the PIC 9(7) counters above, so on a "P" record
      *    those counters are zero and the wide totals carry the
      *    combined counts (the wide totals are spaces on any other
      *    record); the parent's percentages, money figures and
      *    final half-width are the combined sample's, and the child
      *    run IDs list its slices in slice order, at most 20
           05 REG-SEP-29 PIC X.
           05 REG-PARTITION-ROLE PIC X.
           05 REG-SEP-30 PIC X.
           05 REG-PARENT-RUN-ID PIC X(16).
           05 REG-SEP-31 PIC X.
           05 REG-WIDE-GAMES PIC 9(11).
           05 REG-SEP-32 PIC X.
           05 REG-WIDE-KEEP-WINS PIC 9(11).
           05 REG-SEP-33 PIC X.
           05 REG-WIDE-KEEP-LOSSES PIC 9(11).
           05 REG-SEP-34 PIC X.
           05 REG-WIDE-CHANGE-WINS PIC 9(11).
           05 REG-SEP-35 PIC X.
           05 REG-WIDE-CHANGE-LOSSES PIC 9(11).
           05 REG-SEP-36 PIC X.
           05 REG-WIDE-RANDOM-WINS PIC 9(11).
           05 REG-SEP-37 PIC X.
           05 REG-WIDE-RANDOM-LOSSES PIC 9(11).
           05 REG-SEP-38 PIC X.
           05 REG-WIDE-VOID-GAMES PIC 9(11).
           05 REG-SEP-39 PIC X.
           05 REG-SLICE-COUNT PIC 99.
           05 REG-SEP-40 PIC X.
           05 REG-CHILD-RUN-ID PIC X(16) OCCURS 20 TIMES.
      *    run maintenance - MONTY-RUNMAINT journals a run it marks
      *    bad as a fresh copy of the run's latest record with
      *    REG-STATUS set to INVALID, and a run it reinstates as a
      *    copy with the status put back to the one it had before -
      *    REG-PRIOR-STATUS always holds the status the run carried
      *    before the entry was made. The action is "I"
      *    (invalidated) or "R" (reinstated) on those maintenance
      *    entries and space on a real registration, so journal
      *    readers that list registrations pass the maintenance
      *    entries over; the reason code, note, operator and stamp
      *    say who changed the run, when and why. All spaces on an
      *    ordinary registration
           05 REG-SEP-41 PIC X.
           05 REG-MAINT-ACTION PIC X.
           05 REG-SEP-42 PIC X.
           05 REG-PRIOR-STATUS PIC X(8).
           05 REG-SEP-43 PIC X.
           05 REG-REASON-CODE PIC X(4).
           05 REG-SEP-44 PIC X.
           05 REG-MAINT-NOTE PIC X(60).
           05 REG-SEP-45 PIC X.
           05 REG-MAINT-OPERATOR PIC X(8).
           05 REG-SEP-46 PIC X.
           05 REG-MAINT-STAMP PIC X(19).
      *    layout version - "2" on every record written since door
      *    counts went to two digits, carrying the door count (3 to
      *    99) in REG-NUMBER-OF-DOORS with a zero left in
      *    REG-NUMBER-OF-DOORS-V1; space on a record in the original
      *    layout, whose door count is the single digit in
      *    REG-NUMBER-OF-DOORS-V1. Readers take the count from
      *    whichever field the version names, so records from either
      *    side of MONTY-CONVERT read the same
           05 REG-SEP-47 PIC X.
           05 REG-LAYOUT-VERSION PIC X.
           05 REG-SEP-48 PIC X.
           05 REG-NUMBER-OF-DOORS PIC 99.
      *    chargeback - the requester and cost center off the
      *    control card the run was started from, so MONTY-CHARGE
      *    can bill the month's runs back to the teams that asked
      *    for them; spaces on runs no requester asked for (ad-hoc
      *    cards, MONTY-BATCH tiers, partition slices, certification
      *    replays) and on records written before chargeback, all of
      *    which are charged to operations overhead
           05 REG-SEP-49 PIC X.
           05 REG-REQUESTER-ID PIC X(8).
           05 REG-SEP-50 PIC X.
           05 REG-COST-CENTER PIC X(8).
