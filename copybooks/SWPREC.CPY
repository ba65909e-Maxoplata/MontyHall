      *    MONTYSWP.DAT parameter-sweep card layout - one card names
      *    a range of door counts and a list of host modes, and every
      *    door count is run under every mode. Read by MONTY-SWEEP,
      *    which expands the card into the MONTYREQ.DAT stack, and
      *    again by MONTY-MATRIX, which rebuilds the same cells from
      *    it to read their results back, so a field change here
      *    keeps the two in step
       01 SWEEP-RECORD.
      *    names the sweep - every cell's run ID starts with it, so
      *    it should be unique to the sweep (a rerun of the same
      *    card re-registers the same IDs, latest result standing)
           05 SWP-SWEEP-ID PIC X(8).
      *    the requester every cell is queued under, held to the
      *    requester master like any other card
           05 SWP-REQUESTER-ID PIC X(8).
      *    inclusive range of door counts, one matrix row each
           05 SWP-DOORS-FROM PIC 99.
           05 SWP-DOORS-TO PIC 99.
           05 SWP-NUMBER-OF-RUNS PIC 9(9).
      *    cell seeds are the base seed plus the cell's position in
      *    the sweep - zero means "derive a base from the clock"
           05 SWP-BASE-SEED PIC 9(9).
           05 SWP-CHECKPOINT-INTERVAL PIC 9(7).
      *    up to six host modes, one matrix column each - C, I, or
      *    S with its switch-offer percent (zero means 50); the list
      *    ends at the first blank mode
           05 SWP-HOST-MODE-ENTRY OCCURS 6 TIMES.
               10 SWP-HOST-MODE PIC X.
               10 SWP-OFFER-PERCENT PIC 9(3).
           05 SWP-RESERVED PIC X(11).
