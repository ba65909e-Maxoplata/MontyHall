      *    MONTYPTC.DAT partitioned-run card layout - one card names a
      *    parent run and the total games to be split into seed
      *    slices. Read by MONTY-PART, which runs the slices, and
      *    again by MONTY-MERGE, which rebuilds the same slice IDs,
      *    seeds and game counts from it to combine the slices'
      *    registrations, so a field change here keeps the two in step
       01 PARTITION-RECORD.
      *    the parent run ID - at most 13 characters, since each
      *    slice registers as the parent ID's first 13 characters
      *    plus "S" and its two-digit slice number
           05 PTC-PARENT-RUN-ID PIC X(16).
      *    total games across every slice - wider than any single
      *    run's counters, which is the point of partitioning
           05 PTC-TOTAL-GAMES PIC 9(11).
      *    2 to 20 slices; the total is split as evenly as it goes,
      *    the first slices taking one extra game each for any
      *    remainder, and no slice may come to more than 9,999,999
           05 PTC-SLICE-COUNT PIC 99.
      *    one-digit door count of the original layout - see
      *    PTC-LAYOUT-VERSION below
           05 PTC-NUMBER-OF-DOORS-V1 PIC 9.
           05 PTC-CHECKPOINT-INTERVAL PIC 9(7).
      *    every slice seed is derived from the master seed, so it is
      *    required - a rerun of the card re-derives the same seeds
      *    and can tell which slices are already done
           05 PTC-MASTER-SEED PIC 9(9).
      *    host mode and switch-offer percent for every slice - the
      *    same meanings as on the control card
           05 PTC-HOST-MODE PIC X.
           05 PTC-OFFER-PERCENT PIC 9(3).
           05 PTC-PRIZE-VALUE PIC 9(7)V99.
           05 PTC-COST-TO-PLAY PIC 9(5)V99.
      *    layout version - "2" carries the door count (3 to 99) in
      *    PTC-NUMBER-OF-DOORS; space is a card in the original
      *    layout, its door count the digit in PTC-NUMBER-OF-DOORS-V1
           05 PTC-LAYOUT-VERSION PIC X.
           05 PTC-NUMBER-OF-DOORS PIC 99.
           05 PTC-RESERVED PIC X(11).
