      *    and rejected by VALIDATE-PARAMETERS, instead of being
      *    silently truncated on the way in
           05 CTL-NUMBER-OF-RUNS PIC 9(9).
      *    the one-digit door count of the original card layout -
      *    read only when CTL-LAYOUT-VERSION is space, zero on a
      *    version "2" card (see CTL-NUMBER-OF-DOORS below)
           05 CTL-NUMBER-OF-DOORS-V1 PIC 9.
           05 CTL-CHECKPOINT-INTERVAL PIC 9(7).
      *    explicit seed for FUNCTION RANDOM, zero means "not given" -
      *    fall back to a time-based seed so the run is still logged
      *    the expected-value figures all come out zero
           05 CTL-PRIZE-VALUE PIC 9(7)V99.
           05 CTL-COST-TO-PLAY PIC 9(5)V99.
      *    precision mode: the 95% confidence half-width, in
      *    percentage points on CHANGE-PERCENT, the run is to reach -
      *    when set, CTL-NUMBER-OF-RUNS is read as the most games the
      *    run may play, the half-width is tested at every
      *    CTL-CHECKPOINT-INTERVAL games and the run stops as soon as
      *    it is inside the target; zero (or the spaces the drivers
      *    leave here) is a fixed NUMBER-OF-RUNS run as before
           05 CTL-TARGET-HALF-WIDTH PIC 9V99.
      *    partitioned runs: "S" marks the run as one seed slice of
      *    the MONTY-PART parent named in CTL-PARENT-RUN-ID - the
      *    slice registers with its parent's ID alongside its own
      *    and, like a certification replay, writes no MONTYHST.DAT
      *    record, so its games reach the history only once, inside
      *    the parent MONTY-MERGE registers; anything else (including
      *    the spaces the other drivers leave here) is an ordinary run
           05 CTL-PARTITION-ROLE PIC X.
           05 CTL-PARENT-RUN-ID PIC X(16).
      *    layout version - "2" on every card the drivers write,
      *    carrying the door count (3 to 99) in CTL-NUMBER-OF-DOORS;
      *    space on a card typed to the original layout, whose door
      *    count is the single digit in CTL-NUMBER-OF-DOORS-V1
           05 CTL-LAYOUT-VERSION PIC X.
           05 CTL-NUMBER-OF-DOORS PIC 99.
      *    chargeback - the requester whose scenario this run is and
      *    the cost center the requester master names for them,
      *    carried through to the registry so the month's runs can
      *    be charged back; spaces on ad-hoc cards and on the cards
      *    MONTY-BATCH, MONTY-PART and MONTY-VERIFY write,
      *    whose runs are charged to operations overhead
           05 CTL-REQUESTER-ID PIC X(8).
           05 CTL-COST-CENTER PIC X(8).
           05 CTL-RESERVED PIC X(9).
