       01 REQUEST-RECORD.
           05 REQ-REQUESTER-ID PIC X(8).
           05 REQ-NUMBER-OF-RUNS PIC 9(9).
      *    one-digit door count of the original layout - see
      *    REQ-LAYOUT-VERSION below
           05 REQ-NUMBER-OF-DOORS-V1 PIC 9.
           05 REQ-CHECKPOINT-INTERVAL PIC 9(7).
      *    explicit seed for FUNCTION RANDOM, zero means "not given"
           05 REQ-SEED PIC 9(9).
      *    spaces means the scenario is not priced
           05 REQ-PRIZE-VALUE PIC 9(7)V99.
           05 REQ-COST-TO-PLAY PIC 9(5)V99.
      *    run ID the scenario is to be registered under - spaces
      *    (hand-typed and scheduled cards) let MONTY-QUEUE assign
      *    one; a generator that reads its results back by a known
      *    ID, such as MONTY-SWEEP, fills it in
           05 REQ-RUN-ID PIC X(16).
      *    layout version - "2" carries the door count (3 to 99) in
      *    REQ-NUMBER-OF-DOORS with a zero in REQ-NUMBER-OF-DOORS-V1;
      *    space is a card in the original layout, its door count the
      *    single digit in REQ-NUMBER-OF-DOORS-V1. MONTY-CONVERT
      *    brings a pending stack up to version "2"
           05 REQ-LAYOUT-VERSION PIC X.
           05 REQ-NUMBER-OF-DOORS PIC 99.
           05 REQ-RESERVED PIC X(6).
