      *    apart from one that actually belongs to the current run
           05 CHK-NUMBER-OF-RUNS PIC 9(7).
           05 CHK-SEP-8 PIC X.
           05 CHK-NUMBER-OF-DOORS-V1 PIC 9.
           05 CHK-SEP-9 PIC X.
           05 CHK-SEED PIC 9(9).
           05 CHK-SEP-10 PIC X.
      *    MONTY-WATCH inquiry can report the iteration rate and a
      *    projected finish time while the run is still going
           05 CHK-TIMESTAMP PIC X(14).
           05 CHK-SEP-13 PIC X.
      *    precision-mode target and the interval the half-width is
      *    tested at - a precision run only adopts a checkpoint taken
      *    under the same pair, since either one moves the stopping
      *    point; spaces on checkpoints written before precision mode
           05 CHK-TARGET-HALF-WIDTH PIC 9V99.
           05 CHK-SEP-14 PIC X.
           05 CHK-CHECKPOINT-INTERVAL PIC 9(7).
      *    layout version - "2" carries the door count in
      *    CHK-NUMBER-OF-DOORS, zero in CHK-NUMBER-OF-DOORS-V1; a
      *    checkpoint left by a run from before door counts went to
      *    two digits has a space here and its count in the -V1 field
           05 CHK-SEP-15 PIC X.
           05 CHK-LAYOUT-VERSION PIC X.
           05 CHK-SEP-16 PIC X.
           05 CHK-NUMBER-OF-DOORS PIC 99.
