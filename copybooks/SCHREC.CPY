       01 SCHEDULE-RECORD.
           05 SCH-REQUESTER-ID PIC X(8).
           05 SCH-NUMBER-OF-RUNS PIC 9(9).
      *    one-digit door count of the original layout - see
      *    SCH-LAYOUT-VERSION below
           05 SCH-NUMBER-OF-DOORS-V1 PIC 9.
           05 SCH-CHECKPOINT-INTERVAL PIC 9(7).
      *    explicit seed for FUNCTION RANDOM, zero means "not given"
           05 SCH-SEED PIC 9(9).
      *    or spaces (entries typed before the field existed) means
      *    "take it from the next-run date on first use"
           05 SCH-SCHEDULED-DAY PIC 99.
      *    layout version - "2" carries the door count (3 to 99) in
      *    SCH-NUMBER-OF-DOORS with a zero in SCH-NUMBER-OF-DOORS-V1;
      *    space is an entry in the original layout, its door count
      *    the single digit in SCH-NUMBER-OF-DOORS-V1. MONTY-CONVERT
      *    brings the schedule up to version "2"
           05 SCH-LAYOUT-VERSION PIC X.
           05 SCH-NUMBER-OF-DOORS PIC 99.
           05 SCH-RESERVED PIC X(9).
