       01 DETAIL-RECORD.
           05 DTL-ITERATION PIC 9(7).
           05 DTL-SEP-1 PIC X.
      *    the original layout's one-digit doors and nine-position
      *    door map - read only when DTL-LAYOUT-VERSION is space,
      *    zeros and spaces on a version "2" record
           05 DTL-WINNING-DOOR-V1 PIC 9.
           05 DTL-SEP-2 PIC X.
           05 DTL-PLAYER-DOOR-V1 PIC 9.
           05 DTL-SEP-3 PIC X.
           05 DTL-SWITCH-TARGET-DOOR-V1 PIC 9.
           05 DTL-SEP-4 PIC X.
           05 DTL-DOOR-MAP-V1 PIC X(9).
           05 DTL-SEP-5 PIC X.
           05 DTL-KEEP-OUTCOME PIC X.
           05 DTL-SEP-6 PIC X.
      *    game, otherwise "Y" - outcomes read "V" across all three
      *    arms when an ignorant host voided the game
           05 DTL-SWITCH-OFFERED PIC X.
      *    layout version - "2" on every record written since door
      *    counts went to two digits, with the doors below; a
      *    MONTYDTL.DAT left by a run from before then has a space
      *    here and its doors in the -V1 fields above
           05 DTL-SEP-9 PIC X.
           05 DTL-LAYOUT-VERSION PIC X.
           05 DTL-SEP-10 PIC X.
           05 DTL-WINNING-DOOR PIC 99.
           05 DTL-SEP-11 PIC X.
           05 DTL-PLAYER-DOOR PIC 99.
           05 DTL-SEP-12 PIC X.
           05 DTL-SWITCH-TARGET-DOOR PIC 99.
           05 DTL-SEP-13 PIC X.
      *    one position per door, "O" where the host opened it, "C"
      *    where it stayed closed, space beyond NUMBER-OF-DOORS
           05 DTL-DOOR-MAP PIC X(99).
