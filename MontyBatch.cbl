      *    history file
           MOVE SPACES TO CONTROL-RECORD
           MOVE TIER-RUN-COUNT(TIER-INDEX) TO CTL-NUMBER-OF-RUNS
           MOVE "2" TO CTL-LAYOUT-VERSION
           MOVE ZERO TO CTL-NUMBER-OF-DOORS-V1
           MOVE 3 TO CTL-NUMBER-OF-DOORS
           MOVE 100000 TO CTL-CHECKPOINT-INTERVAL
      *    a time-based seed, distinct per tier, so the convergence
