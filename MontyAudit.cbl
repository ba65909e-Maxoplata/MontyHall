
      * cross-arm totals - every arm of the same record covers the
      * same NUMBER-OF-RUNS games, so the three sums must agree
       01 KEEP-TOTAL PIC 9(11).
       01 CHANGE-TOTAL PIC 9(11).
       01 RANDOM-TOTAL PIC 9(11).

      * the record in hand's win/loss counts - a partitioned run's
      * parent carries its counts in the wide fields and zeros in
      * the ordinary ones, so every record is audited through these
       01 RECORD-KEEP-WINS PIC 9(11).
       01 RECORD-KEEP-LOSSES PIC 9(11).
       01 RECORD-CHANGE-WINS PIC 9(11).
       01 RECORD-CHANGE-LOSSES PIC 9(11).
       01 RECORD-RANDOM-WINS PIC 9(11).
       01 RECORD-RANDOM-LOSSES PIC 9(11).

      * recomputed percentages - computed into the same truncating
      * 99V99 picture WRITE-HISTORY-RECORD's source fields use, so a
           ADD 1 TO RECORD-NUMBER
           MOVE "N" TO WS-RECORD-HAS-EXCEPTION

           PERFORM LOAD-RECORD-COUNTS
           PERFORM CHECK-CROSS-ARM-TOTALS
           PERFORM CHECK-STORED-PERCENTAGES
           PERFORM CHECK-RUN-DATE
               ADD 1 TO RECORDS-CLEAN
           END-IF.

       LOAD-RECORD-COUNTS.
           IF HIST-PARTITION-ROLE = "P"
               MOVE HIST-WIDE-KEEP-WINS TO RECORD-KEEP-WINS
               MOVE HIST-WIDE-KEEP-LOSSES TO RECORD-KEEP-LOSSES
               MOVE HIST-WIDE-CHANGE-WINS TO RECORD-CHANGE-WINS
               MOVE HIST-WIDE-CHANGE-LOSSES TO RECORD-CHANGE-LOSSES
               MOVE HIST-WIDE-RANDOM-WINS TO RECORD-RANDOM-WINS
               MOVE HIST-WIDE-RANDOM-LOSSES TO RECORD-RANDOM-LOSSES
           ELSE
               MOVE HIST-KEEP-WINS TO RECORD-KEEP-WINS
               MOVE HIST-KEEP-LOSSES TO RECORD-KEEP-LOSSES
               MOVE HIST-CHANGE-WINS TO RECORD-CHANGE-WINS
               MOVE HIST-CHANGE-LOSSES TO RECORD-CHANGE-LOSSES
               MOVE HIST-RANDOM-WINS TO RECORD-RANDOM-WINS
               MOVE HIST-RANDOM-LOSSES TO RECORD-RANDOM-LOSSES
           END-IF.

       CHECK-CROSS-ARM-TOTALS.
      *    all three arms score the same games, so each arm's wins
      *    plus losses must equal the same run count
           COMPUTE KEEP-TOTAL = RECORD-KEEP-WINS + RECORD-KEEP-LOSSES
           COMPUTE CHANGE-TOTAL =
               RECORD-CHANGE-WINS + RECORD-CHANGE-LOSSES
           COMPUTE RANDOM-TOTAL =
               RECORD-RANDOM-WINS + RECORD-RANDOM-LOSSES
           IF KEEP-TOTAL NOT = CHANGE-TOTAL
                   OR KEEP-TOTAL NOT = RANDOM-TOTAL
               PERFORM BUILD-EXCEPTION-PREFIX
      *    computes into, and flag any disagreement
           IF KEEP-TOTAL NOT = ZERO
               COMPUTE RECOMPUTED-PERCENT =
                   (RECORD-KEEP-WINS / KEEP-TOTAL) * 100
               MOVE FUNCTION NUMVAL(HIST-KEEP-PERCENT)
                   TO STORED-PERCENT
               IF STORED-PERCENT NOT = RECOMPUTED-PERCENT
           END-IF
           IF CHANGE-TOTAL NOT = ZERO
               COMPUTE RECOMPUTED-PERCENT =
                   (RECORD-CHANGE-WINS / CHANGE-TOTAL) * 100
               MOVE FUNCTION NUMVAL(HIST-CHANGE-PERCENT)
                   TO STORED-PERCENT
               IF STORED-PERCENT NOT = RECOMPUTED-PERCENT
           END-IF
           IF RANDOM-TOTAL NOT = ZERO
               COMPUTE RECOMPUTED-PERCENT =
                   (RECORD-RANDOM-WINS / RANDOM-TOTAL) * 100
               MOVE FUNCTION NUMVAL(HIST-RANDOM-PERCENT)
                   TO STORED-PERCENT
               IF STORED-PERCENT NOT = RECOMPUTED-PERCENT
