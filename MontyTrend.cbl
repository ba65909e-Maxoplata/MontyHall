      *          modes run to different theoretical percentages, and
      *          one of their records would drag every average and
      *          drift flag off the classic baseline the report
      *          exists to watch. Runs marked INVALID by
      *          MONTY-RUNMAINT are left out of every figure too -
      *          the registration journal is read once up front for
      *          the runs whose latest status is INVALID - and the
      *          summary says how many were passed over. The
      *          long-run totals are all-time: months MONTY-CLOSE has
      *          closed are taken from the MONTYROL.DAT rollup and
      *          only the open months from the live history, so an
      *          archive purge no longer changes them; the per-day
      *          lines and best/worst days still cover every live
      *          record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    the registration journal, read once for the runs that
      *    have been invalidated since they were recorded
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    permanent monthly rollup - the closed months' figures
           SELECT ROLLUP-FILE ASSIGN TO "MONTYROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-STATUS.

      *    printable trend report, rewritten fresh each run so it can
      *    be handed straight to management
           SELECT TREND-REPORT-FILE ASSIGN TO "MONTYTRD.DAT"
       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  ROLLUP-FILE.
           COPY "ROLREC.CPY".

       FD  TREND-REPORT-FILE.
       01 TREND-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TREND-CONTROL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-TREND-REPORT-STATUS PIC XX.
       01 WS-ROLLUP-STATUS PIC XX.

      * moving-average window, in history records - defaulted here,
      * normally overridden by the MONTYTPC.DAT parameter card
       01 HISTORY-RECORD-COUNT PIC 9(7) VALUE 0.
       01 CLASSIC-RECORD-COUNT PIC 9(7) VALUE 0.
       01 EXCLUDED-RECORD-COUNT PIC 9(7) VALUE 0.
       01 INVALIDATED-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORD-IS-CLASSIC PIC X.
       01 TOTAL-RUNS-RECORDED PIC 9(12) VALUE 0.
       01 TOTAL-KEEP-WINS PIC 9(12) VALUE 0.
       01 TOTAL-CHANGE-LOSSES PIC 9(12) VALUE 0.
       01 TOTAL-RANDOM-WINS PIC 9(12) VALUE 0.
       01 TOTAL-RANDOM-LOSSES PIC 9(12) VALUE 0.
      * the record in hand's win/loss counts - a partitioned run's
      * parent carries its counts in the wide fields and zeros in
      * the ordinary ones, so every record is read through these
       01 RECORD-KEEP-WINS PIC 9(11).
       01 RECORD-KEEP-LOSSES PIC 9(11).
       01 RECORD-CHANGE-WINS PIC 9(11).
       01 RECORD-CHANGE-LOSSES PIC 9(11).
       01 RECORD-RANDOM-WINS PIC 9(11).
       01 RECORD-RANDOM-LOSSES PIC 9(11).

      * prize-value economics rollup - each priced record's net
      * expected value per game times its game count, summed per
       01 TOTAL-KEEP-NET-VALUE PIC S9(13)V99 VALUE 0.
       01 TOTAL-CHANGE-NET-VALUE PIC S9(13)V99 VALUE 0.
       01 TOTAL-RANDOM-NET-VALUE PIC S9(13)V99 VALUE 0.
       01 DAY-GAME-COUNT PIC 9(11).
       01 DAY-NET-VALUE PIC S9(7)V99.

      * long-run average win percentages, computed from the summed
       01 MOVING-KEEP-AVG PIC S999V99.
       01 MOVING-CHANGE-AVG PIC S999V99.

      * runs whose latest registry entry is INVALID - loaded from
      * the journal before pass 1 and checked by run ID on both
      * passes; a run reinstated or re-registered after it was
      * invalidated drops back out of the table
       01 INVALID-RUN-TABLE.
           05 INVALID-RUN-ID PIC X(16) OCCURS 500 TIMES.
       01 INVALID-RUN-COUNT PIC 9(3) VALUE 0.
       01 INVALID-RUN-INDEX PIC 9(3).
       01 INVALID-RUN-SLOT PIC 9(3).
       01 INVALID-TABLE-FULL PIC X VALUE "N".
       01 CHECK-RUN-ID PIC X(16).

      * months closed on the rollup - a live record dated in one of
      * them is already in the all-time totals through the rollup,
      * so pass 1 leaves it out of the totals
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH PIC X(7) OCCURS 600 TIMES.
       01 CLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       01 CLOSED-MONTH-INDEX PIC 9(3).
       01 CLOSED-MONTH-SLOT PIC 9(3).
       01 CLOSED-TABLE-FULL PIC X VALUE "N".
       01 CHECK-MONTH PIC X(7).

      * classic-host "D" figures of the close being read, held until
      * its "T" record shows the close finished
       01 PENDING-MONTH PIC X(7).
       01 PENDING-STAMP PIC X(19).
       01 PENDING-RUN-COUNT PIC 9(9).
       01 PENDING-KEEP-WINS PIC 9(13).
       01 PENDING-KEEP-LOSSES PIC 9(13).
       01 PENDING-CHANGE-WINS PIC 9(13).
       01 PENDING-CHANGE-LOSSES PIC 9(13).
       01 PENDING-RANDOM-WINS PIC 9(13).
       01 PENDING-RANDOM-LOSSES PIC 9(13).
       01 PENDING-PRICED-COUNT PIC 9(7).
       01 PENDING-KEEP-NET-VALUE PIC S9(13)V99.
       01 PENDING-CHANGE-NET-VALUE PIC S9(13)V99.
       01 PENDING-RANDOM-NET-VALUE PIC S9(13)V99.

      * where the all-time runs came from - the rollup for closed
      * months, the live history for open ones - and how many live
      * records sat in closed months and were counted via the rollup
       01 ROLLUP-RUN-COUNT PIC 9(9) VALUE 0.
       01 OPEN-MONTH-RUN-COUNT PIC 9(7) VALUE 0.
       01 CLOSED-MONTH-LIVE-COUNT PIC 9(7) VALUE 0.

       01 DRIFT-FLAG PIC X(7).
       01 RECORD-SEQUENCE PIC 9(7) VALUE 0.

       01 RPT-TOTAL-RUNS-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-RECORD-COUNT-EDIT PIC ZZZ,ZZ9.
       01 RPT-ALL-TIME-RUNS-EDIT PIC ZZZ,ZZZ,ZZ9.
       01 RPT-MONTH-COUNT-EDIT PIC ZZ9.
       01 RPT-WINDOW-EDIT PIC Z9.
       01 RPT-THRESHOLD-EDIT PIC Z9.99.
       01 RPT-PCT-EDIT PIC Z9.99.
               STOP RUN
           END-IF

           PERFORM LOAD-INVALIDATED-RUNS
           PERFORM LOAD-MONTHLY-ROLLUP
           PERFORM ACCUMULATE-LONG-RUN-TOTALS

      *    with every live month purged the rollup alone still gives
      *    the all-time figures, so only a history and rollup that
      *    are both empty leave nothing to report
           IF HISTORY-RECORD-COUNT = ZERO AND ROLLUP-RUN-COUNT = ZERO
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "MONTYHST.DAT is empty or missing - no trend "
                   "to report"
               STOP RUN
           END-IF

           IF CLASSIC-RECORD-COUNT = ZERO AND ROLLUP-RUN-COUNT = ZERO
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "MONTYHST.DAT holds no classic-host records - "
                   "no trend to report"

       TALLY-ONE-HISTORY-RECORD.
           ADD 1 TO HISTORY-RECORD-COUNT
           MOVE HIST-RUN-ID TO CHECK-RUN-ID
           PERFORM FIND-INVALID-RUN
           IF INVALID-RUN-SLOT NOT = ZERO
               ADD 1 TO INVALIDATED-RECORD-COUNT
           ELSE
               PERFORM SET-RECORD-MODE-FLAG
               IF WS-RECORD-IS-CLASSIC NOT = "Y"
                   ADD 1 TO EXCLUDED-RECORD-COUNT
               ELSE
                   PERFORM TALLY-ONE-CLASSIC-RECORD
               END-IF
           END-IF.

       LOAD-INVALIDATED-RUNS.
      *    one pass over the journal in registration order - an
      *    INVALID entry puts the run in the table, any later entry
      *    for it (a reinstatement or a fresh registration) takes it
      *    out again, so what is left is the runs invalid right now
           MOVE ZERO TO INVALID-RUN-COUNT
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-REGISTRY-STATUS
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF INVALID-TABLE-FULL = "Y"
               DISPLAY "WARNING: more than 500 invalidated runs - "
                   "the excess are still trended"
           END-IF.

       NOTE-ONE-REGISTRY-STATUS.
           MOVE REG-RUN-ID TO CHECK-RUN-ID
           PERFORM FIND-INVALID-RUN
           IF REG-STATUS = "INVALID"
               IF INVALID-RUN-SLOT = ZERO
                   IF INVALID-RUN-COUNT < 500
                       ADD 1 TO INVALID-RUN-COUNT
                       MOVE REG-RUN-ID
                           TO INVALID-RUN-ID(INVALID-RUN-COUNT)
                   ELSE
                       MOVE "Y" TO INVALID-TABLE-FULL
                   END-IF
               END-IF
           ELSE
      *        the last entry fills the hole, so the table stays
      *        packed without shuffling
               IF INVALID-RUN-SLOT NOT = ZERO
                   MOVE INVALID-RUN-ID(INVALID-RUN-COUNT)
                       TO INVALID-RUN-ID(INVALID-RUN-SLOT)
                   SUBTRACT 1 FROM INVALID-RUN-COUNT
               END-IF
           END-IF.

       FIND-INVALID-RUN.
           MOVE ZERO TO INVALID-RUN-SLOT
           PERFORM VARYING INVALID-RUN-INDEX FROM 1 BY 1
                   UNTIL INVALID-RUN-INDEX > INVALID-RUN-COUNT
                       OR INVALID-RUN-SLOT NOT = ZERO
               IF INVALID-RUN-ID(INVALID-RUN-INDEX) = CHECK-RUN-ID
                   MOVE INVALID-RUN-INDEX TO INVALID-RUN-SLOT
               END-IF
           END-PERFORM.

       LOAD-MONTHLY-ROLLUP.
      *    one pass over the rollup - each close's classic-host "D"
      *    figures are held as pending until the "T" record of the
      *    same month and stamp arrives, and only then added in; "D"
      *    records whose close never wrote its "T" record are
      *    dropped when the next close's records begin
           MOVE ZERO TO CLOSED-MONTH-COUNT
           PERFORM RESET-PENDING-ROLLUP
           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS = "00"
               PERFORM UNTIL WS-ROLLUP-STATUS NOT = "00"
                   READ ROLLUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-ROLLUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROLLUP-FILE
           END-IF
           IF CLOSED-TABLE-FULL = "Y"
               DISPLAY "WARNING: more than 600 closed months - live "
                   "records in the excess are counted twice"
           END-IF.

       NOTE-ONE-ROLLUP-RECORD.
           IF ROL-MONTH NOT = PENDING-MONTH
                   OR ROL-CLOSE-STAMP NOT = PENDING-STAMP
               PERFORM RESET-PENDING-ROLLUP
               MOVE ROL-MONTH TO PENDING-MONTH
               MOVE ROL-CLOSE-STAMP TO PENDING-STAMP
           END-IF
           IF ROL-RECORD-TYPE = "D" AND ROL-HOST-MODE = "C"
               ADD ROL-RUN-COUNT TO PENDING-RUN-COUNT
               ADD ROL-KEEP-WINS TO PENDING-KEEP-WINS
               ADD ROL-KEEP-LOSSES TO PENDING-KEEP-LOSSES
               ADD ROL-CHANGE-WINS TO PENDING-CHANGE-WINS
               ADD ROL-CHANGE-LOSSES TO PENDING-CHANGE-LOSSES
               ADD ROL-RANDOM-WINS TO PENDING-RANDOM-WINS
               ADD ROL-RANDOM-LOSSES TO PENDING-RANDOM-LOSSES
               ADD ROL-PRICED-RUN-COUNT TO PENDING-PRICED-COUNT
               COMPUTE PENDING-KEEP-NET-VALUE = PENDING-KEEP-NET-VALUE
                   + FUNCTION NUMVAL(ROL-KEEP-NET-VALUE)
               COMPUTE PENDING-CHANGE-NET-VALUE =
                   PENDING-CHANGE-NET-VALUE
                   + FUNCTION NUMVAL(ROL-CHANGE-NET-VALUE)
               COMPUTE PENDING-RANDOM-NET-VALUE =
                   PENDING-RANDOM-NET-VALUE
                   + FUNCTION NUMVAL(ROL-RANDOM-NET-VALUE)
           END-IF
           IF ROL-RECORD-TYPE = "T"
               PERFORM COMMIT-PENDING-ROLLUP
               PERFORM RESET-PENDING-ROLLUP
           END-IF.

       COMMIT-PENDING-ROLLUP.
           IF CLOSED-MONTH-COUNT < 600
               ADD 1 TO CLOSED-MONTH-COUNT
               MOVE ROL-MONTH TO CLOSED-MONTH(CLOSED-MONTH-COUNT)
           ELSE
               MOVE "Y" TO CLOSED-TABLE-FULL
           END-IF
           ADD PENDING-RUN-COUNT TO ROLLUP-RUN-COUNT
           ADD PENDING-KEEP-WINS TO TOTAL-KEEP-WINS
           ADD PENDING-KEEP-LOSSES TO TOTAL-KEEP-LOSSES
           ADD PENDING-CHANGE-WINS TO TOTAL-CHANGE-WINS
           ADD PENDING-CHANGE-LOSSES TO TOTAL-CHANGE-LOSSES
           ADD PENDING-RANDOM-WINS TO TOTAL-RANDOM-WINS
           ADD PENDING-RANDOM-LOSSES TO TOTAL-RANDOM-LOSSES
           ADD PENDING-KEEP-WINS TO TOTAL-RUNS-RECORDED
           ADD PENDING-KEEP-LOSSES TO TOTAL-RUNS-RECORDED
           ADD PENDING-PRICED-COUNT TO PRICED-RECORD-COUNT
           ADD PENDING-KEEP-NET-VALUE TO TOTAL-KEEP-NET-VALUE
           ADD PENDING-CHANGE-NET-VALUE TO TOTAL-CHANGE-NET-VALUE
           ADD PENDING-RANDOM-NET-VALUE TO TOTAL-RANDOM-NET-VALUE.

       RESET-PENDING-ROLLUP.
           MOVE SPACES TO PENDING-MONTH
           MOVE SPACES TO PENDING-STAMP
           MOVE ZERO TO PENDING-RUN-COUNT
           MOVE ZERO TO PENDING-KEEP-WINS
           MOVE ZERO TO PENDING-KEEP-LOSSES
           MOVE ZERO TO PENDING-CHANGE-WINS
           MOVE ZERO TO PENDING-CHANGE-LOSSES
           MOVE ZERO TO PENDING-RANDOM-WINS
           MOVE ZERO TO PENDING-RANDOM-LOSSES
           MOVE ZERO TO PENDING-PRICED-COUNT
           MOVE ZERO TO PENDING-KEEP-NET-VALUE
           MOVE ZERO TO PENDING-CHANGE-NET-VALUE
           MOVE ZERO TO PENDING-RANDOM-NET-VALUE.

       FIND-CLOSED-MONTH.
           MOVE ZERO TO CLOSED-MONTH-SLOT
           PERFORM VARYING CLOSED-MONTH-INDEX FROM 1 BY 1
                   UNTIL CLOSED-MONTH-INDEX > CLOSED-MONTH-COUNT
                       OR CLOSED-MONTH-SLOT NOT = ZERO
               IF CLOSED-MONTH(CLOSED-MONTH-INDEX) = CHECK-MONTH
                   MOVE CLOSED-MONTH-INDEX TO CLOSED-MONTH-SLOT
               END-IF
           END-PERFORM.

       SET-RECORD-MODE-FLAG.
      *    only classic-host records belong in the trend - history
      *    written before the host-mode field existed has blanks
               MOVE "N" TO WS-RECORD-IS-CLASSIC
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

       TALLY-ONE-CLASSIC-RECORD.
           ADD 1 TO CLASSIC-RECORD-COUNT
           PERFORM LOAD-RECORD-COUNTS
      *    a closed month's runs are in the totals through the
      *    rollup already - only an open month's are added here
           MOVE HIST-RUN-DATE(1:7) TO CHECK-MONTH
           PERFORM FIND-CLOSED-MONTH
           IF CLOSED-MONTH-SLOT = ZERO
               PERFORM TALLY-OPEN-MONTH-TOTALS
           ELSE
               ADD 1 TO CLOSED-MONTH-LIVE-COUNT
           END-IF

           MOVE FUNCTION NUMVAL(HIST-KEEP-PERCENT) TO DAY-KEEP-PCT
           MOVE FUNCTION NUMVAL(HIST-CHANGE-PERCENT)
           IF DAY-RANDOM-PCT < WORST-RANDOM-PCT
               MOVE DAY-RANDOM-PCT TO WORST-RANDOM-PCT
               MOVE HIST-RUN-DATE TO WORST-RANDOM-DATE
           END-IF.

       TALLY-OPEN-MONTH-TOTALS.
           ADD 1 TO OPEN-MONTH-RUN-COUNT
           ADD RECORD-KEEP-WINS TO TOTAL-KEEP-WINS
           ADD RECORD-KEEP-LOSSES TO TOTAL-KEEP-LOSSES
           ADD RECORD-CHANGE-WINS TO TOTAL-CHANGE-WINS
           ADD RECORD-CHANGE-LOSSES TO TOTAL-CHANGE-LOSSES
           ADD RECORD-RANDOM-WINS TO TOTAL-RANDOM-WINS
           ADD RECORD-RANDOM-LOSSES TO TOTAL-RANDOM-LOSSES
      *    keep wins plus losses is the record's full game count -
      *    exact for the classic records tallied here, where the
      *    host never voids a game
           ADD RECORD-KEEP-WINS TO TOTAL-RUNS-RECORDED
           ADD RECORD-KEEP-LOSSES TO TOTAL-RUNS-RECORDED

           PERFORM TALLY-RECORD-NET-VALUE.

                       OR FUNCTION NUMVAL(HIST-COST-TO-PLAY) NOT = ZERO
                   ADD 1 TO PRICED-RECORD-COUNT
                   COMPUTE DAY-GAME-COUNT =
                       RECORD-KEEP-WINS + RECORD-KEEP-LOSSES
                   MOVE FUNCTION NUMVAL(HIST-KEEP-NET)
                       TO DAY-NET-VALUE
                   COMPUTE TOTAL-KEEP-NET-VALUE =
           END-IF.

       WRITE-ONE-TREND-LINE.
      *    non-classic and invalidated records are passed over here
      *    exactly as in pass 1, so the moving average and drift
      *    flags track the classic baseline only
           MOVE HIST-RUN-ID TO CHECK-RUN-ID
           PERFORM FIND-INVALID-RUN
           PERFORM SET-RECORD-MODE-FLAG
           IF WS-RECORD-IS-CLASSIC = "Y" AND INVALID-RUN-SLOT = ZERO
               PERFORM WRITE-ONE-CLASSIC-LINE
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE
           STRING "Records Trended:  " RPT-RECORD-COUNT-EDIT
               "    Games Recorded: " RPT-TOTAL-RUNS-EDIT
               " (all time)"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE

           COMPUTE RPT-ALL-TIME-RUNS-EDIT =
               ROLLUP-RUN-COUNT + OPEN-MONTH-RUN-COUNT
           MOVE CLOSED-MONTH-COUNT TO RPT-MONTH-COUNT-EDIT
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "All-Time Runs:    " RPT-ALL-TIME-RUNS-EDIT
               "  (" RPT-MONTH-COUNT-EDIT
               " closed months rolled up + open months live)"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE

           IF CLOSED-MONTH-LIVE-COUNT NOT = ZERO
               MOVE CLOSED-MONTH-LIVE-COUNT TO RPT-RECORD-COUNT-EDIT
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "Live Records in Closed Months: "
                   RPT-RECORD-COUNT-EDIT
                   " (totals taken from the rollup)"
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF

           IF EXCLUDED-RECORD-COUNT NOT = ZERO
               MOVE EXCLUDED-RECORD-COUNT TO RPT-RECORD-COUNT-EDIT
               MOVE SPACES TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF

           IF INVALIDATED-RECORD-COUNT NOT = ZERO
               MOVE INVALIDATED-RECORD-COUNT TO RPT-RECORD-COUNT-EDIT
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "Invalidated Runs Excluded:    "
                   RPT-RECORD-COUNT-EDIT
                   "  (marked INVALID in the registry)"
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF

           MOVE LONG-RUN-KEEP-PCT TO RPT-LONG-KEEP-EDIT
           MOVE LONG-RUN-CHANGE-PCT TO RPT-LONG-CHANGE-EDIT
           MOVE LONG-RUN-RANDOM-PCT TO RPT-LONG-RANDOM-EDIT
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE

      *    best and worst days come from the live records only - with
      *    every month purged there are none to name
           IF CLASSIC-RECORD-COUNT = ZERO
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "No live classic-host records - best and worst "
                   "days not available"
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           ELSE
               PERFORM WRITE-BEST-WORST-DAYS
           END-IF

           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE

           MOVE SPACES TO TREND-REPORT-LINE
           STRING "END OF REPORT - generated by MONTY-TREND"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

       WRITE-BEST-WORST-DAYS.
           MOVE BEST-KEEP-PCT TO RPT-PCT-EDIT
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "Best Keep Day:     " BEST-KEEP-DATE
           STRING "Worst Random Day:  " WORST-RANDOM-DATE
               "  " RPT-PCT-EDIT "%"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

       CAPTURE-RUN-TIMESTAMP.
