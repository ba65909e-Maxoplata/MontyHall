      * history record, so the replay never shows up as a duplicate
      * run in the trend or integrity reports
       01 CERTIFY-REPLAY PIC X VALUE "N".

      * "S" when this run is one seed slice of a partitioned run -
      * it registers with the parent's run ID and, like a replay,
      * writes no history record; MONTY-MERGE later registers the
      * parent, whose history record carries the slices' games
       01 PARTITION-ROLE PIC X VALUE SPACE.
       01 PARENT-RUN-ID PIC X(16) VALUE SPACES.

      * who the run is for - the requester and cost center off the
      * control card, registered with the run for the monthly
      * chargeback; spaces when no requester asked for it
       01 REQUESTER-ID PIC X(8) VALUE SPACES.
       01 COST-CENTER PIC X(8) VALUE SPACES.
       01 OFFER-PERCENT PIC 9(3) VALUE 50.

      * prize-value economics off the control card - what a win pays

      * ignorant-host reveal bookkeeping - one uniform draw selects
      * among the still-closed, unchosen doors
       01 CANDIDATE-COUNT PIC 99.
       01 PICK-NUMBER PIC 99.
       01 CANDIDATE-SEEN PIC 99.

       01 WS-CHANGE-PERCENT-EDIT PIC Z9.99.
       01 CHECKPOINT-INTERVAL PIC 9(7) VALUE 100000.
       01 CHECKPOINT-FOUND PIC X VALUE "N".

      * precision mode - a non-zero TARGET-HALF-WIDTH off the control
      * card turns NUMBER-OF-RUNS into a cap (kept in MAX-GAMES) and
      * the run stops at the first checkpoint interval where the 95%
      * half-width on CHANGE-PERCENT is inside the target; the test
      * falls only on those fixed iteration boundaries, never on the
      * clock, so a checkpoint restart or a certification replay
      * reaches the very same stopping game
       01 TARGET-HALF-WIDTH PIC 9V99 VALUE 0.
       01 PRECISION-MODE PIC X VALUE "N".
       01 PRECISION-MET PIC X VALUE "N".
       01 MAX-GAMES PIC 9(7) VALUE 0.
      * TARGET, CAP, or FIXED for an ordinary NUMBER-OF-RUNS run
       01 STOP-REASON PIC X(6) VALUE "FIXED".
       01 PRECISION-DECIDED PIC 9(7).
       01 PRECISION-CHANGE-RATE PIC 9V9(8).
       01 RUNNING-HALF-WIDTH PIC 9(3)V9999 VALUE 0.
       01 RPT-HALF-WIDTH-EDIT PIC ZZ9.99.
       01 RPT-TARGET-EDIT PIC 9.99.
       01 RPT-INTERVAL-EDIT PIC Z,ZZZ,ZZ9.
       01 START-I PIC 9(7) VALUE 0.

      * number of FUNCTION RANDOM draws made per iteration of the
      * SET-DRAWS-PER-ITERATION, and every iteration consumes its
      * full quota of draws (void games and withheld offers included)
      * precisely so this stays a constant multiplier
       01 DRAWS-PER-ITERATION PIC 999 VALUE 3.
       01 WS-DRAWS-TO-SKIP PIC 9(10) VALUE 0.
       01 WS-SKIP-INDEX PIC 9(10).
       01 WS-LAST-CHECKPOINT.
           05 WS-CHK-ITERATION PIC 9(7).
           05 WS-CHK-KEEP-WINS PIC 9(7).
           05 WS-CHK-RANDOM-WINS PIC 9(7).
           05 WS-CHK-RANDOM-LOSSES PIC 9(7).
           05 WS-CHK-NUMBER-OF-RUNS PIC 9(7).
           05 WS-CHK-NUMBER-OF-DOORS PIC 99.
           05 WS-CHK-SEED PIC 9(9).
           05 WS-CHK-HOST-MODE PIC X.
           05 WS-CHK-VOID-GAMES PIC 9(7).
           05 WS-CHK-TARGET-HALF-WIDTH PIC 9V99.
           05 WS-CHK-CHECKPOINT-INTERVAL PIC 9(7).
       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
       01 KEEP-PERCENT PIC 99V99.
       01 CHANGE-PERCENT PIC 99V99.
       01 RANDOM-PERCENT PIC 99V99.
       01 RANDOM-FINAL-DOOR PIC 99.

       01 I PIC 9(7).
      *    enough fractional digits that quantization error in the
      *    door draws (NUMBER-OF-DOORS times RANDOM-NUMBER) is
      *    negligible for door counts up to 99 - PIC 9V9 gave only 10
      *    equally-likely buckets, which do not divide evenly by door
      *    counts other than 2/5/10 and biased the door draw (and, for
      *    consistency, the random-switch coin flip uses this same
      *    field)
       01 RANDOM-NUMBER PIC 9V9(6).
      *    the scaled door draw - two integer places for door counts
      *    past 9; the product is exact, so a count of 9 or under
      *    draws the very same doors it always has and old seeds
      *    replay unchanged
       01 DOOR-DRAW PIC 99V9(6).
      * defaulted here, but normally overridden by the MONTYCTL.DAT
      * parameter card read in READ-CONTROL-PARAMETERS
       01 NUMBER-OF-DOORS PIC 99 VALUE 3.
       01 WINNING-DOOR PIC 99.
       01 PLAYER-DOOR PIC 99.

      * host door-reveal simulation - the host opens NUMBER-OF-DOORS
      * minus 2 losing, unchosen doors, leaving exactly one other
      * closed door as the switch target, for any NUMBER-OF-DOORS
       01 DOOR-STATUS-TABLE.
           05 DOOR-STATUS OCCURS 99 TIMES PIC X.
      *    one digit wider than NUMBER-OF-DOORS: PERFORM-HOST-
      *    REVEAL's loops count DOOR-INDEX up through NUMBER-OF-DOORS
      *    and then one past it to fail the UNTIL test, so at the
      *    structurally-valid maximum of 99 doors DOOR-INDEX has to
      *    reach 100 - at the same width it would wrap to 0 and hang
      *    the loop forever
       01 DOORS-OPENED PIC 99.
       01 DOOR-INDEX PIC 999.
       01 SWITCH-TARGET-DOOR PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    fixed per mode so a checkpoint resume can fast-forward the
      *    stream, and mode "C" draws exactly what the classic-only
      *    code always drew, keeping old seeds reproducible
      *    - a precision run also leaves the loop as soon as the
      *    target half-width is met at a checkpoint boundary
           PERFORM VARYING I FROM START-I BY 1
                   UNTIL I >= NUMBER-OF-RUNS OR PRECISION-MET = "Y"
      *        pick a winning door between 1 and NUMBER-OF-DOORS
               COMPUTE RANDOM-NUMBER = FUNCTION RANDOM
               MULTIPLY NUMBER-OF-DOORS BY RANDOM-NUMBER
                   GIVING DOOR-DRAW
               MOVE DOOR-DRAW TO WINNING-DOOR
               ADD 1 TO WINNING-DOOR

      *        player selects a random door between 1 and
      *        NUMBER-OF-DOORS
               COMPUTE RANDOM-NUMBER = FUNCTION RANDOM
               MULTIPLY NUMBER-OF-DOORS BY RANDOM-NUMBER
                   GIVING DOOR-DRAW
               MOVE DOOR-DRAW TO PLAYER-DOOR
               ADD 1 TO PLAYER-DOOR

               MOVE "N" TO GAME-VOID
               END-IF

               IF FUNCTION MOD(I + 1, CHECKPOINT-INTERVAL) = 0
                   IF PRECISION-MODE = "Y"
                       PERFORM CHECK-RUNNING-PRECISION
                   END-IF
                   IF PRECISION-MET NOT = "Y"
                       PERFORM SAVE-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM


           PERFORM CLEAR-CHECKPOINT

      *    I has stepped one past the last game played, so it is the
      *    game count whichever way the loop ended - a precision run
      *    reports and registers the games it actually played, and
      *    every run carries the half-width its final tallies reach
           IF PRECISION-MODE = "Y"
               MOVE I TO NUMBER-OF-RUNS
           END-IF
           COMPUTE PRECISION-DECIDED = NUMBER-OF-RUNS - VOID-GAMES
           PERFORM COMPUTE-RUNNING-HALF-WIDTH
           IF PRECISION-MODE = "Y"
               PERFORM SETTLE-PRECISION-STOP
           END-IF

      *    percentages are taken over the decided games - for modes
      *    C and S that is every game, for mode I it excludes the
      *    games the ignorant host voided

      *    a certification replay registers its results but leaves
      *    the history file alone - the original run's record is the
      *    one of record - and so does a partition slice, whose games
      *    reach the history inside its parent's record
           IF CERTIFY-REPLAY NOT = "Y" AND PARTITION-ROLE NOT = "S"
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           PERFORM WRITE-REGISTRY-RECORD
                   NOT AT END
                       MOVE CTL-NUMBER-OF-RUNS TO WS-RUNS-FROM-CARD
                       MOVE CTL-NUMBER-OF-RUNS TO NUMBER-OF-RUNS
      *                a card in the original layout carries its
      *                door count in the one-digit field
                       IF CTL-LAYOUT-VERSION = "2"
                           IF CTL-NUMBER-OF-DOORS IS NUMERIC
                               MOVE CTL-NUMBER-OF-DOORS
                                   TO NUMBER-OF-DOORS
                           ELSE
                               MOVE ZERO TO NUMBER-OF-DOORS
                           END-IF
                       ELSE
                           MOVE CTL-NUMBER-OF-DOORS-V1
                               TO NUMBER-OF-DOORS
                       END-IF
                       IF CTL-CHECKPOINT-INTERVAL NOT = ZERO
                           MOVE CTL-CHECKPOINT-INTERVAL
                               TO CHECKPOINT-INTERVAL
                       IF CTL-CERTIFY-REPLAY = "Y"
                           MOVE "Y" TO CERTIFY-REPLAY
                       END-IF
                       IF CTL-PARTITION-ROLE = "S"
                           MOVE "S" TO PARTITION-ROLE
                           MOVE CTL-PARENT-RUN-ID TO PARENT-RUN-ID
                       END-IF
                       IF CTL-REQUESTER-ID NOT = LOW-VALUES
                           MOVE CTL-REQUESTER-ID TO REQUESTER-ID
                           MOVE CTL-COST-CENTER TO COST-CENTER
                       END-IF
                       IF CTL-OFFER-PERCENT IS NUMERIC
                               AND CTL-OFFER-PERCENT NOT = ZERO
                           MOVE CTL-OFFER-PERCENT TO OFFER-PERCENT
                               OR COST-TO-PLAY NOT = ZERO
                           MOVE "Y" TO ECONOMICS-MODE
                       END-IF
      *                precision mode reads the run count as the cap
                       IF CTL-TARGET-HALF-WIDTH IS NUMERIC
                               AND CTL-TARGET-HALF-WIDTH NOT = ZERO
                           MOVE CTL-TARGET-HALF-WIDTH
                               TO TARGET-HALF-WIDTH
                           MOVE "Y" TO PRECISION-MODE
                           MOVE NUMBER-OF-RUNS TO MAX-GAMES
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
                   OFFER-PERCENT " exceeds 100"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF

      *    a slice that does not say whose slice it is could never
      *    be merged
           IF PARTITION-ROLE = "S"
                   AND (PARENT-RUN-ID = SPACES
                       OR PARENT-RUN-ID = LOW-VALUES)
               DISPLAY "ERROR: partition slice card names no parent "
                   "run ID"
               MOVE "N" TO WS-PARAMETERS-VALID
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE "control card rejected: slice names no parent run"
                   TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       ASSIGN-RUN-ID.
               PERFORM WRITE-RUN-LOG
           END-IF.

       CHECK-RUNNING-PRECISION.
      *    the precision test at a checkpoint boundary - the games
      *    decided so far (I + 1 played, less the voids) against the
      *    running CHANGE-WINS, stopping the run once the half-width
      *    is inside the target
           COMPUTE PRECISION-DECIDED = I + 1 - VOID-GAMES
           PERFORM COMPUTE-RUNNING-HALF-WIDTH
           IF PRECISION-DECIDED NOT = ZERO
                   AND RUNNING-HALF-WIDTH NOT > TARGET-HALF-WIDTH
               MOVE "Y" TO PRECISION-MET
           END-IF.

       COMPUTE-RUNNING-HALF-WIDTH.
      *    95% half-width, in percentage points, of the observed
      *    change-win rate over PRECISION-DECIDED decided games - the
      *    same normal-approximation margin CHECK-CONFIDENCE uses,
      *    but taken from the observed rate since a precision run
      *    may be any host mode
           IF PRECISION-DECIDED = ZERO
               MOVE ZERO TO RUNNING-HALF-WIDTH
           ELSE
               COMPUTE PRECISION-CHANGE-RATE ROUNDED =
                   CHANGE-WINS / PRECISION-DECIDED
               COMPUTE RUNNING-HALF-WIDTH ROUNDED =
                   1.96 *
                   FUNCTION SQRT(
                       (PRECISION-CHANGE-RATE *
                        (1 - PRECISION-CHANGE-RATE))
                       / PRECISION-DECIDED)
                   * 100
           END-IF.

       SETTLE-PRECISION-STOP.
      *    a run that met the target at a checkpoint stopped there;
      *    one that ran to the cap counts as on target only if its
      *    final tallies are inside it, otherwise the cap was hit
           IF PRECISION-MET = "Y"
                   OR RUNNING-HALF-WIDTH NOT > TARGET-HALF-WIDTH
               MOVE "TARGET" TO STOP-REASON
           ELSE
               MOVE "CAP" TO STOP-REASON
           END-IF
           MOVE RUNNING-HALF-WIDTH TO RPT-HALF-WIDTH-EDIT
           MOVE TARGET-HALF-WIDTH TO RPT-TARGET-EDIT
           MOVE NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           DISPLAY "Precision mode stopped after " RPT-RUNS-EDIT
               " games - " STOP-REASON " (half-width "
               RPT-HALF-WIDTH-EDIT " against target " RPT-TARGET-EDIT
               ")"
           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "run " RUN-ID " precision stop " STOP-REASON
               " after " RPT-RUNS-EDIT " games, half-width "
               RPT-HALF-WIDTH-EDIT " target " RPT-TARGET-EDIT
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       SEED-RANDOM-GENERATOR.
      *    use the explicit seed from the control card if one was
      *    given, otherwise derive a time-based seed so the run is
                               TO WS-CHK-RANDOM-LOSSES
                           MOVE CHK-NUMBER-OF-RUNS
                               TO WS-CHK-NUMBER-OF-RUNS
                           IF CHK-LAYOUT-VERSION = "2"
                               MOVE CHK-NUMBER-OF-DOORS
                                   TO WS-CHK-NUMBER-OF-DOORS
                           ELSE
                               MOVE CHK-NUMBER-OF-DOORS-V1
                                   TO WS-CHK-NUMBER-OF-DOORS
                           END-IF
                           MOVE CHK-SEED TO WS-CHK-SEED
                           MOVE CHK-HOST-MODE TO WS-CHK-HOST-MODE
                           IF CHK-VOID-GAMES IS NUMERIC
                           ELSE
                               MOVE ZERO TO WS-CHK-VOID-GAMES
                           END-IF
                           IF CHK-TARGET-HALF-WIDTH IS NUMERIC
                               MOVE CHK-TARGET-HALF-WIDTH
                                   TO WS-CHK-TARGET-HALF-WIDTH
                           ELSE
                               MOVE ZERO TO WS-CHK-TARGET-HALF-WIDTH
                           END-IF
                           IF CHK-CHECKPOINT-INTERVAL IS NUMERIC
                               MOVE CHK-CHECKPOINT-INTERVAL
                                   TO WS-CHK-CHECKPOINT-INTERVAL
                           ELSE
                               MOVE ZERO TO WS-CHK-CHECKPOINT-INTERVAL
                           END-IF
                           MOVE "Y" TO CHECKPOINT-FOUND
                   END-READ
               END-PERFORM
      *    tier (left behind by any abend, which is the exact scenario
      *    checkpointing exists for) would be silently adopted as this
      *    run's starting point and its stale totals would be reported
      *    as this run's real result - a precision run also needs the
      *    same target and test interval, or it would stop elsewhere
           IF CHECKPOINT-FOUND = "Y"
               IF WS-CHK-NUMBER-OF-RUNS NOT = NUMBER-OF-RUNS
                       OR WS-CHK-NUMBER-OF-DOORS NOT = NUMBER-OF-DOORS
                       OR WS-CHK-HOST-MODE NOT = HOST-MODE
                       OR WS-CHK-TARGET-HALF-WIDTH
                           NOT = TARGET-HALF-WIDTH
                       OR (PRECISION-MODE = "Y"
                           AND WS-CHK-CHECKPOINT-INTERVAL
                               NOT = CHECKPOINT-INTERVAL)
                       OR (RUN-SEED NOT = ZERO
                           AND RUN-SEED NOT = WS-CHK-SEED)
                   DISPLAY "WARNING: MONTYCHK.DAT does not match this "
           MOVE RANDOM-WINS TO CHK-RANDOM-WINS
           MOVE RANDOM-LOSSES TO CHK-RANDOM-LOSSES
           MOVE NUMBER-OF-RUNS TO CHK-NUMBER-OF-RUNS
           MOVE "2" TO CHK-LAYOUT-VERSION
           MOVE ZERO TO CHK-NUMBER-OF-DOORS-V1
           MOVE NUMBER-OF-DOORS TO CHK-NUMBER-OF-DOORS
           MOVE RUN-SEED TO CHK-SEED
           MOVE HOST-MODE TO CHK-HOST-MODE
           MOVE VOID-GAMES TO CHK-VOID-GAMES
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP(1:14) TO CHK-TIMESTAMP
           MOVE TARGET-HALF-WIDTH TO CHK-TARGET-HALF-WIDTH
           MOVE CHECKPOINT-INTERVAL TO CHK-CHECKPOINT-INTERVAL

           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "05" OR WS-CHECKPOINT-STATUS = "35"
      *    game by game instead of defended from its final tallies
           MOVE SPACES TO DETAIL-RECORD
           COMPUTE DTL-ITERATION = I + 1
           MOVE ZERO TO DTL-WINNING-DOOR-V1
           MOVE ZERO TO DTL-PLAYER-DOOR-V1
           MOVE ZERO TO DTL-SWITCH-TARGET-DOOR-V1
           MOVE "2" TO DTL-LAYOUT-VERSION
           MOVE WINNING-DOOR TO DTL-WINNING-DOOR
           MOVE PLAYER-DOOR TO DTL-PLAYER-DOOR
           MOVE SWITCH-TARGET-DOOR TO DTL-SWITCH-TARGET-DOOR
           MOVE KEEP-NET-PER-GAME TO HIST-KEEP-NET
           MOVE CHANGE-NET-PER-GAME TO HIST-CHANGE-NET
           MOVE RANDOM-NET-PER-GAME TO HIST-RANDOM-NET
           MOVE NUMBER-OF-RUNS TO HIST-GAMES-PLAYED
           MOVE TARGET-HALF-WIDTH TO HIST-TARGET-HALF-WIDTH
           MOVE MAX-GAMES TO HIST-MAX-GAMES
           MOVE STOP-REASON TO HIST-STOP-REASON
           MOVE RUNNING-HALF-WIDTH TO HIST-FINAL-HALF-WIDTH
           MOVE "2" TO HIST-LAYOUT-VERSION
           MOVE NUMBER-OF-DOORS TO HIST-NUMBER-OF-DOORS

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
           MOVE WS-RUN-DATE TO REG-RUN-DATE
           MOVE WS-RUN-TIME TO REG-RUN-TIME
           MOVE NUMBER-OF-RUNS TO REG-NUMBER-OF-RUNS
           MOVE ZERO TO REG-NUMBER-OF-DOORS-V1
           MOVE "2" TO REG-LAYOUT-VERSION
           MOVE NUMBER-OF-DOORS TO REG-NUMBER-OF-DOORS
           MOVE RUN-SEED TO REG-SEED
           MOVE KEEP-WINS TO REG-KEEP-WINS
           MOVE KEEP-NET-PER-GAME TO REG-KEEP-NET
           MOVE CHANGE-NET-PER-GAME TO REG-CHANGE-NET
           MOVE RANDOM-NET-PER-GAME TO REG-RANDOM-NET
           MOVE TARGET-HALF-WIDTH TO REG-TARGET-HALF-WIDTH
           MOVE MAX-GAMES TO REG-MAX-GAMES
           MOVE CHECKPOINT-INTERVAL TO REG-CHECKPOINT-INTERVAL
           MOVE STOP-REASON TO REG-STOP-REASON
           MOVE RUNNING-HALF-WIDTH TO REG-FINAL-HALF-WIDTH
           IF PARTITION-ROLE = "S"
               MOVE "S" TO REG-PARTITION-ROLE
               MOVE PARENT-RUN-ID TO REG-PARENT-RUN-ID
           END-IF
           MOVE REQUESTER-ID TO REG-REQUESTER-ID
           MOVE COST-CENTER TO REG-COST-CENTER
           IF CERTIFY-REPLAY = "Y"
               MOVE "REPLAY" TO REG-STATUS
           ELSE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF PRECISION-MODE = "Y"
               PERFORM WRITE-PRECISION-SECTION
           END-IF

           MOVE SPACES TO REPORT-LINE
           EVALUATE HOST-MODE
               WHEN "I"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF PARTITION-ROLE = "S"
               MOVE SPACES TO REPORT-LINE
               STRING "Partition Slice of Run: " PARENT-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE


           CLOSE REPORT-FILE.

       WRITE-PRECISION-SECTION.
      *    what the run was asked for and how it came to stop - the
      *    Runs figure above is the games actually played
           MOVE TARGET-HALF-WIDTH TO RPT-TARGET-EDIT
           MOVE MAX-GAMES TO RPT-RUNS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Precision Mode: target +/- " RPT-TARGET-EDIT
               " on CHANGE-PERCENT, cap " RPT-RUNS-EDIT " games"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CHECKPOINT-INTERVAL TO RPT-INTERVAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  half-width tested every " RPT-INTERVAL-EDIT
               " games"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           MOVE RUNNING-HALF-WIDTH TO RPT-HALF-WIDTH-EDIT
           MOVE SPACES TO REPORT-LINE
           IF STOP-REASON = "TARGET"
               STRING "  Stopped: TARGET MET after " RPT-RUNS-EDIT
                   " games, half-width " RPT-HALF-WIDTH-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  Stopped: CAP HIT after " RPT-RUNS-EDIT
                   " games, half-width " RPT-HALF-WIDTH-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-ECONOMICS-SECTION.
      *    the answer to "so what does that cost us" - each arm's
      *    total winnings, total paid to play, and what one game of
