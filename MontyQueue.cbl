      *          which scenarios completed, which failed parameter
      *          validation, and why - so analysts can queue a week's
      *          what-if combinations in one job instead of ops
      *          hand-running each one. The requester ID and the
      *          cost center the requester master holds for them go
      *          onto the control card, so every run registers with
      *          who asked for it, and each scenario rejected or
      *          failed is logged with its requester - together the
      *          raw material of MONTY-CHARGE's monthly chargeback.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    who may put work on the service and within what limits -
      *    every card's requester is looked up here before the
      *    scenario runs, and each completed scenario's games are
      *    charged back against the requester's day
           SELECT REQUESTER-MASTER-FILE ASSIGN TO "MONTYRQM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQM-REQUESTER-ID
               FILE STATUS IS WS-REQUESTER-MASTER-STATUS.

      *    one status line per scenario, rewritten fresh each job, so
      *    the requester can see what completed, what failed, and why
           SELECT REQUEST-STATUS-FILE ASSIGN TO "MONTYRQS.DAT"
       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  REQUESTER-MASTER-FILE.
           COPY "RQMREC.CPY".

       FD  REQUEST-STATUS-FILE.
       01 REQUEST-STATUS-LINE PIC X(132).

       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-REQUESTER-MASTER-STATUS PIC XX.
       01 WS-REQUEST-STATUS-FILE PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.
      * job timestamp, captured once so every scenario's run ID
      * shares the same stamp and differs only in its sequence
       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MONTH PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DAY PIC X(2).

      * run ID assigned to the scenario in hand - the full job
      * timestamp plus a two-digit scenario sequence, the same shape
       01 SCENARIO-VALID PIC X VALUE "Y".
       01 SCENARIO-REASON PIC X(50).

      * the requester's cost center off the requester master, put
      * on the control card beside the requester ID so the run
      * registers with both for the monthly chargeback
       01 SCENARIO-COST-CENTER PIC X(8).

      * "rejected" for a card refused before it ran, "failed" for
      * one that ran and did not come back clean - the word goes on
      * the scenario's log line, which MONTY-CHARGE counts against
      * the requester at month end
       01 SCENARIO-OUTCOME PIC X(8).

      * requester-master check on the card in hand - the games the
      * requester has already been charged today, and the card's
      * host mode with a blank read as classic for the allowed-
      * modes test
       01 REQUESTER-GAMES-TODAY PIC 9(11).
       01 REQUESTER-GAMES-AFTER PIC 9(11).
       01 REQUESTER-MODE PIC X.
       01 REQUESTER-MODE-TALLY PIC 9.

      * rejection lines MONTY-SCHEDULE left on the status file for
      * the day's refused schedule entries - carried forward onto
      * this job's status file so the requester still sees them
      * after the queue rewrites it. Only the scheduler's own reset
      * file is carried from - one the queue wrote has already had
      * them printed once, and they are not current any more
       01 PRIOR-SCHEDULER-RESET PIC X VALUE "N".
       01 CARRIED-SCHEDULE-COUNT PIC 9(3) VALUE 0.
       01 CARRIED-SCHEDULE-INDEX PIC 9(3).
       01 CARRIED-SCHEDULE-TABLE.
           05 CARRIED-SCHEDULE-LINE PIC X(132) OCCURS 200 TIMES.

       01 RPT-SCENARIO-EDIT PIC ZZ9.
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:14) TO SCENARIO-RUN-ID-STAMP
           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY

      *    the whole job runs under the interlock - every scenario
      *    rewrites the shared control card, so losing the lock
           MOVE SPACES TO REQUEST-STATUS-LINE
           WRITE REQUEST-STATUS-LINE

           IF CARRIED-SCHEDULE-COUNT NOT = ZERO
                   AND PRIOR-SCHEDULER-RESET = "Y"
                   AND PRIOR-SCENARIO-LINES = ZERO
               PERFORM VARYING CARRIED-SCHEDULE-INDEX FROM 1 BY 1
                       UNTIL CARRIED-SCHEDULE-INDEX
                           > CARRIED-SCHEDULE-COUNT
                   MOVE CARRIED-SCHEDULE-LINE(CARRIED-SCHEDULE-INDEX)
                       TO REQUEST-STATUS-LINE
                   WRITE REQUEST-STATUS-LINE
               END-PERFORM
               MOVE SPACES TO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE
           END-IF

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYREQ.DAT, status "
      *    cryptic non-zero return code from the run itself
           ADD 1 TO SCENARIO-NUMBER
           MOVE "N" TO WS-SCENARIO-SKIPPED
      *    a card in the original layout carries its door count in
      *    the one-digit field - it is brought across here so every
      *    check below reads the one two-digit field
           IF REQ-LAYOUT-VERSION NOT = "2"
               MOVE REQ-NUMBER-OF-DOORS-V1 TO REQ-NUMBER-OF-DOORS
           END-IF
           IF REQ-NUMBER-OF-DOORS IS NOT NUMERIC
               MOVE ZERO TO REQ-NUMBER-OF-DOORS
           END-IF
           IF RESTART-MODE = "Y"
               PERFORM CHECK-PRIOR-COMPLETION
           END-IF
                   ADD 1 TO SCENARIOS-FAILED
                   MOVE "Y" TO WS-ANY-SCENARIO-FAILED
                   PERFORM WRITE-SCENARIO-STATUS-LINE
                   MOVE "rejected" TO SCENARIO-OUTCOME
                   PERFORM LOG-SCENARIO-FAILURE
               END-IF
           END-IF.

       LOG-SCENARIO-FAILURE.
      *    one WARN line per scenario that did not complete, laid
      *    out the same way every time - scenario number, requester
      *    in columns 18-25 and the outcome word from column 27 -
      *    because the status file is rewritten every pass and the
      *    log is the only lasting record of what was turned away
           MOVE "WARN" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "scenario " SCENARIO-NUMBER " for " REQ-REQUESTER-ID
               " " DELIMITED BY SIZE
               SCENARIO-OUTCOME DELIMITED BY SPACE
               " - " SCENARIO-REASON DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       SCAN-PRIOR-STATUS-FILE.
      *    a status file holding scenario verdicts but no END OF
      *    STATUS trailer is the footprint of a pass that died
           MOVE "N" TO RESTART-MODE
           MOVE "N" TO PRIOR-TRAILER-SEEN
           MOVE ZERO TO PRIOR-SCENARIO-LINES
           MOVE ZERO TO CARRIED-SCHEDULE-COUNT
           MOVE "N" TO PRIOR-SCHEDULER-RESET
           MOVE SPACES TO PRIOR-COMPLETED-TABLE
           OPEN INPUT REQUEST-STATUS-FILE
           IF WS-REQUEST-STATUS-FILE = "00"
               IF REQUEST-STATUS-LINE(1:13) = "END OF STATUS"
                   MOVE "Y" TO PRIOR-TRAILER-SEEN
               END-IF
      *        MONTY-SCHEDULE's RESET-STATUS-FILE marks its file so
               IF REQUEST-STATUS-LINE(1:21) = "Stack regenerated on "
                   MOVE "Y" TO PRIOR-SCHEDULER-RESET
               END-IF
               IF REQUEST-STATUS-LINE(1:15) = "Schedule entry "
                       AND CARRIED-SCHEDULE-COUNT < 200
                   ADD 1 TO CARRIED-SCHEDULE-COUNT
                   MOVE REQUEST-STATUS-LINE
                       TO CARRIED-SCHEDULE-LINE(CARRIED-SCHEDULE-COUNT)
               END-IF
           END-IF.

       CHECK-PRIOR-COMPLETION.
      *    would reject
           MOVE "Y" TO SCENARIO-VALID
           MOVE SPACES TO SCENARIO-REASON
           MOVE SPACES TO SCENARIO-COST-CENTER

           IF REQ-NUMBER-OF-DOORS < 3
               MOVE "N" TO SCENARIO-VALID
               MOVE "N" TO SCENARIO-VALID
               MOVE "switch-offer percent exceeds 100"
                   TO SCENARIO-REASON
           END-IF

      *    a card that would run is then held to its requester's
      *    standing on the requester master
           IF SCENARIO-VALID = "Y"
               PERFORM VALIDATE-SCENARIO-REQUESTER
           END-IF.

       VALIDATE-SCENARIO-REQUESTER.
      *    unknown and suspended requesters get nothing run; a
      *    known one is held to the per-card run ceiling, the host
      *    modes they may use, and the games left in their day -
      *    with no readable master there is no telling who may run
      *    what, so the card is refused rather than waved through
           OPEN INPUT REQUESTER-MASTER-FILE
           IF WS-REQUESTER-MASTER-STATUS NOT = "00"
               MOVE "N" TO SCENARIO-VALID
               MOVE "requester master MONTYRQM.IDX unavailable"
                   TO SCENARIO-REASON
           ELSE
               MOVE REQ-REQUESTER-ID TO RQM-REQUESTER-ID
               READ REQUESTER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO SCENARIO-VALID
                       MOVE "requester is not on the requester master"
                           TO SCENARIO-REASON
                   NOT INVALID KEY
                       MOVE RQM-COST-CENTER TO SCENARIO-COST-CENTER
                       PERFORM CHECK-REQUESTER-LIMITS
               END-READ
               CLOSE REQUESTER-MASTER-FILE
           END-IF.

       CHECK-REQUESTER-LIMITS.
           MOVE REQ-HOST-MODE TO REQUESTER-MODE
           IF REQUESTER-MODE = SPACE
               MOVE "C" TO REQUESTER-MODE
           END-IF
           MOVE ZERO TO REQUESTER-MODE-TALLY
           INSPECT RQM-ALLOWED-MODES TALLYING REQUESTER-MODE-TALLY
               FOR ALL REQUESTER-MODE
           IF RQM-USAGE-DATE = WS-RUN-DATE
                   AND RQM-USAGE-GAMES IS NUMERIC
               MOVE RQM-USAGE-GAMES TO REQUESTER-GAMES-TODAY
           ELSE
               MOVE ZERO TO REQUESTER-GAMES-TODAY
           END-IF
           COMPUTE REQUESTER-GAMES-AFTER =
               REQUESTER-GAMES-TODAY + REQ-NUMBER-OF-RUNS

           EVALUATE TRUE
               WHEN RQM-STATUS NOT = "A"
                   MOVE "N" TO SCENARIO-VALID
                   MOVE "requester is suspended" TO SCENARIO-REASON
               WHEN REQ-NUMBER-OF-RUNS > RQM-MAX-RUNS
                   MOVE "N" TO SCENARIO-VALID
                   MOVE "NUMBER-OF-RUNS over requester's per-card limit"
                       TO SCENARIO-REASON
               WHEN REQUESTER-MODE-TALLY = ZERO
                   MOVE "N" TO SCENARIO-VALID
                   MOVE SPACES TO SCENARIO-REASON
                   STRING "host mode " REQUESTER-MODE
                       " is not allowed for this requester"
                       DELIMITED BY SIZE INTO SCENARIO-REASON
               WHEN REQUESTER-GAMES-AFTER > RQM-DAILY-GAME-LIMIT
                   MOVE "N" TO SCENARIO-VALID
                   MOVE "requester's daily game limit would be exceeded"
                       TO SCENARIO-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHARGE-REQUESTER-USAGE.
      *    a completed scenario's games count against the day it ran
      *    - a usage date left from an earlier day starts the count
      *    over; a failed charge is logged, never allowed to fail a
      *    scenario whose results are already registered
           OPEN I-O REQUESTER-MASTER-FILE
           IF WS-REQUESTER-MASTER-STATUS NOT = "00"
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYRQM.IDX to charge "
                   REQ-REQUESTER-ID ", status "
                   WS-REQUESTER-MASTER-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE REQ-REQUESTER-ID TO RQM-REQUESTER-ID
               READ REQUESTER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RQM-USAGE-DATE NOT = WS-RUN-DATE
                               OR RQM-USAGE-GAMES IS NOT NUMERIC
                           MOVE WS-RUN-DATE TO RQM-USAGE-DATE
                           MOVE ZERO TO RQM-USAGE-GAMES
                       END-IF
                       ADD REQ-NUMBER-OF-RUNS TO RQM-USAGE-GAMES
                       REWRITE REQUESTER-MASTER-RECORD
                           INVALID KEY
                               MOVE "WARN" TO RUN-LOG-SEVERITY
                               MOVE SPACES TO RUN-LOG-TEXT
                               STRING "could not charge usage to "
                                   REQ-REQUESTER-ID ", status "
                                   WS-REQUESTER-MASTER-STATUS
                                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                       END-REWRITE
               END-READ
               CLOSE REQUESTER-MASTER-FILE
           END-IF.

       RUN-ONE-SCENARIO.
      *    file - the same pattern MONTY-BATCH uses per tier
           MOVE SPACES TO CONTROL-RECORD
           MOVE REQ-NUMBER-OF-RUNS TO CTL-NUMBER-OF-RUNS
           MOVE "2" TO CTL-LAYOUT-VERSION
           MOVE ZERO TO CTL-NUMBER-OF-DOORS-V1
           MOVE REQ-NUMBER-OF-DOORS TO CTL-NUMBER-OF-DOORS
           MOVE REQ-CHECKPOINT-INTERVAL TO CTL-CHECKPOINT-INTERVAL
           MOVE REQ-SEED TO CTL-SEED
           ELSE
               MOVE ZERO TO CTL-COST-TO-PLAY
           END-IF
      *    a card that names its own run ID keeps it; otherwise the
      *    job stamp plus the scenario sequence, rebuilt every time
      *    since a named ID overwrites the whole group
           IF REQ-RUN-ID NOT = SPACES AND REQ-RUN-ID NOT = LOW-VALUES
               MOVE REQ-RUN-ID TO SCENARIO-RUN-ID
           ELSE
               MOVE WS-TODAY(1:14) TO SCENARIO-RUN-ID-STAMP
               MOVE SCENARIO-NUMBER TO SCENARIO-RUN-ID-SEQ
           END-IF
           MOVE SCENARIO-RUN-ID TO CTL-RUN-ID
           MOVE REQ-REQUESTER-ID TO CTL-REQUESTER-ID
           MOVE SCENARIO-COST-CENTER TO CTL-COST-CENTER

           MOVE "N" TO WS-RUN-RECORD-FOUND
           OPEN OUTPUT CONTROL-FILE

           IF WS-RUN-RECORD-FOUND = "Y"
               ADD 1 TO SCENARIOS-COMPLETED
               PERFORM CHARGE-REQUESTER-USAGE
           ELSE
               ADD 1 TO SCENARIOS-FAILED
               MOVE "Y" TO WS-ANY-SCENARIO-FAILED
               MOVE "N" TO SCENARIO-VALID
           END-IF
           PERFORM WRITE-SCENARIO-STATUS-LINE
           IF SCENARIO-VALID NOT = "Y"
               MOVE "failed" TO SCENARIO-OUTCOME
               PERFORM LOG-SCENARIO-FAILURE
           END-IF.

       RUN-AND-CHECK-ONE-SCENARIO.
      *    the control card wrote clean - run the scenario and look
