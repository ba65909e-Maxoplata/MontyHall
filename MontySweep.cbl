      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Parameter-sweep generator. Reads one sweep card
      *          (MONTYSWP.DAT - a range of door counts, a list of
      *          host modes with their switch-offer percents, a run
      *          count and a base seed) and expands it into the
      *          MONTYREQ.DAT scenario stack for MONTY-QUEUE, one
      *          card per door-count/host-mode cell, each carrying
      *          its own run ID and seed so MONTY-MATRIX can read the
      *          cell's results straight back out of the registry
      *          once the queue has run. This replaces typing the
      *          twenty-odd cards of a "doors 3 to 9 under every host
      *          mode" study by hand and then hunting down twenty-odd
      *          registry records to collect the answers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the sweep card being expanded
           SELECT SWEEP-FILE ASSIGN TO "MONTYSWP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

      *    the scenario stack, rewritten fresh for MONTY-QUEUE - the
      *    same file MONTY-SCHEDULE writes, so a sweep takes the
      *    place of the day's scheduled stack, never a pending one
           SELECT REQUEST-FILE ASSIGN TO "MONTYREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    the queue's status file - read first to make sure no
      *    stack is still waiting on the queue, then reset alongside
      *    the new stack exactly as MONTY-SCHEDULE resets it
           SELECT REQUEST-STATUS-FILE ASSIGN TO "MONTYRQS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS-FILE.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-FILE.
           COPY "SWPREC.CPY".

       FD  REQUEST-FILE.
           COPY "REQREC.CPY".

       FD  REQUEST-STATUS-FILE.
       01 REQUEST-STATUS-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-SWEEP-STATUS PIC XX.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-REQUEST-STATUS-FILE PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.

      * severity and text handed to WRITE-RUN-LOG - the paragraph
      * stamps the time and program ID itself
       01 RUN-LOG-SEVERITY PIC X(5).
       01 RUN-LOG-TEXT PIC X(90).
       01 WS-LOG-STAMP PIC X(21).

       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MONTH PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DAY PIC X(2).

      * verdict on the sweep card - the first fault found is the
      * one reported, and a faulty card writes nothing at all
       01 SWEEP-VALID PIC X.
       01 SWEEP-REASON PIC X(60).

      * the host-mode list as validated - a blank mode ends the
      * list, and an S mode with no offer percent runs at 50, the
      * same default MONTY-HALL applies, so the run ID and the
      * matrix heading name the offer that actually ran
       01 MODE-COUNT PIC 9 VALUE 0.
       01 MODE-INDEX PIC 9.
       01 MODE-CHECK-INDEX PIC 9.
       01 MODE-LIST-ENDED PIC X.
       01 SWEEP-MODE-TABLE.
           05 SWEEP-MODE-ENTRY OCCURS 6 TIMES.
               10 SWEEP-MODE PIC X.
               10 SWEEP-OFFER PIC 9(3).

      * the cell in hand - cells run door count outer, host mode
      * inner, which is the order MONTY-MATRIX expects to find
      * them on the queue's status file
      * one digit wider than a door count so the row loop can
      * step past a range that ends at 99
       01 CELL-DOORS PIC 9(3).
       01 CELL-COUNT PIC 9(3) VALUE 0.
       01 CELL-SEED PIC 9(9).
       01 BASE-SEED PIC 9(9).
       01 CELL-RUN-ID.
           05 CELL-RUN-ID-SWEEP PIC X(8).
           05 FILLER PIC X VALUE "D".
           05 CELL-RUN-ID-DOORS PIC 99.
           05 FILLER PIC X VALUE "M".
           05 CELL-RUN-ID-MODE PIC X.
           05 CELL-RUN-ID-OFFER PIC 9(3).

      * what MONTYRQS.DAT says about the stack it covers - a
      * "Stack regenerated" line with no queue verdicts under it
      * is a stack the queue has not run yet, and scenario lines
      * with no END OF STATUS trailer are an abended pass the queue
      * will want to restart; either way the stack is not ours to
      * overwrite
       01 PENDING-STACK PIC X VALUE "N".
       01 PRIOR-REGENERATED-SEEN PIC X.
       01 PRIOR-SCENARIO-SEEN PIC X.
       01 PRIOR-TRAILER-SEEN PIC X.
       01 PRIOR-QUEUE-TRAILER-SEEN PIC X.
       01 PRIOR-TRAILER-TALLY PIC 9(3).

       01 RPT-COUNT-EDIT PIC ZZ,ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           OPEN INPUT SWEEP-FILE
           IF WS-SWEEP-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYSWP.DAT, status "
                   WS-SWEEP-STATUS " - no sweep card to expand"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "sweep generator found no MONTYSWP.DAT, status "
                   WS-SWEEP-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SWEEP-FILE
               AT END
                   DISPLAY "ERROR: MONTYSWP.DAT is empty - no sweep "
                       "card to expand"
                   CLOSE SWEEP-FILE
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE "sweep generator found MONTYSWP.DAT empty"
                       TO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SWEEP-FILE

           PERFORM VALIDATE-SWEEP-CARD
           IF SWEEP-VALID NOT = "Y"
               DISPLAY "ERROR: sweep " SWP-SWEEP-ID " rejected - "
                   SWEEP-REASON
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "sweep " SWP-SWEEP-ID " rejected - "
                   SWEEP-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-PENDING-STACK
           IF PENDING-STACK = "Y"
               DISPLAY "ERROR: MONTYRQS.DAT shows a stack MONTY-QUEUE "
                   "has not finished - run the queue before "
                   "generating sweep " SWP-SWEEP-ID
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "sweep " SWP-SWEEP-ID " not generated - "
                   "MONTYREQ.DAT still holds an unfinished stack"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYREQ.DAT, status "
                   WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    a zero base seed takes one from the clock - written onto
      *    every card, so the cells still replay exactly under
      *    MONTY-VERIFY and their seeds are on the registry
           IF SWP-BASE-SEED = ZERO
               MOVE WS-TODAY(9:8) TO BASE-SEED
           ELSE
               MOVE SWP-BASE-SEED TO BASE-SEED
           END-IF

           PERFORM VARYING CELL-DOORS FROM SWP-DOORS-FROM BY 1
                   UNTIL CELL-DOORS > SWP-DOORS-TO
               PERFORM VARYING MODE-INDEX FROM 1 BY 1
                       UNTIL MODE-INDEX > MODE-COUNT
                   PERFORM WRITE-ONE-SWEEP-CELL
               END-PERFORM
           END-PERFORM

           CLOSE REQUEST-FILE

           PERFORM RESET-STATUS-FILE
           PERFORM WRITE-SWEEP-SUMMARY

           STOP RUN.

       VALIDATE-SWEEP-CARD.
      *    the same limits MONTY-QUEUE's VALIDATE-ONE-SCENARIO puts
      *    on a single card, applied once to the whole sweep - a
      *    stack the queue would reject cell by cell is no use to
      *    anyone, so it is refused here before anything is written
           MOVE "Y" TO SWEEP-VALID
           MOVE SPACES TO SWEEP-REASON

           IF SWP-SWEEP-ID = SPACES
               MOVE "N" TO SWEEP-VALID
               MOVE "sweep ID is blank" TO SWEEP-REASON
           END-IF

           IF SWP-REQUESTER-ID = SPACES
               MOVE "N" TO SWEEP-VALID
               MOVE "requester ID is blank" TO SWEEP-REASON
           END-IF

           IF SWP-DOORS-FROM IS NOT NUMERIC
                   OR SWP-DOORS-TO IS NOT NUMERIC
               MOVE "N" TO SWEEP-VALID
               MOVE "door range is not numeric" TO SWEEP-REASON
           ELSE
               IF SWP-DOORS-FROM < 3
                   MOVE "N" TO SWEEP-VALID
                   MOVE "door range must start at 3 or more"
                       TO SWEEP-REASON
               END-IF
               IF SWP-DOORS-FROM > SWP-DOORS-TO
                   MOVE "N" TO SWEEP-VALID
                   MOVE "door range runs backwards" TO SWEEP-REASON
               END-IF
           END-IF

           IF SWP-NUMBER-OF-RUNS IS NOT NUMERIC
                   OR SWP-NUMBER-OF-RUNS = ZERO
               MOVE "N" TO SWEEP-VALID
               MOVE "NUMBER-OF-RUNS must be greater than zero"
                   TO SWEEP-REASON
           ELSE
               IF SWP-NUMBER-OF-RUNS > 9999999
                   MOVE "N" TO SWEEP-VALID
                   MOVE "NUMBER-OF-RUNS exceeds the 9999999 maximum"
                       TO SWEEP-REASON
               END-IF
           END-IF

      *    the cell seeds are the base plus the cell's position, so
      *    the base has to leave room for the whole sweep
           IF SWP-BASE-SEED IS NOT NUMERIC
               MOVE "N" TO SWEEP-VALID
               MOVE "base seed is not numeric" TO SWEEP-REASON
           ELSE
               IF SWP-BASE-SEED > 999999000
                   MOVE "N" TO SWEEP-VALID
                   MOVE "base seed leaves no room for the cell seeds"
                       TO SWEEP-REASON
               END-IF
           END-IF

           IF SWP-CHECKPOINT-INTERVAL IS NOT NUMERIC
               MOVE ZERO TO SWP-CHECKPOINT-INTERVAL
           END-IF

           PERFORM VALIDATE-SWEEP-MODES.

       VALIDATE-SWEEP-MODES.
      *    copy the host-mode list into the working table, stopping
      *    at the first blank mode, and refuse an unknown mode, an
      *    offer over 100, or the same mode and offer named twice
      *    (two identical columns would register the same run ID)
           MOVE ZERO TO MODE-COUNT
           MOVE "N" TO MODE-LIST-ENDED
           PERFORM VARYING MODE-INDEX FROM 1 BY 1
                   UNTIL MODE-INDEX > 6 OR MODE-LIST-ENDED = "Y"
               IF SWP-HOST-MODE(MODE-INDEX) = SPACE
                   MOVE "Y" TO MODE-LIST-ENDED
               ELSE
                   ADD 1 TO MODE-COUNT
                   MOVE SWP-HOST-MODE(MODE-INDEX)
                       TO SWEEP-MODE(MODE-COUNT)
                   IF SWP-OFFER-PERCENT(MODE-INDEX) IS NUMERIC
                       MOVE SWP-OFFER-PERCENT(MODE-INDEX)
                           TO SWEEP-OFFER(MODE-COUNT)
                   ELSE
                       MOVE ZERO TO SWEEP-OFFER(MODE-COUNT)
                   END-IF
                   PERFORM VALIDATE-ONE-SWEEP-MODE
               END-IF
           END-PERFORM

           IF MODE-COUNT = ZERO
               MOVE "N" TO SWEEP-VALID
               MOVE "no host modes named" TO SWEEP-REASON
           END-IF.

       VALIDATE-ONE-SWEEP-MODE.
           EVALUATE SWEEP-MODE(MODE-COUNT)
               WHEN "C"
               WHEN "I"
      *            the offer percent only means something to mode S
                   MOVE ZERO TO SWEEP-OFFER(MODE-COUNT)
               WHEN "S"
                   IF SWEEP-OFFER(MODE-COUNT) = ZERO
                       MOVE 50 TO SWEEP-OFFER(MODE-COUNT)
                   END-IF
                   IF SWEEP-OFFER(MODE-COUNT) > 100
                       MOVE "N" TO SWEEP-VALID
                       MOVE "switch-offer percent exceeds 100"
                           TO SWEEP-REASON
                   END-IF
               WHEN OTHER
                   MOVE "N" TO SWEEP-VALID
                   MOVE "host mode must be C, I or S" TO SWEEP-REASON
           END-EVALUATE

           PERFORM VARYING MODE-CHECK-INDEX FROM 1 BY 1
                   UNTIL MODE-CHECK-INDEX >= MODE-COUNT
               IF SWEEP-MODE(MODE-CHECK-INDEX) = SWEEP-MODE(MODE-COUNT)
                       AND SWEEP-OFFER(MODE-CHECK-INDEX)
                           = SWEEP-OFFER(MODE-COUNT)
                   MOVE "N" TO SWEEP-VALID
                   MOVE "the same host mode and offer is named twice"
                       TO SWEEP-REASON
               END-IF
           END-PERFORM.

       CHECK-PENDING-STACK.
      *    no status file at all is a shop that has never run the
      *    queue - nothing pending; otherwise the stack is pending
      *    when the last header says it was regenerated and no
      *    queue trailer follows, or when scenario verdicts stand
      *    with no trailer at all
           MOVE "N" TO PENDING-STACK
           MOVE "N" TO PRIOR-REGENERATED-SEEN
           MOVE "N" TO PRIOR-SCENARIO-SEEN
           MOVE "N" TO PRIOR-TRAILER-SEEN
           MOVE "N" TO PRIOR-QUEUE-TRAILER-SEEN
           OPEN INPUT REQUEST-STATUS-FILE
           IF WS-REQUEST-STATUS-FILE = "00"
               PERFORM UNTIL WS-REQUEST-STATUS-FILE NOT = "00"
                   READ REQUEST-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SCAN-ONE-STATUS-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-STATUS-FILE
               IF PRIOR-REGENERATED-SEEN = "Y"
                       AND PRIOR-QUEUE-TRAILER-SEEN NOT = "Y"
                   MOVE "Y" TO PENDING-STACK
               END-IF
               IF PRIOR-SCENARIO-SEEN = "Y"
                       AND PRIOR-TRAILER-SEEN NOT = "Y"
                   MOVE "Y" TO PENDING-STACK
               END-IF
           END-IF.

       SCAN-ONE-STATUS-LINE.
           IF REQUEST-STATUS-LINE(1:21) = "Stack regenerated on "
               MOVE "Y" TO PRIOR-REGENERATED-SEEN
           END-IF
           IF REQUEST-STATUS-LINE(1:9) = "Scenario "
               MOVE "Y" TO PRIOR-SCENARIO-SEEN
           END-IF
           IF REQUEST-STATUS-LINE(1:13) = "END OF STATUS"
               MOVE "Y" TO PRIOR-TRAILER-SEEN
               MOVE ZERO TO PRIOR-TRAILER-TALLY
               INSPECT REQUEST-STATUS-LINE
                   TALLYING PRIOR-TRAILER-TALLY
                   FOR ALL "MONTY-QUEUE"
               IF PRIOR-TRAILER-TALLY NOT = ZERO
                   MOVE "Y" TO PRIOR-QUEUE-TRAILER-SEEN
               END-IF
           END-IF.

       WRITE-ONE-SWEEP-CELL.
      *    one stack card per cell - the run ID spells out the cell
      *    (sweep, doors, mode, offer) so the registry record can be
      *    read back by key, and the seed is the base plus the
      *    cell's position so no two cells share a random stream
           ADD 1 TO CELL-COUNT
           COMPUTE CELL-SEED = BASE-SEED + CELL-COUNT
           MOVE SWP-SWEEP-ID TO CELL-RUN-ID-SWEEP
           MOVE CELL-DOORS TO CELL-RUN-ID-DOORS
           MOVE SWEEP-MODE(MODE-INDEX) TO CELL-RUN-ID-MODE
           MOVE SWEEP-OFFER(MODE-INDEX) TO CELL-RUN-ID-OFFER

           MOVE SPACES TO REQUEST-RECORD
           MOVE SWP-REQUESTER-ID TO REQ-REQUESTER-ID
           MOVE SWP-NUMBER-OF-RUNS TO REQ-NUMBER-OF-RUNS
           MOVE "2" TO REQ-LAYOUT-VERSION
           MOVE ZERO TO REQ-NUMBER-OF-DOORS-V1
           MOVE CELL-DOORS TO REQ-NUMBER-OF-DOORS
           MOVE SWP-CHECKPOINT-INTERVAL TO REQ-CHECKPOINT-INTERVAL
           MOVE CELL-SEED TO REQ-SEED
           MOVE SWEEP-MODE(MODE-INDEX) TO REQ-HOST-MODE
           MOVE SWEEP-OFFER(MODE-INDEX) TO REQ-OFFER-PERCENT
           MOVE ZERO TO REQ-PRIZE-VALUE
           MOVE ZERO TO REQ-COST-TO-PLAY
           MOVE CELL-RUN-ID TO REQ-RUN-ID
           WRITE REQUEST-RECORD.

       RESET-STATUS-FILE.
      *    the new stack replaces whatever MONTYREQ.DAT held, so the
      *    status file is reset with it, laid out the way
      *    MONTY-SCHEDULE lays it out - the END OF STATUS trailer
      *    tells MONTY-QUEUE's restart scan there is nothing
      *    unfinished here, so the queue runs the sweep from the top
           OPEN OUTPUT REQUEST-STATUS-FILE
           IF WS-REQUEST-STATUS-FILE NOT = "00"
               DISPLAY "ERROR: could not reset MONTYRQS.DAT, status "
                   WS-REQUEST-STATUS-FILE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not reset MONTYRQS.DAT, status "
                   WS-REQUEST-STATUS-FILE
                   " - a stale queue status file may linger"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE SPACES TO REQUEST-STATUS-LINE
               STRING "MONTY HALL - SCENARIO QUEUE STATUS"
                   DELIMITED BY SIZE INTO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE

               MOVE SPACES TO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE

               MOVE SPACES TO REQUEST-STATUS-LINE
               STRING "Stack regenerated on " WS-RUN-DATE
                   " - the queue has not run it yet"
                   DELIMITED BY SIZE INTO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE

               MOVE SPACES TO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE

               MOVE SPACES TO REQUEST-STATUS-LINE
               STRING "END OF STATUS - stack regenerated by "
                   "MONTY-SWEEP"
                   DELIMITED BY SIZE INTO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE
           END-IF
           CLOSE REQUEST-STATUS-FILE.

       WRITE-SWEEP-SUMMARY.
           MOVE CELL-COUNT TO RPT-COUNT-EDIT
           DISPLAY "MONTY-SWEEP: sweep " SWP-SWEEP-ID " for "
               SWP-REQUESTER-ID " - " RPT-COUNT-EDIT
               " cells written to MONTYREQ.DAT"
           MOVE SWP-DOORS-FROM TO RPT-DOORS-EDIT
           DISPLAY "  doors from:     " RPT-DOORS-EDIT
           MOVE SWP-DOORS-TO TO RPT-DOORS-EDIT
           DISPLAY "  doors to:       " RPT-DOORS-EDIT
           MOVE MODE-COUNT TO RPT-COUNT-EDIT
           DISPLAY "  host modes:     " RPT-COUNT-EDIT
           MOVE SWP-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           DISPLAY "  runs per cell:  " RPT-RUNS-EDIT
           DISPLAY "  base seed:      " BASE-SEED

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "sweep " SWP-SWEEP-ID " for " SWP-REQUESTER-ID
               " expanded into " CELL-COUNT " cells on MONTYREQ.DAT, "
               "base seed " BASE-SEED
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
      *    MONTYLOG.DAT - the caller sets RUN-LOG-SEVERITY and
      *    RUN-LOG-TEXT; a log failure is reported to the console
      *    only, never allowed to take the generator down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-SWEEP" TO LOG-PROGRAM-ID
           MOVE RUN-LOG-SEVERITY TO LOG-SEVERITY
           MOVE RUN-LOG-TEXT TO LOG-MESSAGE

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = "05" OR WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYLOG.DAT for the "
                   "run log, status " WS-RUN-LOG-STATUS
           ELSE
               WRITE RUN-LOG-RECORD
               IF WS-RUN-LOG-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write to MONTYLOG.DAT, "
                       "status " WS-RUN-LOG-STATUS
               END-IF
           END-IF
           CLOSE RUN-LOG-FILE.

       CAPTURE-RUN-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY.
       END PROGRAM MONTY-SWEEP.
