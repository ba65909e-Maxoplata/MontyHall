      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Partitioned-run driver around MONTY-HALL. Reads one
      *          partition card (MONTYPTC.DAT - a parent run ID, a
      *          total game count too large for one run's counters,
      *          a slice count and the usual run parameters) and runs
      *          the total as a string of seed slices, each an
      *          ordinary MONTY-HALL run of its own with a seed
      *          derived from the card's master seed, registered
      *          under its own run ID with the parent's ID alongside.
      *          The run lock is taken and given back slice by slice,
      *          so other jobs get the machine between slices instead
      *          of waiting out the whole night, and a rerun of the
      *          same card skips the slices already registered and
      *          picks up where the last pass stopped. MONTY-MERGE
      *          then combines the slices into the parent run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-PART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the partition card being run
           SELECT PARTITION-FILE ASSIGN TO "MONTYPTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS.

      *    control card this job writes before each slice so
      *    MONTY-HALL picks up that slice's parameters
           SELECT CONTROL-FILE ASSIGN TO "MONTYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    MONTY-HALL's run registry - each slice is looked up by the
      *    run ID this job gave it, both to skip a slice a prior pass
      *    finished and to check the slice that has just run
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    keyed master over the registry - one direct read per
      *    lookup; built and rebuilt by MONTY-REGBUILD
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    one status line per slice, rewritten fresh each pass, so
      *    ops can see which slices ran, which a prior pass had
      *    already finished, and where a failed pass stopped
           SELECT PARTITION-STATUS-FILE ASSIGN TO "MONTYPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-FILE.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock over the shared work files - taken before
      *    each slice's control card is written, stamped with that
      *    slice's run ID so the launched MONTY-HALL knows the lock
      *    is held for it, and released as soon as the slice ends
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-FILE.
           COPY "PTCREC.CPY".

       FD  CONTROL-FILE.
           COPY "CTLREC.CPY".

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  PARTITION-STATUS-FILE.
       01 PARTITION-STATUS-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PARTITION-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-PARTITION-STATUS-FILE PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.

      * severity and text handed to WRITE-RUN-LOG - the paragraph
      * stamps the time and program ID itself
       01 RUN-LOG-SEVERITY PIC X(5).
       01 RUN-LOG-TEXT PIC X(90).
       01 WS-LOG-STAMP PIC X(21).

      * run-interlock bookkeeping - see the matching paragraphs in
      * MONTY-HALL; like MONTY-QUEUE this job conflicts on any live
      * lock, since it rewrites the shared control card
       01 LOCK-OWNED PIC X VALUE "N".
       01 WS-LOCK-FOUND PIC X VALUE "N".
       01 WS-LOCK-CONFLICT PIC X VALUE "N".
       01 WS-LOCK-IS-STALE PIC X VALUE "N".
       01 WS-LOCK-PROGRAM-SAVE PIC X(12).
       01 WS-LOCK-RUN-ID-SAVE PIC X(16).
       01 WS-LOCK-STAMP-SAVE PIC X(14).
       01 STALE-LOCK-MINUTES PIC 9(3) VALUE 120.
       01 STALE-LIMIT-SECONDS PIC 9(6).
       01 LOCK-STAMP-SECONDS PIC 9(12).
       01 NOW-STAMP-SECONDS PIC 9(12).
       01 LOCK-AGE-SECONDS PIC S9(9).
       01 WORK-YYYYMMDD PIC 9(8).
       01 WORK-DATE-INTEGER PIC 9(8).
       01 WS-NOW-STAMP PIC X(14).
       01 LOCK-RUN-ID-VALUE PIC X(16).

       01 WS-SYSTEM-COMMAND PIC X(40).

       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MONTH PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DAY PIC X(2).

      * verdict on the partition card - the first fault found is
      * the one reported, and a faulty card runs nothing at all
       01 PARTITION-VALID PIC X.
       01 PARTITION-REASON PIC X(60).

      * the card's host mode with a blank read as classic, and the
      * even split of the total - every slice gets BASE-SLICE-GAMES
      * and the first EXTRA-SLICE-GAMES slices one game more
       01 PARTITION-HOST-MODE PIC X.
       01 BASE-SLICE-GAMES PIC 9(11).
       01 EXTRA-SLICE-GAMES PIC 99.
       01 LARGEST-SLICE-GAMES PIC 9(11).

      * the slice in hand - its run ID is the parent ID's first 13
      * characters plus "S" and the slice number, its seed the
      * master seed stepped on by a large odd stride per slice so
      * no two slices share a stream
       01 SLICE-NUMBER PIC 99.
       01 SLICE-GAMES PIC 9(7).
       01 SLICE-SEED PIC 9(9).
       01 SLICE-SEED-STRIDE PIC 9(7) VALUE 1000003.
       01 SLICE-RUN-ID.
           05 SLICE-RUN-ID-PARENT PIC X(13).
           05 FILLER PIC X VALUE "S".
           05 SLICE-RUN-ID-NUMBER PIC 99.

      * outcome of the slice in hand, and of the pass as a whole -
      * a slice that fails (or cannot get the lock) stops the pass,
      * since the slices after it are no use until it is rerun
       01 SLICE-OUTCOME PIC X(16).
       01 SLICE-REASON PIC X(50).
       01 PARTITION-STOPPED PIC X VALUE "N".
       01 STOPPED-SLICE-RUN-ID PIC X(16).
       01 WS-RUN-RECORD-FOUND PIC X VALUE "N".
       01 SLICES-RUN PIC 99 VALUE 0.
       01 SLICES-CARRIED PIC 99 VALUE 0.
       01 SLICES-FAILED PIC 99 VALUE 0.
       01 SLICES-NOT-RUN PIC 99 VALUE 0.

      * the slice's registration as read back - saved off the record
      * area the moment the key matches
       01 STORED-STATUS PIC X(8).
       01 STORED-PARTITION-ROLE PIC X.
       01 STORED-PARENT-RUN-ID PIC X(16).
       01 STORED-SEED PIC 9(9).
       01 STORED-NUMBER-OF-RUNS PIC 9(7).

       01 RPT-SLICE-EDIT PIC Z9.
       01 RPT-COUNT-EDIT PIC Z9.
       01 RPT-GAMES-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-SEED-EDIT PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           OPEN INPUT PARTITION-FILE
           IF WS-PARTITION-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYPTC.DAT, status "
                   WS-PARTITION-STATUS " - no partition card to run"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "partition driver found no MONTYPTC.DAT, status "
                   WS-PARTITION-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARTITION-FILE
               AT END
                   DISPLAY "ERROR: MONTYPTC.DAT is empty - no "
                       "partition card to run"
                   CLOSE PARTITION-FILE
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE "partition driver found MONTYPTC.DAT empty"
                       TO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARTITION-FILE
      *    a card in the original layout carries its door count in
      *    the one-digit field
           IF PTC-LAYOUT-VERSION NOT = "2"
               MOVE PTC-NUMBER-OF-DOORS-V1 TO PTC-NUMBER-OF-DOORS
           END-IF

           PERFORM VALIDATE-PARTITION-CARD
           IF PARTITION-VALID NOT = "Y"
               DISPLAY "ERROR: partition " PTC-PARENT-RUN-ID
                   " rejected - " PARTITION-REASON
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "partition " PTC-PARENT-RUN-ID " rejected - "
                   PARTITION-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PARTITION-STATUS-FILE
           IF WS-PARTITION-STATUS-FILE NOT = "00"
               DISPLAY "ERROR: could not open MONTYPTS.DAT, status "
                   WS-PARTITION-STATUS-FILE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYPTS.DAT, status "
                   WS-PARTITION-STATUS-FILE
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-STATUS-HEADER

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "partition " PTC-PARENT-RUN-ID " started - "
               PTC-SLICE-COUNT " slices"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
               PERFORM PROCESS-ONE-SLICE
           END-PERFORM

           PERFORM WRITE-STATUS-SUMMARY
           CLOSE PARTITION-STATUS-FILE

           IF PARTITION-STOPPED = "Y"
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "partition " PTC-PARENT-RUN-ID " stopped at "
                   "slice " STOPPED-SLICE-RUN-ID
                   " - rerun MONTY-PART to carry on"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "partition " PTC-PARENT-RUN-ID " - every slice "
                   "registered, ready for MONTY-MERGE"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF

           STOP RUN.

       VALIDATE-PARTITION-CARD.
      *    the limits MONTY-HALL's VALIDATE-PARAMETERS puts on a run,
      *    applied to every slice the card would make, plus the
      *    card's own - a partition the runs would reject part way
      *    through is refused here before any slice is started
           MOVE "Y" TO PARTITION-VALID
           MOVE SPACES TO PARTITION-REASON

           IF PTC-PARENT-RUN-ID = SPACES
               MOVE "N" TO PARTITION-VALID
               MOVE "parent run ID is blank" TO PARTITION-REASON
           ELSE
               IF PTC-PARENT-RUN-ID(14:3) NOT = SPACES
                   MOVE "N" TO PARTITION-VALID
                   MOVE "parent run ID may be at most 13 characters"
                       TO PARTITION-REASON
               END-IF
           END-IF

           IF PTC-NUMBER-OF-DOORS IS NOT NUMERIC
                   OR PTC-NUMBER-OF-DOORS < 3
               MOVE "N" TO PARTITION-VALID
               MOVE "NUMBER-OF-DOORS must be at least 3"
                   TO PARTITION-REASON
           END-IF

           IF PTC-SLICE-COUNT IS NOT NUMERIC
                   OR PTC-SLICE-COUNT < 2 OR PTC-SLICE-COUNT > 20
               MOVE "N" TO PARTITION-VALID
               MOVE "slice count must be 2 to 20" TO PARTITION-REASON
           END-IF

           IF PTC-TOTAL-GAMES IS NOT NUMERIC
                   OR PTC-TOTAL-GAMES = ZERO
               MOVE "N" TO PARTITION-VALID
               MOVE "total games must be greater than zero"
                   TO PARTITION-REASON
           END-IF

           IF PARTITION-VALID = "Y"
               DIVIDE PTC-TOTAL-GAMES BY PTC-SLICE-COUNT
                   GIVING BASE-SLICE-GAMES
                   REMAINDER EXTRA-SLICE-GAMES
               MOVE BASE-SLICE-GAMES TO LARGEST-SLICE-GAMES
               IF EXTRA-SLICE-GAMES NOT = ZERO
                   ADD 1 TO LARGEST-SLICE-GAMES
               END-IF
               IF BASE-SLICE-GAMES = ZERO
                   MOVE "N" TO PARTITION-VALID
                   MOVE "total games is less than the slice count"
                       TO PARTITION-REASON
               END-IF
               IF LARGEST-SLICE-GAMES > 9999999
                   MOVE "N" TO PARTITION-VALID
                   MOVE "a slice would exceed 9999999 games"
                       TO PARTITION-REASON
               END-IF
           END-IF

           IF PTC-MASTER-SEED IS NOT NUMERIC
                   OR PTC-MASTER-SEED = ZERO
               MOVE "N" TO PARTITION-VALID
               MOVE "master seed is required" TO PARTITION-REASON
           END-IF

           MOVE PTC-HOST-MODE TO PARTITION-HOST-MODE
           IF PARTITION-HOST-MODE = SPACE
                   OR PARTITION-HOST-MODE = LOW-VALUES
               MOVE "C" TO PARTITION-HOST-MODE
           END-IF
           IF PARTITION-HOST-MODE NOT = "C"
                   AND PARTITION-HOST-MODE NOT = "I"
                   AND PARTITION-HOST-MODE NOT = "S"
               MOVE "N" TO PARTITION-VALID
               MOVE "host mode is not C, I or S" TO PARTITION-REASON
           END-IF

           IF PTC-OFFER-PERCENT IS NOT NUMERIC
               MOVE ZERO TO PTC-OFFER-PERCENT
           END-IF
           IF PTC-OFFER-PERCENT > 100
               MOVE "N" TO PARTITION-VALID
               MOVE "switch-offer percent exceeds 100"
                   TO PARTITION-REASON
           END-IF

           IF PTC-CHECKPOINT-INTERVAL IS NOT NUMERIC
               MOVE ZERO TO PTC-CHECKPOINT-INTERVAL
           END-IF
           IF PTC-PRIZE-VALUE IS NOT NUMERIC
               MOVE ZERO TO PTC-PRIZE-VALUE
           END-IF
           IF PTC-COST-TO-PLAY IS NOT NUMERIC
               MOVE ZERO TO PTC-COST-TO-PLAY
           END-IF.

       SET-SLICE-PLAN.
      *    the slice's run ID, game count and seed, rebuilt the same
      *    way by MONTY-MERGE - a zero seed would read as "not given"
      *    to MONTY-HALL, so a slice that lands on zero takes 1
           MOVE PTC-PARENT-RUN-ID(1:13) TO SLICE-RUN-ID-PARENT
           MOVE SLICE-NUMBER TO SLICE-RUN-ID-NUMBER
           MOVE BASE-SLICE-GAMES TO SLICE-GAMES
           IF SLICE-NUMBER NOT > EXTRA-SLICE-GAMES
               ADD 1 TO SLICE-GAMES
           END-IF
           COMPUTE SLICE-SEED = FUNCTION MOD(
               PTC-MASTER-SEED + SLICE-NUMBER * SLICE-SEED-STRIDE,
               1000000000)
           IF SLICE-SEED = ZERO
               MOVE 1 TO SLICE-SEED
           END-IF.

       PROCESS-ONE-SLICE.
      *    once the pass has stopped the remaining slices are only
      *    listed; otherwise a slice a prior pass already registered
      *    is carried over and anything else is run now
           PERFORM SET-SLICE-PLAN
           MOVE SPACES TO SLICE-REASON
           IF PARTITION-STOPPED = "Y"
               MOVE "NOT RUN" TO SLICE-OUTCOME
               ADD 1 TO SLICES-NOT-RUN
           ELSE
               PERFORM READ-REGISTRY-BY-RUN-ID
               IF WS-RUN-RECORD-FOUND = "Y"
                       AND STORED-STATUS = "COMPLETE"
                       AND STORED-PARTITION-ROLE = "S"
                       AND STORED-PARENT-RUN-ID = PTC-PARENT-RUN-ID
                       AND STORED-SEED = SLICE-SEED
                       AND STORED-NUMBER-OF-RUNS = SLICE-GAMES
                   MOVE "ALREADY COMPLETE" TO SLICE-OUTCOME
                   ADD 1 TO SLICES-CARRIED
               ELSE
                   PERFORM RUN-ONE-SLICE
               END-IF
           END-IF
           PERFORM WRITE-SLICE-STATUS-LINE.

       RUN-ONE-SLICE.
      *    take the lock for this slice alone, write its control
      *    card, run it and give the lock straight back - another
      *    job holding the lock stops the pass here, and a rerun
      *    picks up from this slice
           MOVE SLICE-RUN-ID TO LOCK-RUN-ID-VALUE
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE "FAILED" TO SLICE-OUTCOME
               MOVE "run lock is held by another job" TO SLICE-REASON
               MOVE "Y" TO PARTITION-STOPPED
               MOVE SLICE-RUN-ID TO STOPPED-SLICE-RUN-ID
               ADD 1 TO SLICES-FAILED
           ELSE
               PERFORM WRITE-SLICE-CONTROL-CARD
               IF SLICE-REASON = SPACES
                   PERFORM RUN-AND-CHECK-ONE-SLICE
               END-IF
               PERFORM RELEASE-RUN-LOCK
               IF SLICE-REASON = SPACES
                   MOVE "COMPLETED" TO SLICE-OUTCOME
                   ADD 1 TO SLICES-RUN
               ELSE
                   MOVE "FAILED" TO SLICE-OUTCOME
                   MOVE "Y" TO PARTITION-STOPPED
                   MOVE SLICE-RUN-ID TO STOPPED-SLICE-RUN-ID
                   ADD 1 TO SLICES-FAILED
               END-IF
           END-IF.

       WRITE-SLICE-CONTROL-CARD.
      *    an ordinary control card plus the slice marking - the
      *    detail and precision fields stay off, since a partition
      *    is a fixed game count by construction
           MOVE SPACES TO CONTROL-RECORD
           MOVE SLICE-GAMES TO CTL-NUMBER-OF-RUNS
           MOVE "2" TO CTL-LAYOUT-VERSION
           MOVE ZERO TO CTL-NUMBER-OF-DOORS-V1
           MOVE PTC-NUMBER-OF-DOORS TO CTL-NUMBER-OF-DOORS
           MOVE PTC-CHECKPOINT-INTERVAL TO CTL-CHECKPOINT-INTERVAL
           MOVE SLICE-SEED TO CTL-SEED
           MOVE SLICE-RUN-ID TO CTL-RUN-ID
           MOVE PARTITION-HOST-MODE TO CTL-HOST-MODE
           MOVE PTC-OFFER-PERCENT TO CTL-OFFER-PERCENT
           MOVE PTC-PRIZE-VALUE TO CTL-PRIZE-VALUE
           MOVE PTC-COST-TO-PLAY TO CTL-COST-TO-PLAY
           MOVE ZERO TO CTL-TARGET-HALF-WIDTH
           MOVE "S" TO CTL-PARTITION-ROLE
           MOVE PTC-PARENT-RUN-ID TO CTL-PARENT-RUN-ID

           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYCTL.DAT for slice "
                   SLICE-RUN-ID ", status " WS-CONTROL-STATUS
               MOVE "could not write MONTYCTL.DAT control card"
                   TO SLICE-REASON
           ELSE
               WRITE CONTROL-RECORD
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write MONTYCTL.DAT for "
                       "slice " SLICE-RUN-ID ", status "
                       WS-CONTROL-STATUS
                   MOVE "could not write MONTYCTL.DAT control card"
                       TO SLICE-REASON
               END-IF
           END-IF
           CLOSE CONTROL-FILE.

       RUN-AND-CHECK-ONE-SLICE.
      *    run the slice and hold its registration to the plan - a
      *    slice that registered anything other than a complete run
      *    of its own games under this parent is a failed slice
           MOVE "./MontyHall" TO WS-SYSTEM-COMMAND
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND

           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: MONTY-HALL returned code " RETURN-CODE
                   " for slice " SLICE-RUN-ID
               MOVE "MONTY-HALL ended with a non-zero return code"
                   TO SLICE-REASON
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM READ-REGISTRY-BY-RUN-ID
               IF WS-RUN-RECORD-FOUND NOT = "Y"
                   MOVE "no registry record found for this slice"
                       TO SLICE-REASON
               ELSE
                   IF STORED-PARTITION-ROLE NOT = "S"
                           OR STORED-PARENT-RUN-ID
                               NOT = PTC-PARENT-RUN-ID
                           OR STORED-NUMBER-OF-RUNS NOT = SLICE-GAMES
                       MOVE "registry record does not cover this slice"
                           TO SLICE-REASON
                   END-IF
               END-IF
           END-IF.

       READ-REGISTRY-BY-RUN-ID.
      *    one direct read of the keyed master, with the journal
      *    scan kept as the fallback for a shop that has not built
      *    the master yet
           MOVE "N" TO WS-RUN-RECORD-FOUND
           OPEN INPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "00"
               MOVE SLICE-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRY-MASTER-RECORD TO REGISTRY-RECORD
                       PERFORM SAVE-STORED-SLICE
               END-READ
               CLOSE REGISTRY-MASTER-FILE
           ELSE
               PERFORM SCAN-REGISTRY-BY-RUN-ID
           END-IF.

       SCAN-REGISTRY-BY-RUN-ID.
      *    the whole journal is read so the match that sticks is
      *    the most recent registration of the slice's ID
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-RUN-ID = SLICE-RUN-ID
                               PERFORM SAVE-STORED-SLICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SAVE-STORED-SLICE.
           MOVE "Y" TO WS-RUN-RECORD-FOUND
           MOVE REG-STATUS TO STORED-STATUS
           MOVE REG-PARTITION-ROLE TO STORED-PARTITION-ROLE
           MOVE REG-PARENT-RUN-ID TO STORED-PARENT-RUN-ID
           MOVE REG-SEED TO STORED-SEED
           MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS.

       WRITE-STATUS-HEADER.
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "MONTY HALL - PARTITIONED RUN STATUS"
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SPACES TO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE PTC-TOTAL-GAMES TO RPT-TOTAL-EDIT
           MOVE PTC-SLICE-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "Parent Run ID: " PTC-PARENT-RUN-ID
               "  Total Games: " RPT-TOTAL-EDIT
               "  Slices: " RPT-COUNT-EDIT
               "  Host Mode: " PARTITION-HOST-MODE
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SPACES TO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE.

       WRITE-SLICE-STATUS-LINE.
           MOVE SLICE-NUMBER TO RPT-SLICE-EDIT
           MOVE SLICE-GAMES TO RPT-GAMES-EDIT
           MOVE SLICE-SEED TO RPT-SEED-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           IF SLICE-REASON = SPACES
               STRING "Slice " RPT-SLICE-EDIT
                   "  Run ID " SLICE-RUN-ID
                   "  Seed " RPT-SEED-EDIT
                   "  Games " RPT-GAMES-EDIT
                   "  " SLICE-OUTCOME
                   DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           ELSE
               STRING "Slice " RPT-SLICE-EDIT
                   "  Run ID " SLICE-RUN-ID
                   "  Seed " RPT-SEED-EDIT
                   "  Games " RPT-GAMES-EDIT
                   "  FAILED - " SLICE-REASON
                   DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "slice " SLICE-RUN-ID " failed - " SLICE-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF
           WRITE PARTITION-STATUS-LINE.

       WRITE-STATUS-SUMMARY.
           MOVE SPACES TO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SLICES-RUN TO RPT-COUNT-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "Slices Run:              " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SLICES-CARRIED TO RPT-COUNT-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "Slices Already Complete: " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SLICES-FAILED TO RPT-COUNT-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "Slices Failed:           " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SLICES-NOT-RUN TO RPT-COUNT-EDIT
           MOVE SPACES TO PARTITION-STATUS-LINE
           STRING "Slices Not Run:          " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SPACES TO PARTITION-STATUS-LINE
           WRITE PARTITION-STATUS-LINE

           MOVE SPACES TO PARTITION-STATUS-LINE
           IF PARTITION-STOPPED = "Y"
               STRING "PARTITION INCOMPLETE - rerun MONTY-PART with "
                   "the same card to carry on"
                   DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           ELSE
               STRING "PARTITION COMPLETE - ready for MONTY-MERGE"
                   DELIMITED BY SIZE INTO PARTITION-STATUS-LINE
           END-IF
           WRITE PARTITION-STATUS-LINE

           DISPLAY "MONTY-PART: partition " PTC-PARENT-RUN-ID
               " - status in MONTYPTS.DAT"
           MOVE SLICES-RUN TO RPT-COUNT-EDIT
           DISPLAY "  slices run:              " RPT-COUNT-EDIT
           MOVE SLICES-CARRIED TO RPT-COUNT-EDIT
           DISPLAY "  slices already complete: " RPT-COUNT-EDIT
           MOVE SLICES-FAILED TO RPT-COUNT-EDIT
           DISPLAY "  slices failed:           " RPT-COUNT-EDIT
           MOVE SLICES-NOT-RUN TO RPT-COUNT-EDIT
           DISPLAY "  slices not run:          " RPT-COUNT-EDIT.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict for this job - two jobs
      *    rewriting the shared control card cannot coexist - but a
      *    lock whose stamp has aged past the stale limit belongs
      *    to a crashed holder and is taken over with a warning
           MOVE "N" TO LOCK-OWNED
           MOVE "N" TO WS-LOCK-CONFLICT
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-FOUND NOT = "Y"
               PERFORM WRITE-RUN-LOCK
               MOVE "Y" TO LOCK-OWNED
           ELSE
               PERFORM CHECK-LOCK-STALENESS
               IF WS-LOCK-IS-STALE = "Y"
                   DISPLAY "WARNING: stale MONTYLCK.DAT lock held "
                       "by " WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " - taking it over"
                   MOVE "WARN" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "stale lock held by " WS-LOCK-PROGRAM-SAVE
                       " for run " WS-LOCK-RUN-ID-SAVE
                       " taken over by the partition driver"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - slice " LOCK-RUN-ID-VALUE " not started"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "partition slice " LOCK-RUN-ID-VALUE
                       " refused - lock held by "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE "Y" TO WS-LOCK-CONFLICT
               END-IF
           END-IF.

       READ-RUN-LOCK.
      *    a missing or empty lock file both mean "nobody holds it"
           MOVE "N" TO WS-LOCK-FOUND
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-PROGRAM-ID NOT = SPACES
                           MOVE "Y" TO WS-LOCK-FOUND
                           MOVE LCK-PROGRAM-ID
                               TO WS-LOCK-PROGRAM-SAVE
                           MOVE LCK-RUN-ID TO WS-LOCK-RUN-ID-SAVE
                           MOVE LCK-TIMESTAMP TO WS-LOCK-STAMP-SAVE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       WRITE-RUN-LOCK.
           MOVE SPACES TO LOCK-RECORD
           MOVE "MONTY-PART" TO LCK-PROGRAM-ID
           MOVE LOCK-RUN-ID-VALUE TO LCK-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP(1:14) TO LCK-TIMESTAMP
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR: could not write MONTYLCK.DAT, status "
                   WS-LOCK-STATUS
           ELSE
               WRITE LOCK-RECORD
           END-IF
           CLOSE LOCK-FILE.

       CHECK-LOCK-STALENESS.
      *    a holder that crashed never releases, so a lock older
      *    than STALE-LOCK-MINUTES - or one whose stamp is not even
      *    numeric - is treated as abandoned
           MOVE "N" TO WS-LOCK-IS-STALE
           IF WS-LOCK-STAMP-SAVE IS NOT NUMERIC
               MOVE "Y" TO WS-LOCK-IS-STALE
           ELSE
               MOVE WS-LOCK-STAMP-SAVE(1:8) TO WORK-YYYYMMDD
               COMPUTE WORK-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               COMPUTE LOCK-STAMP-SECONDS =
                   WORK-DATE-INTEGER * 86400
                   + FUNCTION NUMVAL(WS-LOCK-STAMP-SAVE(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-LOCK-STAMP-SAVE(11:2)) * 60
                   + FUNCTION NUMVAL(WS-LOCK-STAMP-SAVE(13:2))

               MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
               MOVE WS-LOG-STAMP(1:14) TO WS-NOW-STAMP
               MOVE WS-NOW-STAMP(1:8) TO WORK-YYYYMMDD
               COMPUTE WORK-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               COMPUTE NOW-STAMP-SECONDS =
                   WORK-DATE-INTEGER * 86400
                   + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-STAMP(13:2))

               COMPUTE LOCK-AGE-SECONDS =
                   NOW-STAMP-SECONDS - LOCK-STAMP-SECONDS
               COMPUTE STALE-LIMIT-SECONDS = STALE-LOCK-MINUTES * 60
               IF LOCK-AGE-SECONDS > STALE-LIMIT-SECONDS
                   MOVE "Y" TO WS-LOCK-IS-STALE
               END-IF
           END-IF.

       RELEASE-RUN-LOCK.
      *    only the job that wrote the lock clears it
           IF LOCK-OWNED = "Y"
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "ERROR: could not clear MONTYLCK.DAT, "
                       "status " WS-LOCK-STATUS
               END-IF
               CLOSE LOCK-FILE
               MOVE "N" TO LOCK-OWNED
           END-IF.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
      *    MONTYLOG.DAT - the caller sets RUN-LOG-SEVERITY and
      *    RUN-LOG-TEXT; a log failure is reported to the console
      *    only, never allowed to take the driver down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-PART" TO LOG-PROGRAM-ID
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
       END PROGRAM MONTY-PART.
