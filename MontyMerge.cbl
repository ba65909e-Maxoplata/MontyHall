      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Partitioned-run merge. Reads the same partition card
      *          MONTY-PART ran (MONTYPTC.DAT), rebuilds the slice run
      *          IDs, seeds and game counts from it, and combines the
      *          slices' registrations into the one parent run: wide
      *          win/loss totals, percentages and net values worked
      *          out afresh from the combined counts, and the
      *          confidence check applied at the combined sample
      *          size. The parent is registered (journal and master)
      *          and given its history record, both listing the
      *          slices' run IDs, so the trend and integrity reports
      *          see one large run. The merge is refused - and
      *          nothing written - if any slice is missing, failed,
      *          or was run under different doors, host mode, seed
      *          or game count than the card says, or if the parent
      *          ID is already registered. The merge report goes to
      *          MONTYMRG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the partition card whose slices are being merged
           SELECT PARTITION-FILE ASSIGN TO "MONTYPTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS.

      *    MONTY-PART's slice status file - a slice the driver last
      *    reported FAILED is refused even if a registration for it
      *    turns up
           SELECT PARTITION-STATUS-FILE ASSIGN TO "MONTYPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-FILE.

      *    the registry journal - scanned for the slices when the
      *    master is not available, then appended to with the
      *    parent's registration
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    keyed master over the registry - the slices are read from
      *    it directly, and the parent is upserted into it the way
      *    MONTY-HALL upserts an ordinary run
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    the history file - the parent's one record is appended
      *    here; the slices never wrote any
           SELECT HISTORY-FILE ASSIGN TO "MONTYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    printable merge report, rewritten fresh each run
           SELECT MERGE-REPORT-FILE ASSIGN TO "MONTYMRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held while the slices are checked and the
      *    parent is written, so no run can register or append
      *    history in between
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-FILE.
           COPY "PTCREC.CPY".

       FD  PARTITION-STATUS-FILE.
       01 PARTITION-STATUS-LINE PIC X(132).

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  MERGE-REPORT-FILE.
       01 MERGE-REPORT-LINE PIC X(80).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PARTITION-STATUS PIC XX.
       01 WS-PARTITION-STATUS-FILE PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MERGE-REPORT-STATUS PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.
       01 WS-LOCK-STATUS PIC XX.

      * severity and text handed to WRITE-RUN-LOG - the paragraph
      * stamps the time and program ID itself
       01 RUN-LOG-SEVERITY PIC X(5).
       01 RUN-LOG-TEXT PIC X(90).
       01 WS-LOG-STAMP PIC X(21).

      * run-interlock bookkeeping - see the matching paragraphs in
      * MONTY-HALL; this job conflicts on any live lock
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

       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MONTH PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DAY PIC X(2).
       01 WS-RUN-TIME.
           05 WS-RUN-HOUR PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-RUN-MIN PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-RUN-SEC PIC X(2).

      * verdict on the partition card itself
       01 PARTITION-VALID PIC X.
       01 PARTITION-REASON PIC X(60).

      * the card's host mode with a blank read as classic, the
      * switch-offer percent the slices will have registered (zero
      * on the card runs as MONTY-HALL's default of 50), and the
      * even split of the total, all exactly as MONTY-PART has them
       01 PARTITION-HOST-MODE PIC X.
       01 EXPECTED-OFFER PIC 9(3).
       01 BASE-SLICE-GAMES PIC 9(11).
       01 EXTRA-SLICE-GAMES PIC 99.

      * the slice in hand - built by SET-SLICE-PLAN the same way
      * MONTY-PART builds it
       01 SLICE-NUMBER PIC 99.
       01 SLICE-GAMES PIC 9(7).
       01 SLICE-SEED PIC 9(9).
       01 SLICE-SEED-STRIDE PIC 9(7) VALUE 1000003.
       01 SLICE-RUN-ID.
           05 SLICE-RUN-ID-PARENT PIC X(13).
           05 FILLER PIC X VALUE "S".
           05 SLICE-RUN-ID-NUMBER PIC 99.

      * per-slice plan and verdict - the problem text is spaces on
      * a slice fit to merge, and the first problem found otherwise
       01 MERGE-SLICE-TABLE.
           05 MERGE-SLICE-ENTRY OCCURS 20 TIMES.
               10 MERGE-SLICE-RUN-ID PIC X(16).
               10 MERGE-SLICE-SEED PIC 9(9).
               10 MERGE-SLICE-GAMES PIC 9(7).
               10 MERGE-SLICE-PROBLEM PIC X(40).
       01 SLICE-PROBLEMS PIC 99 VALUE 0.

      * MONTY-PART's status file - only read when its header names
      * this parent, and then each FAILED slice line is matched to
      * the slice table by the run ID at its fixed position
       01 STATUS-FILE-IS-OURS PIC X VALUE "N".
       01 STATUS-PARENT-TEXT PIC X(31).
       01 STATUS-FAILED-TALLY PIC 9(3).
       01 STATUS-RUN-ID PIC X(16).

      * the registration in hand as read back - saved off the record
      * area the moment the key matches
       01 WS-RUN-RECORD-FOUND PIC X VALUE "N".
       01 LOOKUP-RUN-ID PIC X(16).
       01 STORED-STATUS PIC X(8).
       01 STORED-PARTITION-ROLE PIC X.
       01 STORED-PARENT-RUN-ID PIC X(16).
       01 STORED-SEED PIC 9(9).
       01 STORED-NUMBER-OF-RUNS PIC 9(7).
       01 STORED-NUMBER-OF-DOORS PIC 99.
       01 STORED-HOST-MODE PIC X.
       01 STORED-OFFER-PERCENT PIC 9(3).
       01 STORED-KEEP-WINS PIC 9(7).
       01 STORED-KEEP-LOSSES PIC 9(7).
       01 STORED-CHANGE-WINS PIC 9(7).
       01 STORED-CHANGE-LOSSES PIC 9(7).
       01 STORED-RANDOM-WINS PIC 9(7).
       01 STORED-RANDOM-LOSSES PIC 9(7).
       01 STORED-VOID-GAMES PIC 9(7).

      * the slices' counts summed - the parent's wide totals
       01 WIDE-GAMES PIC 9(11) VALUE 0.
       01 WIDE-KEEP-WINS PIC 9(11) VALUE 0.
       01 WIDE-KEEP-LOSSES PIC 9(11) VALUE 0.
       01 WIDE-CHANGE-WINS PIC 9(11) VALUE 0.
       01 WIDE-CHANGE-LOSSES PIC 9(11) VALUE 0.
       01 WIDE-RANDOM-WINS PIC 9(11) VALUE 0.
       01 WIDE-RANDOM-LOSSES PIC 9(11) VALUE 0.
       01 WIDE-VOID-GAMES PIC 9(11) VALUE 0.
       01 WIDE-DECIDED-GAMES PIC 9(11) VALUE 0.

      * the parent's percentages - truncated into the same PIC
      * 99V99 MONTY-HALL uses, so a parent reads exactly as a
      * single run of the same counts would
       01 KEEP-PERCENT PIC 99V99.
       01 CHANGE-PERCENT PIC 99V99.
       01 RANDOM-PERCENT PIC 99V99.

      * combined economics - worked out from the combined counts
      * (wins times the prize, decided games times the cost), not
      * by averaging the slices' net figures
       01 ECONOMICS-MODE PIC X VALUE "N".
       01 KEEP-WINNINGS PIC 9(17)V99 VALUE 0.
       01 CHANGE-WINNINGS PIC 9(17)V99 VALUE 0.
       01 RANDOM-WINNINGS PIC 9(17)V99 VALUE 0.
       01 PLAY-COST PIC 9(17)V99 VALUE 0.
       01 KEEP-NET-PER-GAME PIC S9(7)V99 VALUE 0.
       01 CHANGE-NET-PER-GAME PIC S9(7)V99 VALUE 0.
       01 RANDOM-NET-PER-GAME PIC S9(7)V99 VALUE 0.

      * confidence check at the combined sample size - the same
      * 95% bands MONTY-HALL's CHECK-CONFIDENCE puts on a classic
      * run, and the same half-width on the observed change rate
      * every run carries
       01 WS-KEEP-THEORETICAL-PCT PIC S999V9999.
       01 WS-CHANGE-THEORETICAL-PCT PIC S999V9999.
       01 WS-CONFIDENCE-MARGIN PIC S999V9999.
       01 WS-KEEP-LOWER-BOUND PIC S999V99.
       01 WS-KEEP-UPPER-BOUND PIC S999V99.
       01 WS-CHANGE-LOWER-BOUND PIC S999V99.
       01 WS-CHANGE-UPPER-BOUND PIC S999V99.
       01 WS-KEEP-IN-BAND PIC X(3) VALUE "YES".
       01 WS-CHANGE-IN-BAND PIC X(3) VALUE "YES".
       01 CHANGE-RATE PIC 9V9(8).
       01 FINAL-HALF-WIDTH PIC 9(3)V9999 VALUE 0.

       01 RPT-COUNT-EDIT PIC Z9.
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-OFFER-EDIT PIC ZZ9.
       01 RPT-SEED-EDIT PIC Z(8)9.
       01 RPT-GAMES-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-WIDE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-WIDE-2-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-PERCENT-EDIT PIC Z9.99.
       01 RPT-BOUND-EDIT PIC -Z9.99.
       01 RPT-BOUND-2-EDIT PIC -Z9.99.
       01 RPT-NET-EDIT PIC -Z(6)9.99.
       01 RPT-HALF-WIDTH-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           OPEN INPUT PARTITION-FILE
           IF WS-PARTITION-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYPTC.DAT, status "
                   WS-PARTITION-STATUS " - no partition to merge"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "merge found no MONTYPTC.DAT, status "
                   WS-PARTITION-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARTITION-FILE
               AT END
                   DISPLAY "ERROR: MONTYPTC.DAT is empty - no "
                       "partition to merge"
                   CLOSE PARTITION-FILE
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE "merge found MONTYPTC.DAT empty"
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
                   " cannot be merged - " PARTITION-REASON
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "merge of " PTC-PARENT-RUN-ID " refused - "
                   PARTITION-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MERGE-REPORT-FILE
           IF WS-MERGE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYMRG.DAT, status "
                   WS-MERGE-REPORT-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER

      *    a parent ID already on the registry is either this
      *    partition merged once before or some other run entirely -
      *    either way a second registration would double its games
           MOVE PTC-PARENT-RUN-ID TO LOOKUP-RUN-ID
           PERFORM READ-REGISTRY-BY-RUN-ID
           IF WS-RUN-RECORD-FOUND = "Y"
               MOVE SPACES TO MERGE-REPORT-LINE
               IF STORED-PARTITION-ROLE = "P"
                   STRING "MERGE REFUSED - " PTC-PARENT-RUN-ID
                       " has already been merged"
                       DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               ELSE
                   STRING "MERGE REFUSED - run ID " PTC-PARENT-RUN-ID
                       " is already registered to another run"
                       DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               END-IF
               WRITE MERGE-REPORT-LINE
               CLOSE MERGE-REPORT-FILE
               DISPLAY "ERROR: " MERGE-REPORT-LINE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "merge of " PTC-PARENT-RUN-ID " refused - the "
                   "parent run ID is already registered"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
               PERFORM SET-SLICE-PLAN
               MOVE SLICE-RUN-ID TO MERGE-SLICE-RUN-ID(SLICE-NUMBER)
               MOVE SLICE-SEED TO MERGE-SLICE-SEED(SLICE-NUMBER)
               MOVE SLICE-GAMES TO MERGE-SLICE-GAMES(SLICE-NUMBER)
               MOVE SPACES TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
           END-PERFORM

           PERFORM SCAN-PARTITION-STATUS-FILE

           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
               PERFORM CHECK-ONE-SLICE
               PERFORM WRITE-SLICE-REPORT-LINE
           END-PERFORM

           IF SLICE-PROBLEMS NOT = ZERO
               MOVE PTC-SLICE-COUNT TO RPT-COUNT-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE SLICE-PROBLEMS TO RPT-COUNT-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "MERGE REFUSED - " RPT-COUNT-EDIT
                   " slice(s) not fit to merge, nothing written"
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               CLOSE MERGE-REPORT-FILE
               DISPLAY "ERROR: merge of " PTC-PARENT-RUN-ID
                   " refused - " RPT-COUNT-EDIT
                   " slice(s) not fit to merge, see MONTYMRG.DAT"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "merge of " PTC-PARENT-RUN-ID " refused - "
                   RPT-COUNT-EDIT " slice(s) not fit to merge"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COMPUTE-PARENT-RESULTS
           PERFORM WRITE-PARENT-REGISTRY-RECORD
           PERFORM WRITE-PARENT-HISTORY-RECORD
           PERFORM WRITE-RESULTS-SECTION
           CLOSE MERGE-REPORT-FILE

           MOVE WIDE-GAMES TO RPT-WIDE-EDIT
           MOVE PTC-SLICE-COUNT TO RPT-COUNT-EDIT
           DISPLAY "MONTY-MERGE: parent run " PTC-PARENT-RUN-ID
               " registered from " RPT-COUNT-EDIT " slices, "
               RPT-WIDE-EDIT " games - report in MONTYMRG.DAT"
           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "parent run " PTC-PARENT-RUN-ID " merged from "
               RPT-COUNT-EDIT " slices, " RPT-WIDE-EDIT " games"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           PERFORM RELEASE-RUN-LOCK
           IF WS-KEEP-IN-BAND NOT = "YES"
                   OR WS-CHANGE-IN-BAND NOT = "YES"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       VALIDATE-PARTITION-CARD.
      *    only what the merge needs to rebuild the slice plan - the
      *    card ran once under MONTY-PART's full validation, and a
      *    card changed since then shows up as slice mismatches
           MOVE "Y" TO PARTITION-VALID
           MOVE SPACES TO PARTITION-REASON

           IF PTC-PARENT-RUN-ID = SPACES
               MOVE "N" TO PARTITION-VALID
               MOVE "parent run ID is blank" TO PARTITION-REASON
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

           IF PTC-NUMBER-OF-DOORS IS NOT NUMERIC
               MOVE "N" TO PARTITION-VALID
               MOVE "NUMBER-OF-DOORS is not numeric"
                   TO PARTITION-REASON
           END-IF

           IF PTC-MASTER-SEED IS NOT NUMERIC
               MOVE "N" TO PARTITION-VALID
               MOVE "master seed is not numeric" TO PARTITION-REASON
           END-IF

           IF PARTITION-VALID = "Y"
               DIVIDE PTC-TOTAL-GAMES BY PTC-SLICE-COUNT
                   GIVING BASE-SLICE-GAMES
                   REMAINDER EXTRA-SLICE-GAMES
           END-IF

           MOVE PTC-HOST-MODE TO PARTITION-HOST-MODE
           IF PARTITION-HOST-MODE = SPACE
                   OR PARTITION-HOST-MODE = LOW-VALUES
               MOVE "C" TO PARTITION-HOST-MODE
           END-IF

           IF PTC-OFFER-PERCENT IS NOT NUMERIC
                   OR PTC-OFFER-PERCENT = ZERO
               MOVE 50 TO EXPECTED-OFFER
           ELSE
               MOVE PTC-OFFER-PERCENT TO EXPECTED-OFFER
           END-IF

           IF PTC-CHECKPOINT-INTERVAL IS NOT NUMERIC
               MOVE ZERO TO PTC-CHECKPOINT-INTERVAL
           END-IF
           IF PTC-PRIZE-VALUE IS NOT NUMERIC
               MOVE ZERO TO PTC-PRIZE-VALUE
           END-IF
           IF PTC-COST-TO-PLAY IS NOT NUMERIC
               MOVE ZERO TO PTC-COST-TO-PLAY
           END-IF
           IF PTC-PRIZE-VALUE NOT = ZERO
                   OR PTC-COST-TO-PLAY NOT = ZERO
               MOVE "Y" TO ECONOMICS-MODE
           END-IF.

       SET-SLICE-PLAN.
      *    the slice's run ID, game count and seed - must match
      *    MONTY-PART's SET-SLICE-PLAN, which ran the slices
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

       SCAN-PARTITION-STATUS-FILE.
      *    MONTY-PART rewrites its status file every pass, so what
      *    it holds is the latest word on each slice - but only if
      *    it is about this parent
           MOVE "N" TO STATUS-FILE-IS-OURS
           MOVE SPACES TO STATUS-PARENT-TEXT
           STRING "Parent Run ID: " PTC-PARENT-RUN-ID
               DELIMITED BY SIZE INTO STATUS-PARENT-TEXT
           OPEN INPUT PARTITION-STATUS-FILE
           IF WS-PARTITION-STATUS-FILE = "00"
               PERFORM UNTIL WS-PARTITION-STATUS-FILE NOT = "00"
                   READ PARTITION-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SCAN-ONE-STATUS-LINE
                   END-READ
               END-PERFORM
               CLOSE PARTITION-STATUS-FILE
           END-IF.

       SCAN-ONE-STATUS-LINE.
           IF PARTITION-STATUS-LINE(1:31) = STATUS-PARENT-TEXT
               MOVE "Y" TO STATUS-FILE-IS-OURS
           END-IF
           IF STATUS-FILE-IS-OURS = "Y"
                   AND PARTITION-STATUS-LINE(1:6) = "Slice "
               MOVE ZERO TO STATUS-FAILED-TALLY
               INSPECT PARTITION-STATUS-LINE TALLYING
                   STATUS-FAILED-TALLY FOR ALL "  FAILED - "
               IF STATUS-FAILED-TALLY NOT = ZERO
                   MOVE PARTITION-STATUS-LINE(18:16) TO STATUS-RUN-ID
                   PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                           UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
                       IF MERGE-SLICE-RUN-ID(SLICE-NUMBER)
                               = STATUS-RUN-ID
                           MOVE "MONTY-PART reported the slice FAILED"
                               TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-ONE-SLICE.
      *    a slice is fit to merge only if it is registered, complete,
      *    marked as a slice of this parent, and was run under the
      *    card's doors, host mode (and offer, for mode S), seed and
      *    game count - its counts are added in only if it is
           IF MERGE-SLICE-PROBLEM(SLICE-NUMBER) = SPACES
               MOVE MERGE-SLICE-RUN-ID(SLICE-NUMBER) TO LOOKUP-RUN-ID
               PERFORM READ-REGISTRY-BY-RUN-ID
               EVALUATE TRUE
                   WHEN WS-RUN-RECORD-FOUND NOT = "Y"
                       MOVE "MISSING - no registry record"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-STATUS NOT = "COMPLETE"
                       MOVE SPACES TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                       STRING "registered as " STORED-STATUS
                           DELIMITED BY SIZE
                           INTO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-PARTITION-ROLE NOT = "S"
                           OR STORED-PARENT-RUN-ID
                               NOT = PTC-PARENT-RUN-ID
                       MOVE "not registered as a slice of this parent"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-NUMBER-OF-DOORS
                           NOT = PTC-NUMBER-OF-DOORS
                       MOVE "run under a different door count"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-HOST-MODE NOT = PARTITION-HOST-MODE
                       MOVE "run under a different host mode"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN PARTITION-HOST-MODE = "S"
                           AND STORED-OFFER-PERCENT NOT = EXPECTED-OFFER
                       MOVE "run under a different switch-offer"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-SEED NOT = MERGE-SLICE-SEED(SLICE-NUMBER)
                       MOVE "run under a different seed"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN STORED-NUMBER-OF-RUNS
                           NOT = MERGE-SLICE-GAMES(SLICE-NUMBER)
                       MOVE "played a different number of games"
                           TO MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   WHEN OTHER
                       PERFORM ADD-SLICE-TO-TOTALS
               END-EVALUATE
           END-IF
           IF MERGE-SLICE-PROBLEM(SLICE-NUMBER) NOT = SPACES
               ADD 1 TO SLICE-PROBLEMS
           END-IF.

       ADD-SLICE-TO-TOTALS.
           ADD STORED-NUMBER-OF-RUNS TO WIDE-GAMES
           ADD STORED-KEEP-WINS TO WIDE-KEEP-WINS
           ADD STORED-KEEP-LOSSES TO WIDE-KEEP-LOSSES
           ADD STORED-CHANGE-WINS TO WIDE-CHANGE-WINS
           ADD STORED-CHANGE-LOSSES TO WIDE-CHANGE-LOSSES
           ADD STORED-RANDOM-WINS TO WIDE-RANDOM-WINS
           ADD STORED-RANDOM-LOSSES TO WIDE-RANDOM-LOSSES
           ADD STORED-VOID-GAMES TO WIDE-VOID-GAMES.

       READ-REGISTRY-BY-RUN-ID.
      *    one direct read of the keyed master, with the journal
      *    scan kept as the fallback for a shop that has not built
      *    the master yet
           MOVE "N" TO WS-RUN-RECORD-FOUND
           MOVE SPACES TO STORED-PARTITION-ROLE
           OPEN INPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "00"
               MOVE LOOKUP-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRY-MASTER-RECORD TO REGISTRY-RECORD
                       PERFORM SAVE-STORED-RUN
               END-READ
               CLOSE REGISTRY-MASTER-FILE
           ELSE
               PERFORM SCAN-REGISTRY-BY-RUN-ID
           END-IF.

       SCAN-REGISTRY-BY-RUN-ID.
      *    the whole journal is read so the match that sticks is
      *    the most recent registration of the ID
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-RUN-ID = LOOKUP-RUN-ID
                               PERFORM SAVE-STORED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SAVE-STORED-RUN.
           MOVE "Y" TO WS-RUN-RECORD-FOUND
           MOVE REG-STATUS TO STORED-STATUS
           MOVE REG-PARTITION-ROLE TO STORED-PARTITION-ROLE
           MOVE REG-PARENT-RUN-ID TO STORED-PARENT-RUN-ID
           MOVE REG-SEED TO STORED-SEED
           MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
      *    a record in the original layout has the door count in
      *    its one-digit field
           IF REG-LAYOUT-VERSION = "2"
               MOVE REG-NUMBER-OF-DOORS TO STORED-NUMBER-OF-DOORS
           ELSE
               MOVE REG-NUMBER-OF-DOORS-V1 TO STORED-NUMBER-OF-DOORS
           END-IF
           MOVE REG-HOST-MODE TO STORED-HOST-MODE
           MOVE REG-OFFER-PERCENT TO STORED-OFFER-PERCENT
           MOVE REG-KEEP-WINS TO STORED-KEEP-WINS
           MOVE REG-KEEP-LOSSES TO STORED-KEEP-LOSSES
           MOVE REG-CHANGE-WINS TO STORED-CHANGE-WINS
           MOVE REG-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
           MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
           MOVE REG-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
           MOVE REG-VOID-GAMES TO STORED-VOID-GAMES.

       COMPUTE-PARENT-RESULTS.
      *    percentages over the decided games, as MONTY-HALL takes
      *    them - for mode I that leaves out the voided games
           COMPUTE WIDE-DECIDED-GAMES = WIDE-GAMES - WIDE-VOID-GAMES
           IF WIDE-DECIDED-GAMES = ZERO
               MOVE ZERO TO KEEP-PERCENT
               MOVE ZERO TO CHANGE-PERCENT
               MOVE ZERO TO RANDOM-PERCENT
               MOVE ZERO TO FINAL-HALF-WIDTH
           ELSE
               COMPUTE KEEP-PERCENT =
                   (WIDE-KEEP-WINS / WIDE-DECIDED-GAMES) * 100
               COMPUTE CHANGE-PERCENT =
                   (WIDE-CHANGE-WINS / WIDE-DECIDED-GAMES) * 100
               COMPUTE RANDOM-PERCENT =
                   (WIDE-RANDOM-WINS / WIDE-DECIDED-GAMES) * 100
               COMPUTE CHANGE-RATE ROUNDED =
                   WIDE-CHANGE-WINS / WIDE-DECIDED-GAMES
               COMPUTE FINAL-HALF-WIDTH ROUNDED =
                   1.96 *
                   FUNCTION SQRT(
                       (CHANGE-RATE * (1 - CHANGE-RATE))
                       / WIDE-DECIDED-GAMES)
                   * 100
           END-IF

           IF ECONOMICS-MODE = "Y" AND WIDE-DECIDED-GAMES NOT = ZERO
               COMPUTE KEEP-WINNINGS = WIDE-KEEP-WINS * PTC-PRIZE-VALUE
               COMPUTE CHANGE-WINNINGS =
                   WIDE-CHANGE-WINS * PTC-PRIZE-VALUE
               COMPUTE RANDOM-WINNINGS =
                   WIDE-RANDOM-WINS * PTC-PRIZE-VALUE
               COMPUTE PLAY-COST =
                   WIDE-DECIDED-GAMES * PTC-COST-TO-PLAY
               COMPUTE KEEP-NET-PER-GAME ROUNDED =
                   (KEEP-WINNINGS - PLAY-COST) / WIDE-DECIDED-GAMES
               COMPUTE CHANGE-NET-PER-GAME ROUNDED =
                   (CHANGE-WINNINGS - PLAY-COST) / WIDE-DECIDED-GAMES
               COMPUTE RANDOM-NET-PER-GAME ROUNDED =
                   (RANDOM-WINNINGS - PLAY-COST) / WIDE-DECIDED-GAMES
           END-IF

           IF PARTITION-HOST-MODE = "C"
               PERFORM CHECK-CONFIDENCE
           END-IF.

       CHECK-CONFIDENCE.
      *    MONTY-HALL's classic-host band check, with the combined
      *    game count as the sample size - a band this narrow is
      *    what the partitioned run was for, and a parent outside
      *    it is warned about exactly as a single run would be
           COMPUTE WS-KEEP-THEORETICAL-PCT ROUNDED =
               100 / PTC-NUMBER-OF-DOORS
           COMPUTE WS-CHANGE-THEORETICAL-PCT ROUNDED =
               100 - WS-KEEP-THEORETICAL-PCT

           COMPUTE WS-CONFIDENCE-MARGIN ROUNDED =
               1.96 *
               FUNCTION SQRT(
                   ((WS-KEEP-THEORETICAL-PCT / 100) *
                    (WS-CHANGE-THEORETICAL-PCT / 100)) / WIDE-GAMES)
               * 100

           COMPUTE WS-KEEP-LOWER-BOUND ROUNDED =
               WS-KEEP-THEORETICAL-PCT - WS-CONFIDENCE-MARGIN
           COMPUTE WS-KEEP-UPPER-BOUND ROUNDED =
               WS-KEEP-THEORETICAL-PCT + WS-CONFIDENCE-MARGIN
           COMPUTE WS-CHANGE-LOWER-BOUND ROUNDED =
               WS-CHANGE-THEORETICAL-PCT - WS-CONFIDENCE-MARGIN
           COMPUTE WS-CHANGE-UPPER-BOUND ROUNDED =
               WS-CHANGE-THEORETICAL-PCT + WS-CONFIDENCE-MARGIN

           MOVE "YES" TO WS-KEEP-IN-BAND
           IF KEEP-PERCENT < WS-KEEP-LOWER-BOUND
                   OR KEEP-PERCENT > WS-KEEP-UPPER-BOUND
               MOVE "NO " TO WS-KEEP-IN-BAND
               MOVE KEEP-PERCENT TO RPT-PERCENT-EDIT
               MOVE WS-KEEP-LOWER-BOUND TO RPT-BOUND-EDIT
               MOVE WS-KEEP-UPPER-BOUND TO RPT-BOUND-2-EDIT
               DISPLAY "WARNING: parent KEEP-PERCENT " RPT-PERCENT-EDIT
                   " is outside the expected 95% band of "
                   RPT-BOUND-EDIT " to " RPT-BOUND-2-EDIT
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "parent " PTC-PARENT-RUN-ID " KEEP-PERCENT "
                   RPT-PERCENT-EDIT " outside the 95% band "
                   RPT-BOUND-EDIT " to " RPT-BOUND-2-EDIT
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF

           MOVE "YES" TO WS-CHANGE-IN-BAND
           IF CHANGE-PERCENT < WS-CHANGE-LOWER-BOUND
                   OR CHANGE-PERCENT > WS-CHANGE-UPPER-BOUND
               MOVE "NO " TO WS-CHANGE-IN-BAND
               MOVE CHANGE-PERCENT TO RPT-PERCENT-EDIT
               MOVE WS-CHANGE-LOWER-BOUND TO RPT-BOUND-EDIT
               MOVE WS-CHANGE-UPPER-BOUND TO RPT-BOUND-2-EDIT
               DISPLAY "WARNING: parent CHANGE-PERCENT "
                   RPT-PERCENT-EDIT
                   " is outside the expected 95% band of "
                   RPT-BOUND-EDIT " to " RPT-BOUND-2-EDIT
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "parent " PTC-PARENT-RUN-ID " CHANGE-PERCENT "
                   RPT-PERCENT-EDIT " outside the 95% band "
                   RPT-BOUND-EDIT " to " RPT-BOUND-2-EDIT
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-PARENT-REGISTRY-RECORD.
      *    the parent's registration - the PIC 9(7) counters stay
      *    zero and the wide totals carry the counts; journal first,
      *    then the master, with the same failure handling MONTY-HALL
      *    gives an ordinary run
           MOVE SPACES TO REGISTRY-RECORD
           MOVE PTC-PARENT-RUN-ID TO REG-RUN-ID
           MOVE WS-RUN-DATE TO REG-RUN-DATE
           MOVE WS-RUN-TIME TO REG-RUN-TIME
           MOVE ZERO TO REG-NUMBER-OF-RUNS
           MOVE ZERO TO REG-NUMBER-OF-DOORS-V1
           MOVE "2" TO REG-LAYOUT-VERSION
           MOVE PTC-NUMBER-OF-DOORS TO REG-NUMBER-OF-DOORS
           MOVE PTC-MASTER-SEED TO REG-SEED
           MOVE ZERO TO REG-KEEP-WINS
           MOVE ZERO TO REG-KEEP-LOSSES
           MOVE KEEP-PERCENT TO REG-KEEP-PERCENT
           MOVE ZERO TO REG-CHANGE-WINS
           MOVE ZERO TO REG-CHANGE-LOSSES
           MOVE CHANGE-PERCENT TO REG-CHANGE-PERCENT
           MOVE ZERO TO REG-RANDOM-WINS
           MOVE ZERO TO REG-RANDOM-LOSSES
           MOVE RANDOM-PERCENT TO REG-RANDOM-PERCENT
           MOVE PARTITION-HOST-MODE TO REG-HOST-MODE
           MOVE ZERO TO REG-VOID-GAMES
           MOVE EXPECTED-OFFER TO REG-OFFER-PERCENT
           MOVE "COMPLETE" TO REG-STATUS
           MOVE PTC-PRIZE-VALUE TO REG-PRIZE-VALUE
           MOVE PTC-COST-TO-PLAY TO REG-COST-TO-PLAY
           MOVE KEEP-NET-PER-GAME TO REG-KEEP-NET
           MOVE CHANGE-NET-PER-GAME TO REG-CHANGE-NET
           MOVE RANDOM-NET-PER-GAME TO REG-RANDOM-NET
           MOVE ZERO TO REG-TARGET-HALF-WIDTH
           MOVE ZERO TO REG-MAX-GAMES
           MOVE PTC-CHECKPOINT-INTERVAL TO REG-CHECKPOINT-INTERVAL
           MOVE "FIXED" TO REG-STOP-REASON
           MOVE FINAL-HALF-WIDTH TO REG-FINAL-HALF-WIDTH
           MOVE "P" TO REG-PARTITION-ROLE
           MOVE WIDE-GAMES TO REG-WIDE-GAMES
           MOVE WIDE-KEEP-WINS TO REG-WIDE-KEEP-WINS
           MOVE WIDE-KEEP-LOSSES TO REG-WIDE-KEEP-LOSSES
           MOVE WIDE-CHANGE-WINS TO REG-WIDE-CHANGE-WINS
           MOVE WIDE-CHANGE-LOSSES TO REG-WIDE-CHANGE-LOSSES
           MOVE WIDE-RANDOM-WINS TO REG-WIDE-RANDOM-WINS
           MOVE WIDE-RANDOM-LOSSES TO REG-WIDE-RANDOM-LOSSES
           MOVE WIDE-VOID-GAMES TO REG-WIDE-VOID-GAMES
           MOVE PTC-SLICE-COUNT TO REG-SLICE-COUNT
           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
               MOVE MERGE-SLICE-RUN-ID(SLICE-NUMBER)
                   TO REG-CHILD-RUN-ID(SLICE-NUMBER)
           END-PERFORM

           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "05" OR WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYREG.DAT for the "
                   "run registry, status " WS-REGISTRY-STATUS
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYREG.DAT for the run "
                   "registry, status " WS-REGISTRY-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               WRITE REGISTRY-RECORD
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write registry record "
                       "to MONTYREG.DAT, status " WS-REGISTRY-STATUS
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "could not write registry record to "
                       "MONTYREG.DAT, status " WS-REGISTRY-STATUS
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF
           CLOSE REGISTRY-FILE

           OPEN I-O REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "05"
                   OR WS-REGISTRY-MASTER-STATUS = "35"
               OPEN OUTPUT REGISTRY-MASTER-FILE
           END-IF
           IF WS-REGISTRY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYREG.IDX, status "
                   WS-REGISTRY-MASTER-STATUS
                   " - run MONTY-REGBUILD to rebuild the master"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYREG.IDX, status "
                   WS-REGISTRY-MASTER-STATUS
                   " - master needs a MONTY-REGBUILD rebuild"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE REGISTRY-RECORD TO REGISTRY-MASTER-RECORD
               WRITE REGISTRY-MASTER-RECORD
                   INVALID KEY
                       REWRITE REGISTRY-MASTER-RECORD
                   END-REWRITE
               END-WRITE
               IF WS-REGISTRY-MASTER-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write run "
                       PTC-PARENT-RUN-ID " to MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "could not write run " PTC-PARENT-RUN-ID
                       " to MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
               CLOSE REGISTRY-MASTER-FILE
           END-IF.

       WRITE-PARENT-HISTORY-RECORD.
      *    the one history record the partition ever gets - the
      *    slices wrote none, so the trend and integrity reports see
      *    the combined run once
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE ZERO TO HIST-KEEP-WINS
           MOVE ZERO TO HIST-KEEP-LOSSES
           MOVE ZERO TO HIST-CHANGE-WINS
           MOVE ZERO TO HIST-CHANGE-LOSSES
           MOVE KEEP-PERCENT TO HIST-KEEP-PERCENT
           MOVE CHANGE-PERCENT TO HIST-CHANGE-PERCENT
           MOVE ZERO TO HIST-RANDOM-WINS
           MOVE ZERO TO HIST-RANDOM-LOSSES
           MOVE RANDOM-PERCENT TO HIST-RANDOM-PERCENT
           MOVE PTC-MASTER-SEED TO HIST-SEED
           MOVE PTC-PARENT-RUN-ID TO HIST-RUN-ID
           MOVE PARTITION-HOST-MODE TO HIST-HOST-MODE
           MOVE ZERO TO HIST-VOID-GAMES
           MOVE PTC-PRIZE-VALUE TO HIST-PRIZE-VALUE
           MOVE PTC-COST-TO-PLAY TO HIST-COST-TO-PLAY
           MOVE KEEP-NET-PER-GAME TO HIST-KEEP-NET
           MOVE CHANGE-NET-PER-GAME TO HIST-CHANGE-NET
           MOVE RANDOM-NET-PER-GAME TO HIST-RANDOM-NET
           MOVE ZERO TO HIST-GAMES-PLAYED
           MOVE ZERO TO HIST-TARGET-HALF-WIDTH
           MOVE ZERO TO HIST-MAX-GAMES
           MOVE "FIXED" TO HIST-STOP-REASON
           MOVE FINAL-HALF-WIDTH TO HIST-FINAL-HALF-WIDTH
           MOVE "P" TO HIST-PARTITION-ROLE
           MOVE WIDE-GAMES TO HIST-WIDE-GAMES
           MOVE WIDE-KEEP-WINS TO HIST-WIDE-KEEP-WINS
           MOVE WIDE-KEEP-LOSSES TO HIST-WIDE-KEEP-LOSSES
           MOVE WIDE-CHANGE-WINS TO HIST-WIDE-CHANGE-WINS
           MOVE WIDE-CHANGE-LOSSES TO HIST-WIDE-CHANGE-LOSSES
           MOVE WIDE-RANDOM-WINS TO HIST-WIDE-RANDOM-WINS
           MOVE WIDE-RANDOM-LOSSES TO HIST-WIDE-RANDOM-LOSSES
           MOVE WIDE-VOID-GAMES TO HIST-WIDE-VOID-GAMES
           MOVE PTC-SLICE-COUNT TO HIST-SLICE-COUNT
           MOVE "2" TO HIST-LAYOUT-VERSION
           MOVE PTC-NUMBER-OF-DOORS TO HIST-NUMBER-OF-DOORS
           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PTC-SLICE-COUNT
               MOVE MERGE-SLICE-RUN-ID(SLICE-NUMBER)
                   TO HIST-CHILD-RUN-ID(SLICE-NUMBER)
           END-PERFORM

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYHST.DAT for "
                   "history, status " WS-HISTORY-STATUS
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYHST.DAT for history, "
                   "status " WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               WRITE HISTORY-RECORD
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write history record to "
                       "MONTYHST.DAT, status " WS-HISTORY-STATUS
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "could not write history record to "
                       "MONTYHST.DAT, status " WS-HISTORY-STATUS
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF
           CLOSE HISTORY-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "MONTY HALL - PARTITIONED RUN MERGE REPORT"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "Run Date: " WS-RUN-DATE "      Run Time: "
               WS-RUN-TIME
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE PTC-TOTAL-GAMES TO RPT-WIDE-EDIT
           MOVE PTC-SLICE-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "Parent Run ID: " PTC-PARENT-RUN-ID
               "  Slices: " RPT-COUNT-EDIT
               "  Games: " RPT-WIDE-EDIT
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE PTC-NUMBER-OF-DOORS TO RPT-DOORS-EDIT
           MOVE PTC-MASTER-SEED TO RPT-SEED-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           IF PARTITION-HOST-MODE = "S"
               MOVE EXPECTED-OFFER TO RPT-OFFER-EDIT
               STRING "Doors: " RPT-DOORS-EDIT
                   "  Host Mode: S (offer " RPT-OFFER-EDIT "%)"
                   "  Master Seed: " RPT-SEED-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           ELSE
               STRING "Doors: " RPT-DOORS-EDIT
                   "  Host Mode: " PARTITION-HOST-MODE
                   "  Master Seed: " RPT-SEED-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           END-IF
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

       WRITE-SLICE-REPORT-LINE.
           MOVE SLICE-NUMBER TO RPT-COUNT-EDIT
           MOVE MERGE-SLICE-SEED(SLICE-NUMBER) TO RPT-SEED-EDIT
           MOVE MERGE-SLICE-GAMES(SLICE-NUMBER) TO RPT-GAMES-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           IF MERGE-SLICE-PROBLEM(SLICE-NUMBER) = SPACES
               STRING "Slice " RPT-COUNT-EDIT
                   "  " MERGE-SLICE-RUN-ID(SLICE-NUMBER)
                   "  Seed " RPT-SEED-EDIT
                   "  Games " RPT-GAMES-EDIT "  OK"
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           ELSE
               STRING "Slice " RPT-COUNT-EDIT
                   "  " MERGE-SLICE-RUN-ID(SLICE-NUMBER)
                   "  Seed " RPT-SEED-EDIT
                   "  Games " RPT-GAMES-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "    ** " MERGE-SLICE-PROBLEM(SLICE-NUMBER)
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           END-IF.

       WRITE-RESULTS-SECTION.
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "Combined Results (percentages over decided games)"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE WIDE-KEEP-WINS TO RPT-WIDE-EDIT
           MOVE WIDE-KEEP-LOSSES TO RPT-WIDE-2-EDIT
           MOVE KEEP-PERCENT TO RPT-PERCENT-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "  Keep    Wins " RPT-WIDE-EDIT
               "  Losses " RPT-WIDE-2-EDIT
               "  " RPT-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE WIDE-CHANGE-WINS TO RPT-WIDE-EDIT
           MOVE WIDE-CHANGE-LOSSES TO RPT-WIDE-2-EDIT
           MOVE CHANGE-PERCENT TO RPT-PERCENT-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "  Change  Wins " RPT-WIDE-EDIT
               "  Losses " RPT-WIDE-2-EDIT
               "  " RPT-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE WIDE-RANDOM-WINS TO RPT-WIDE-EDIT
           MOVE WIDE-RANDOM-LOSSES TO RPT-WIDE-2-EDIT
           MOVE RANDOM-PERCENT TO RPT-PERCENT-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "  Random  Wins " RPT-WIDE-EDIT
               "  Losses " RPT-WIDE-2-EDIT
               "  " RPT-PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           IF PARTITION-HOST-MODE = "I"
               MOVE WIDE-VOID-GAMES TO RPT-WIDE-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Voided Games " RPT-WIDE-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           END-IF

           MOVE FINAL-HALF-WIDTH TO RPT-HALF-WIDTH-EDIT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "  95% half-width on CHANGE-PERCENT: "
               RPT-HALF-WIDTH-EDIT
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           IF ECONOMICS-MODE = "Y"
               MOVE SPACES TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "Net Value per Decided Game"
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE KEEP-NET-PER-GAME TO RPT-NET-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Keep    " RPT-NET-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE CHANGE-NET-PER-GAME TO RPT-NET-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Change  " RPT-NET-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE RANDOM-NET-PER-GAME TO RPT-NET-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Random  " RPT-NET-EDIT
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           END-IF

           IF PARTITION-HOST-MODE = "C"
               MOVE SPACES TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "Confidence Check (95% band, combined sample)"
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE WS-KEEP-LOWER-BOUND TO RPT-BOUND-EDIT
               MOVE WS-KEEP-UPPER-BOUND TO RPT-BOUND-2-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Keep    band " RPT-BOUND-EDIT " to "
                   RPT-BOUND-2-EDIT "   in band: " WS-KEEP-IN-BAND
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE WS-CHANGE-LOWER-BOUND TO RPT-BOUND-EDIT
               MOVE WS-CHANGE-UPPER-BOUND TO RPT-BOUND-2-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "  Change  band " RPT-BOUND-EDIT " to "
                   RPT-BOUND-2-EDIT "   in band: " WS-CHANGE-IN-BAND
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           END-IF

           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "MERGED - parent " PTC-PARENT-RUN-ID
               " registered and written to history"
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - the merge must not append
      *    to the registry or history while a run is writing them -
      *    but a lock whose stamp has aged past the stale limit
      *    belongs to a crashed holder and is taken over
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
                       " taken over by the merge"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - the merge will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "merge refused - lock held by "
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
           MOVE "MONTY-MERGE" TO LCK-PROGRAM-ID
           MOVE PTC-PARENT-RUN-ID TO LCK-RUN-ID
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
      *    only, never allowed to take the merge down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-MERGE" TO LOG-PROGRAM-ID
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
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY
           MOVE WS-TODAY(9:2) TO WS-RUN-HOUR
           MOVE WS-TODAY(11:2) TO WS-RUN-MIN
           MOVE WS-TODAY(13:2) TO WS-RUN-SEC.
       END PROGRAM MONTY-MERGE.
