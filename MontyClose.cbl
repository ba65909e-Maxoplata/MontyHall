      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Month-end close. Summarizes every MONTYHST.DAT record
      *          dated in the month named on the MONTYMCC.DAT close
      *          card into the permanent monthly rollup MONTYROL.DAT,
      *          one record per host mode and door count (the door
      *          count is taken from the run's registry entry) with
      *          the run count, games played, wins and losses per
      *          strategy arm, void games and net value totals, then
      *          a month total record that marks the month closed.
      *          The rollup is what keeps the long-run figures whole
      *          once MONTY-ARCHIVE purges a month's history: the
      *          purge refuses any month not closed here, and
      *          MONTY-TREND takes closed months from the rollup and
      *          only the open months from the live history. Runs
      *          INVALID in the registry at close are left out and
      *          counted on the month total; a run invalidated after
      *          its month is closed stays in that month's rollup. A
      *          month can be closed once only, and only once it has
      *          ended. Prints a close report (MONTYMCR.DAT) with the
      *          per-cell figures and a count reconciliation. Runs
      *          under the run interlock so two closes cannot race.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    close card naming the month to close - required, the same
      *    way MONTY-ARCHIVE requires its cutoff card
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "MONTYMCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CONTROL-STATUS.

      *    MONTY-HALL's one-record-per-run history file, read in full
           SELECT HISTORY-FILE ASSIGN TO "MONTYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    keyed master over the registry - each run's door count
      *    and current status are read from it by run ID
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    the registration journal, scanned only when the master
      *    has not been built
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    permanent monthly rollup - read for months already closed,
      *    then appended to, never rewritten
           SELECT ROLLUP-FILE ASSIGN TO "MONTYROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-STATUS.

      *    close report, rewritten fresh each run
           SELECT CLOSE-REPORT-FILE ASSIGN TO "MONTYMCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held for the whole close, so a second
      *    close of the same month cannot slip in between the
      *    already-closed check and the rollup append
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
      *    YYYY-MM
           05 MCC-CLOSE-MONTH PIC X(7).
           05 MCC-RESERVED PIC X(73).

       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  ROLLUP-FILE.
           COPY "ROLREC.CPY".

       FD  CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-CONTROL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-ROLLUP-STATUS PIC XX.
       01 WS-CLOSE-REPORT-STATUS PIC XX.
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

      * the month being closed and the month now running - a month
      * still running cannot be closed, runs may yet land in it
       01 CLOSE-MONTH PIC X(7).
       01 CURRENT-MONTH PIC X(7).
       01 WS-CLOSE-VALID PIC X VALUE "N".

      * stamped on every rollup record this close writes, so
      * readers can tie the month's "D" records to its "T" record
       01 CLOSE-STAMP PIC X(19).

       01 MONTH-ALREADY-CLOSED PIC X VALUE "N".
       01 PREVIOUS-CLOSE-STAMP PIC X(19).
       01 MASTER-AVAILABLE PIC X VALUE "N".
       01 ROLLUP-WRITE-FAILED PIC X VALUE "N".

      * the run in hand's registry entry - door count and status
       01 WS-RUN-RECORD-FOUND PIC X VALUE "N".
       01 RUN-NUMBER-OF-DOORS PIC 99.
       01 RUN-STATUS PIC X(8).
       01 RUN-HOST-MODE PIC X.

      * the record in hand's counts - a partitioned run's parent
      * carries its counts in the wide fields and zeros in the
      * ordinary ones, so every record is read through these
       01 RECORD-KEEP-WINS PIC 9(11).
       01 RECORD-KEEP-LOSSES PIC 9(11).
       01 RECORD-CHANGE-WINS PIC 9(11).
       01 RECORD-CHANGE-LOSSES PIC 9(11).
       01 RECORD-RANDOM-WINS PIC 9(11).
       01 RECORD-RANDOM-LOSSES PIC 9(11).
       01 RECORD-VOID-GAMES PIC 9(11).
       01 RECORD-DECIDED-GAMES PIC 9(11).
       01 RECORD-NET-VALUE PIC S9(7)V99.

      * one cell per host mode and door count seen in the month,
      * kept in mode then door order so the rollup and the report
      * come out sorted
       01 ROLLUP-CELL-TABLE.
           05 ROLLUP-CELL OCCURS 300 TIMES.
               10 CELL-HOST-MODE PIC X.
               10 CELL-NUMBER-OF-DOORS PIC 99.
               10 CELL-RUN-COUNT PIC 9(7).
               10 CELL-TOTAL-GAMES PIC 9(13).
               10 CELL-KEEP-WINS PIC 9(13).
               10 CELL-KEEP-LOSSES PIC 9(13).
               10 CELL-CHANGE-WINS PIC 9(13).
               10 CELL-CHANGE-LOSSES PIC 9(13).
               10 CELL-RANDOM-WINS PIC 9(13).
               10 CELL-RANDOM-LOSSES PIC 9(13).
               10 CELL-VOID-GAMES PIC 9(13).
               10 CELL-PRICED-RUN-COUNT PIC 9(7).
               10 CELL-KEEP-NET-VALUE PIC S9(13)V99.
               10 CELL-CHANGE-NET-VALUE PIC S9(13)V99.
               10 CELL-RANDOM-NET-VALUE PIC S9(13)V99.
       01 CELL-COUNT PIC 9(3) VALUE 0.
       01 CELL-INDEX PIC 9(3).
       01 CELL-SLOT PIC 9(3).
       01 CELL-TABLE-FULL PIC X VALUE "N".

      * month totals over every cell written - the "T" record
       01 MONTH-RUN-COUNT PIC 9(7) VALUE 0.
       01 MONTH-TOTAL-GAMES PIC 9(13) VALUE 0.
       01 MONTH-KEEP-WINS PIC 9(13) VALUE 0.
       01 MONTH-KEEP-LOSSES PIC 9(13) VALUE 0.
       01 MONTH-CHANGE-WINS PIC 9(13) VALUE 0.
       01 MONTH-CHANGE-LOSSES PIC 9(13) VALUE 0.
       01 MONTH-RANDOM-WINS PIC 9(13) VALUE 0.
       01 MONTH-RANDOM-LOSSES PIC 9(13) VALUE 0.
       01 MONTH-VOID-GAMES PIC 9(13) VALUE 0.
       01 MONTH-PRICED-RUN-COUNT PIC 9(7) VALUE 0.
       01 MONTH-KEEP-NET-VALUE PIC S9(13)V99 VALUE 0.
       01 MONTH-CHANGE-NET-VALUE PIC S9(13)V99 VALUE 0.
       01 MONTH-RANDOM-NET-VALUE PIC S9(13)V99 VALUE 0.

      * close counters - the reconciliation proves DATED IN MONTH =
      * ROLLED UP + INVALID and that the month total's run count
      * matches the runs rolled up
       01 HISTORY-RECORDS-READ PIC 9(7) VALUE 0.
       01 RECORDS-IN-MONTH PIC 9(7) VALUE 0.
       01 RUNS-ROLLED-UP PIC 9(7) VALUE 0.
       01 RUNS-INVALID-EXCLUDED PIC 9(7) VALUE 0.
       01 RUNS-UNREGISTERED PIC 9(7) VALUE 0.
       01 ROLLUP-RECORDS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-RECONCILE-OK PIC X VALUE "Y".

       01 RPT-MODE-TEXT PIC X(4).
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-DOORS-TEXT PIC X(2).
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-GAMES-EDIT PIC Z(12)9.
       01 RPT-KEEP-WINS-EDIT PIC Z(12)9.
       01 RPT-KEEP-LOSSES-EDIT PIC Z(12)9.
       01 RPT-CHANGE-WINS-EDIT PIC Z(12)9.
       01 RPT-CHANGE-LOSSES-EDIT PIC Z(12)9.
       01 RPT-RANDOM-WINS-EDIT PIC Z(12)9.
       01 RPT-RANDOM-LOSSES-EDIT PIC Z(12)9.
       01 RPT-VOIDS-EDIT PIC Z(12)9.
       01 RPT-KEEP-NET-EDIT PIC -Z(12)9.99.
       01 RPT-CHANGE-NET-EDIT PIC -Z(12)9.99.
       01 RPT-RANDOM-NET-EDIT PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           PERFORM READ-CLOSE-PARAMETER
           IF WS-CLOSE-VALID NOT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-MONTH-NOT-CLOSED
           IF MONTH-ALREADY-CLOSED = "Y"
               DISPLAY "ERROR: month " CLOSE-MONTH " was already "
                   "closed on " PREVIOUS-CLOSE-STAMP
                   " - a month can only be closed once"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "month " CLOSE-MONTH " already closed on "
                   PREVIOUS-CLOSE-STAMP " - close refused"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "month-end close of " CLOSE-MONTH " started"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           OPEN INPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "00"
               MOVE "Y" TO MASTER-AVAILABLE
           ELSE
               DISPLAY "MONTYREG.IDX not available, status "
                   WS-REGISTRY-MASTER-STATUS
                   " - scanning MONTYREG.DAT for each run instead"
           END-IF

           PERFORM SUMMARIZE-CLOSE-MONTH

           IF MASTER-AVAILABLE = "Y"
               CLOSE REGISTRY-MASTER-FILE
           END-IF

           IF CELL-TABLE-FULL = "Y"
               DISPLAY "ERROR: more than 300 host mode and door count "
                   "combinations in " CLOSE-MONTH
                   " - month not closed"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "month-end close of " CLOSE-MONTH " failed - "
                   "rollup cell table full"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ROLLUP-RECORDS

           IF RUNS-ROLLED-UP + RUNS-INVALID-EXCLUDED
                   NOT = RECORDS-IN-MONTH
                   OR MONTH-RUN-COUNT NOT = RUNS-ROLLED-UP
                   OR ROLLUP-WRITE-FAILED = "Y"
               MOVE "N" TO WS-RECONCILE-OK
           END-IF

           PERFORM WRITE-CLOSE-REPORT
           PERFORM WRITE-CLOSE-SUMMARY
           PERFORM RELEASE-RUN-LOCK

           IF WS-RECONCILE-OK NOT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RUNS-UNREGISTERED NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       READ-CLOSE-PARAMETER.
      *    no compiled-in default month - closing the wrong month by
      *    accident is permanent, so a missing or malformed card
      *    stops the job instead
           MOVE "N" TO WS-CLOSE-VALID
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLOSE-CONTROL-STATUS = "00"
               READ CLOSE-CONTROL-FILE
                   AT END
                       DISPLAY "ERROR: MONTYMCC.DAT is empty - no "
                           "month to close"
                   NOT AT END
                       MOVE MCC-CLOSE-MONTH TO CLOSE-MONTH
                       PERFORM VALIDATE-CLOSE-MONTH
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           ELSE
               DISPLAY "ERROR: MONTYMCC.DAT not found - no month to "
                   "close, status " WS-CLOSE-CONTROL-STATUS
           END-IF.

       VALIDATE-CLOSE-MONTH.
      *    YYYY-MM like the front of HIST-RUN-DATE, and strictly
      *    before the month now running - both are YYYY-MM, so a
      *    plain alphanumeric compare orders them
           IF CLOSE-MONTH(1:4) IS NUMERIC
                   AND CLOSE-MONTH(5:1) = "-"
                   AND CLOSE-MONTH(6:2) IS NUMERIC
                   AND CLOSE-MONTH(6:2) >= "01"
                   AND CLOSE-MONTH(6:2) <= "12"
               IF CLOSE-MONTH < CURRENT-MONTH
                   MOVE "Y" TO WS-CLOSE-VALID
               ELSE
                   DISPLAY "ERROR: month " CLOSE-MONTH " on "
                       "MONTYMCC.DAT has not ended yet - only a "
                       "month before " CURRENT-MONTH " can be closed"
               END-IF
           ELSE
               DISPLAY "ERROR: close month '" CLOSE-MONTH "' on "
                   "MONTYMCC.DAT is not in YYYY-MM form"
           END-IF.

       CHECK-MONTH-NOT-CLOSED.
      *    the month's "T" record is the mark of a finished close -
      *    "D" records without one are left over from a close that
      *    failed partway, and do not stop the month being closed
           MOVE "N" TO MONTH-ALREADY-CLOSED
           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS = "00"
               PERFORM UNTIL WS-ROLLUP-STATUS NOT = "00"
                   READ ROLLUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ROL-RECORD-TYPE = "T"
                                   AND ROL-MONTH = CLOSE-MONTH
                               MOVE "Y" TO MONTH-ALREADY-CLOSED
                               MOVE ROL-CLOSE-STAMP
                                   TO PREVIOUS-CLOSE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLUP-FILE
           END-IF.

       SUMMARIZE-CLOSE-MONTH.
      *    one pass over the live history - HIST-RUN-DATE is
      *    YYYY-MM-DD, so its first seven characters are the month
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO HISTORY-RECORDS-READ
                           IF HIST-RUN-DATE(1:7) = CLOSE-MONTH
                               PERFORM ROLL-UP-ONE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "MONTYHST.DAT not found or empty - month "
                   CLOSE-MONTH " closes with no runs, status "
                   WS-HISTORY-STATUS
           END-IF.

       ROLL-UP-ONE-HISTORY-RECORD.
           ADD 1 TO RECORDS-IN-MONTH
           PERFORM READ-REGISTRY-BY-RUN-ID
           IF WS-RUN-RECORD-FOUND = "Y" AND RUN-STATUS = "INVALID"
               ADD 1 TO RUNS-INVALID-EXCLUDED
           ELSE
      *        history with no registry entry has no door count to
      *        roll up under - it goes in door count zero, and the
      *        close ends RC 4 so someone looks at it
               IF WS-RUN-RECORD-FOUND NOT = "Y"
                   ADD 1 TO RUNS-UNREGISTERED
                   MOVE ZERO TO RUN-NUMBER-OF-DOORS
                   DISPLAY "WARNING: run " HIST-RUN-ID " of "
                       HIST-RUN-DATE " is not in the registry - "
                       "rolled up under door count 0"
               END-IF
      *        history written before the host-mode field existed
      *        has blanks here, and those runs were all classic
               IF HIST-HOST-MODE = SPACE OR HIST-HOST-MODE = LOW-VALUES
                   MOVE "C" TO RUN-HOST-MODE
               ELSE
                   MOVE HIST-HOST-MODE TO RUN-HOST-MODE
               END-IF
               PERFORM LOAD-RECORD-COUNTS
               PERFORM FIND-OR-ADD-CELL
               IF CELL-SLOT NOT = ZERO
                   PERFORM ADD-RECORD-TO-CELL
                   ADD 1 TO RUNS-ROLLED-UP
               END-IF
           END-IF.

       READ-REGISTRY-BY-RUN-ID.
      *    one direct read of the keyed master, which holds each
      *    run's latest entry, with the journal scan kept as the
      *    fallback for a shop that has not built the master yet
           MOVE "N" TO WS-RUN-RECORD-FOUND
           IF MASTER-AVAILABLE = "Y"
               MOVE HIST-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RUN-RECORD-FOUND
                       IF RGM-LAYOUT-VERSION = "2"
                           MOVE RGM-NUMBER-OF-DOORS
                               TO RUN-NUMBER-OF-DOORS
                       ELSE
                           MOVE RGM-NUMBER-OF-DOORS-V1
                               TO RUN-NUMBER-OF-DOORS
                       END-IF
                       MOVE RGM-STATUS TO RUN-STATUS
               END-READ
           ELSE
               PERFORM SCAN-REGISTRY-BY-RUN-ID
           END-IF.

       SCAN-REGISTRY-BY-RUN-ID.
      *    scan the registry journal for the record keyed by
      *    HIST-RUN-ID - the whole file is read so the match that
      *    sticks is the run's latest entry
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-RUN-ID = HIST-RUN-ID
                               MOVE "Y" TO WS-RUN-RECORD-FOUND
                               IF REG-LAYOUT-VERSION = "2"
                                   MOVE REG-NUMBER-OF-DOORS
                                       TO RUN-NUMBER-OF-DOORS
                               ELSE
                                   MOVE REG-NUMBER-OF-DOORS-V1
                                       TO RUN-NUMBER-OF-DOORS
                               END-IF
                               MOVE REG-STATUS TO RUN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       LOAD-RECORD-COUNTS.
           IF HIST-PARTITION-ROLE = "P"
               MOVE HIST-WIDE-KEEP-WINS TO RECORD-KEEP-WINS
               MOVE HIST-WIDE-KEEP-LOSSES TO RECORD-KEEP-LOSSES
               MOVE HIST-WIDE-CHANGE-WINS TO RECORD-CHANGE-WINS
               MOVE HIST-WIDE-CHANGE-LOSSES TO RECORD-CHANGE-LOSSES
               MOVE HIST-WIDE-RANDOM-WINS TO RECORD-RANDOM-WINS
               MOVE HIST-WIDE-RANDOM-LOSSES TO RECORD-RANDOM-LOSSES
               MOVE HIST-WIDE-VOID-GAMES TO RECORD-VOID-GAMES
           ELSE
               MOVE HIST-KEEP-WINS TO RECORD-KEEP-WINS
               MOVE HIST-KEEP-LOSSES TO RECORD-KEEP-LOSSES
               MOVE HIST-CHANGE-WINS TO RECORD-CHANGE-WINS
               MOVE HIST-CHANGE-LOSSES TO RECORD-CHANGE-LOSSES
               MOVE HIST-RANDOM-WINS TO RECORD-RANDOM-WINS
               MOVE HIST-RANDOM-LOSSES TO RECORD-RANDOM-LOSSES
               MOVE HIST-VOID-GAMES TO RECORD-VOID-GAMES
           END-IF
      *    keep wins plus losses is the decided games, whatever the
      *    mode - the voids make up the rest of the games played
           COMPUTE RECORD-DECIDED-GAMES =
               RECORD-KEEP-WINS + RECORD-KEEP-LOSSES.

       FIND-OR-ADD-CELL.
      *    find the cell for the run's mode and door count; a new
      *    combination is slotted in at its sorted place, the cells
      *    after it moving up one
           MOVE ZERO TO CELL-SLOT
           PERFORM VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > CELL-COUNT
                       OR CELL-SLOT NOT = ZERO
               IF CELL-HOST-MODE(CELL-INDEX) = RUN-HOST-MODE
                       AND CELL-NUMBER-OF-DOORS(CELL-INDEX)
                           = RUN-NUMBER-OF-DOORS
                   MOVE CELL-INDEX TO CELL-SLOT
               END-IF
           END-PERFORM

           IF CELL-SLOT = ZERO
               IF CELL-COUNT < 300
                   PERFORM INSERT-NEW-CELL
               ELSE
                   MOVE "Y" TO CELL-TABLE-FULL
               END-IF
           END-IF.

       INSERT-NEW-CELL.
           MOVE 1 TO CELL-SLOT
           PERFORM VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > CELL-COUNT
               IF CELL-HOST-MODE(CELL-INDEX) < RUN-HOST-MODE
                       OR (CELL-HOST-MODE(CELL-INDEX) = RUN-HOST-MODE
                       AND CELL-NUMBER-OF-DOORS(CELL-INDEX)
                           < RUN-NUMBER-OF-DOORS)
                   COMPUTE CELL-SLOT = CELL-INDEX + 1
               END-IF
           END-PERFORM

           ADD 1 TO CELL-COUNT
           PERFORM VARYING CELL-INDEX FROM CELL-COUNT BY -1
                   UNTIL CELL-INDEX <= CELL-SLOT
               MOVE ROLLUP-CELL(CELL-INDEX - 1)
                   TO ROLLUP-CELL(CELL-INDEX)
           END-PERFORM

           INITIALIZE ROLLUP-CELL(CELL-SLOT)
           MOVE RUN-HOST-MODE TO CELL-HOST-MODE(CELL-SLOT)
           MOVE RUN-NUMBER-OF-DOORS TO CELL-NUMBER-OF-DOORS(CELL-SLOT).

       ADD-RECORD-TO-CELL.
           ADD 1 TO CELL-RUN-COUNT(CELL-SLOT)
           ADD RECORD-DECIDED-GAMES TO CELL-TOTAL-GAMES(CELL-SLOT)
           ADD RECORD-VOID-GAMES TO CELL-TOTAL-GAMES(CELL-SLOT)
           ADD RECORD-KEEP-WINS TO CELL-KEEP-WINS(CELL-SLOT)
           ADD RECORD-KEEP-LOSSES TO CELL-KEEP-LOSSES(CELL-SLOT)
           ADD RECORD-CHANGE-WINS TO CELL-CHANGE-WINS(CELL-SLOT)
           ADD RECORD-CHANGE-LOSSES TO CELL-CHANGE-LOSSES(CELL-SLOT)
           ADD RECORD-RANDOM-WINS TO CELL-RANDOM-WINS(CELL-SLOT)
           ADD RECORD-RANDOM-LOSSES TO CELL-RANDOM-LOSSES(CELL-SLOT)
           ADD RECORD-VOID-GAMES TO CELL-VOID-GAMES(CELL-SLOT)

      *    a priced record carries a nonzero prize or cost - its net
      *    per decided game times its decided games is what the run
      *    was worth; pre-pricing records (spaces) and unpriced runs
      *    (all zeros) add nothing, the same rule MONTY-TREND uses
           IF HIST-PRIZE-VALUE = SPACES
               CONTINUE
           ELSE
               IF FUNCTION NUMVAL(HIST-PRIZE-VALUE) NOT = ZERO
                       OR FUNCTION NUMVAL(HIST-COST-TO-PLAY) NOT = ZERO
                   ADD 1 TO CELL-PRICED-RUN-COUNT(CELL-SLOT)
                   MOVE FUNCTION NUMVAL(HIST-KEEP-NET)
                       TO RECORD-NET-VALUE
                   COMPUTE CELL-KEEP-NET-VALUE(CELL-SLOT) =
                       CELL-KEEP-NET-VALUE(CELL-SLOT)
                       + RECORD-NET-VALUE * RECORD-DECIDED-GAMES
                   MOVE FUNCTION NUMVAL(HIST-CHANGE-NET)
                       TO RECORD-NET-VALUE
                   COMPUTE CELL-CHANGE-NET-VALUE(CELL-SLOT) =
                       CELL-CHANGE-NET-VALUE(CELL-SLOT)
                       + RECORD-NET-VALUE * RECORD-DECIDED-GAMES
                   MOVE FUNCTION NUMVAL(HIST-RANDOM-NET)
                       TO RECORD-NET-VALUE
                   COMPUTE CELL-RANDOM-NET-VALUE(CELL-SLOT) =
                       CELL-RANDOM-NET-VALUE(CELL-SLOT)
                       + RECORD-NET-VALUE * RECORD-DECIDED-GAMES
               END-IF
           END-IF.

       WRITE-ROLLUP-RECORDS.
      *    the cells first, then the month total that closes the
      *    month - a failure before the total leaves the month open,
      *    and the cells already written are passed over by every
      *    reader, so the close can simply be run again
           OPEN EXTEND ROLLUP-FILE
           IF WS-ROLLUP-STATUS = "05" OR WS-ROLLUP-STATUS = "35"
               OPEN OUTPUT ROLLUP-FILE
           END-IF
           IF WS-ROLLUP-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYROL.DAT, status "
                   WS-ROLLUP-STATUS " - month " CLOSE-MONTH
                   " not closed"
               MOVE "Y" TO ROLLUP-WRITE-FAILED
           ELSE
               PERFORM VARYING CELL-INDEX FROM 1 BY 1
                       UNTIL CELL-INDEX > CELL-COUNT
                           OR ROLLUP-WRITE-FAILED = "Y"
                   PERFORM WRITE-ONE-CELL-RECORD
               END-PERFORM
               IF ROLLUP-WRITE-FAILED NOT = "Y"
                   PERFORM WRITE-MONTH-TOTAL-RECORD
               END-IF
               CLOSE ROLLUP-FILE
           END-IF

           IF ROLLUP-WRITE-FAILED = "Y"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "month-end close of " CLOSE-MONTH " failed "
                   "writing MONTYROL.DAT, status " WS-ROLLUP-STATUS
                   " - month left open"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-ONE-CELL-RECORD.
           MOVE SPACES TO ROLLUP-RECORD
           MOVE CLOSE-MONTH TO ROL-MONTH
           MOVE "D" TO ROL-RECORD-TYPE
           MOVE CLOSE-STAMP TO ROL-CLOSE-STAMP
           MOVE CELL-HOST-MODE(CELL-INDEX) TO ROL-HOST-MODE
           MOVE CELL-NUMBER-OF-DOORS(CELL-INDEX)
               TO ROL-NUMBER-OF-DOORS
           MOVE CELL-RUN-COUNT(CELL-INDEX) TO ROL-RUN-COUNT
           MOVE CELL-TOTAL-GAMES(CELL-INDEX) TO ROL-TOTAL-GAMES
           MOVE CELL-KEEP-WINS(CELL-INDEX) TO ROL-KEEP-WINS
           MOVE CELL-KEEP-LOSSES(CELL-INDEX) TO ROL-KEEP-LOSSES
           MOVE CELL-CHANGE-WINS(CELL-INDEX) TO ROL-CHANGE-WINS
           MOVE CELL-CHANGE-LOSSES(CELL-INDEX) TO ROL-CHANGE-LOSSES
           MOVE CELL-RANDOM-WINS(CELL-INDEX) TO ROL-RANDOM-WINS
           MOVE CELL-RANDOM-LOSSES(CELL-INDEX) TO ROL-RANDOM-LOSSES
           MOVE CELL-VOID-GAMES(CELL-INDEX) TO ROL-VOID-GAMES
           MOVE CELL-PRICED-RUN-COUNT(CELL-INDEX)
               TO ROL-PRICED-RUN-COUNT
           MOVE CELL-KEEP-NET-VALUE(CELL-INDEX) TO ROL-KEEP-NET-VALUE
           MOVE CELL-CHANGE-NET-VALUE(CELL-INDEX)
               TO ROL-CHANGE-NET-VALUE
           MOVE CELL-RANDOM-NET-VALUE(CELL-INDEX)
               TO ROL-RANDOM-NET-VALUE
           MOVE ZERO TO ROL-INVALID-RUN-COUNT
           WRITE ROLLUP-RECORD
           IF WS-ROLLUP-STATUS NOT = "00"
               DISPLAY "ERROR: could not write to MONTYROL.DAT, "
                   "status " WS-ROLLUP-STATUS " - month "
                   CLOSE-MONTH " not closed"
               MOVE "Y" TO ROLLUP-WRITE-FAILED
           ELSE
               ADD 1 TO ROLLUP-RECORDS-WRITTEN
      *        the month total is summed from what was written, so
      *        it is a true control total over the cell records
               ADD CELL-RUN-COUNT(CELL-INDEX) TO MONTH-RUN-COUNT
               ADD CELL-TOTAL-GAMES(CELL-INDEX) TO MONTH-TOTAL-GAMES
               ADD CELL-KEEP-WINS(CELL-INDEX) TO MONTH-KEEP-WINS
               ADD CELL-KEEP-LOSSES(CELL-INDEX) TO MONTH-KEEP-LOSSES
               ADD CELL-CHANGE-WINS(CELL-INDEX) TO MONTH-CHANGE-WINS
               ADD CELL-CHANGE-LOSSES(CELL-INDEX)
                   TO MONTH-CHANGE-LOSSES
               ADD CELL-RANDOM-WINS(CELL-INDEX) TO MONTH-RANDOM-WINS
               ADD CELL-RANDOM-LOSSES(CELL-INDEX)
                   TO MONTH-RANDOM-LOSSES
               ADD CELL-VOID-GAMES(CELL-INDEX) TO MONTH-VOID-GAMES
               ADD CELL-PRICED-RUN-COUNT(CELL-INDEX)
                   TO MONTH-PRICED-RUN-COUNT
               ADD CELL-KEEP-NET-VALUE(CELL-INDEX)
                   TO MONTH-KEEP-NET-VALUE
               ADD CELL-CHANGE-NET-VALUE(CELL-INDEX)
                   TO MONTH-CHANGE-NET-VALUE
               ADD CELL-RANDOM-NET-VALUE(CELL-INDEX)
                   TO MONTH-RANDOM-NET-VALUE
           END-IF.

       WRITE-MONTH-TOTAL-RECORD.
           MOVE SPACES TO ROLLUP-RECORD
           MOVE CLOSE-MONTH TO ROL-MONTH
           MOVE "T" TO ROL-RECORD-TYPE
           MOVE CLOSE-STAMP TO ROL-CLOSE-STAMP
           MOVE SPACE TO ROL-HOST-MODE
           MOVE ZERO TO ROL-NUMBER-OF-DOORS
           MOVE MONTH-RUN-COUNT TO ROL-RUN-COUNT
           MOVE MONTH-TOTAL-GAMES TO ROL-TOTAL-GAMES
           MOVE MONTH-KEEP-WINS TO ROL-KEEP-WINS
           MOVE MONTH-KEEP-LOSSES TO ROL-KEEP-LOSSES
           MOVE MONTH-CHANGE-WINS TO ROL-CHANGE-WINS
           MOVE MONTH-CHANGE-LOSSES TO ROL-CHANGE-LOSSES
           MOVE MONTH-RANDOM-WINS TO ROL-RANDOM-WINS
           MOVE MONTH-RANDOM-LOSSES TO ROL-RANDOM-LOSSES
           MOVE MONTH-VOID-GAMES TO ROL-VOID-GAMES
           MOVE MONTH-PRICED-RUN-COUNT TO ROL-PRICED-RUN-COUNT
           MOVE MONTH-KEEP-NET-VALUE TO ROL-KEEP-NET-VALUE
           MOVE MONTH-CHANGE-NET-VALUE TO ROL-CHANGE-NET-VALUE
           MOVE MONTH-RANDOM-NET-VALUE TO ROL-RANDOM-NET-VALUE
           MOVE RUNS-INVALID-EXCLUDED TO ROL-INVALID-RUN-COUNT
           WRITE ROLLUP-RECORD
           IF WS-ROLLUP-STATUS NOT = "00"
               DISPLAY "ERROR: could not write the month total to "
                   "MONTYROL.DAT, status " WS-ROLLUP-STATUS
                   " - month " CLOSE-MONTH " not closed"
               MOVE "Y" TO ROLLUP-WRITE-FAILED
           ELSE
               ADD 1 TO ROLLUP-RECORDS-WRITTEN
           END-IF.

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-CLOSE-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYMCR.DAT, status "
                   WS-CLOSE-REPORT-STATUS
           ELSE
               PERFORM WRITE-CLOSE-REPORT-BODY
               CLOSE CLOSE-REPORT-FILE
           END-IF.

       WRITE-CLOSE-REPORT-BODY.
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "MONTY HALL SIMULATION - MONTH-END CLOSE"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "Close Month: " CLOSE-MONTH
               "      Closed: " CLOSE-STAMP
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "MODE DOORS      RUNS         GAMES"
               "     KEEP WINS   KEEP LOSSES   CHANGE WINS"
               " CHANGE LOSSES   RANDOM WINS RANDOM LOSSES"
               "         VOIDS"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           PERFORM VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > CELL-COUNT
               MOVE CELL-HOST-MODE(CELL-INDEX) TO RPT-MODE-TEXT
               MOVE CELL-NUMBER-OF-DOORS(CELL-INDEX) TO RPT-DOORS-EDIT
               MOVE RPT-DOORS-EDIT TO RPT-DOORS-TEXT
               MOVE CELL-RUN-COUNT(CELL-INDEX) TO RPT-RUNS-EDIT
               MOVE CELL-TOTAL-GAMES(CELL-INDEX) TO RPT-GAMES-EDIT
               MOVE CELL-KEEP-WINS(CELL-INDEX) TO RPT-KEEP-WINS-EDIT
               MOVE CELL-KEEP-LOSSES(CELL-INDEX)
                   TO RPT-KEEP-LOSSES-EDIT
               MOVE CELL-CHANGE-WINS(CELL-INDEX)
                   TO RPT-CHANGE-WINS-EDIT
               MOVE CELL-CHANGE-LOSSES(CELL-INDEX)
                   TO RPT-CHANGE-LOSSES-EDIT
               MOVE CELL-RANDOM-WINS(CELL-INDEX)
                   TO RPT-RANDOM-WINS-EDIT
               MOVE CELL-RANDOM-LOSSES(CELL-INDEX)
                   TO RPT-RANDOM-LOSSES-EDIT
               MOVE CELL-VOID-GAMES(CELL-INDEX) TO RPT-VOIDS-EDIT
               PERFORM WRITE-COUNT-LINE
           END-PERFORM

           MOVE "ALL " TO RPT-MODE-TEXT
           MOVE SPACES TO RPT-DOORS-TEXT
           MOVE MONTH-RUN-COUNT TO RPT-RUNS-EDIT
           MOVE MONTH-TOTAL-GAMES TO RPT-GAMES-EDIT
           MOVE MONTH-KEEP-WINS TO RPT-KEEP-WINS-EDIT
           MOVE MONTH-KEEP-LOSSES TO RPT-KEEP-LOSSES-EDIT
           MOVE MONTH-CHANGE-WINS TO RPT-CHANGE-WINS-EDIT
           MOVE MONTH-CHANGE-LOSSES TO RPT-CHANGE-LOSSES-EDIT
           MOVE MONTH-RANDOM-WINS TO RPT-RANDOM-WINS-EDIT
           MOVE MONTH-RANDOM-LOSSES TO RPT-RANDOM-LOSSES-EDIT
           MOVE MONTH-VOID-GAMES TO RPT-VOIDS-EDIT
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "MODE DOORS    PRICED    KEEP NET VALUE"
               "  CHANGE NET VALUE  RANDOM NET VALUE"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           PERFORM VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > CELL-COUNT
               MOVE CELL-HOST-MODE(CELL-INDEX) TO RPT-MODE-TEXT
               MOVE CELL-NUMBER-OF-DOORS(CELL-INDEX) TO RPT-DOORS-EDIT
               MOVE RPT-DOORS-EDIT TO RPT-DOORS-TEXT
               MOVE CELL-PRICED-RUN-COUNT(CELL-INDEX) TO RPT-RUNS-EDIT
               MOVE CELL-KEEP-NET-VALUE(CELL-INDEX)
                   TO RPT-KEEP-NET-EDIT
               MOVE CELL-CHANGE-NET-VALUE(CELL-INDEX)
                   TO RPT-CHANGE-NET-EDIT
               MOVE CELL-RANDOM-NET-VALUE(CELL-INDEX)
                   TO RPT-RANDOM-NET-EDIT
               PERFORM WRITE-NET-VALUE-LINE
           END-PERFORM

           MOVE "ALL " TO RPT-MODE-TEXT
           MOVE SPACES TO RPT-DOORS-TEXT
           MOVE MONTH-PRICED-RUN-COUNT TO RPT-RUNS-EDIT
           MOVE MONTH-KEEP-NET-VALUE TO RPT-KEEP-NET-EDIT
           MOVE MONTH-CHANGE-NET-VALUE TO RPT-CHANGE-NET-EDIT
           MOVE MONTH-RANDOM-NET-VALUE TO RPT-RANDOM-NET-EDIT
           PERFORM WRITE-NET-VALUE-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE RECORDS-IN-MONTH TO RPT-COUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "History Records Dated " CLOSE-MONTH ":  "
               RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE RUNS-ROLLED-UP TO RPT-COUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  Rolled Up:                    " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE RUNS-INVALID-EXCLUDED TO RPT-COUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  Left Out as INVALID:          " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           IF RUNS-UNREGISTERED NOT = ZERO
               MOVE RUNS-UNREGISTERED TO RPT-COUNT-EDIT
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  Not in the Registry:          " RPT-COUNT-EDIT
                   "  (rolled up under door count 0)"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF

           MOVE ROLLUP-RECORDS-WRITTEN TO RPT-COUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "Rollup Records Written:         " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           IF WS-RECONCILE-OK = "Y"
               STRING "Reconciliation: ROLLED UP + INVALID = DATED IN "
                   "MONTH and MONTH TOTAL = ROLLED UP - OK, month "
                   "closed"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           ELSE
               STRING "Reconciliation: COUNTS DO NOT BALANCE OR THE "
                   "ROLLUP WRITE FAILED - MONTH NOT CLOSED, "
                   "INVESTIGATE BEFORE RERUNNING"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "END OF REPORT - generated by MONTY-CLOSE"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING RPT-MODE-TEXT "   " RPT-DOORS-TEXT " "
               RPT-RUNS-EDIT " " RPT-GAMES-EDIT " "
               RPT-KEEP-WINS-EDIT " " RPT-KEEP-LOSSES-EDIT " "
               RPT-CHANGE-WINS-EDIT " " RPT-CHANGE-LOSSES-EDIT " "
               RPT-RANDOM-WINS-EDIT " " RPT-RANDOM-LOSSES-EDIT " "
               RPT-VOIDS-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-NET-VALUE-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING RPT-MODE-TEXT "   " RPT-DOORS-TEXT " "
               RPT-RUNS-EDIT " " RPT-KEEP-NET-EDIT " "
               RPT-CHANGE-NET-EDIT " " RPT-RANDOM-NET-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-CLOSE-SUMMARY.
           IF WS-RECONCILE-OK = "Y"
               MOVE RUNS-ROLLED-UP TO RPT-COUNT-EDIT
               DISPLAY "MONTY-CLOSE: month " CLOSE-MONTH " closed - "
                   RPT-COUNT-EDIT " runs rolled up, report in "
                   "MONTYMCR.DAT"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "month " CLOSE-MONTH " closed - "
                   RUNS-ROLLED-UP " runs rolled up, "
                   RUNS-INVALID-EXCLUDED " invalid left out, "
                   RUNS-UNREGISTERED " unregistered"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               DISPLAY "ERROR: month " CLOSE-MONTH " not closed - "
                   "see MONTYMCR.DAT"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "month-end close of " CLOSE-MONTH
                   " did not balance - month left open"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - another close, or a run
      *    writing history, must finish first - but a lock whose
      *    stamp has aged past the stale limit belongs to a crashed
      *    holder and is taken over
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
                       " taken over by month-end close"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - month-end close will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "month-end close refused - lock held by "
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
           MOVE "MONTY-CLOSE" TO LCK-PROGRAM-ID
           MOVE "MONTH-END-CLOSE" TO LCK-RUN-ID
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
      *    only, never allowed to take the close down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-CLOSE" TO LOG-PROGRAM-ID
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
      *    the close stamp and the current month are fixed once, so
      *    every rollup record and the report agree on them
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY
           MOVE WS-RUN-DATE(1:7) TO CURRENT-MONTH
           MOVE SPACES TO CLOSE-STAMP
           STRING WS-RUN-DATE " " WS-TODAY(9:2) ":" WS-TODAY(11:2)
               ":" WS-TODAY(13:2)
               DELIMITED BY SIZE INTO CLOSE-STAMP.
       END PROGRAM MONTY-CLOSE.
