      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Monthly usage and chargeback statement. For the
      *          month named on the MONTYCBC.DAT card, charges every
      *          run registered in MONTYREG.DAT that month back to the
      *          requester and cost center it was registered under:
      *          runs, games played and elapsed run time, the time
      *          taken from MONTY-HALL's start and completion lines
      *          in MONTYLOG.DAT, priced off the MONTYRTC.DAT rate
      *          card (a rate per run, per thousand games and per
      *          minute, by cost center with a DEFAULT line for the
      *          rest). Runs no requester asked for - ad-hoc cards,
      *          MONTY-BATCH tiers, partition slices, certification
      *          replays - are charged to the operations overhead
      *          line rather than dropped; a partitioned run's parent
      *          is not charged again, its slices already were. The
      *          scenarios MONTY-QUEUE rejected or failed and the
      *          schedule entries MONTY-SCHEDULE refused that month
      *          are counted against their requesters too. Writes a
      *          printable statement (MONTYCBS.DAT) with cost center
      *          subtotals, control totals and a count reconciliation,
      *          and a pipe-delimited finance feed (MONTYCBF.DAT) with
      *          a header and a trailer carrying the record count and
      *          the run, game, time and charge totals. Reads only -
      *          the month can be charged again at any time and comes
      *          out the same.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-CHARGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    chargeback card naming the month to charge and the cost
      *    center operations overhead is charged to - required, the
      *    same way MONTY-CLOSE requires its close card
           SELECT CHARGE-CONTROL-FILE ASSIGN TO "MONTYCBC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-CONTROL-STATUS.

      *    finance's rate card, one line per cost center with its
      *    own rates plus the DEFAULT line every other cost center
      *    is charged at
           SELECT RATE-CARD-FILE ASSIGN TO "MONTYRTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CARD-STATUS.

      *    the registration journal, read in full - every run
      *    registered in the month is charged, including a
      *    certification replay registered under an ID that was
      *    already on file, so the journal and not the master
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    the shared run log - read for the runs' start and
      *    completion lines and the scenarios turned away, then
      *    appended to with this job's own outcome
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    requester master - the name for each requester's line,
      *    and the cost center for a requester whose only activity
      *    in the month was refused work
           SELECT REQUESTER-MASTER-FILE ASSIGN TO "MONTYRQM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQM-REQUESTER-ID
               FILE STATUS IS WS-REQUESTER-MASTER-STATUS.

      *    printable statement, rewritten fresh each run
           SELECT STATEMENT-FILE ASSIGN TO "MONTYCBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

      *    the delimited feed for the finance system, rewritten
      *    fresh each run - loaded whole or not at all on the
      *    receiving side, like the warehouse extract
           SELECT FEED-FILE ASSIGN TO "MONTYCBF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-CONTROL-FILE.
       01 CHARGE-CONTROL-RECORD.
      *    YYYY-MM
           05 CBC-CHARGE-MONTH PIC X(7).
      *    spaces mean the OVERHEAD cost center
           05 CBC-OVERHEAD-COST-CENTER PIC X(8).
           05 CBC-RESERVED PIC X(65).

       FD  RATE-CARD-FILE.
       01 RATE-CARD-RECORD.
      *    the cost center the line prices, or DEFAULT
           05 RTC-COST-CENTER PIC X(8).
           05 RTC-RATE-PER-RUN PIC 9(5)V99.
           05 RTC-RATE-PER-THOUSAND-GAMES PIC 9(5)V99.
           05 RTC-RATE-PER-MINUTE PIC 9(5)V99.
           05 RTC-RESERVED PIC X(51).

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  REQUESTER-MASTER-FILE.
           COPY "RQMREC.CPY".

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(132).

       FD  FEED-FILE.
       01 FEED-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CHARGE-CONTROL-STATUS PIC XX.
       01 WS-RATE-CARD-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.
       01 WS-REQUESTER-MASTER-STATUS PIC XX.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.

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

      * the month being charged and the month now running - only a
      * month that has ended is charged, runs may yet land in the
      * current one
       01 CHARGE-MONTH PIC X(7).
       01 CURRENT-MONTH PIC X(7).
       01 WS-CHARGE-VALID PIC X VALUE "N".
       01 OVERHEAD-COST-CENTER PIC X(8).
       01 STATEMENT-STAMP PIC X(19).

      * the rate card as loaded - DEFAULT-RATE-SLOT points at the
      * DEFAULT line, which every cost center without a line of its
      * own (and a run registered with no cost center) is charged at
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
               10 RATE-COST-CENTER PIC X(8).
               10 RATE-PER-RUN PIC 9(5)V99.
               10 RATE-PER-THOUSAND-GAMES PIC 9(5)V99.
               10 RATE-PER-MINUTE PIC 9(5)V99.
       01 RATE-COUNT PIC 9(3) VALUE 0.
       01 RATE-INDEX PIC 9(3).
       01 RATE-SLOT PIC 9(3).
       01 DEFAULT-RATE-SLOT PIC 9(3) VALUE 0.
       01 RATE-LINES-READ PIC 9(5) VALUE 0.
       01 WS-RATE-CARD-VALID PIC X VALUE "Y".
       01 RATE-CARD-REASON PIC X(60).

      * one entry per run charged in the month, in journal order -
      * the registration stamp is when the run started, and the
      * start and completion log lines are matched to the entry
      * whose stamp they follow, so a replay registered under an ID
      * already on file is timed from its own lines, not the
      * original run's
       01 BILLED-RUN-TABLE.
           05 BILLED-RUN OCCURS 5000 TIMES.
               10 BILLED-RUN-ID PIC X(16).
               10 BILLED-RUN-STAMP PIC X(19).
               10 BILLED-REQUESTER-ID PIC X(8).
               10 BILLED-COST-CENTER PIC X(8).
               10 BILLED-GAMES PIC 9(11).
               10 BILLED-STARTED PIC X(19).
               10 BILLED-ENDED PIC X(19).
               10 BILLED-SECONDS PIC 9(9).
       01 BILLED-RUN-COUNT PIC 9(5) VALUE 0.
       01 BILLED-RUN-INDEX PIC 9(5).
       01 BILLED-RUN-SLOT PIC 9(5).
       01 RUN-TABLE-FULL PIC X VALUE "N".

      * scenarios turned away in the month, per requester - taken
      * from MONTY-QUEUE's "rejected" and "failed" lines and
      * MONTY-SCHEDULE's "refused" lines
       01 REFUSAL-TABLE.
           05 REFUSAL-ENTRY OCCURS 500 TIMES.
               10 REFUSAL-REQUESTER-ID PIC X(8).
               10 REFUSAL-FAILED PIC 9(5).
               10 REFUSAL-REJECTED PIC 9(5).
       01 REFUSAL-COUNT PIC 9(3) VALUE 0.
       01 REFUSAL-INDEX PIC 9(3).
       01 REFUSAL-SLOT PIC 9(3).
       01 REFUSAL-TABLE-FULL PIC X VALUE "N".
       01 REFUSAL-REQUESTER PIC X(8).
       01 REFUSAL-KIND PIC X.

      * one statement line per cost center and requester, kept in
      * cost center then requester order so the statement and the
      * feed come out sorted; the overhead line is the one with no
      * requester
       01 CHARGE-LINE-TABLE.
           05 CHARGE-LINE OCCURS 500 TIMES.
               10 LINE-COST-CENTER PIC X(8).
               10 LINE-REQUESTER-ID PIC X(8).
               10 LINE-REQUESTER-NAME PIC X(30).
               10 LINE-RUNS PIC 9(7).
               10 LINE-GAMES PIC 9(13).
               10 LINE-SECONDS PIC 9(11).
               10 LINE-UNTIMED PIC 9(5).
               10 LINE-FAILED PIC 9(5).
               10 LINE-REJECTED PIC 9(5).
               10 LINE-CHARGE PIC 9(11)V99.
       01 LINE-COUNT PIC 9(3) VALUE 0.
       01 LINE-INDEX PIC 9(3).
       01 LINE-SLOT PIC 9(3).
       01 LINE-TABLE-FULL PIC X VALUE "N".
       01 KEY-COST-CENTER PIC X(8).
       01 KEY-REQUESTER-ID PIC X(8).

       01 MASTER-AVAILABLE PIC X VALUE "N".
       01 WS-REQUESTER-FOUND PIC X VALUE "N".

      * log-stamp arithmetic - a YYYY-MM-DD HH:MM:SS stamp turned
      * into seconds, the same day-number arithmetic the lock
      * staleness check uses
       01 WORK-STAMP PIC X(19).
       01 WORK-YYYYMMDD PIC 9(8).
       01 WORK-DATE-INTEGER PIC 9(8).
       01 STAMP-SECONDS PIC 9(12).
       01 START-SECONDS PIC 9(12).

      * chargeback counters - the reconciliation proves DATED IN
      * MONTH = CHARGED + PARENTS + MAINTENANCE ENTRIES and that the
      * statement lines add back up to the runs charged
       01 REGISTRATIONS-READ PIC 9(7) VALUE 0.
       01 REGISTRATIONS-IN-MONTH PIC 9(7) VALUE 0.
       01 RUNS-CHARGED PIC 9(7) VALUE 0.
       01 PARENTS-NOT-CHARGED PIC 9(7) VALUE 0.
       01 MAINTENANCE-NOT-CHARGED PIC 9(7) VALUE 0.
       01 RUNS-TO-OVERHEAD PIC 9(7) VALUE 0.
       01 RUNS-NO-COST-CENTER PIC 9(7) VALUE 0.
       01 RUNS-TIMED PIC 9(7) VALUE 0.
       01 RUNS-UNTIMED PIC 9(7) VALUE 0.
       01 LOG-LINES-READ PIC 9(9) VALUE 0.
       01 REQUESTERS-NOT-ON-MASTER PIC 9(5) VALUE 0.
       01 FEED-DETAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-RECONCILE-OK PIC X VALUE "Y".

      * statement control totals, summed from the lines as they are
      * written, and the running cost center subtotal
       01 TOTAL-RUNS PIC 9(7) VALUE 0.
       01 TOTAL-GAMES PIC 9(13) VALUE 0.
       01 TOTAL-SECONDS PIC 9(11) VALUE 0.
       01 TOTAL-UNTIMED PIC 9(5) VALUE 0.
       01 TOTAL-FAILED PIC 9(5) VALUE 0.
       01 TOTAL-REJECTED PIC 9(5) VALUE 0.
       01 TOTAL-CHARGE PIC 9(13)V99 VALUE 0.
       01 SUB-COST-CENTER PIC X(8).
       01 SUB-LINE-COUNT PIC 9(3) VALUE 0.
       01 SUB-RUNS PIC 9(7) VALUE 0.
       01 SUB-GAMES PIC 9(13) VALUE 0.
       01 SUB-SECONDS PIC 9(11) VALUE 0.
       01 SUB-UNTIMED PIC 9(5) VALUE 0.
       01 SUB-FAILED PIC 9(5) VALUE 0.
       01 SUB-REJECTED PIC 9(5) VALUE 0.
       01 SUB-CHARGE PIC 9(13)V99 VALUE 0.

      * one statement line's figures, laid out by WRITE-FIGURES-LINE
       01 PRINT-COST-CENTER PIC X(8).
       01 PRINT-REQUESTER-ID PIC X(8).
       01 PRINT-NAME PIC X(30).
       01 PRINT-RUNS PIC 9(7).
       01 PRINT-GAMES PIC 9(13).
       01 PRINT-SECONDS PIC 9(11).
       01 PRINT-UNTIMED PIC 9(5).
       01 PRINT-FAILED PIC 9(5).
       01 PRINT-REJECTED PIC 9(5).
       01 PRINT-CHARGE PIC 9(13)V99.

       01 ELAPSED-HOURS PIC 9(7).
       01 ELAPSED-MINUTES PIC 99.
       01 ELAPSED-REMAINDER PIC 9(11).
       01 ELAPSED-SECS PIC 99.
       01 ELAPSED-TEXT PIC X(11).

       01 FEED-LINE-TYPE PIC X(3).
       01 FEED-CHARGE-EDIT PIC 9(11).99.
       01 FEED-TOTAL-CHARGE-EDIT PIC 9(13).99.

       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-GAMES-EDIT PIC Z(11)9.
       01 RPT-HOURS-EDIT PIC Z(4)9.
       01 RPT-SMALL-EDIT PIC ZZ,ZZ9.
       01 RPT-UNTIMED-EDIT PIC ZZ,ZZ9.
       01 RPT-FAILED-EDIT PIC ZZ,ZZ9.
       01 RPT-REJECTED-EDIT PIC ZZ,ZZ9.
       01 RPT-CHARGE-EDIT PIC Z(10)9.99.
       01 RPT-RATE-RUN-EDIT PIC ZZ,ZZ9.99.
       01 RPT-RATE-GAMES-EDIT PIC ZZ,ZZ9.99.
       01 RPT-RATE-MINUTE-EDIT PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           PERFORM READ-CHARGE-PARAMETER
           IF WS-CHARGE-VALID NOT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RATE-CARD
           IF WS-RATE-CARD-VALID NOT = "Y"
               DISPLAY "ERROR: " RATE-CARD-REASON
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "chargeback of " CHARGE-MONTH " refused - "
                   RATE-CARD-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "chargeback of " CHARGE-MONTH " started"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           PERFORM COLLECT-MONTH-RUNS
           PERFORM MATCH-RUN-LOG

           IF RUN-TABLE-FULL = "Y" OR REFUSAL-TABLE-FULL = "Y"
               DISPLAY "ERROR: more than 5000 runs or 500 requesters "
                   "with refused work in " CHARGE-MONTH
                   " - no statement written"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "chargeback of " CHARGE-MONTH " failed - "
                   "run or refusal table full"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REQUESTER-MASTER-FILE
           IF WS-REQUESTER-MASTER-STATUS = "00"
               MOVE "Y" TO MASTER-AVAILABLE
           ELSE
               DISPLAY "WARNING: MONTYRQM.IDX not available, status "
                   WS-REQUESTER-MASTER-STATUS
                   " - requester names and the cost centers of "
                   "refused work are left blank"
           END-IF

           PERFORM BUILD-CHARGE-LINES

           IF MASTER-AVAILABLE = "Y"
               CLOSE REQUESTER-MASTER-FILE
           END-IF

           IF LINE-TABLE-FULL = "Y"
               DISPLAY "ERROR: more than 500 requester and cost "
                   "center lines in " CHARGE-MONTH
                   " - no statement written"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "chargeback of " CHARGE-MONTH " failed - "
                   "statement line table full"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRICE-CHARGE-LINES

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYCBS.DAT, status "
                   WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYCBF.DAT, status "
                   WS-FEED-STATUS
               CLOSE STATEMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-STATEMENT-HEADING
           PERFORM WRITE-FEED-HEADER
           PERFORM WRITE-CHARGE-LINES
           PERFORM WRITE-FEED-TRAILER

           IF RUNS-CHARGED + PARENTS-NOT-CHARGED
                   + MAINTENANCE-NOT-CHARGED
                   NOT = REGISTRATIONS-IN-MONTH
                   OR TOTAL-RUNS NOT = RUNS-CHARGED
                   OR RUNS-TIMED + RUNS-UNTIMED NOT = RUNS-CHARGED
                   OR FEED-DETAIL-COUNT NOT = LINE-COUNT
               MOVE "N" TO WS-RECONCILE-OK
           END-IF

           PERFORM WRITE-STATEMENT-TOTALS
           PERFORM WRITE-UNTIMED-RUNS
           CLOSE STATEMENT-FILE
           CLOSE FEED-FILE

           PERFORM WRITE-CHARGE-SUMMARY

           IF WS-RECONCILE-OK NOT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RUNS-UNTIMED NOT = ZERO
                       OR RUNS-NO-COST-CENTER NOT = ZERO
                       OR REQUESTERS-NOT-ON-MASTER NOT = ZERO
                       OR MASTER-AVAILABLE NOT = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       READ-CHARGE-PARAMETER.
      *    no compiled-in default month - a statement for the wrong
      *    month sent to finance is worse than none, so a missing or
      *    malformed card stops the job
           MOVE "N" TO WS-CHARGE-VALID
           OPEN INPUT CHARGE-CONTROL-FILE
           IF WS-CHARGE-CONTROL-STATUS = "00"
               READ CHARGE-CONTROL-FILE
                   AT END
                       DISPLAY "ERROR: MONTYCBC.DAT is empty - no "
                           "month to charge"
                   NOT AT END
                       MOVE CBC-CHARGE-MONTH TO CHARGE-MONTH
                       MOVE CBC-OVERHEAD-COST-CENTER
                           TO OVERHEAD-COST-CENTER
                       IF OVERHEAD-COST-CENTER = SPACES
                               OR OVERHEAD-COST-CENTER = LOW-VALUES
                           MOVE "OVERHEAD" TO OVERHEAD-COST-CENTER
                       END-IF
                       PERFORM VALIDATE-CHARGE-MONTH
               END-READ
               CLOSE CHARGE-CONTROL-FILE
           ELSE
               DISPLAY "ERROR: MONTYCBC.DAT not found - no month to "
                   "charge, status " WS-CHARGE-CONTROL-STATUS
           END-IF.

       VALIDATE-CHARGE-MONTH.
      *    YYYY-MM like the front of REG-RUN-DATE, and strictly
      *    before the month now running
           IF CHARGE-MONTH(1:4) IS NUMERIC
                   AND CHARGE-MONTH(5:1) = "-"
                   AND CHARGE-MONTH(6:2) IS NUMERIC
                   AND CHARGE-MONTH(6:2) >= "01"
                   AND CHARGE-MONTH(6:2) <= "12"
               IF CHARGE-MONTH < CURRENT-MONTH
                   MOVE "Y" TO WS-CHARGE-VALID
               ELSE
                   DISPLAY "ERROR: month " CHARGE-MONTH " on "
                       "MONTYCBC.DAT has not ended yet - only a "
                       "month before " CURRENT-MONTH " can be charged"
               END-IF
           ELSE
               DISPLAY "ERROR: charge month '" CHARGE-MONTH "' on "
                   "MONTYCBC.DAT is not in YYYY-MM form"
           END-IF.

       LOAD-RATE-CARD.
      *    every line has to carry three numeric rates and a cost
      *    center named once; without a DEFAULT line there would be
      *    runs with nothing to price them at, so the card is
      *    refused whole rather than half applied - on the first
      *    bad line, which is the one reported
           MOVE "Y" TO WS-RATE-CARD-VALID
           MOVE SPACES TO RATE-CARD-REASON
           OPEN INPUT RATE-CARD-FILE
           IF WS-RATE-CARD-STATUS = "00"
               PERFORM UNTIL WS-RATE-CARD-STATUS NOT = "00"
                       OR WS-RATE-CARD-VALID NOT = "Y"
                   READ RATE-CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-RATE-LINE
                   END-READ
               END-PERFORM
               CLOSE RATE-CARD-FILE
               IF WS-RATE-CARD-VALID = "Y" AND DEFAULT-RATE-SLOT = ZERO
                   MOVE "N" TO WS-RATE-CARD-VALID
                   MOVE "MONTYRTC.DAT has no DEFAULT rate line"
                       TO RATE-CARD-REASON
               END-IF
           ELSE
               MOVE "N" TO WS-RATE-CARD-VALID
               MOVE "MONTYRTC.DAT rate card not found"
                   TO RATE-CARD-REASON
           END-IF.

       LOAD-ONE-RATE-LINE.
           ADD 1 TO RATE-LINES-READ
           MOVE RATE-LINES-READ TO RPT-SMALL-EDIT
           IF RTC-COST-CENTER = SPACES
               CONTINUE
           ELSE
               IF RTC-RATE-PER-RUN IS NOT NUMERIC
                       OR RTC-RATE-PER-THOUSAND-GAMES IS NOT NUMERIC
                       OR RTC-RATE-PER-MINUTE IS NOT NUMERIC
                   MOVE "N" TO WS-RATE-CARD-VALID
                   STRING "MONTYRTC.DAT line " RPT-SMALL-EDIT
                       " has a rate that is not numeric"
                       DELIMITED BY SIZE INTO RATE-CARD-REASON
               ELSE
                   MOVE ZERO TO RATE-SLOT
                   PERFORM VARYING RATE-INDEX FROM 1 BY 1
                           UNTIL RATE-INDEX > RATE-COUNT
                       IF RATE-COST-CENTER(RATE-INDEX)
                               = RTC-COST-CENTER
                           MOVE RATE-INDEX TO RATE-SLOT
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN RATE-SLOT NOT = ZERO
                           MOVE "N" TO WS-RATE-CARD-VALID
                           STRING "MONTYRTC.DAT names cost center "
                               RTC-COST-CENTER " more than once"
                               DELIMITED BY SIZE INTO RATE-CARD-REASON
                       WHEN RATE-COUNT >= 200
                           MOVE "N" TO WS-RATE-CARD-VALID
                           MOVE "MONTYRTC.DAT has more than 200 lines"
                               TO RATE-CARD-REASON
                       WHEN OTHER
                           ADD 1 TO RATE-COUNT
                           MOVE RTC-COST-CENTER
                               TO RATE-COST-CENTER(RATE-COUNT)
                           MOVE RTC-RATE-PER-RUN
                               TO RATE-PER-RUN(RATE-COUNT)
                           MOVE RTC-RATE-PER-THOUSAND-GAMES
                               TO RATE-PER-THOUSAND-GAMES(RATE-COUNT)
                           MOVE RTC-RATE-PER-MINUTE
                               TO RATE-PER-MINUTE(RATE-COUNT)
                           IF RTC-COST-CENTER = "DEFAULT"
                               MOVE RATE-COUNT TO DEFAULT-RATE-SLOT
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       COLLECT-MONTH-RUNS.
      *    one pass over the journal - REG-RUN-DATE is YYYY-MM-DD,
      *    so its first seven characters are the month
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO REGISTRATIONS-READ
                           IF REG-RUN-DATE(1:7) = CHARGE-MONTH
                               PERFORM NOTE-ONE-REGISTRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           ELSE
               DISPLAY "MONTYREG.DAT not found or empty - month "
                   CHARGE-MONTH " has no runs to charge, status "
                   WS-REGISTRY-STATUS
           END-IF.

       NOTE-ONE-REGISTRATION.
      *    a maintenance entry is a copy of a run already charged,
      *    and a parent's games were played - and charged - in its
      *    slices; every other registration is a MONTY-HALL run
           ADD 1 TO REGISTRATIONS-IN-MONTH
           EVALUATE TRUE
               WHEN REG-MAINT-ACTION NOT = SPACE
                       AND REG-MAINT-ACTION NOT = LOW-VALUE
                   ADD 1 TO MAINTENANCE-NOT-CHARGED
               WHEN REG-PARTITION-ROLE = "P"
                   ADD 1 TO PARENTS-NOT-CHARGED
               WHEN BILLED-RUN-COUNT >= 5000
                   MOVE "Y" TO RUN-TABLE-FULL
               WHEN OTHER
                   ADD 1 TO RUNS-CHARGED
                   ADD 1 TO BILLED-RUN-COUNT
                   MOVE BILLED-RUN-COUNT TO BILLED-RUN-SLOT
                   MOVE REG-RUN-ID TO BILLED-RUN-ID(BILLED-RUN-SLOT)
                   MOVE SPACES TO BILLED-RUN-STAMP(BILLED-RUN-SLOT)
                   STRING REG-RUN-DATE " " REG-RUN-TIME
                       DELIMITED BY SIZE
                       INTO BILLED-RUN-STAMP(BILLED-RUN-SLOT)
      *            records from before chargeback have spaces here,
      *            which is the overhead line's requester
                   MOVE REG-REQUESTER-ID
                       TO BILLED-REQUESTER-ID(BILLED-RUN-SLOT)
                   MOVE REG-COST-CENTER
                       TO BILLED-COST-CENTER(BILLED-RUN-SLOT)
                   IF REG-NUMBER-OF-RUNS IS NUMERIC
                       MOVE REG-NUMBER-OF-RUNS
                           TO BILLED-GAMES(BILLED-RUN-SLOT)
                   ELSE
                       MOVE ZERO TO BILLED-GAMES(BILLED-RUN-SLOT)
                   END-IF
                   MOVE SPACES TO BILLED-STARTED(BILLED-RUN-SLOT)
                   MOVE SPACES TO BILLED-ENDED(BILLED-RUN-SLOT)
                   MOVE ZERO TO BILLED-SECONDS(BILLED-RUN-SLOT)
           END-EVALUATE.

       MATCH-RUN-LOG.
      *    the whole log is read - a run registered on the 1st may
      *    have started on the last day of the month before - but
      *    only the month's runs and the month's refusals are kept;
      *    nothing is logged until the pass is over, the log being
      *    open for input
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = "00"
               PERFORM UNTIL WS-RUN-LOG-STATUS NOT = "00"
                   READ RUN-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "WARNING: MONTYLOG.DAT not found, status "
                   WS-RUN-LOG-STATUS " - no run can be timed"
           END-IF

           PERFORM VARYING BILLED-RUN-INDEX FROM 1 BY 1
                   UNTIL BILLED-RUN-INDEX > BILLED-RUN-COUNT
               IF BILLED-ENDED(BILLED-RUN-INDEX) = SPACES
                   ADD 1 TO RUNS-UNTIMED
               ELSE
                   ADD 1 TO RUNS-TIMED
               END-IF
           END-PERFORM.

       NOTE-ONE-LOG-LINE.
      *    MONTY-HALL writes "run <16-character ID> started with
      *    seed ..." and "run <ID> completed normally"; MONTY-QUEUE
      *    writes "scenario nnn for <requester> rejected|failed - "
      *    and MONTY-SCHEDULE "schedule entry for <requester>
      *    refused - ", each at fixed columns
           ADD 1 TO LOG-LINES-READ
           EVALUATE TRUE
               WHEN LOG-PROGRAM-ID = "MONTY-HALL"
                       AND LOG-MESSAGE(1:4) = "run "
                       AND LOG-MESSAGE(21:18) = " started with seed"
                   PERFORM NOTE-RUN-STARTED
               WHEN LOG-PROGRAM-ID = "MONTY-HALL"
                       AND LOG-MESSAGE(1:4) = "run "
                       AND LOG-MESSAGE(21:19) = " completed normally"
                   PERFORM NOTE-RUN-COMPLETED
               WHEN LOG-TIMESTAMP(1:7) NOT = CHARGE-MONTH
                   CONTINUE
               WHEN LOG-PROGRAM-ID = "MONTY-QUEUE"
                       AND LOG-MESSAGE(1:9) = "scenario "
                       AND LOG-MESSAGE(13:5) = " for "
                       AND LOG-MESSAGE(26:10) = " rejected "
                   MOVE LOG-MESSAGE(18:8) TO REFUSAL-REQUESTER
                   MOVE "R" TO REFUSAL-KIND
                   PERFORM NOTE-SCENARIO-REFUSAL
               WHEN LOG-PROGRAM-ID = "MONTY-QUEUE"
                       AND LOG-MESSAGE(1:9) = "scenario "
                       AND LOG-MESSAGE(13:5) = " for "
                       AND LOG-MESSAGE(26:8) = " failed "
                   MOVE LOG-MESSAGE(18:8) TO REFUSAL-REQUESTER
                   MOVE "F" TO REFUSAL-KIND
                   PERFORM NOTE-SCENARIO-REFUSAL
               WHEN LOG-PROGRAM-ID = "MONTY-SCHED"
                       AND LOG-MESSAGE(1:19) = "schedule entry for "
                       AND LOG-MESSAGE(28:9) = " refused "
                   MOVE LOG-MESSAGE(20:8) TO REFUSAL-REQUESTER
                   MOVE "R" TO REFUSAL-KIND
                   PERFORM NOTE-SCENARIO-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-RUN-STARTED.
      *    the start belongs to the latest entry for the ID that has
      *    not finished and was registered as starting at or before
      *    the line - an abended attempt's start comes before the
      *    resumed run's registration stamp and so is passed over,
      *    and only the attempt that completed is charged for
           MOVE ZERO TO BILLED-RUN-SLOT
           PERFORM VARYING BILLED-RUN-INDEX FROM 1 BY 1
                   UNTIL BILLED-RUN-INDEX > BILLED-RUN-COUNT
               IF BILLED-RUN-ID(BILLED-RUN-INDEX) = LOG-MESSAGE(5:16)
                       AND BILLED-ENDED(BILLED-RUN-INDEX) = SPACES
                       AND BILLED-RUN-STAMP(BILLED-RUN-INDEX)
                           <= LOG-TIMESTAMP
                   MOVE BILLED-RUN-INDEX TO BILLED-RUN-SLOT
               END-IF
           END-PERFORM
           IF BILLED-RUN-SLOT NOT = ZERO
               MOVE LOG-TIMESTAMP TO BILLED-STARTED(BILLED-RUN-SLOT)
           END-IF.

       NOTE-RUN-COMPLETED.
      *    the completion closes the latest started entry for the ID
           MOVE ZERO TO BILLED-RUN-SLOT
           PERFORM VARYING BILLED-RUN-INDEX FROM 1 BY 1
                   UNTIL BILLED-RUN-INDEX > BILLED-RUN-COUNT
               IF BILLED-RUN-ID(BILLED-RUN-INDEX) = LOG-MESSAGE(5:16)
                       AND BILLED-STARTED(BILLED-RUN-INDEX) NOT = SPACES
                       AND BILLED-ENDED(BILLED-RUN-INDEX) = SPACES
                   MOVE BILLED-RUN-INDEX TO BILLED-RUN-SLOT
               END-IF
           END-PERFORM
           IF BILLED-RUN-SLOT NOT = ZERO
               MOVE LOG-TIMESTAMP TO BILLED-ENDED(BILLED-RUN-SLOT)
               MOVE BILLED-STARTED(BILLED-RUN-SLOT) TO WORK-STAMP
               PERFORM CONVERT-STAMP-TO-SECONDS
               MOVE STAMP-SECONDS TO START-SECONDS
               MOVE LOG-TIMESTAMP TO WORK-STAMP
               PERFORM CONVERT-STAMP-TO-SECONDS
               IF STAMP-SECONDS > START-SECONDS
                   COMPUTE BILLED-SECONDS(BILLED-RUN-SLOT) =
                       STAMP-SECONDS - START-SECONDS
               END-IF
           END-IF.

       NOTE-SCENARIO-REFUSAL.
           MOVE ZERO TO REFUSAL-SLOT
           PERFORM VARYING REFUSAL-INDEX FROM 1 BY 1
                   UNTIL REFUSAL-INDEX > REFUSAL-COUNT
               IF REFUSAL-REQUESTER-ID(REFUSAL-INDEX)
                       = REFUSAL-REQUESTER
                   MOVE REFUSAL-INDEX TO REFUSAL-SLOT
               END-IF
           END-PERFORM
           IF REFUSAL-SLOT = ZERO
               IF REFUSAL-COUNT < 500
                   ADD 1 TO REFUSAL-COUNT
                   MOVE REFUSAL-COUNT TO REFUSAL-SLOT
                   MOVE REFUSAL-REQUESTER
                       TO REFUSAL-REQUESTER-ID(REFUSAL-SLOT)
                   MOVE ZERO TO REFUSAL-FAILED(REFUSAL-SLOT)
                   MOVE ZERO TO REFUSAL-REJECTED(REFUSAL-SLOT)
               ELSE
                   MOVE "Y" TO REFUSAL-TABLE-FULL
               END-IF
           END-IF
           IF REFUSAL-SLOT NOT = ZERO
               IF REFUSAL-KIND = "F"
                   ADD 1 TO REFUSAL-FAILED(REFUSAL-SLOT)
               ELSE
                   ADD 1 TO REFUSAL-REJECTED(REFUSAL-SLOT)
               END-IF
           END-IF.

       CONVERT-STAMP-TO-SECONDS.
      *    WORK-STAMP is YYYY-MM-DD HH:MM:SS
           MOVE WORK-STAMP(1:4) TO WORK-YYYYMMDD(1:4)
           MOVE WORK-STAMP(6:2) TO WORK-YYYYMMDD(5:2)
           MOVE WORK-STAMP(9:2) TO WORK-YYYYMMDD(7:2)
           COMPUTE WORK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
           COMPUTE STAMP-SECONDS =
               WORK-DATE-INTEGER * 86400
               + FUNCTION NUMVAL(WORK-STAMP(12:2)) * 3600
               + FUNCTION NUMVAL(WORK-STAMP(15:2)) * 60
               + FUNCTION NUMVAL(WORK-STAMP(18:2)).

       BUILD-CHARGE-LINES.
      *    runs first, each onto its requester and cost center's
      *    line - no requester means overhead - then the refused
      *    work onto the line of the requester it belongs to
           PERFORM VARYING BILLED-RUN-INDEX FROM 1 BY 1
                   UNTIL BILLED-RUN-INDEX > BILLED-RUN-COUNT
                       OR LINE-TABLE-FULL = "Y"
               PERFORM CHARGE-ONE-RUN
           END-PERFORM
           PERFORM VARYING REFUSAL-INDEX FROM 1 BY 1
                   UNTIL REFUSAL-INDEX > REFUSAL-COUNT
                       OR LINE-TABLE-FULL = "Y"
               PERFORM CHARGE-ONE-REFUSAL
           END-PERFORM.

       CHARGE-ONE-RUN.
           IF BILLED-REQUESTER-ID(BILLED-RUN-INDEX) = SPACES
                   OR BILLED-REQUESTER-ID(BILLED-RUN-INDEX)
                       = LOW-VALUES
               MOVE SPACES TO KEY-REQUESTER-ID
               MOVE OVERHEAD-COST-CENTER TO KEY-COST-CENTER
               ADD 1 TO RUNS-TO-OVERHEAD
           ELSE
               MOVE BILLED-REQUESTER-ID(BILLED-RUN-INDEX)
                   TO KEY-REQUESTER-ID
               MOVE BILLED-COST-CENTER(BILLED-RUN-INDEX)
                   TO KEY-COST-CENTER
      *        a requester on file from before cost centers were
      *        kept is still charged - at the DEFAULT rate, on a
      *        line with no cost center - and the run ends RC 4 so
      *        the requester master gets put right
               IF KEY-COST-CENTER = SPACES
                       OR KEY-COST-CENTER = LOW-VALUES
                   MOVE SPACES TO KEY-COST-CENTER
                   ADD 1 TO RUNS-NO-COST-CENTER
               END-IF
           END-IF
           PERFORM FIND-OR-ADD-LINE
           IF LINE-SLOT NOT = ZERO
               ADD 1 TO LINE-RUNS(LINE-SLOT)
               ADD BILLED-GAMES(BILLED-RUN-INDEX)
                   TO LINE-GAMES(LINE-SLOT)
               ADD BILLED-SECONDS(BILLED-RUN-INDEX)
                   TO LINE-SECONDS(LINE-SLOT)
               IF BILLED-ENDED(BILLED-RUN-INDEX) = SPACES
                   ADD 1 TO LINE-UNTIMED(LINE-SLOT)
               END-IF
           END-IF.

       CHARGE-ONE-REFUSAL.
      *    refused work goes on the requester's existing line when
      *    they had runs in the month, otherwise on a line under the
      *    cost center the requester master now holds for them
           MOVE REFUSAL-REQUESTER-ID(REFUSAL-INDEX)
               TO KEY-REQUESTER-ID
           MOVE ZERO TO LINE-SLOT
           IF KEY-REQUESTER-ID = SPACES
               MOVE OVERHEAD-COST-CENTER TO KEY-COST-CENTER
           ELSE
               PERFORM VARYING LINE-INDEX FROM 1 BY 1
                       UNTIL LINE-INDEX > LINE-COUNT
                           OR LINE-SLOT NOT = ZERO
                   IF LINE-REQUESTER-ID(LINE-INDEX) = KEY-REQUESTER-ID
                       MOVE LINE-INDEX TO LINE-SLOT
                   END-IF
               END-PERFORM
               IF LINE-SLOT = ZERO
                   PERFORM LOOKUP-REQUESTER
                   IF WS-REQUESTER-FOUND = "Y"
                       MOVE RQM-COST-CENTER TO KEY-COST-CENTER
                   ELSE
                       MOVE SPACES TO KEY-COST-CENTER
                   END-IF
               END-IF
           END-IF
           IF LINE-SLOT = ZERO
               PERFORM FIND-OR-ADD-LINE
           END-IF
           IF LINE-SLOT NOT = ZERO
               ADD REFUSAL-FAILED(REFUSAL-INDEX)
                   TO LINE-FAILED(LINE-SLOT)
               ADD REFUSAL-REJECTED(REFUSAL-INDEX)
                   TO LINE-REJECTED(LINE-SLOT)
           END-IF.

       FIND-OR-ADD-LINE.
      *    find the line for KEY-COST-CENTER and KEY-REQUESTER-ID; a
      *    new one is slotted in at its sorted place, the lines after
      *    it moving up one
           MOVE ZERO TO LINE-SLOT
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > LINE-COUNT
                       OR LINE-SLOT NOT = ZERO
               IF LINE-COST-CENTER(LINE-INDEX) = KEY-COST-CENTER
                       AND LINE-REQUESTER-ID(LINE-INDEX)
                           = KEY-REQUESTER-ID
                   MOVE LINE-INDEX TO LINE-SLOT
               END-IF
           END-PERFORM

           IF LINE-SLOT = ZERO
               IF LINE-COUNT < 500
                   PERFORM INSERT-NEW-LINE
               ELSE
                   MOVE "Y" TO LINE-TABLE-FULL
               END-IF
           END-IF.

       INSERT-NEW-LINE.
           MOVE 1 TO LINE-SLOT
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > LINE-COUNT
               IF LINE-COST-CENTER(LINE-INDEX) < KEY-COST-CENTER
                       OR (LINE-COST-CENTER(LINE-INDEX)
                           = KEY-COST-CENTER
                       AND LINE-REQUESTER-ID(LINE-INDEX)
                           < KEY-REQUESTER-ID)
                   COMPUTE LINE-SLOT = LINE-INDEX + 1
               END-IF
           END-PERFORM

           ADD 1 TO LINE-COUNT
           PERFORM VARYING LINE-INDEX FROM LINE-COUNT BY -1
                   UNTIL LINE-INDEX <= LINE-SLOT
               MOVE CHARGE-LINE(LINE-INDEX - 1)
                   TO CHARGE-LINE(LINE-INDEX)
           END-PERFORM

           INITIALIZE CHARGE-LINE(LINE-SLOT)
           MOVE KEY-COST-CENTER TO LINE-COST-CENTER(LINE-SLOT)
           MOVE KEY-REQUESTER-ID TO LINE-REQUESTER-ID(LINE-SLOT)
           IF KEY-REQUESTER-ID = SPACES
               MOVE "OPERATIONS OVERHEAD"
                   TO LINE-REQUESTER-NAME(LINE-SLOT)
           ELSE
               PERFORM LOOKUP-REQUESTER
               IF WS-REQUESTER-FOUND = "Y"
                   MOVE RQM-REQUESTER-NAME
                       TO LINE-REQUESTER-NAME(LINE-SLOT)
               ELSE
                   MOVE "(not on requester master)"
                       TO LINE-REQUESTER-NAME(LINE-SLOT)
                   IF MASTER-AVAILABLE = "Y"
                       ADD 1 TO REQUESTERS-NOT-ON-MASTER
                   END-IF
               END-IF
           END-IF.

       LOOKUP-REQUESTER.
           MOVE "N" TO WS-REQUESTER-FOUND
           IF MASTER-AVAILABLE = "Y"
               MOVE KEY-REQUESTER-ID TO RQM-REQUESTER-ID
               READ REQUESTER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REQUESTER-FOUND
               END-READ
           END-IF.

       PRICE-CHARGE-LINES.
      *    each line at its cost center's rates, or the DEFAULT
      *    line's - the time is charged by the second at the minute
      *    rate, and the charge is rounded to the cent once per line
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > LINE-COUNT
               MOVE DEFAULT-RATE-SLOT TO RATE-SLOT
               PERFORM VARYING RATE-INDEX FROM 1 BY 1
                       UNTIL RATE-INDEX > RATE-COUNT
                   IF RATE-COST-CENTER(RATE-INDEX)
                           = LINE-COST-CENTER(LINE-INDEX)
                           AND LINE-COST-CENTER(LINE-INDEX)
                               NOT = SPACES
                       MOVE RATE-INDEX TO RATE-SLOT
                   END-IF
               END-PERFORM
      *        one division over a common denominator, so nothing
      *        is lost to an intermediate result before the rounding
               COMPUTE LINE-CHARGE(LINE-INDEX) ROUNDED =
                   (LINE-RUNS(LINE-INDEX) * RATE-PER-RUN(RATE-SLOT)
                       * 60000
                   + LINE-GAMES(LINE-INDEX)
                       * RATE-PER-THOUSAND-GAMES(RATE-SLOT) * 60
                   + LINE-SECONDS(LINE-INDEX)
                       * RATE-PER-MINUTE(RATE-SLOT) * 1000) / 60000
           END-PERFORM.

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-LINE
           STRING "MONTY HALL SIMULATION - MONTHLY USAGE AND "
               "CHARGEBACK STATEMENT"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "Charge Month: " CHARGE-MONTH
               "      Prepared: " STATEMENT-STAMP
               "      Overhead Cost Center: " OVERHEAD-COST-CENTER
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "RATE CARD   COST CTR      PER RUN  PER 1000 GAMES"
               "   PER MINUTE"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX > RATE-COUNT
               MOVE RATE-PER-RUN(RATE-INDEX) TO RPT-RATE-RUN-EDIT
               MOVE RATE-PER-THOUSAND-GAMES(RATE-INDEX)
                   TO RPT-RATE-GAMES-EDIT
               MOVE RATE-PER-MINUTE(RATE-INDEX) TO RPT-RATE-MINUTE-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "            " RATE-COST-CENTER(RATE-INDEX)
                   "  " RPT-RATE-RUN-EDIT
                   "       " RPT-RATE-GAMES-EDIT
                   "    " RPT-RATE-MINUTE-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "COST CTR  REQUESTR  NAME                          "
               "      RUNS         GAMES      ELAPSED UNTIMED FAILED"
               " REJECTD          CHARGE"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-CHARGE-LINES.
      *    one line per requester and cost center, with a subtotal
      *    after each cost center's last line and the grand total
      *    after the lot - the totals are summed from the lines as
      *    written, so they are true control totals over the feed
           MOVE SPACES TO SUB-COST-CENTER
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > LINE-COUNT
               IF LINE-INDEX > 1
                       AND LINE-COST-CENTER(LINE-INDEX)
                           NOT = SUB-COST-CENTER
                   PERFORM WRITE-COST-CENTER-TOTAL
               END-IF
               MOVE LINE-COST-CENTER(LINE-INDEX) TO SUB-COST-CENTER

               MOVE LINE-COST-CENTER(LINE-INDEX) TO PRINT-COST-CENTER
               IF PRINT-COST-CENTER = SPACES
                   MOVE "(NONE)" TO PRINT-COST-CENTER
               END-IF
               MOVE LINE-REQUESTER-ID(LINE-INDEX) TO PRINT-REQUESTER-ID
               MOVE LINE-REQUESTER-NAME(LINE-INDEX) TO PRINT-NAME
               MOVE LINE-RUNS(LINE-INDEX) TO PRINT-RUNS
               MOVE LINE-GAMES(LINE-INDEX) TO PRINT-GAMES
               MOVE LINE-SECONDS(LINE-INDEX) TO PRINT-SECONDS
               MOVE LINE-UNTIMED(LINE-INDEX) TO PRINT-UNTIMED
               MOVE LINE-FAILED(LINE-INDEX) TO PRINT-FAILED
               MOVE LINE-REJECTED(LINE-INDEX) TO PRINT-REJECTED
               MOVE LINE-CHARGE(LINE-INDEX) TO PRINT-CHARGE
               PERFORM WRITE-FIGURES-LINE
               PERFORM WRITE-FEED-DETAIL

               ADD 1 TO SUB-LINE-COUNT
               ADD LINE-RUNS(LINE-INDEX) TO SUB-RUNS
               ADD LINE-GAMES(LINE-INDEX) TO SUB-GAMES
               ADD LINE-SECONDS(LINE-INDEX) TO SUB-SECONDS
               ADD LINE-UNTIMED(LINE-INDEX) TO SUB-UNTIMED
               ADD LINE-FAILED(LINE-INDEX) TO SUB-FAILED
               ADD LINE-REJECTED(LINE-INDEX) TO SUB-REJECTED
               ADD LINE-CHARGE(LINE-INDEX) TO SUB-CHARGE
           END-PERFORM
           IF LINE-COUNT > ZERO
               PERFORM WRITE-COST-CENTER-TOTAL
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  no runs and no refused work in "
                   CHARGE-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "ALL" TO PRINT-COST-CENTER
           MOVE SPACES TO PRINT-REQUESTER-ID
           MOVE "TOTAL ALL COST CENTERS" TO PRINT-NAME
           MOVE TOTAL-RUNS TO PRINT-RUNS
           MOVE TOTAL-GAMES TO PRINT-GAMES
           MOVE TOTAL-SECONDS TO PRINT-SECONDS
           MOVE TOTAL-UNTIMED TO PRINT-UNTIMED
           MOVE TOTAL-FAILED TO PRINT-FAILED
           MOVE TOTAL-REJECTED TO PRINT-REJECTED
           MOVE TOTAL-CHARGE TO PRINT-CHARGE
           PERFORM WRITE-FIGURES-LINE.

       WRITE-COST-CENTER-TOTAL.
      *    a cost center with a single line needs no subtotal under
      *    it; the cost center's figures go into the grand total
      *    either way
           IF SUB-LINE-COUNT > 1
               MOVE SPACES TO PRINT-COST-CENTER
               MOVE SPACES TO PRINT-REQUESTER-ID
               MOVE SPACES TO PRINT-NAME
               STRING "  total " SUB-COST-CENTER
                   DELIMITED BY SIZE INTO PRINT-NAME
               MOVE SUB-RUNS TO PRINT-RUNS
               MOVE SUB-GAMES TO PRINT-GAMES
               MOVE SUB-SECONDS TO PRINT-SECONDS
               MOVE SUB-UNTIMED TO PRINT-UNTIMED
               MOVE SUB-FAILED TO PRINT-FAILED
               MOVE SUB-REJECTED TO PRINT-REJECTED
               MOVE SUB-CHARGE TO PRINT-CHARGE
               PERFORM WRITE-FIGURES-LINE
           END-IF
           ADD SUB-RUNS TO TOTAL-RUNS
           ADD SUB-GAMES TO TOTAL-GAMES
           ADD SUB-SECONDS TO TOTAL-SECONDS
           ADD SUB-UNTIMED TO TOTAL-UNTIMED
           ADD SUB-FAILED TO TOTAL-FAILED
           ADD SUB-REJECTED TO TOTAL-REJECTED
           ADD SUB-CHARGE TO TOTAL-CHARGE
           MOVE ZERO TO SUB-LINE-COUNT
           MOVE ZERO TO SUB-RUNS
           MOVE ZERO TO SUB-GAMES
           MOVE ZERO TO SUB-SECONDS
           MOVE ZERO TO SUB-UNTIMED
           MOVE ZERO TO SUB-FAILED
           MOVE ZERO TO SUB-REJECTED
           MOVE ZERO TO SUB-CHARGE.

       WRITE-FIGURES-LINE.
      *    elapsed time prints as hours:minutes:seconds
           DIVIDE PRINT-SECONDS BY 3600 GIVING ELAPSED-HOURS
               REMAINDER ELAPSED-REMAINDER
           DIVIDE ELAPSED-REMAINDER BY 60 GIVING ELAPSED-MINUTES
               REMAINDER ELAPSED-SECS
           MOVE ELAPSED-HOURS TO RPT-HOURS-EDIT
           MOVE SPACES TO ELAPSED-TEXT
           STRING RPT-HOURS-EDIT ":" ELAPSED-MINUTES ":" ELAPSED-SECS
               DELIMITED BY SIZE INTO ELAPSED-TEXT

           MOVE PRINT-RUNS TO RPT-RUNS-EDIT
           MOVE PRINT-GAMES TO RPT-GAMES-EDIT
           MOVE PRINT-UNTIMED TO RPT-UNTIMED-EDIT
           MOVE PRINT-FAILED TO RPT-FAILED-EDIT
           MOVE PRINT-REJECTED TO RPT-REJECTED-EDIT
           MOVE PRINT-CHARGE TO RPT-CHARGE-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING PRINT-COST-CENTER "  " PRINT-REQUESTER-ID "  "
               PRINT-NAME " " RPT-RUNS-EDIT "  " RPT-GAMES-EDIT
               "  " ELAPSED-TEXT "  " RPT-UNTIMED-EDIT
               " " RPT-FAILED-EDIT "  " RPT-REJECTED-EDIT
               "  " RPT-CHARGE-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-FEED-HEADER.
           MOVE SPACES TO FEED-LINE
           STRING "HDR|MONTYCB|" CHARGE-MONTH "|" WS-RUN-DATE
               "|" OVERHEAD-COST-CENTER
               DELIMITED BY SIZE INTO FEED-LINE
           WRITE FEED-LINE.

       WRITE-FEED-DETAIL.
      *    REQ for a requester's line, OVH for the operations
      *    overhead line, which has no requester; the time goes out
      *    in seconds and the charge with its decimal point
           IF LINE-REQUESTER-ID(LINE-INDEX) = SPACES
               MOVE "OVH" TO FEED-LINE-TYPE
           ELSE
               MOVE "REQ" TO FEED-LINE-TYPE
           END-IF
           MOVE LINE-CHARGE(LINE-INDEX) TO FEED-CHARGE-EDIT
           MOVE SPACES TO FEED-LINE
           STRING "DTL|" FEED-LINE-TYPE
               "|" LINE-COST-CENTER(LINE-INDEX)
               "|" LINE-REQUESTER-ID(LINE-INDEX)
               "|" LINE-RUNS(LINE-INDEX)
               "|" LINE-GAMES(LINE-INDEX)
               "|" LINE-SECONDS(LINE-INDEX)
               "|" LINE-FAILED(LINE-INDEX)
               "|" LINE-REJECTED(LINE-INDEX)
               "|" FEED-CHARGE-EDIT
               DELIMITED BY SIZE INTO FEED-LINE
           WRITE FEED-LINE
           ADD 1 TO FEED-DETAIL-COUNT.

       WRITE-FEED-TRAILER.
      *    the detail count and the totals the statement prints, so
      *    finance can prove the load before applying it
           MOVE TOTAL-CHARGE TO FEED-TOTAL-CHARGE-EDIT
           MOVE SPACES TO FEED-LINE
           STRING "TRL|" FEED-DETAIL-COUNT
               "|" TOTAL-RUNS
               "|" TOTAL-GAMES
               "|" TOTAL-SECONDS
               "|" TOTAL-FAILED
               "|" TOTAL-REJECTED
               "|" FEED-TOTAL-CHARGE-EDIT
               DELIMITED BY SIZE INTO FEED-LINE
           WRITE FEED-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "CONTROL TOTALS"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE REGISTRATIONS-READ TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Registrations Read:             " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE REGISTRATIONS-IN-MONTH TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Registrations Dated " CHARGE-MONTH ":    "
               RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE RUNS-CHARGED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Runs Charged:                 " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE RUNS-TO-OVERHEAD TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "    to Operations Overhead:     " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF RUNS-NO-COST-CENTER NOT = ZERO
               MOVE RUNS-NO-COST-CENTER TO RPT-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "    with No Cost Center:        " RPT-COUNT-EDIT
                   "  (charged at the DEFAULT rate - give the "
                   "requester a cost center)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE PARENTS-NOT-CHARGED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Partition Parents:            " RPT-COUNT-EDIT
               "  (not charged - their slices are)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE MAINTENANCE-NOT-CHARGED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Maintenance Entries:          " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE LOG-LINES-READ TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Run Log Lines Read:             " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE RUNS-TIMED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Runs Timed from the Log:      " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE RUNS-UNTIMED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Runs With No Start/Completion:" RPT-COUNT-EDIT
               "  (charged for runs and games only)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE TOTAL-FAILED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Scenarios Failed:               " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE TOTAL-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Scenarios Rejected:             " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF MASTER-AVAILABLE NOT = "Y"
               MOVE SPACES TO STATEMENT-LINE
               STRING "Requester master MONTYRQM.IDX was not "
                   "available - names and refused-work cost centers "
                   "are blank"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           IF REQUESTERS-NOT-ON-MASTER NOT = ZERO
               MOVE REQUESTERS-NOT-ON-MASTER TO RPT-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Requesters Not on Master:       " RPT-COUNT-EDIT
                   "  (deleted since, or never added - check "
                   "MONTYRQM.IDX)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE FEED-DETAIL-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Feed Detail Records Written:    " RPT-COUNT-EDIT
               "  (MONTYCBF.DAT, plus header and trailer)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           IF WS-RECONCILE-OK = "Y"
               STRING "Reconciliation: CHARGED + PARENTS + MAINTENANCE"
                   " = DATED IN MONTH, LINE TOTAL = CHARGED, TIMED + "
                   "UNTIMED = CHARGED - OK"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "Reconciliation: COUNTS DO NOT BALANCE - DO NOT "
                   "SEND MONTYCBF.DAT TO FINANCE, INVESTIGATE AND "
                   "RERUN"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.

       WRITE-UNTIMED-RUNS.
      *    every run the log could not time, so someone can see why
           IF RUNS-UNTIMED NOT = ZERO
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "RUNS WITH NO START AND COMPLETION LINES IN "
                   "MONTYLOG.DAT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM VARYING BILLED-RUN-INDEX FROM 1 BY 1
                       UNTIL BILLED-RUN-INDEX > BILLED-RUN-COUNT
                   IF BILLED-ENDED(BILLED-RUN-INDEX) = SPACES
                       MOVE SPACES TO STATEMENT-LINE
                       STRING "  Run " BILLED-RUN-ID(BILLED-RUN-INDEX)
                           "  registered "
                           BILLED-RUN-STAMP(BILLED-RUN-INDEX)
                           "  requester "
                           BILLED-REQUESTER-ID(BILLED-RUN-INDEX)
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "END OF STATEMENT - generated by MONTY-CHARGE"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-CHARGE-SUMMARY.
           MOVE TOTAL-CHARGE TO RPT-CHARGE-EDIT
           IF WS-RECONCILE-OK = "Y"
               MOVE RUNS-CHARGED TO RPT-COUNT-EDIT
               DISPLAY "MONTY-CHARGE: " CHARGE-MONTH " - "
                   RPT-COUNT-EDIT " runs charged, total "
                   RPT-CHARGE-EDIT ", statement in MONTYCBS.DAT"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "chargeback of " CHARGE-MONTH " - "
                   RUNS-CHARGED " runs charged, " RUNS-UNTIMED
                   " untimed, total " RPT-CHARGE-EDIT
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               DISPLAY "ERROR: chargeback of " CHARGE-MONTH
                   " did not balance - see MONTYCBS.DAT"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "chargeback of " CHARGE-MONTH
                   " did not balance - feed not to be sent"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
      *    MONTYLOG.DAT - the caller sets RUN-LOG-SEVERITY and
      *    RUN-LOG-TEXT; a log failure is reported to the console
      *    only, never allowed to take the chargeback down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-CHARGE" TO LOG-PROGRAM-ID
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
      *    the statement stamp and the current month are fixed once
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY
           MOVE WS-RUN-DATE(1:7) TO CURRENT-MONTH
           MOVE SPACES TO STATEMENT-STAMP
           STRING WS-RUN-DATE " " WS-TODAY(9:2) ":" WS-TODAY(11:2)
               ":" WS-TODAY(13:2)
               DELIMITED BY SIZE INTO STATEMENT-STAMP.
       END PROGRAM MONTY-CHARGE.
