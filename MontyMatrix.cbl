      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Parameter-sweep results matrix. Re-reads the sweep
      *          card MONTY-SWEEP expanded (MONTYSWP.DAT), rebuilds
      *          the run ID of every door-count/host-mode cell, reads
      *          each cell's results back out of the registry, and
      *          writes MONTYMTX.DAT: door count down the side, host
      *          mode across the top, and in every cell the KEEP,
      *          CHANGE and RANDOM win percent next to the value
      *          theory predicts for that door count and host mode,
      *          with the gap between them. A cell the queue failed,
      *          a cell with no registry record, and a cell whose
      *          record does not match the cell it should hold are
      *          flagged in place and listed with their reasons, so
      *          a hole in the matrix is never mistaken for a result.
      *          Run after MONTY-QUEUE has worked the sweep's stack.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-MATRIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the sweep card the matrix is built for - the same card
      *    MONTY-SWEEP expanded into the stack
           SELECT SWEEP-FILE ASSIGN TO "MONTYSWP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

      *    the queue's status file - a cell the queue failed has no
      *    registry record of its own, and its reason is only here
           SELECT REQUEST-STATUS-FILE ASSIGN TO "MONTYRQS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS-FILE.

           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    keyed master over the registry - each cell is one direct
      *    read, with the journal scan as the fallback for a shop
      *    that has not built the master yet
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    the matrix report, rewritten fresh each run
           SELECT MATRIX-REPORT-FILE ASSIGN TO "MONTYMTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIX-REPORT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-FILE.
           COPY "SWPREC.CPY".

       FD  REQUEST-STATUS-FILE.
       01 REQUEST-STATUS-LINE PIC X(132).

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  MATRIX-REPORT-FILE.
       01 MATRIX-REPORT-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-SWEEP-STATUS PIC XX.
       01 WS-REQUEST-STATUS-FILE PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-MATRIX-REPORT-STATUS PIC XX.
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

      * the host-mode list rebuilt from the card exactly as
      * MONTY-SWEEP builds it - blank mode ends the list, an S with
      * no offer runs at 50, C and I carry no offer - so the run IDs
      * rebuilt here are the ones the generator wrote
       01 MODE-COUNT PIC 9 VALUE 0.
       01 MODE-INDEX PIC 9.
       01 MODE-LIST-ENDED PIC X.
       01 SWEEP-MODE-TABLE.
           05 SWEEP-MODE-ENTRY OCCURS 6 TIMES.
               10 SWEEP-MODE PIC X.
               10 SWEEP-OFFER PIC 9(3).

      * the cell in hand, with its run ID rebuilt the way
      * MONTY-SWEEP's WRITE-ONE-SWEEP-CELL built it and its
      * position on the stack, which is its scenario number on the
      * queue's status file
      * one digit wider than a door count so the row loop can
      * step past a range that ends at 99
       01 CELL-DOORS PIC 9(3).
       01 CELL-COUNT PIC 9(3) VALUE 0.
       01 CELL-RUN-ID.
           05 CELL-RUN-ID-SWEEP PIC X(8).
           05 FILLER PIC X VALUE "D".
           05 CELL-RUN-ID-DOORS PIC 99.
           05 FILLER PIC X VALUE "M".
           05 CELL-RUN-ID-MODE PIC X.
           05 CELL-RUN-ID-OFFER PIC 9(3).
       01 CELL-FOUND PIC X.
       01 CELL-REASON PIC X(50).

      * one matrix row in the making - a flag word per column
      * (spaces for a good cell) and the observed and theoretical
      * percent per arm (1 keep, 2 change, 3 random)
       01 ARM-INDEX PIC 9.
       01 MATRIX-ROW.
           05 MATRIX-CELL OCCURS 6 TIMES.
               10 MATRIX-CELL-FLAG PIC X(8).
               10 MATRIX-CELL-ARM OCCURS 3 TIMES.
                   15 MATRIX-OBSERVED PIC S999V99.
                   15 MATRIX-THEORY PIC S999V99.

      * the registry record found for the cell
       01 STORED-RUN.
           05 STORED-NUMBER-OF-RUNS PIC 9(7).
           05 STORED-NUMBER-OF-DOORS PIC 99.
           05 STORED-HOST-MODE PIC X.
           05 STORED-OFFER-PERCENT PIC 9(3).
           05 STORED-KEEP-WINS PIC 9(7).
           05 STORED-CHANGE-WINS PIC 9(7).
           05 STORED-RANDOM-WINS PIC 9(7).
           05 STORED-VOID-GAMES PIC 9(7).
           05 STORED-STATUS PIC X(8).
       01 DECIDED-GAMES PIC 9(7).

      * theoretical win rates for the cell as fractions - keep is
      * 1/n whatever the host knows; an ignorant host's surviving
      * games leave the prize equally likely behind either closed
      * door; an informed host who offers the switch p of the time
      * gives the switcher (n-1)/n when he offers and 1/n when not
       01 THEORY-KEEP PIC 9V9(8).
       01 THEORY-CHANGE PIC 9V9(8).
       01 THEORY-RANDOM PIC 9V9(8).
       01 THEORY-OFFER PIC 9V9(8).

      * scenario verdicts off the queue's status file, by stack
      * position - only a FAILED line is kept, and only used when
      * the line's requester is the sweep's requester; a status
      * file whose completed lines name another sweep's run IDs
      * covers another stack and is ignored altogether
       01 STATUS-FILE-FOREIGN PIC X VALUE "N".
       01 STATUS-SCENARIO-NUMBER PIC 9(3).
       01 STATUS-LINE-HEAD PIC X(132).
       01 STATUS-LINE-TAIL PIC X(132).
       01 STATUS-LINE-DELIMITER PIC X(11).
       01 FAILED-SCENARIO-TABLE.
           05 FAILED-SCENARIO-ENTRY OCCURS 999 TIMES.
               10 FAILED-SCENARIO-FLAG PIC X.
               10 FAILED-SCENARIO-REQUESTER PIC X(8).
               10 FAILED-SCENARIO-REASON PIC X(50).

      * exceptions held for the listing under the matrix
       01 EXCEPTION-COUNT PIC 9(3) VALUE 0.
       01 EXCEPTION-INDEX PIC 9(3).
       01 EXCEPTION-TABLE.
           05 EXCEPTION-LINE PIC X(132) OCCURS 600 TIMES.
       01 EXCEPTION-WORK PIC X(132).

      * cell tallies for the summary and the log
       01 CELLS-REPORTED PIC 9(3) VALUE 0.
       01 CELLS-FAILED PIC 9(3) VALUE 0.
       01 CELLS-MISSING PIC 9(3) VALUE 0.
       01 CELLS-MISMATCHED PIC 9(3) VALUE 0.
       01 CELLS-OTHER-STATUS PIC 9(3) VALUE 0.

       01 HEADING-LINE-1 PIC X(132).
       01 HEADING-LINE-2 PIC X(132).
       01 HEADING-COLUMN PIC 9(3).
       01 DETAIL-LINE PIC X(132).
       01 DETAIL-COLUMN PIC 9(3).
       01 ARM-LABEL PIC X(6).
       01 CELL-TEXT PIC X(20).
       01 CELL-FIGURES.
           05 CELL-OBSERVED-EDIT PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CELL-THEORY-EDIT PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CELL-GAP-EDIT PIC ++9.99.
       01 CELL-GAP PIC S999V99.
       01 MODE-HEADING PIC X(20).

       01 RPT-COUNT-EDIT PIC ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-DOORS-2-EDIT PIC Z9.
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-OFFER-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP
           PERFORM READ-SWEEP-CARD
           PERFORM LOAD-QUEUE-VERDICTS

           OPEN OUTPUT MATRIX-REPORT-FILE
           IF WS-MATRIX-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYMTX.DAT, status "
                   WS-MATRIX-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING CELL-DOORS FROM SWP-DOORS-FROM BY 1
                   UNTIL CELL-DOORS > SWP-DOORS-TO
               PERFORM VARYING MODE-INDEX FROM 1 BY 1
                       UNTIL MODE-INDEX > MODE-COUNT
                   PERFORM BUILD-ONE-MATRIX-CELL
               END-PERFORM
               PERFORM WRITE-ONE-MATRIX-ROW
           END-PERFORM

           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-MATRIX-SUMMARY
           CLOSE MATRIX-REPORT-FILE

           IF EXCEPTION-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-SWEEP-CARD.
      *    the card has already been through MONTY-SWEEP's checks;
      *    only what the matrix itself needs is re-checked here
           OPEN INPUT SWEEP-FILE
           IF WS-SWEEP-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYSWP.DAT, status "
                   WS-SWEEP-STATUS " - no sweep to report on"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SWEEP-FILE
               AT END
                   DISPLAY "ERROR: MONTYSWP.DAT is empty - no sweep "
                       "to report on"
                   CLOSE SWEEP-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SWEEP-FILE

           IF SWP-DOORS-FROM IS NOT NUMERIC
                   OR SWP-DOORS-TO IS NOT NUMERIC
                   OR SWP-DOORS-FROM < 3
                   OR SWP-DOORS-FROM > SWP-DOORS-TO
               DISPLAY "ERROR: sweep " SWP-SWEEP-ID
                   " has no usable door range"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SWP-NUMBER-OF-RUNS IS NOT NUMERIC
               MOVE ZERO TO SWP-NUMBER-OF-RUNS
           END-IF

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
                   MOVE ZERO TO SWEEP-OFFER(MODE-COUNT)
                   IF SWEEP-MODE(MODE-COUNT) = "S"
                       IF SWP-OFFER-PERCENT(MODE-INDEX) IS NUMERIC
                           MOVE SWP-OFFER-PERCENT(MODE-INDEX)
                               TO SWEEP-OFFER(MODE-COUNT)
                       END-IF
                       IF SWEEP-OFFER(MODE-COUNT) = ZERO
                           MOVE 50 TO SWEEP-OFFER(MODE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF MODE-COUNT = ZERO
               DISPLAY "ERROR: sweep " SWP-SWEEP-ID
                   " names no host modes"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-QUEUE-VERDICTS.
      *    no status file just means no failure reasons to hand -
      *    a cell with no registry record still shows as MISSING
           MOVE SPACES TO FAILED-SCENARIO-TABLE
           MOVE "N" TO STATUS-FILE-FOREIGN
           OPEN INPUT REQUEST-STATUS-FILE
           IF WS-REQUEST-STATUS-FILE = "00"
               PERFORM UNTIL WS-REQUEST-STATUS-FILE NOT = "00"
                   READ REQUEST-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-QUEUE-VERDICT
                   END-READ
               END-PERFORM
               CLOSE REQUEST-STATUS-FILE
           END-IF
           IF STATUS-FILE-FOREIGN = "Y"
               MOVE SPACES TO FAILED-SCENARIO-TABLE
               DISPLAY "WARNING: MONTYRQS.DAT covers another stack - "
                   "failure reasons for sweep " SWP-SWEEP-ID
                   " are not available"
           END-IF.

       LOAD-ONE-QUEUE-VERDICT.
      *    the verdict lines carry the scenario number in columns
      *    10-12 and the requester in columns 25-32, as MONTY-QUEUE's
      *    WRITE-SCENARIO-STATUS-LINE lays them down; what follows
      *    "  Run ID " or "  FAILED - " is the run ID or the reason
           IF REQUEST-STATUS-LINE(1:9) = "Scenario "
                   AND REQUEST-STATUS-LINE(10:3) NOT = SPACES
               COMPUTE STATUS-SCENARIO-NUMBER =
                   FUNCTION NUMVAL(REQUEST-STATUS-LINE(10:3))
               MOVE SPACES TO STATUS-LINE-HEAD
               MOVE SPACES TO STATUS-LINE-TAIL
               MOVE SPACES TO STATUS-LINE-DELIMITER
               UNSTRING REQUEST-STATUS-LINE
                   DELIMITED BY "  Run ID " OR "  FAILED - "
                   INTO STATUS-LINE-HEAD
                       DELIMITER IN STATUS-LINE-DELIMITER
                       STATUS-LINE-TAIL
               END-UNSTRING
               EVALUATE STATUS-LINE-DELIMITER
                   WHEN "  Run ID "
                       IF STATUS-LINE-TAIL(1:8) NOT = SWP-SWEEP-ID
                           MOVE "Y" TO STATUS-FILE-FOREIGN
                       END-IF
                   WHEN "  FAILED - "
                       IF STATUS-SCENARIO-NUMBER NOT = ZERO
                           MOVE "Y" TO FAILED-SCENARIO-FLAG
                               (STATUS-SCENARIO-NUMBER)
                           MOVE REQUEST-STATUS-LINE(25:8)
                               TO FAILED-SCENARIO-REQUESTER
                                   (STATUS-SCENARIO-NUMBER)
                           MOVE STATUS-LINE-TAIL
                               TO FAILED-SCENARIO-REASON
                                   (STATUS-SCENARIO-NUMBER)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       BUILD-ONE-MATRIX-CELL.
      *    a queue failure outranks whatever the registry holds under
      *    the cell's ID (an earlier pass of the same sweep may have
      *    registered it); otherwise the registry record is checked
      *    against the cell before its figures are trusted
           ADD 1 TO CELL-COUNT
           MOVE SWP-SWEEP-ID TO CELL-RUN-ID-SWEEP
           MOVE CELL-DOORS TO CELL-RUN-ID-DOORS
           MOVE SWEEP-MODE(MODE-INDEX) TO CELL-RUN-ID-MODE
           MOVE SWEEP-OFFER(MODE-INDEX) TO CELL-RUN-ID-OFFER
           MOVE SPACES TO MATRIX-CELL-FLAG(MODE-INDEX)
           MOVE SPACES TO CELL-REASON

           IF FAILED-SCENARIO-FLAG(CELL-COUNT) = "Y"
                   AND FAILED-SCENARIO-REQUESTER(CELL-COUNT)
                       = SWP-REQUESTER-ID
               MOVE "FAILED" TO MATRIX-CELL-FLAG(MODE-INDEX)
               MOVE FAILED-SCENARIO-REASON(CELL-COUNT) TO CELL-REASON
               ADD 1 TO CELLS-FAILED
           ELSE
               PERFORM FIND-CELL-RUN
               IF CELL-FOUND NOT = "Y"
                   MOVE "MISSING" TO MATRIX-CELL-FLAG(MODE-INDEX)
                   MOVE "no registry record for this cell"
                       TO CELL-REASON
                   ADD 1 TO CELLS-MISSING
               ELSE
                   PERFORM CHECK-CELL-RUN
               END-IF
           END-IF

           IF MATRIX-CELL-FLAG(MODE-INDEX) = SPACES
               ADD 1 TO CELLS-REPORTED
               PERFORM COMPUTE-CELL-FIGURES
           ELSE
               PERFORM SAVE-CELL-EXCEPTION
           END-IF.

       FIND-CELL-RUN.
      *    one direct read of the keyed master, falling back to the
      *    journal scan when no master has been built yet
           MOVE "N" TO CELL-FOUND
           OPEN INPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "00"
               MOVE CELL-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRY-MASTER-RECORD TO REGISTRY-RECORD
                       PERFORM SAVE-STORED-RUN
               END-READ
               CLOSE REGISTRY-MASTER-FILE
           ELSE
               PERFORM SCAN-FOR-CELL-RUN
           END-IF.

       SCAN-FOR-CELL-RUN.
      *    scan the registry journal - the whole file is read so the
      *    match that sticks is the most recent registration
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-RUN-ID = CELL-RUN-ID
                               PERFORM SAVE-STORED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SAVE-STORED-RUN.
           MOVE "Y" TO CELL-FOUND
           MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
      *    a record in the original layout has the door count in
      *    its one-digit field
           IF REG-LAYOUT-VERSION = "2"
               MOVE REG-NUMBER-OF-DOORS TO STORED-NUMBER-OF-DOORS
           ELSE
               MOVE REG-NUMBER-OF-DOORS-V1 TO STORED-NUMBER-OF-DOORS
           END-IF
           MOVE REG-HOST-MODE TO STORED-HOST-MODE
           IF STORED-HOST-MODE = SPACE
               MOVE "C" TO STORED-HOST-MODE
           END-IF
           IF REG-OFFER-PERCENT IS NUMERIC
               MOVE REG-OFFER-PERCENT TO STORED-OFFER-PERCENT
           ELSE
               MOVE ZERO TO STORED-OFFER-PERCENT
           END-IF
           MOVE REG-KEEP-WINS TO STORED-KEEP-WINS
           MOVE REG-CHANGE-WINS TO STORED-CHANGE-WINS
           MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
           IF REG-VOID-GAMES IS NUMERIC
               MOVE REG-VOID-GAMES TO STORED-VOID-GAMES
           ELSE
               MOVE ZERO TO STORED-VOID-GAMES
           END-IF
           MOVE REG-STATUS TO STORED-STATUS.

       CHECK-CELL-RUN.
      *    the record has to be the cell it is filed under - same
      *    doors, same host mode, same offer for mode S - and a
      *    run that was not a clean registration (anything but
      *    COMPLETE, or REPLAY from a recertification) is shown by
      *    its status rather than as a result
           EVALUATE TRUE
               WHEN STORED-NUMBER-OF-DOORS NOT = CELL-DOORS
                       OR STORED-HOST-MODE NOT = SWEEP-MODE(MODE-INDEX)
                   MOVE "MISMATCH" TO MATRIX-CELL-FLAG(MODE-INDEX)
                   MOVE "registry record is for other doors or mode"
                       TO CELL-REASON
                   ADD 1 TO CELLS-MISMATCHED
               WHEN SWEEP-MODE(MODE-INDEX) = "S"
                       AND STORED-OFFER-PERCENT
                           NOT = SWEEP-OFFER(MODE-INDEX)
                   MOVE "MISMATCH" TO MATRIX-CELL-FLAG(MODE-INDEX)
                   MOVE "registry record is for another offer percent"
                       TO CELL-REASON
                   ADD 1 TO CELLS-MISMATCHED
               WHEN STORED-STATUS NOT = "COMPLETE"
                       AND STORED-STATUS NOT = "REPLAY"
                   MOVE STORED-STATUS TO MATRIX-CELL-FLAG(MODE-INDEX)
                   STRING "registry status is " STORED-STATUS
                       DELIMITED BY SIZE INTO CELL-REASON
                   ADD 1 TO CELLS-OTHER-STATUS
               WHEN OTHER
                   COMPUTE DECIDED-GAMES =
                       STORED-NUMBER-OF-RUNS - STORED-VOID-GAMES
                   IF DECIDED-GAMES = ZERO
                       MOVE "EMPTY" TO MATRIX-CELL-FLAG(MODE-INDEX)
                       MOVE "the run decided no games" TO CELL-REASON
                       ADD 1 TO CELLS-OTHER-STATUS
                   END-IF
           END-EVALUATE.

       COMPUTE-CELL-FIGURES.
      *    observed percents over the decided games (mode I voids
      *    decide nothing, as in MONTY-HALL's own percentages)
           COMPUTE MATRIX-OBSERVED(MODE-INDEX, 1) ROUNDED =
               STORED-KEEP-WINS * 100 / DECIDED-GAMES
           COMPUTE MATRIX-OBSERVED(MODE-INDEX, 2) ROUNDED =
               STORED-CHANGE-WINS * 100 / DECIDED-GAMES
           COMPUTE MATRIX-OBSERVED(MODE-INDEX, 3) ROUNDED =
               STORED-RANDOM-WINS * 100 / DECIDED-GAMES

           EVALUATE SWEEP-MODE(MODE-INDEX)
               WHEN "I"
                   MOVE .5 TO THEORY-KEEP
                   MOVE .5 TO THEORY-CHANGE
                   MOVE .5 TO THEORY-RANDOM
               WHEN "S"
                   COMPUTE THEORY-OFFER = SWEEP-OFFER(MODE-INDEX) / 100
                   COMPUTE THEORY-KEEP = 1 / CELL-DOORS
                   COMPUTE THEORY-CHANGE =
                       THEORY-OFFER * (1 - THEORY-KEEP)
                       + (1 - THEORY-OFFER) * THEORY-KEEP
                   COMPUTE THEORY-RANDOM =
                       THEORY-OFFER / 2
                       + (1 - THEORY-OFFER) * THEORY-KEEP
               WHEN OTHER
                   COMPUTE THEORY-KEEP = 1 / CELL-DOORS
                   COMPUTE THEORY-CHANGE = 1 - THEORY-KEEP
                   MOVE .5 TO THEORY-RANDOM
           END-EVALUATE

           COMPUTE MATRIX-THEORY(MODE-INDEX, 1) ROUNDED =
               THEORY-KEEP * 100
           COMPUTE MATRIX-THEORY(MODE-INDEX, 2) ROUNDED =
               THEORY-CHANGE * 100
           COMPUTE MATRIX-THEORY(MODE-INDEX, 3) ROUNDED =
               THEORY-RANDOM * 100.

       SAVE-CELL-EXCEPTION.
           MOVE CELL-DOORS TO RPT-DOORS-EDIT
           MOVE SPACES TO EXCEPTION-WORK
           STRING "Doors " RPT-DOORS-EDIT
               "  Mode " SWEEP-MODE(MODE-INDEX)
               " " SWEEP-OFFER(MODE-INDEX)
               "  Run ID " CELL-RUN-ID
               "  " DELIMITED BY SIZE
               MATRIX-CELL-FLAG(MODE-INDEX) DELIMITED BY SPACE
               " - " CELL-REASON
               DELIMITED BY SIZE INTO EXCEPTION-WORK
           IF EXCEPTION-COUNT < 600
               ADD 1 TO EXCEPTION-COUNT
               MOVE EXCEPTION-WORK TO EXCEPTION-LINE(EXCEPTION-COUNT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "MONTY HALL SIMULATION - DOOR COUNT BY HOST MODE "
               "SWEEP MATRIX"
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SPACES TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Report Date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SWP-DOORS-FROM TO RPT-DOORS-EDIT
           MOVE SWP-DOORS-TO TO RPT-DOORS-2-EDIT
           MOVE SWP-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Sweep: " SWP-SWEEP-ID
               "  Requester: " SWP-REQUESTER-ID
               "  Doors " RPT-DOORS-EDIT " to " RPT-DOORS-2-EDIT
               "  Runs per cell: " RPT-RUNS-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Each cell: observed win %, theoretical win %, and "
               "the gap (observed less theoretical)"
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SPACES TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE.

       WRITE-COLUMN-HEADINGS.
      *    a 12-column row label, then 20 columns per host mode -
      *    six modes fill the 132-column line exactly
           MOVE SPACES TO HEADING-LINE-1
           MOVE SPACES TO HEADING-LINE-2
           MOVE "DOORS  ARM" TO HEADING-LINE-2(1:12)
           MOVE 13 TO HEADING-COLUMN
           PERFORM VARYING MODE-INDEX FROM 1 BY 1
                   UNTIL MODE-INDEX > MODE-COUNT
               MOVE SPACES TO MODE-HEADING
               EVALUATE SWEEP-MODE(MODE-INDEX)
                   WHEN "C"
                       MOVE "   CLASSIC HOST (C)" TO MODE-HEADING
                   WHEN "I"
                       MOVE "  IGNORANT HOST (I)" TO MODE-HEADING
                   WHEN OTHER
                       MOVE SWEEP-OFFER(MODE-INDEX) TO RPT-OFFER-EDIT
                       STRING " INFORMED (S) " RPT-OFFER-EDIT "%"
                           DELIMITED BY SIZE INTO MODE-HEADING
               END-EVALUATE
               MOVE MODE-HEADING TO HEADING-LINE-1(HEADING-COLUMN:20)
               MOVE "   OBS THEORY    GAP"
                   TO HEADING-LINE-2(HEADING-COLUMN:20)
               ADD 20 TO HEADING-COLUMN
           END-PERFORM

           MOVE HEADING-LINE-1 TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE
           MOVE HEADING-LINE-2 TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE
           MOVE SPACES TO MATRIX-REPORT-LINE
           MOVE ALL "-" TO MATRIX-REPORT-LINE(1:HEADING-COLUMN - 1)
           WRITE MATRIX-REPORT-LINE.

       WRITE-ONE-MATRIX-ROW.
      *    three lines per door count, one per strategy arm - a
      *    flagged cell carries its flag on every line so it cannot
      *    be read as a figure
           PERFORM VARYING ARM-INDEX FROM 1 BY 1 UNTIL ARM-INDEX > 3
               MOVE SPACES TO DETAIL-LINE
               EVALUATE ARM-INDEX
                   WHEN 1
                       MOVE CELL-DOORS TO RPT-DOORS-EDIT
                       MOVE RPT-DOORS-EDIT TO DETAIL-LINE(2:2)
                       MOVE "KEEP" TO ARM-LABEL
                   WHEN 2
                       MOVE "CHANGE" TO ARM-LABEL
                   WHEN OTHER
                       MOVE "RANDOM" TO ARM-LABEL
               END-EVALUATE
               MOVE ARM-LABEL TO DETAIL-LINE(6:6)
               MOVE 13 TO DETAIL-COLUMN
               PERFORM VARYING MODE-INDEX FROM 1 BY 1
                       UNTIL MODE-INDEX > MODE-COUNT
                   PERFORM FORMAT-ONE-CELL-TEXT
                   MOVE CELL-TEXT TO DETAIL-LINE(DETAIL-COLUMN:20)
                   ADD 20 TO DETAIL-COLUMN
               END-PERFORM
               MOVE DETAIL-LINE TO MATRIX-REPORT-LINE
               WRITE MATRIX-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE.

       FORMAT-ONE-CELL-TEXT.
           MOVE SPACES TO CELL-TEXT
           IF MATRIX-CELL-FLAG(MODE-INDEX) = SPACES
               MOVE MATRIX-OBSERVED(MODE-INDEX, ARM-INDEX)
                   TO CELL-OBSERVED-EDIT
               MOVE MATRIX-THEORY(MODE-INDEX, ARM-INDEX)
                   TO CELL-THEORY-EDIT
               COMPUTE CELL-GAP =
                   MATRIX-OBSERVED(MODE-INDEX, ARM-INDEX)
                   - MATRIX-THEORY(MODE-INDEX, ARM-INDEX)
               MOVE CELL-GAP TO CELL-GAP-EDIT
               MOVE CELL-FIGURES TO CELL-TEXT
           ELSE
               STRING "   ** " DELIMITED BY SIZE
                   MATRIX-CELL-FLAG(MODE-INDEX) DELIMITED BY SPACE
                   " **" DELIMITED BY SIZE INTO CELL-TEXT
           END-IF.

       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "EXCEPTIONS"
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           IF EXCEPTION-COUNT = ZERO
               MOVE SPACES TO MATRIX-REPORT-LINE
               STRING "  None - every cell in the sweep reported"
                   DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
               WRITE MATRIX-REPORT-LINE
           ELSE
               PERFORM VARYING EXCEPTION-INDEX FROM 1 BY 1
                       UNTIL EXCEPTION-INDEX > EXCEPTION-COUNT
                   MOVE SPACES TO MATRIX-REPORT-LINE
                   STRING "  " EXCEPTION-LINE(EXCEPTION-INDEX)
                       DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
                   WRITE MATRIX-REPORT-LINE
               END-PERFORM
           END-IF

           MOVE SPACES TO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE.

       WRITE-MATRIX-SUMMARY.
           MOVE CELL-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells in Sweep:      " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-REPORTED TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells Reported:      " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-FAILED TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells Failed:        " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-MISSING TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells Missing:       " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-MISMATCHED TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells Mismatched:    " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-OTHER-STATUS TO RPT-COUNT-EDIT
           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "Cells Not Usable:    " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE SPACES TO MATRIX-REPORT-LINE
           STRING "END OF REPORT"
               DELIMITED BY SIZE INTO MATRIX-REPORT-LINE
           WRITE MATRIX-REPORT-LINE

           MOVE CELLS-REPORTED TO RPT-COUNT-EDIT
           DISPLAY "MONTY-MATRIX: sweep " SWP-SWEEP-ID " - "
               RPT-COUNT-EDIT " cells reported, report in MONTYMTX.DAT"
           IF EXCEPTION-COUNT NOT = ZERO
               MOVE EXCEPTION-COUNT TO RPT-COUNT-EDIT
               DISPLAY "WARNING: " RPT-COUNT-EDIT
                   " cells flagged - see the exceptions section"
           END-IF

           IF EXCEPTION-COUNT NOT = ZERO
               MOVE "WARN" TO RUN-LOG-SEVERITY
           ELSE
               MOVE "INFO" TO RUN-LOG-SEVERITY
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "sweep " SWP-SWEEP-ID " matrix: " CELLS-REPORTED
               " of " CELL-COUNT " cells reported, " EXCEPTION-COUNT
               " flagged"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
      *    MONTYLOG.DAT - the caller sets RUN-LOG-SEVERITY and
      *    RUN-LOG-TEXT; a log failure is reported to the console
      *    only, never allowed to take the report down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-MATRIX" TO LOG-PROGRAM-ID
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
       END PROGRAM MONTY-MATRIX.
