      *          selected by run ID on the MONTYVPC.DAT parameter
      *          card, or the most recently registered run when the
      *          card is blank or missing - re-runs MONTY-HALL with
      *          that run's seed, door count, run count (or precision
      *          target, cap and test interval) and host mode, then
      *          compares the fresh tallies field by field
      *          against the registered results and writes a
      *          pass/fail certification report (MONTYCER.DAT). This
      *          is the program that turns "runs can be reproduced
      *          and defended later" from a promise into a scheduled,
      *          checkable fact - and doubles as a regression check
      *          after any compiler or program change. A partitioned
      *          run's parent played no games of its own, so it is
      *          recertified by replaying each slice it lists in turn
      *          and then checking the replays' combined counts and
      *          percentages against the parent's wide totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 STORED-RUN-ID PIC X(16).
           05 STORED-RUN-DATE PIC X(10).
           05 STORED-NUMBER-OF-RUNS PIC 9(7).
           05 STORED-NUMBER-OF-DOORS PIC 99.
           05 STORED-SEED PIC 9(9).
           05 STORED-HOST-MODE PIC X.
           05 STORED-OFFER-PERCENT PIC 9(3).
           05 STORED-RANDOM-LOSSES PIC 9(7).
           05 STORED-RANDOM-PERCENT PIC X(5).
           05 STORED-VOID-GAMES PIC 9(7).
      *    precision-mode settings - a zero target is an ordinary
      *    fixed-count run, which is what every registration written
      *    before precision mode reads as
           05 STORED-TARGET-HALF-WIDTH PIC 9V99.
           05 STORED-MAX-GAMES PIC 9(7).
           05 STORED-CHECKPOINT-INTERVAL PIC 9(7).
           05 STORED-STOP-REASON PIC X(6).
           05 STORED-PARTITION-ROLE PIC X.

      * a partitioned run's parent, kept apart from STORED-RUN since
      * each slice is looked up into STORED-RUN in its turn
       01 PARENT-RUN.
           05 PARENT-RUN-ID PIC X(16).
           05 PARENT-KEEP-PERCENT PIC X(5).
           05 PARENT-CHANGE-PERCENT PIC X(5).
           05 PARENT-RANDOM-PERCENT PIC X(5).
           05 PARENT-WIDE-GAMES PIC 9(11).
           05 PARENT-WIDE-KEEP-WINS PIC 9(11).
           05 PARENT-WIDE-KEEP-LOSSES PIC 9(11).
           05 PARENT-WIDE-CHANGE-WINS PIC 9(11).
           05 PARENT-WIDE-CHANGE-LOSSES PIC 9(11).
           05 PARENT-WIDE-RANDOM-WINS PIC 9(11).
           05 PARENT-WIDE-RANDOM-LOSSES PIC 9(11).
           05 PARENT-WIDE-VOID-GAMES PIC 9(11).
           05 PARENT-SLICE-COUNT PIC 99.
           05 PARENT-CHILD-RUN-ID PIC X(16) OCCURS 20 TIMES.

      * the replay's results, captured the same way
       01 REPLAY-RUN.
           05 REPLAY-RANDOM-LOSSES PIC 9(7).
           05 REPLAY-RANDOM-PERCENT PIC X(5).
           05 REPLAY-VOID-GAMES PIC 9(7).
           05 REPLAY-NUMBER-OF-RUNS PIC 9(7).
           05 REPLAY-STOP-REASON PIC X(6).

      * the slice replays' counts summed, and the percentages worked
      * from them the way MONTY-MERGE works the parent's
       01 SLICE-NUMBER PIC 99.
       01 REPLAY-WIDE-GAMES PIC 9(11).
       01 REPLAY-WIDE-KEEP-WINS PIC 9(11).
       01 REPLAY-WIDE-KEEP-LOSSES PIC 9(11).
       01 REPLAY-WIDE-CHANGE-WINS PIC 9(11).
       01 REPLAY-WIDE-CHANGE-LOSSES PIC 9(11).
       01 REPLAY-WIDE-RANDOM-WINS PIC 9(11).
       01 REPLAY-WIDE-RANDOM-LOSSES PIC 9(11).
       01 REPLAY-WIDE-VOID-GAMES PIC 9(11).
       01 REPLAY-WIDE-DECIDED PIC 9(11).
       01 REPLAY-WIDE-PERCENT PIC 99V99.
       01 REPLAY-WIDE-PERCENT-EDIT PIC Z9.99.

       01 FIELDS-COMPARED PIC 9(3) VALUE 0.
       01 FIELDS-MATCHED PIC 9(3) VALUE 0.
       01 WS-CERTIFIED PIC X VALUE "Y".

      * one comparison in hand - name plus both sides as display
      * text, so every field goes through the same report paragraph
       01 COMPARE-FIELD-NAME PIC X(20).
       01 COMPARE-STORED-VALUE PIC X(11).
       01 COMPARE-REPLAY-VALUE PIC X(11).
       01 RPT-TARGET-EDIT PIC 9.99.
       01 RPT-SLICE-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

      *    a partitioned run's parent played no games of its own -
      *    its slices are replayed instead
           IF STORED-PARTITION-ROLE = "P"
               PERFORM RECERTIFY-PARTITIONED-RUN
           ELSE
               MOVE WS-TODAY(1:15) TO REPLAY-RUN-ID
               MOVE "V" TO REPLAY-RUN-ID(16:1)
               PERFORM REPLAY-STORED-RUN
               IF WS-REPLAY-FOUND NOT = "Y"
                   DISPLAY "ERROR: the replay run did not register a "
                       "result - certification aborted"
                   MOVE SPACES TO CERTIFY-REPORT-LINE
                   STRING "Replay run did not register a result - "
                       "certification aborted"
                       DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
                   WRITE CERTIFY-REPORT-LINE
                   CLOSE CERTIFY-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM WRITE-REPORT-HEADER
               PERFORM COMPARE-ALL-FIELDS
           END-IF
           PERFORM WRITE-REPORT-VERDICT
           CLOSE CERTIFY-REPORT-FILE

                       AT END
                           CONTINUE
                       NOT AT END
      *                    with no ID requested, earlier replays and
      *                    run-maintenance entries are passed over so
      *                    "the most recent run" means the most recent
      *                    real one
                           IF REG-RUN-ID = TARGET-RUN-ID
                                   OR (TARGET-RUN-ID = SPACES
                                       AND REG-STATUS NOT = "REPLAY"
                                       AND REG-MAINT-ACTION = SPACE)
                               PERFORM SAVE-STORED-RUN
                           END-IF
                   END-READ
           MOVE REG-RUN-ID TO STORED-RUN-ID
           MOVE REG-RUN-DATE TO STORED-RUN-DATE
           MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
      *    a record in the original layout has the door count in
      *    its one-digit field
           IF REG-LAYOUT-VERSION = "2"
               MOVE REG-NUMBER-OF-DOORS TO STORED-NUMBER-OF-DOORS
           ELSE
               MOVE REG-NUMBER-OF-DOORS-V1 TO STORED-NUMBER-OF-DOORS
           END-IF
           MOVE REG-SEED TO STORED-SEED
           MOVE REG-HOST-MODE TO STORED-HOST-MODE
           IF REG-OFFER-PERCENT IS NUMERIC
           MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
           MOVE REG-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
           MOVE REG-RANDOM-PERCENT TO STORED-RANDOM-PERCENT
           MOVE REG-VOID-GAMES TO STORED-VOID-GAMES
           IF REG-TARGET-HALF-WIDTH NOT = SPACES
               COMPUTE STORED-TARGET-HALF-WIDTH =
                   FUNCTION NUMVAL(REG-TARGET-HALF-WIDTH)
           ELSE
               MOVE ZERO TO STORED-TARGET-HALF-WIDTH
           END-IF
           IF REG-MAX-GAMES IS NUMERIC
               MOVE REG-MAX-GAMES TO STORED-MAX-GAMES
           ELSE
               MOVE ZERO TO STORED-MAX-GAMES
           END-IF
           IF REG-CHECKPOINT-INTERVAL IS NUMERIC
               MOVE REG-CHECKPOINT-INTERVAL
                   TO STORED-CHECKPOINT-INTERVAL
           ELSE
               MOVE ZERO TO STORED-CHECKPOINT-INTERVAL
           END-IF
           IF REG-STOP-REASON = SPACES
               MOVE "FIXED" TO STORED-STOP-REASON
           ELSE
               MOVE REG-STOP-REASON TO STORED-STOP-REASON
           END-IF
           MOVE REG-PARTITION-ROLE TO STORED-PARTITION-ROLE
           IF REG-PARTITION-ROLE = "P"
               MOVE REG-RUN-ID TO PARENT-RUN-ID
               MOVE REG-KEEP-PERCENT TO PARENT-KEEP-PERCENT
               MOVE REG-CHANGE-PERCENT TO PARENT-CHANGE-PERCENT
               MOVE REG-RANDOM-PERCENT TO PARENT-RANDOM-PERCENT
               MOVE REG-WIDE-GAMES TO PARENT-WIDE-GAMES
               MOVE REG-WIDE-KEEP-WINS TO PARENT-WIDE-KEEP-WINS
               MOVE REG-WIDE-KEEP-LOSSES TO PARENT-WIDE-KEEP-LOSSES
               MOVE REG-WIDE-CHANGE-WINS TO PARENT-WIDE-CHANGE-WINS
               MOVE REG-WIDE-CHANGE-LOSSES
                   TO PARENT-WIDE-CHANGE-LOSSES
               MOVE REG-WIDE-RANDOM-WINS TO PARENT-WIDE-RANDOM-WINS
               MOVE REG-WIDE-RANDOM-LOSSES
                   TO PARENT-WIDE-RANDOM-LOSSES
               MOVE REG-WIDE-VOID-GAMES TO PARENT-WIDE-VOID-GAMES
               MOVE REG-SLICE-COUNT TO PARENT-SLICE-COUNT
               PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                       UNTIL SLICE-NUMBER > 20
                   MOVE REG-CHILD-RUN-ID(SLICE-NUMBER)
                       TO PARENT-CHILD-RUN-ID(SLICE-NUMBER)
               END-PERFORM
           END-IF.

       REPLAY-STORED-RUN.
      *    write the stored run's exact parameters as the control
      *    registration back by that ID - the whole sequence runs
      *    under the interlock, stamped with the replay's run ID,
      *    so a driver job starting between the card write and the
      *    child's card read cannot swap its own card in - the
      *    caller sets REPLAY-RUN-ID
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE "N" TO WS-REPLAY-FOUND
       WRITE-AND-RUN-REPLAY.
           MOVE SPACES TO CONTROL-RECORD
           MOVE STORED-NUMBER-OF-RUNS TO CTL-NUMBER-OF-RUNS
           MOVE "2" TO CTL-LAYOUT-VERSION
           MOVE ZERO TO CTL-NUMBER-OF-DOORS-V1
           MOVE STORED-NUMBER-OF-DOORS TO CTL-NUMBER-OF-DOORS
           MOVE ZERO TO CTL-CHECKPOINT-INTERVAL
           MOVE STORED-SEED TO CTL-SEED
           MOVE REPLAY-RUN-ID TO CTL-RUN-ID
           MOVE STORED-HOST-MODE TO CTL-HOST-MODE
           MOVE STORED-OFFER-PERCENT TO CTL-OFFER-PERCENT
      *    a precision run is replayed as one - same target, same
      *    cap and the same test interval, so the replay has to find
      *    its own way to the stored stopping game rather than being
      *    handed the game count
           IF STORED-TARGET-HALF-WIDTH NOT = ZERO
               MOVE STORED-MAX-GAMES TO CTL-NUMBER-OF-RUNS
               MOVE STORED-CHECKPOINT-INTERVAL
                   TO CTL-CHECKPOINT-INTERVAL
               MOVE STORED-TARGET-HALF-WIDTH TO CTL-TARGET-HALF-WIDTH
           ELSE
               MOVE ZERO TO CTL-TARGET-HALF-WIDTH
           END-IF
      *    marked as a certification replay so the run registers
      *    under REPLAY status without appending a history record -
      *    otherwise every certification would plant a same-seed,
           MOVE REG-RANDOM-WINS TO REPLAY-RANDOM-WINS
           MOVE REG-RANDOM-LOSSES TO REPLAY-RANDOM-LOSSES
           MOVE REG-RANDOM-PERCENT TO REPLAY-RANDOM-PERCENT
           MOVE REG-VOID-GAMES TO REPLAY-VOID-GAMES
           MOVE REG-NUMBER-OF-RUNS TO REPLAY-NUMBER-OF-RUNS
           IF REG-STOP-REASON = SPACES
               MOVE "FIXED" TO REPLAY-STOP-REASON
           ELSE
               MOVE REG-STOP-REASON TO REPLAY-STOP-REASON
           END-IF.

       COMPARE-ALL-FIELDS.
           MOVE "KEEP-WINS" TO COMPARE-FIELD-NAME
           MOVE "VOID-GAMES" TO COMPARE-FIELD-NAME
           MOVE STORED-VOID-GAMES TO COMPARE-STORED-VALUE
           MOVE REPLAY-VOID-GAMES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

      *    the stopping point - for a precision run the replay must
      *    stop on the same game for the same reason
           MOVE "GAMES-PLAYED" TO COMPARE-FIELD-NAME
           MOVE STORED-NUMBER-OF-RUNS TO COMPARE-STORED-VALUE
           MOVE REPLAY-NUMBER-OF-RUNS TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "STOP-REASON" TO COMPARE-FIELD-NAME
           MOVE STORED-STOP-REASON TO COMPARE-STORED-VALUE
           MOVE REPLAY-STOP-REASON TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD.

       COMPARE-ONE-FIELD.
           END-IF
           WRITE CERTIFY-REPORT-LINE.

       RECERTIFY-PARTITIONED-RUN.
      *    each slice the parent lists is looked up and replayed
      *    exactly as a single run would be, its fields compared in
      *    turn; then the replays' summed counts must come to the
      *    parent's wide totals. A slice that cannot be found or
      *    replayed aborts the certification as a lone replay does
           PERFORM WRITE-PARENT-REPORT-HEADER
           MOVE ZERO TO REPLAY-WIDE-GAMES
           MOVE ZERO TO REPLAY-WIDE-KEEP-WINS
           MOVE ZERO TO REPLAY-WIDE-KEEP-LOSSES
           MOVE ZERO TO REPLAY-WIDE-CHANGE-WINS
           MOVE ZERO TO REPLAY-WIDE-CHANGE-LOSSES
           MOVE ZERO TO REPLAY-WIDE-RANDOM-WINS
           MOVE ZERO TO REPLAY-WIDE-RANDOM-LOSSES
           MOVE ZERO TO REPLAY-WIDE-VOID-GAMES
           MOVE "Y" TO WS-REPLAY-FOUND
           PERFORM VARYING SLICE-NUMBER FROM 1 BY 1
                   UNTIL SLICE-NUMBER > PARENT-SLICE-COUNT
                   OR WS-REPLAY-FOUND NOT = "Y"
               PERFORM RECERTIFY-ONE-SLICE
           END-PERFORM
           MOVE PARENT-RUN-ID TO STORED-RUN-ID

           IF WS-REPLAY-FOUND NOT = "Y"
               DISPLAY "ERROR: a slice of run " PARENT-RUN-ID
                   " could not be replayed - certification aborted"
               MOVE SPACES TO CERTIFY-REPORT-LINE
               STRING "A slice could not be replayed - "
                   "certification aborted"
                   DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
               WRITE CERTIFY-REPORT-LINE
               CLOSE CERTIFY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COMPARE-COMBINED-FIELDS.

       RECERTIFY-ONE-SLICE.
      *    the slice replays register as the certification date and
      *    time to the second (less the century, to leave room),
      *    "V" and the slice number, so each reads back apart
           MOVE SLICE-NUMBER TO RPT-SLICE-EDIT
           MOVE PARENT-CHILD-RUN-ID(SLICE-NUMBER) TO TARGET-RUN-ID
           PERFORM FIND-STORED-RUN
           IF WS-TARGET-FOUND NOT = "Y"
               MOVE "N" TO WS-REPLAY-FOUND
               MOVE SPACES TO CERTIFY-REPORT-LINE
               STRING "Slice " RPT-SLICE-EDIT ": " TARGET-RUN-ID
                   " has no registry record to replay"
                   DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
               WRITE CERTIFY-REPORT-LINE
           ELSE
               MOVE WS-TODAY(3:13) TO REPLAY-RUN-ID
               MOVE "V" TO REPLAY-RUN-ID(14:1)
               MOVE SLICE-NUMBER TO REPLAY-RUN-ID(15:2)
               PERFORM REPLAY-STORED-RUN
               MOVE SPACES TO CERTIFY-REPORT-LINE
               IF WS-REPLAY-FOUND NOT = "Y"
                   STRING "Slice " RPT-SLICE-EDIT ": " STORED-RUN-ID
                       " - the replay did not register a result"
                       DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
                   WRITE CERTIFY-REPORT-LINE
               ELSE
                   STRING "Slice " RPT-SLICE-EDIT ": " STORED-RUN-ID
                       "  seed " STORED-SEED
                       "  replay " REPLAY-RUN-ID
                       DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
                   WRITE CERTIFY-REPORT-LINE
                   PERFORM COMPARE-ALL-FIELDS
                   ADD REPLAY-NUMBER-OF-RUNS TO REPLAY-WIDE-GAMES
                   ADD REPLAY-KEEP-WINS TO REPLAY-WIDE-KEEP-WINS
                   ADD REPLAY-KEEP-LOSSES TO REPLAY-WIDE-KEEP-LOSSES
                   ADD REPLAY-CHANGE-WINS TO REPLAY-WIDE-CHANGE-WINS
                   ADD REPLAY-CHANGE-LOSSES
                       TO REPLAY-WIDE-CHANGE-LOSSES
                   ADD REPLAY-RANDOM-WINS TO REPLAY-WIDE-RANDOM-WINS
                   ADD REPLAY-RANDOM-LOSSES
                       TO REPLAY-WIDE-RANDOM-LOSSES
                   ADD REPLAY-VOID-GAMES TO REPLAY-WIDE-VOID-GAMES
               END-IF
           END-IF.

       COMPARE-COMBINED-FIELDS.
      *    the parent's wide totals against the replays' sums, and
      *    its percentages against ones worked from those sums
           MOVE SPACES TO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE
           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "Combined: " PARENT-RUN-ID
               " against the summed slice replays"
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE "TOTAL-GAMES" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-GAMES TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-GAMES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-KEEP-WINS" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-KEEP-WINS TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-KEEP-WINS TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-KEEP-LOSSES" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-KEEP-LOSSES TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-KEEP-LOSSES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-CHANGE-WINS" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-CHANGE-WINS TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-CHANGE-WINS TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-CHANGE-LOSSES" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-CHANGE-LOSSES TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-CHANGE-LOSSES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-RANDOM-WINS" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-RANDOM-WINS TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-RANDOM-WINS TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-RANDOM-LOSSES" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-RANDOM-LOSSES TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-RANDOM-LOSSES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "TOTAL-VOID-GAMES" TO COMPARE-FIELD-NAME
           MOVE PARENT-WIDE-VOID-GAMES TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-VOID-GAMES TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           COMPUTE REPLAY-WIDE-DECIDED =
               REPLAY-WIDE-GAMES - REPLAY-WIDE-VOID-GAMES

           MOVE "KEEP-PERCENT" TO COMPARE-FIELD-NAME
           MOVE ZERO TO REPLAY-WIDE-PERCENT
           IF REPLAY-WIDE-DECIDED NOT = ZERO
               COMPUTE REPLAY-WIDE-PERCENT =
                   (REPLAY-WIDE-KEEP-WINS / REPLAY-WIDE-DECIDED) * 100
           END-IF
           MOVE REPLAY-WIDE-PERCENT TO REPLAY-WIDE-PERCENT-EDIT
           MOVE PARENT-KEEP-PERCENT TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-PERCENT-EDIT TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "CHANGE-PERCENT" TO COMPARE-FIELD-NAME
           MOVE ZERO TO REPLAY-WIDE-PERCENT
           IF REPLAY-WIDE-DECIDED NOT = ZERO
               COMPUTE REPLAY-WIDE-PERCENT =
                   (REPLAY-WIDE-CHANGE-WINS / REPLAY-WIDE-DECIDED)
                   * 100
           END-IF
           MOVE REPLAY-WIDE-PERCENT TO REPLAY-WIDE-PERCENT-EDIT
           MOVE PARENT-CHANGE-PERCENT TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-PERCENT-EDIT TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD

           MOVE "RANDOM-PERCENT" TO COMPARE-FIELD-NAME
           MOVE ZERO TO REPLAY-WIDE-PERCENT
           IF REPLAY-WIDE-DECIDED NOT = ZERO
               COMPUTE REPLAY-WIDE-PERCENT =
                   (REPLAY-WIDE-RANDOM-WINS / REPLAY-WIDE-DECIDED)
                   * 100
           END-IF
           MOVE REPLAY-WIDE-PERCENT TO REPLAY-WIDE-PERCENT-EDIT
           MOVE PARENT-RANDOM-PERCENT TO COMPARE-STORED-VALUE
           MOVE REPLAY-WIDE-PERCENT-EDIT TO COMPARE-REPLAY-VALUE
           PERFORM COMPARE-ONE-FIELD.

       WRITE-PARENT-REPORT-HEADER.
           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "MONTY HALL SIMULATION - REPRODUCIBILITY "
               "CERTIFICATION"
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE SPACES TO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "Certification Date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "Stored Run: " PARENT-RUN-ID
               "  of " STORED-RUN-DATE
               "  master seed " STORED-SEED
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE PARENT-SLICE-COUNT TO RPT-SLICE-EDIT
           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "Partitioned Run: " RPT-SLICE-EDIT " slices, "
               PARENT-WIDE-GAMES " games"
               "  doors " STORED-NUMBER-OF-DOORS
               "  host mode " STORED-HOST-MODE
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           MOVE SPACES TO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CERTIFY-REPORT-LINE
           STRING "MONTY HALL SIMULATION - REPRODUCIBILITY "
               DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE

           IF STORED-TARGET-HALF-WIDTH NOT = ZERO
               MOVE STORED-TARGET-HALF-WIDTH TO RPT-TARGET-EDIT
               MOVE SPACES TO CERTIFY-REPORT-LINE
               STRING "Precision Mode: target +/- " RPT-TARGET-EDIT
                   "  cap " STORED-MAX-GAMES
                   "  tested every " STORED-CHECKPOINT-INTERVAL
                   " games"
                   DELIMITED BY SIZE INTO CERTIFY-REPORT-LINE
               WRITE CERTIFY-REPORT-LINE
           END-IF

           MOVE SPACES TO CERTIFY-REPORT-LINE
           WRITE CERTIFY-REPORT-LINE.

