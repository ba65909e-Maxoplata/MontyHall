      *          (MONTYDIG.DAT) for a given date: INFO/WARN/ERROR
      *          counts per program ID, the full text of every ERROR
      *          and WARN line, each queued scenario's final status,
      *          the runs registered that day with their run IDs
      *          and statuses (a run invalidated since is flagged),
      *          and the runs MONTY-RUNMAINT invalidated or
      *          reinstated that day. One report to read instead
      *          of twenty minutes of cross-referencing after an
      *          unattended night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 EXCEPTION-LINE-COUNT PIC 9(5) VALUE 0.
       01 SCENARIO-LINE-COUNT PIC 9(5) VALUE 0.
       01 RUNS-REGISTERED-COUNT PIC 9(5) VALUE 0.
       01 RUNS-MAINTAINED-COUNT PIC 9(5) VALUE 0.

      * runs whose latest registry entry is INVALID - loaded from
      * the journal before the registry section so a registration
      * listed there can be flagged if the run has been invalidated
      * since; a reinstatement or re-registration drops it out
       01 INVALID-RUN-TABLE.
           05 INVALID-RUN-ID PIC X(16) OCCURS 500 TIMES.
       01 INVALID-RUN-COUNT PIC 9(3) VALUE 0.
       01 INVALID-RUN-INDEX PIC 9(3).
       01 INVALID-RUN-SLOT PIC 9(3).
       01 INVALID-TABLE-FULL PIC X VALUE "N".
       01 CHECK-RUN-ID PIC X(16).
       01 RPT-VALIDITY-FLAG PIC X(20).
       01 RPT-MAINT-ACTION-TEXT PIC X(11).

      * pass flag telling TALLY-ONE-LOG-LINE whether this pass is
      * counting severities or echoing the WARN/ERROR text - the log
       01 RPT-COUNT-EDIT PIC ZZ,ZZ9.
       01 RPT-COUNT-2-EDIT PIC ZZ,ZZ9.
       01 RPT-COUNT-3-EDIT PIC ZZ,ZZ9.
       01 RPT-RUNS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM WRITE-SCENARIO-SECTION
           PERFORM LOAD-INVALIDATED-RUNS
           PERFORM WRITE-REGISTRY-SECTION
           PERFORM WRITE-MAINTENANCE-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE DIGEST-REPORT-FILE

                           CONTINUE
                       NOT AT END
                           IF REG-RUN-DATE = DIGEST-DATE
                                   AND REG-MAINT-ACTION = SPACE
                               PERFORM WRITE-ONE-REGISTRY-LINE
                           END-IF
                   END-READ
           END-IF.

       WRITE-ONE-REGISTRY-LINE.
      *    a partitioned run's parent shows its combined game count
      *    from the wide field, and each slice is marked as one so
      *    its games are not read as extra work on top of the parent;
      *    a run invalidated since it registered is flagged
           ADD 1 TO RUNS-REGISTERED-COUNT
           MOVE REG-RUN-ID TO CHECK-RUN-ID
           PERFORM FIND-INVALID-RUN
           IF INVALID-RUN-SLOT NOT = ZERO
               MOVE "  ** now INVALID" TO RPT-VALIDITY-FLAG
           ELSE
               MOVE SPACES TO RPT-VALIDITY-FLAG
           END-IF
           IF REG-PARTITION-ROLE = "P"
               MOVE REG-WIDE-GAMES TO RPT-RUNS-EDIT
           ELSE
               MOVE REG-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           END-IF
           MOVE SPACES TO DIGEST-REPORT-LINE
           EVALUATE REG-PARTITION-ROLE
               WHEN "P"
                   STRING "  " REG-RUN-ID "  " REG-RUN-TIME
                       "  runs " RPT-RUNS-EDIT
                       "  mode " REG-HOST-MODE
                       "  " REG-STATUS "  partitioned run"
                       RPT-VALIDITY-FLAG
                       DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
               WHEN "S"
                   STRING "  " REG-RUN-ID "  " REG-RUN-TIME
                       "  runs " RPT-RUNS-EDIT
                       "  mode " REG-HOST-MODE
                       "  " REG-STATUS "  slice of " REG-PARENT-RUN-ID
                       RPT-VALIDITY-FLAG
                       DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
               WHEN OTHER
                   STRING "  " REG-RUN-ID "  " REG-RUN-TIME
                       "  runs " RPT-RUNS-EDIT
                       "  mode " REG-HOST-MODE
                       "  " REG-STATUS RPT-VALIDITY-FLAG
                       DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
           END-EVALUATE
           WRITE DIGEST-REPORT-LINE.

       WRITE-MAINTENANCE-SECTION.
      *    the maintenance entries MONTY-RUNMAINT journaled on the
      *    digest date - picked out by their stamp, not the run date,
      *    since the run being changed may be weeks old
           MOVE SPACES TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE

           MOVE SPACES TO DIGEST-REPORT-LINE
           STRING "RUNS INVALIDATED OR REINSTATED ON " DIGEST-DATE
               DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE

           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-MAINT-ACTION NOT = SPACE
                                   AND REG-MAINT-STAMP(1:10)
                                       = DIGEST-DATE
                               PERFORM WRITE-ONE-MAINTENANCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           IF RUNS-MAINTAINED-COUNT = ZERO
               MOVE SPACES TO DIGEST-REPORT-LINE
               STRING "  (no runs invalidated or reinstated on "
                   DIGEST-DATE ")"
                   DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF.

       WRITE-ONE-MAINTENANCE-LINE.
           ADD 1 TO RUNS-MAINTAINED-COUNT
           IF REG-MAINT-ACTION = "I"
               MOVE "INVALIDATED" TO RPT-MAINT-ACTION-TEXT
           ELSE
               MOVE "REINSTATED" TO RPT-MAINT-ACTION-TEXT
           END-IF
           MOVE SPACES TO DIGEST-REPORT-LINE
           STRING "  " REG-RUN-ID "  " REG-MAINT-STAMP(12:8)
               "  " RPT-MAINT-ACTION-TEXT
               "  by " REG-MAINT-OPERATOR
               "  " REG-REASON-CODE ": " REG-MAINT-NOTE
               DELIMITED BY SIZE INTO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE.

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
                   "the excess are not flagged"
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DIGEST-REPORT-LINE
           STRING "MONTY HALL SIMULATION - MORNING OPERATIONS DIGEST"
