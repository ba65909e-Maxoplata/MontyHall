      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Run-registry maintenance. Applies the invalidate and
      *          reinstate transactions on MONTYRMT.DAT to the keyed
      *          registry master (MONTYREG.IDX), so a run that turned
      *          out to be bad - played by a miscompiled MONTY-HALL,
      *          priced with the wrong prize value, run under the
      *          wrong parameters - can be marked INVALID instead of
      *          standing in the trend, the comparisons and the
      *          warehouse feed for good, and put back if it was
      *          marked in error. Every change is journaled to
      *          MONTYREG.DAT as a fresh copy of the run's record
      *          carrying the new status, the reason code, the note,
      *          the operator and the time, so a MONTY-REGBUILD
      *          rebuild comes back with the same statuses, and is
      *          written to the permanent before/after audit file
      *          MONTYRMA.DAT. A bad transaction is refused on its
      *          own; the rest of the batch still applies. Runs under
      *          the run interlock so no run registers mid-batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-RUNMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the maintenance transactions, applied in file order so an
      *    invalidate followed by a reinstate of the same run works
           SELECT TRANSACTION-FILE ASSIGN TO "MONTYRMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    the registration journal - every change is appended here
      *    first, so the journal stays the source of truth the
      *    master is rebuilt from
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    keyed master over the registry - the run is read from it
      *    and rewritten in place with its new status
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    permanent before/after audit trail, appended to by every
      *    maintenance batch and never rewritten
           SELECT RUN-AUDIT-FILE ASSIGN TO "MONTYRMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-AUDIT-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held for the whole batch, so no run can
      *    register or re-register a run ID while its status is
      *    being changed
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
      *    "I" invalidate, "R" reinstate
           05 RMT-ACTION PIC X.
           05 RMT-RUN-ID PIC X(16).
      *    invalidate: MCMP miscompiled program, PRIZ wrong prize
      *    value or cost, PARM wrong run parameters, DUPL duplicate
      *    run, OTHR other; reinstate: ERRR invalidated in error,
      *    RVWD reviewed and accepted, OTHR other - the note is
      *    required on every transaction
           05 RMT-REASON-CODE PIC X(4).
           05 RMT-OPERATOR-ID PIC X(8).
           05 RMT-NOTE PIC X(60).
           05 RMT-RESERVED PIC X(11).

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           05 RMA-STAMP PIC X(19).
           05 RMA-SEP-1 PIC X.
           05 RMA-OPERATOR-ID PIC X(8).
           05 RMA-SEP-2 PIC X.
           05 RMA-RUN-ID PIC X(16).
           05 RMA-SEP-3 PIC X.
           05 RMA-ACTION PIC X(10).
           05 RMA-SEP-4 PIC X.
           05 RMA-BEFORE-STATUS PIC X(8).
           05 RMA-SEP-5 PIC X.
           05 RMA-BEFORE-REASON PIC X(4).
           05 RMA-SEP-6 PIC X.
           05 RMA-BEFORE-NOTE PIC X(60).
           05 RMA-SEP-7 PIC X.
           05 RMA-AFTER-STATUS PIC X(8).
           05 RMA-SEP-8 PIC X.
           05 RMA-AFTER-REASON PIC X(4).
           05 RMA-SEP-9 PIC X.
           05 RMA-AFTER-NOTE PIC X(60).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-RUN-AUDIT-STATUS PIC XX.
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

      * the moment each change is made, stamped on the journal
      * entry and the audit record alike
       01 MAINT-STAMP PIC X(19).

      * maintenance counters - READ = INVALIDATED + REINSTATED +
      * REJECTED always holds
       01 TRANSACTIONS-READ PIC 9(5) VALUE 0.
       01 TRANSACTIONS-REJECTED PIC 9(5) VALUE 0.
       01 RUNS-INVALIDATED PIC 9(5) VALUE 0.
       01 RUNS-REINSTATED PIC 9(5) VALUE 0.

      * verdict on the transaction in hand and the reason text
      * that goes to the console and the log when it is refused
       01 TRANSACTION-VALID PIC X VALUE "Y".
       01 TRANSACTION-REASON PIC X(50).
       01 WS-RUN-ON-FILE PIC X VALUE "N".
       01 WS-REASON-CODE-VALID PIC X VALUE "N".

      * set when a change reached the journal but not the master -
      * the journal entry stands and a MONTY-REGBUILD rebuild picks
      * it up, but the batch ends in error so someone runs it
       01 MASTER-OUT-OF-STEP PIC X VALUE "N".

      * the maintenance fields as they stood before the change, for
      * the audit record's before image
       01 BEFORE-STATUS PIC X(8).
       01 BEFORE-REASON PIC X(4).
       01 BEFORE-NOTE PIC X(60).

       01 RPT-ACTION-TEXT PIC X(10).
       01 RPT-COUNT-EDIT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    without the master there is nothing to change - the run
      *    statuses live on it, and a journal-only change would be
      *    invisible to every reader that uses the master
           OPEN I-O REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYREG.IDX, status "
                   WS-REGISTRY-MASTER-STATUS
                   " - run MONTY-REGBUILD to rebuild the master"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYREG.IDX, status "
                   WS-REGISTRY-MASTER-STATUS
                   " - no run maintenance applied"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "MONTY-RUNMAINT: no MONTYRMT.DAT found - "
                   "no transactions to apply"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE "MONTYRMT.DAT not found - no run maintenance"
                   TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               CLOSE REGISTRY-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRANSACTION-STATUS NOT = "00"
               READ TRANSACTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE REGISTRY-MASTER-FILE

           PERFORM WRITE-MAINTENANCE-SUMMARY
           PERFORM RELEASE-RUN-LOCK

           IF MASTER-OUT-OF-STEP = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF TRANSACTIONS-REJECTED NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       APPLY-ONE-TRANSACTION.
      *    look the run up first - both actions need its current
      *    status - then validate and apply
           ADD 1 TO TRANSACTIONS-READ
           MOVE "Y" TO TRANSACTION-VALID
           MOVE SPACES TO TRANSACTION-REASON

           EVALUATE RMT-ACTION
               WHEN "I"
                   MOVE "INVALIDATE" TO RPT-ACTION-TEXT
               WHEN "R"
                   MOVE "REINSTATE" TO RPT-ACTION-TEXT
               WHEN OTHER
                   MOVE "?" TO RPT-ACTION-TEXT
           END-EVALUATE

           MOVE "N" TO WS-RUN-ON-FILE
           IF RMT-RUN-ID NOT = SPACES
               MOVE RMT-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RUN-ON-FILE
               END-READ
           END-IF

           PERFORM VALIDATE-TRANSACTION
           IF TRANSACTION-VALID = "Y"
               PERFORM APPLY-STATUS-CHANGE
           END-IF

           IF TRANSACTION-VALID = "Y"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "run " RMT-RUN-ID " " RPT-ACTION-TEXT
                   " applied by " RMT-OPERATOR-ID " reason "
                   RMT-REASON-CODE
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD 1 TO TRANSACTIONS-REJECTED
               DISPLAY "WARNING: " RPT-ACTION-TEXT " " RMT-RUN-ID
                   " rejected - " TRANSACTION-REASON
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "run " RMT-RUN-ID " " RPT-ACTION-TEXT
                   " rejected - " TRANSACTION-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       VALIDATE-TRANSACTION.
      *    the checks run in order of importance, the last failure
      *    found being the one reported, so the action and the run
      *    come last
           IF RMT-NOTE = SPACES
               MOVE "N" TO TRANSACTION-VALID
               MOVE "a note is required" TO TRANSACTION-REASON
           END-IF
           IF RMT-OPERATOR-ID = SPACES
               MOVE "N" TO TRANSACTION-VALID
               MOVE "operator ID is blank" TO TRANSACTION-REASON
           END-IF

           MOVE "N" TO WS-REASON-CODE-VALID
           IF RMT-REASON-CODE = "OTHR"
               MOVE "Y" TO WS-REASON-CODE-VALID
           END-IF
           IF RMT-ACTION = "I"
               IF RMT-REASON-CODE = "MCMP" OR RMT-REASON-CODE = "PRIZ"
                       OR RMT-REASON-CODE = "PARM"
                       OR RMT-REASON-CODE = "DUPL"
                   MOVE "Y" TO WS-REASON-CODE-VALID
               END-IF
           END-IF
           IF RMT-ACTION = "R"
               IF RMT-REASON-CODE = "ERRR" OR RMT-REASON-CODE = "RVWD"
                   MOVE "Y" TO WS-REASON-CODE-VALID
               END-IF
           END-IF
           IF WS-REASON-CODE-VALID NOT = "Y"
               MOVE "N" TO TRANSACTION-VALID
               MOVE "reason code is not valid for the action"
                   TO TRANSACTION-REASON
           END-IF

           IF WS-RUN-ON-FILE = "Y"
               IF RMT-ACTION = "I" AND RGM-STATUS = "INVALID"
                   MOVE "N" TO TRANSACTION-VALID
                   MOVE "run is already invalid"
                       TO TRANSACTION-REASON
               END-IF
               IF RMT-ACTION = "R" AND RGM-STATUS NOT = "INVALID"
                   MOVE "N" TO TRANSACTION-VALID
                   MOVE "run is not invalid - nothing to reinstate"
                       TO TRANSACTION-REASON
               END-IF
           ELSE
               MOVE "N" TO TRANSACTION-VALID
               MOVE "run is not on the registry master"
                   TO TRANSACTION-REASON
           END-IF

           IF RMT-ACTION NOT = "I" AND RMT-ACTION NOT = "R"
               MOVE "N" TO TRANSACTION-VALID
               MOVE "action must be I or R" TO TRANSACTION-REASON
           END-IF.

       APPLY-STATUS-CHANGE.
      *    the change is the run's current master record with the
      *    status and maintenance fields replaced - journal first,
      *    then the master, so a failure between the two leaves the
      *    journal ahead and a rebuild catches the master up
           MOVE RGM-STATUS TO BEFORE-STATUS
           MOVE RGM-REASON-CODE TO BEFORE-REASON
           MOVE RGM-MAINT-NOTE TO BEFORE-NOTE

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO MAINT-STAMP
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO MAINT-STAMP

           MOVE REGISTRY-MASTER-RECORD TO REGISTRY-RECORD
      *    the prior status always holds what the run was before
      *    this entry, so a reinstatement finds the status to put
      *    back on the invalidation entry it is undoing
           IF RMT-ACTION = "I"
               MOVE "I" TO REG-MAINT-ACTION
               MOVE BEFORE-STATUS TO REG-PRIOR-STATUS
               MOVE "INVALID" TO REG-STATUS
           ELSE
               MOVE "R" TO REG-MAINT-ACTION
               IF RGM-PRIOR-STATUS = SPACES
                   MOVE "COMPLETE" TO REG-STATUS
               ELSE
                   MOVE RGM-PRIOR-STATUS TO REG-STATUS
               END-IF
               MOVE BEFORE-STATUS TO REG-PRIOR-STATUS
           END-IF
           MOVE RMT-REASON-CODE TO REG-REASON-CODE
           MOVE RMT-NOTE TO REG-MAINT-NOTE
           MOVE RMT-OPERATOR-ID TO REG-MAINT-OPERATOR
           MOVE MAINT-STAMP TO REG-MAINT-STAMP

           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "05" OR WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE "N" TO TRANSACTION-VALID
               STRING "could not open MONTYREG.DAT, status "
                   WS-REGISTRY-STATUS
                   DELIMITED BY SIZE INTO TRANSACTION-REASON
           ELSE
               WRITE REGISTRY-RECORD
               IF WS-REGISTRY-STATUS NOT = "00"
                   MOVE "N" TO TRANSACTION-VALID
                   STRING "journal write failed, status "
                       WS-REGISTRY-STATUS
                       DELIMITED BY SIZE INTO TRANSACTION-REASON
               END-IF
           END-IF
           CLOSE REGISTRY-FILE

           IF TRANSACTION-VALID = "Y"
               MOVE REGISTRY-RECORD TO REGISTRY-MASTER-RECORD
               REWRITE REGISTRY-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO MASTER-OUT-OF-STEP
               END-REWRITE
               IF WS-REGISTRY-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO MASTER-OUT-OF-STEP
               END-IF
               IF MASTER-OUT-OF-STEP = "Y"
                   DISPLAY "ERROR: run " RMT-RUN-ID " journaled but "
                       "not rewritten on MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                       " - run MONTY-REGBUILD to rebuild the master"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "run " RMT-RUN-ID " journaled but not "
                       "rewritten on MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
               IF RMT-ACTION = "I"
                   ADD 1 TO RUNS-INVALIDATED
               ELSE
                   ADD 1 TO RUNS-REINSTATED
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
      *    one before/after record per applied change - who, when,
      *    which run, and the status, reason and note either side
           MOVE SPACES TO RUN-AUDIT-RECORD
           MOVE MAINT-STAMP TO RMA-STAMP
           MOVE RMT-OPERATOR-ID TO RMA-OPERATOR-ID
           MOVE RMT-RUN-ID TO RMA-RUN-ID
           MOVE RPT-ACTION-TEXT TO RMA-ACTION
           MOVE BEFORE-STATUS TO RMA-BEFORE-STATUS
           MOVE BEFORE-REASON TO RMA-BEFORE-REASON
           MOVE BEFORE-NOTE TO RMA-BEFORE-NOTE
           MOVE REG-STATUS TO RMA-AFTER-STATUS
           MOVE REG-REASON-CODE TO RMA-AFTER-REASON
           MOVE REG-MAINT-NOTE TO RMA-AFTER-NOTE

           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "05" OR WS-RUN-AUDIT-STATUS = "35"
               OPEN OUTPUT RUN-AUDIT-FILE
           END-IF
           IF WS-RUN-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYRMA.DAT, status "
                   WS-RUN-AUDIT-STATUS " - change to " RMT-RUN-ID
                   " applied without its audit record"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYRMA.DAT, status "
                   WS-RUN-AUDIT-STATUS " - audit record for "
                   RMT-RUN-ID " not written"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               WRITE RUN-AUDIT-RECORD
           END-IF
           CLOSE RUN-AUDIT-FILE.

       WRITE-MAINTENANCE-SUMMARY.
           MOVE TRANSACTIONS-READ TO RPT-COUNT-EDIT
           DISPLAY "MONTY-RUNMAINT: " RPT-COUNT-EDIT
               " transactions read"
           MOVE RUNS-INVALIDATED TO RPT-COUNT-EDIT
           DISPLAY "  invalidated:    " RPT-COUNT-EDIT
           MOVE RUNS-REINSTATED TO RPT-COUNT-EDIT
           DISPLAY "  reinstated:     " RPT-COUNT-EDIT
           MOVE TRANSACTIONS-REJECTED TO RPT-COUNT-EDIT
           DISPLAY "  rejected:       " RPT-COUNT-EDIT

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "run maintenance " TRANSACTIONS-READ " read, "
               RUNS-INVALIDATED " invalidated, " RUNS-REINSTATED
               " reinstated, " TRANSACTIONS-REJECTED " rejected"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - a run registering while its
      *    status is changed could undo the change - but a lock
      *    whose stamp has aged past the stale limit belongs to a
      *    crashed holder and is taken over
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
                       " taken over by run maintenance"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - run maintenance will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "run maintenance refused - lock held by "
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
           MOVE "MONTY-RUNMNT" TO LCK-PROGRAM-ID
           MOVE "RUN-MAINTENANCE" TO LCK-RUN-ID
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
      *    only, never allowed to take the maintenance down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-RUNMNT" TO LOG-PROGRAM-ID
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
       END PROGRAM MONTY-RUNMAINT.
