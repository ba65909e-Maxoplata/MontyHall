      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Point-in-time recovery from a MONTY-BACKUP
      *          generation. Checks every copy of the generation
      *          named on the MONTYRCV.DAT card against the record
      *          counts and hash totals on the MONTYBKC.DAT catalog -
      *          a copy that does not match stops the job before any
      *          live file is touched - then restores MONTYHST.DAT,
      *          MONTYREG.DAT, MONTYSCH.DAT and MONTYXLC.DAT from it.
      *          Registrations journaled after the generation are
      *          read off the live journal before it is replaced and
      *          rolled forward onto the restored one, each run's
      *          history record being rebuilt from its registration,
      *          which carries the full results; the MONTYREG.IDX
      *          master is then rebuilt from the recovered journal.
      *          The recovery report (MONTYRCR.DAT) lists every run
      *          recovered and every run lost - a journal line past
      *          the generation too damaged to roll forward, or a
      *          history record written since the generation whose
      *          run never reached the journal - with a count
      *          reconciliation. Runs under the run interlock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    recovery card naming the generation to restore - required,
      *    there is no safe default for overwriting the live files
           SELECT RECOVERY-CONTROL-FILE ASSIGN TO "MONTYRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-CONTROL-STATUS.

      *    backup catalog - read only
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "MONTYBKC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.

      *    the generation copy being checked or restored from
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

      *    the live files - read as they stand before the restore,
      *    then rewritten from the generation
           SELECT HISTORY-FILE ASSIGN TO "MONTYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "MONTYSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT EXTRACT-MARKER-FILE ASSIGN TO "MONTYXLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-MARKER-STATUS.

      *    the keyed master - opened OUTPUT and rebuilt from the
      *    recovered journal, the way MONTY-REGBUILD builds it
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    work file the registrations journaled after the generation
      *    are held in while the live journal is replaced
           SELECT ROLL-FORWARD-FILE ASSIGN TO "MONTYRFW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FORWARD-STATUS.

      *    recovery report, rewritten fresh each run
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "MONTYRCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-REPORT-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held for the whole recovery, so no run can
      *    write to a file while it is being replaced
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-CONTROL-FILE.
       01 RECOVERY-CONTROL-RECORD.
           05 RCV-GENERATION PIC 9(4).
           05 RCV-RESERVED PIC X(76).

       FD  BACKUP-CATALOG-FILE.
           COPY "BKCREC.CPY".

       FD  GENERATION-FILE.
       01 GENERATION-RECORD PIC X(1000).

       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  SCHEDULE-FILE.
           COPY "SCHREC.CPY".

       FD  EXTRACT-MARKER-FILE.
       01 EXTRACT-MARKER-RECORD.
           05 XLC-LAST-DATE PIC X(10).
           05 XLC-SEP-1 PIC X.
           05 XLC-LAST-TIME PIC X(8).
           05 XLC-SEP-2 PIC X.
           05 XLC-LAST-COUNT PIC 9(7).
       01 EXTRACT-WITHDRAWN-RECORD.
           05 XLW-RECORD-TYPE PIC X(10).
           05 XLW-SEP-1 PIC X.
           05 XLW-RUN-ID PIC X(16).

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  ROLL-FORWARD-FILE.
       01 ROLL-FORWARD-RECORD PIC X(1000).

       FD  RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RECOVERY-CONTROL-STATUS PIC XX.
       01 WS-BACKUP-CATALOG-STATUS PIC XX.
       01 WS-GENERATION-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-EXTRACT-MARKER-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-ROLL-FORWARD-STATUS PIC XX.
       01 WS-RECOVERY-REPORT-STATUS PIC XX.
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
       01 RECOVERY-STAMP PIC X(19).

      * the generation being restored and what the catalog says of it
       01 RECOVER-GENERATION PIC 9(4) VALUE 0.
       01 WS-PARAMETER-VALID PIC X VALUE "N".
       01 GENERATION-COMPLETE PIC X VALUE "N".
       01 GENERATION-DROPPED PIC X VALUE "N".
       01 GENERATION-STAMP PIC X(19).
       01 GENERATION-DATE PIC X(10).

      * generation copy file name, e.g. MONTYHST.G0007.DAT - the same
      * naming MONTY-BACKUP uses
       01 GENERATION-COPY-NAME.
           05 COPY-NAME-STEM PIC X(8).
           05 FILLER PIC X(2) VALUE ".G".
           05 COPY-NAME-GENERATION PIC 9(4).
           05 FILLER PIC X(4) VALUE ".DAT".

      * the five copies of a generation - history, journal, master
      * unload, schedule, extract marker - with the catalog totals,
      * the totals found re-reading the copy and the records
      * restored from it (the master is rebuilt, not restored)
       01 COPY-TABLE.
           05 COPY-ENTRY OCCURS 5 TIMES.
               10 CPY-STEM PIC X(8).
               10 CPY-LIVE-NAME PIC X(12).
               10 CPY-CATALOGUED PIC X.
               10 CPY-CATALOG-COUNT PIC 9(9).
               10 CPY-CATALOG-HASH PIC 9(18).
               10 CPY-FOUND-COUNT PIC 9(9).
               10 CPY-FOUND-HASH PIC 9(18).
               10 CPY-READ-OK PIC X.
               10 CPY-RESTORED-COUNT PIC 9(9).
       01 COPY-INDEX PIC 9.
       01 RECORD-HASH-VALUE PIC 9(9).
       01 GENERATION-VERIFIED PIC X VALUE "Y".
       01 RESTORE-FAILED PIC X VALUE "N".

      * journal roll-forward - lines of the live journal past the
      * generation's last record, checked and held on MONTYRFW.DAT
       01 LIVE-JOURNAL-LINE PIC 9(9) VALUE 0.
       01 LIVE-JOURNAL-AT-END PIC X VALUE "N".
       01 GENERATION-JOURNAL-AT-END PIC X VALUE "N".
       01 LIVE-JOURNAL-FOUND PIC X VALUE "N".
       01 JOURNAL-LINES-DIFFERING PIC 9(9) VALUE 0.
       01 JOURNAL-RECORDS-AFTER PIC 9(7) VALUE 0.
       01 JOURNAL-RECORDS-HELD PIC 9(7) VALUE 0.
       01 JOURNAL-LINES-LOST PIC 9(7) VALUE 0.
       01 WS-REGISTRATION-VALID PIC X.
       01 EARLIEST-ROLL-FORWARD-DATE PIC X(10).
       01 ROLL-FORWARD-AT-END PIC X VALUE "N".
       01 ROLL-FORWARD-ACTION PIC X(40).

      * roll-forward counters for the reconciliation - AFTER =
      * ROLLED FORWARD + LOST UNREADABLE
       01 RECORDS-ROLLED-FORWARD PIC 9(7) VALUE 0.
       01 RUNS-ROLLED-FORWARD PIC 9(7) VALUE 0.
       01 STATUS-CHANGES-REAPPLIED PIC 9(7) VALUE 0.
       01 HISTORY-RECORDS-REBUILT PIC 9(7) VALUE 0.

      * history from the backup date on - the threshold drops to the
      * earliest rolled-forward run date if that is older. Runs in
      * the live history before the restore, and runs whose history
      * is in the recovered file, both from the threshold on
       01 HISTORY-THRESHOLD-DATE PIC X(10).
       01 LATE-HISTORY-TABLE.
           05 LATE-HISTORY-ENTRY OCCURS 5000 TIMES.
               10 LATE-RUN-ID PIC X(16).
               10 LATE-RUN-DATE PIC X(10).
       01 LATE-HISTORY-COUNT PIC 9(5) VALUE 0.
       01 LATE-HISTORY-FULL PIC X VALUE "N".
       01 LATE-INDEX PIC 9(5).
       01 RECOVERED-HISTORY-TABLE.
           05 RECOVERED-RUN-ID PIC X(16) OCCURS 20000 TIMES.
       01 RECOVERED-HISTORY-COUNT PIC 9(5) VALUE 0.
       01 RECOVERED-HISTORY-FULL PIC X VALUE "N".
       01 RECOVERED-INDEX PIC 9(5).
       01 RECOVERED-FOUND PIC X.
       01 FIND-RUN-ID PIC X(16).

      * runs the recovery could not bring back, and why
       01 LOST-RUN-TABLE.
           05 LOST-RUN-ENTRY OCCURS 2000 TIMES.
               10 LOST-RUN-ID PIC X(16).
               10 LOST-RUN-DATE PIC X(10).
               10 LOST-REASON PIC X(60).
       01 LOST-RUN-COUNT PIC 9(5) VALUE 0.
       01 LOST-INDEX PIC 9(5).
       01 LOST-FOUND PIC X.
       01 RUNS-LOST PIC 9(7) VALUE 0.
       01 HOLD-LOST-RUN-ID PIC X(16).
       01 HOLD-LOST-RUN-DATE PIC X(10).
       01 HOLD-LOST-REASON PIC X(60).

      * master rebuild counters - READ = LOADED + REPLACED + SKIPPED
       01 MASTER-RECORDS-READ PIC 9(7) VALUE 0.
       01 MASTER-RECORDS-LOADED PIC 9(7) VALUE 0.
       01 MASTER-RECORDS-REPLACED PIC 9(7) VALUE 0.
       01 MASTER-RECORDS-SKIPPED PIC 9(7) VALUE 0.
       01 MASTER-BUILD-FAILED PIC X VALUE "N".
       01 WS-RECONCILE-OK PIC X VALUE "Y".

       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-CATALOG-COUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-FOUND-COUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-RESULT-TEXT PIC X(8).
       01 RPT-LINE-EDIT PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP
           PERFORM INITIALIZE-COPY-TABLE

           PERFORM READ-RECOVERY-PARAMETER
           IF WS-PARAMETER-VALID NOT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-RECOVERY-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYRCR.DAT, status "
                   WS-RECOVERY-REPORT-STATUS " - recovery not started"
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-GENERATION-CATALOG
           IF GENERATION-COMPLETE NOT = "Y"
                   OR GENERATION-DROPPED = "Y"
               PERFORM REFUSE-UNUSABLE-GENERATION
           END-IF

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "recovery from backup generation "
               RECOVER-GENERATION " of " GENERATION-STAMP " started"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           PERFORM WRITE-REPORT-HEADING

      *    every copy is re-read and checked before anything live is
      *    touched - one bad copy and the live files stay as they are
           PERFORM VERIFY-GENERATION-COPY
               VARYING COPY-INDEX FROM 1 BY 1 UNTIL COPY-INDEX > 5
           IF GENERATION-VERIFIED NOT = "Y"
               PERFORM REFUSE-DAMAGED-GENERATION
           END-IF

           PERFORM COLLECT-ROLL-FORWARD
           IF RESTORE-FAILED = "Y"
               PERFORM REFUSE-WORK-FILE-FAILURE
           END-IF
           PERFORM COLLECT-LATE-HISTORY

           PERFORM RESTORE-HISTORY-FILE
           PERFORM RESTORE-REGISTRY-JOURNAL
           PERFORM RESTORE-SCHEDULE-FILE
           PERFORM RESTORE-EXTRACT-MARKER
           PERFORM WRITE-RESTORE-LINES

           IF RESTORE-FAILED NOT = "Y"
               PERFORM ROLL-FORWARD-REGISTRATIONS
           END-IF
           IF RESTORE-FAILED NOT = "Y"
               PERFORM REBUILD-REGISTRY-MASTER
           END-IF

           PERFORM IDENTIFY-LOST-RUNS
           PERFORM WRITE-LOST-RUN-LINES

           IF RECORDS-ROLLED-FORWARD + JOURNAL-LINES-LOST
                   NOT = JOURNAL-RECORDS-AFTER
                   OR RESTORE-FAILED = "Y"
                   OR MASTER-BUILD-FAILED = "Y"
               MOVE "N" TO WS-RECONCILE-OK
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE RECOVERY-REPORT-FILE
           PERFORM WRITE-RECOVERY-SUMMARY
           PERFORM RELEASE-RUN-LOCK

           IF WS-RECONCILE-OK NOT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RUNS-LOST NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       INITIALIZE-COPY-TABLE.
           INITIALIZE COPY-TABLE
           MOVE "MONTYHST" TO CPY-STEM(1)
           MOVE "MONTYHST.DAT" TO CPY-LIVE-NAME(1)
           MOVE "MONTYREG" TO CPY-STEM(2)
           MOVE "MONTYREG.DAT" TO CPY-LIVE-NAME(2)
           MOVE "MONTYRGM" TO CPY-STEM(3)
           MOVE "MONTYREG.IDX" TO CPY-LIVE-NAME(3)
           MOVE "MONTYSCH" TO CPY-STEM(4)
           MOVE "MONTYSCH.DAT" TO CPY-LIVE-NAME(4)
           MOVE "MONTYXLC" TO CPY-STEM(5)
           MOVE "MONTYXLC.DAT" TO CPY-LIVE-NAME(5).

       READ-RECOVERY-PARAMETER.
           MOVE "N" TO WS-PARAMETER-VALID
           OPEN INPUT RECOVERY-CONTROL-FILE
           IF WS-RECOVERY-CONTROL-STATUS = "00"
               READ RECOVERY-CONTROL-FILE
                   AT END
                       DISPLAY "ERROR: MONTYRCV.DAT is empty - no "
                           "generation to recover"
                   NOT AT END
                       IF RCV-GENERATION IS NUMERIC
                               AND RCV-GENERATION > ZERO
                           MOVE RCV-GENERATION TO RECOVER-GENERATION
                           MOVE "Y" TO WS-PARAMETER-VALID
                       ELSE
                           DISPLAY "ERROR: generation '"
                               RCV-GENERATION "' on MONTYRCV.DAT "
                               "must be 0001-9999"
                       END-IF
               END-READ
               CLOSE RECOVERY-CONTROL-FILE
           ELSE
               DISPLAY "ERROR: MONTYRCV.DAT not found - no generation "
                   "to recover, status " WS-RECOVERY-CONTROL-STATUS
           END-IF.

       LOAD-GENERATION-CATALOG.
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-BACKUP-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-BACKUP-CATALOG-STATUS NOT = "00"
                   READ BACKUP-CATALOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BKC-GENERATION = RECOVER-GENERATION
                               PERFORM NOTE-ONE-CATALOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE
           ELSE
               DISPLAY "ERROR: MONTYBKC.DAT not found, status "
                   WS-BACKUP-CATALOG-STATUS
           END-IF.

       NOTE-ONE-CATALOG-RECORD.
           EVALUATE BKC-RECORD-TYPE
               WHEN "F"
                   PERFORM VARYING COPY-INDEX FROM 1 BY 1
                           UNTIL COPY-INDEX > 5
                       IF BKC-FILE-NAME = CPY-LIVE-NAME(COPY-INDEX)
                           MOVE "Y" TO CPY-CATALOGUED(COPY-INDEX)
                           MOVE BKC-RECORD-COUNT
                               TO CPY-CATALOG-COUNT(COPY-INDEX)
                           MOVE BKC-HASH-TOTAL
                               TO CPY-CATALOG-HASH(COPY-INDEX)
                       END-IF
                   END-PERFORM
               WHEN "G"
                   MOVE "Y" TO GENERATION-COMPLETE
                   MOVE BKC-BACKUP-STAMP TO GENERATION-STAMP
                   MOVE BKC-BACKUP-STAMP(1:10) TO GENERATION-DATE
               WHEN "X"
                   MOVE "Y" TO GENERATION-DROPPED
           END-EVALUATE.

       REFUSE-UNUSABLE-GENERATION.
      *    only a generation whose "G" record was written, and that
      *    has not since been dropped, has a full set of copies
           MOVE SPACES TO RECOVERY-REPORT-LINE
           IF GENERATION-DROPPED = "Y"
               DISPLAY "ERROR: generation " RECOVER-GENERATION
                   " was dropped under the retention count - its "
                   "copies are gone"
               STRING "Generation " RECOVER-GENERATION " was dropped "
                   "under the retention count - nothing restored"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           ELSE
               DISPLAY "ERROR: generation " RECOVER-GENERATION
                   " is not a complete backup on MONTYBKC.DAT"
               STRING "Generation " RECOVER-GENERATION " is not a "
                   "complete backup on MONTYBKC.DAT - nothing restored"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE
           CLOSE RECOVERY-REPORT-FILE
           MOVE "ERROR" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "recovery refused - backup generation "
               RECOVER-GENERATION " not usable"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       REFUSE-DAMAGED-GENERATION.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Generation check FAILED - the generation does not "
               "match its catalog totals. NOTHING RESTORED, the live "
               "files are untouched"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "ERROR: backup generation " RECOVER-GENERATION
               " does not match MONTYBKC.DAT - nothing restored, see "
               "MONTYRCR.DAT"
           MOVE "ERROR" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "recovery refused - backup generation "
               RECOVER-GENERATION " failed its catalog check"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       REFUSE-WORK-FILE-FAILURE.
      *    the later journal lines could not be held, so restoring
      *    now would lose them - stop before anything live is touched
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Roll-forward hold FAILED - could not create or "
               "write MONTYRFW.DAT. NOTHING RESTORED, the live files "
               "are untouched"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "ERROR: could not create MONTYRFW.DAT - nothing "
               "restored, see MONTYRCR.DAT"
           MOVE "ERROR" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "recovery of generation " RECOVER-GENERATION
               " stopped - could not create MONTYRFW.DAT, nothing "
               "restored"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       VERIFY-GENERATION-COPY.
      *    re-read the copy and total it the same way MONTY-BACKUP
      *    did - the count and hash must both match the catalog
           MOVE ZERO TO CPY-FOUND-COUNT(COPY-INDEX)
           MOVE ZERO TO CPY-FOUND-HASH(COPY-INDEX)
           MOVE "N" TO CPY-READ-OK(COPY-INDEX)
           MOVE CPY-STEM(COPY-INDEX) TO COPY-NAME-STEM
           MOVE RECOVER-GENERATION TO COPY-NAME-GENERATION
           IF CPY-CATALOGUED(COPY-INDEX) = "Y"
               OPEN INPUT GENERATION-FILE
               IF WS-GENERATION-STATUS = "00"
                   PERFORM UNTIL WS-GENERATION-STATUS NOT = "00"
                       READ GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO CPY-FOUND-COUNT(COPY-INDEX)
                               PERFORM HASH-GENERATION-RECORD
                               ADD RECORD-HASH-VALUE
                                   TO CPY-FOUND-HASH(COPY-INDEX)
                       END-READ
                   END-PERFORM
                   IF WS-GENERATION-STATUS = "10"
                       MOVE "Y" TO CPY-READ-OK(COPY-INDEX)
                   END-IF
                   CLOSE GENERATION-FILE
               END-IF
           END-IF

           IF CPY-READ-OK(COPY-INDEX) = "Y"
                   AND CPY-FOUND-COUNT(COPY-INDEX)
                       = CPY-CATALOG-COUNT(COPY-INDEX)
                   AND CPY-FOUND-HASH(COPY-INDEX)
                       = CPY-CATALOG-HASH(COPY-INDEX)
               MOVE "OK" TO RPT-RESULT-TEXT
           ELSE
               MOVE "MISMATCH" TO RPT-RESULT-TEXT
               MOVE "N" TO GENERATION-VERIFIED
               IF CPY-CATALOGUED(COPY-INDEX) NOT = "Y"
                   MOVE "NO ENTRY" TO RPT-RESULT-TEXT
               END-IF
               IF CPY-CATALOGUED(COPY-INDEX) = "Y"
                       AND CPY-READ-OK(COPY-INDEX) NOT = "Y"
                   MOVE "UNREAD" TO RPT-RESULT-TEXT
               END-IF
           END-IF

           MOVE CPY-CATALOG-COUNT(COPY-INDEX) TO RPT-CATALOG-COUNT-EDIT
           MOVE CPY-FOUND-COUNT(COPY-INDEX) TO RPT-FOUND-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING CPY-LIVE-NAME(COPY-INDEX) " " GENERATION-COPY-NAME
               " " RPT-CATALOG-COUNT-EDIT " "
               CPY-CATALOG-HASH(COPY-INDEX) " " RPT-FOUND-COUNT-EDIT
               " " CPY-FOUND-HASH(COPY-INDEX) "  " RPT-RESULT-TEXT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       HASH-GENERATION-RECORD.
      *    the seed field of the record's own layout - see BKCREC.CPY
           MOVE ZERO TO RECORD-HASH-VALUE
           EVALUATE COPY-INDEX
               WHEN 1
                   MOVE GENERATION-RECORD TO HISTORY-RECORD
                   IF HIST-SEED IS NUMERIC
                       MOVE HIST-SEED TO RECORD-HASH-VALUE
                   END-IF
               WHEN 2
                   MOVE GENERATION-RECORD TO REGISTRY-RECORD
                   IF REG-SEED IS NUMERIC
                       MOVE REG-SEED TO RECORD-HASH-VALUE
                   END-IF
               WHEN 3
                   MOVE GENERATION-RECORD TO REGISTRY-MASTER-RECORD
                   IF RGM-SEED IS NUMERIC
                       MOVE RGM-SEED TO RECORD-HASH-VALUE
                   END-IF
               WHEN 4
                   MOVE GENERATION-RECORD TO SCHEDULE-RECORD
                   IF SCH-SEED IS NUMERIC
                       MOVE SCH-SEED TO RECORD-HASH-VALUE
                   END-IF
               WHEN 5
                   MOVE GENERATION-RECORD TO EXTRACT-MARKER-RECORD
                   IF XLW-RECORD-TYPE NOT = "WITHDRAWN"
                           AND XLC-LAST-COUNT IS NUMERIC
                       MOVE XLC-LAST-COUNT TO RECORD-HASH-VALUE
                   END-IF
           END-EVALUATE.

       COLLECT-ROLL-FORWARD.
      *    the journal is only ever appended to, so the generation's
      *    journal is the front of the live one and every line past
      *    it was journaled after the backup. The front is compared
      *    with the copy as it goes by, so damage there is reported;
      *    each later line is checked and held for the roll-forward,
      *    or listed lost if it is too damaged to register again
           MOVE HIGH-VALUES TO EARLIEST-ROLL-FORWARD-DATE
           OPEN OUTPUT ROLL-FORWARD-FILE
           IF WS-ROLL-FORWARD-STATUS NOT = "00"
               DISPLAY "ERROR: could not create MONTYRFW.DAT, status "
                   WS-ROLL-FORWARD-STATUS
               MOVE "Y" TO RESTORE-FAILED
           ELSE
               MOVE "MONTYREG" TO COPY-NAME-STEM
               MOVE RECOVER-GENERATION TO COPY-NAME-GENERATION
               OPEN INPUT GENERATION-FILE
               MOVE "N" TO GENERATION-JOURNAL-AT-END
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   MOVE "Y" TO LIVE-JOURNAL-FOUND
                   MOVE "N" TO LIVE-JOURNAL-AT-END
                   PERFORM UNTIL LIVE-JOURNAL-AT-END = "Y"
                       PERFORM READ-ONE-LIVE-JOURNAL-LINE
                   END-PERFORM
                   CLOSE REGISTRY-FILE
               END-IF
               CLOSE GENERATION-FILE
               CLOSE ROLL-FORWARD-FILE
           END-IF.

       READ-ONE-LIVE-JOURNAL-LINE.
           READ REGISTRY-FILE
               AT END
                   MOVE "Y" TO LIVE-JOURNAL-AT-END
           END-READ
           IF LIVE-JOURNAL-AT-END NOT = "Y"
               ADD 1 TO LIVE-JOURNAL-LINE
               EVALUATE WS-REGISTRY-STATUS
                   WHEN "00"
                   WHEN "04"
                       IF LIVE-JOURNAL-LINE <= CPY-CATALOG-COUNT(2)
                           PERFORM COMPARE-WITH-GENERATION-LINE
                       ELSE
                           ADD 1 TO JOURNAL-RECORDS-AFTER
                           PERFORM HOLD-ONE-REGISTRATION
                       END-IF
                   WHEN OTHER
      *                a hard read error - nothing past this point
      *                can be trusted, and what it held is lost
                       MOVE "Y" TO LIVE-JOURNAL-AT-END
                       IF LIVE-JOURNAL-LINE > CPY-CATALOG-COUNT(2)
                           ADD 1 TO JOURNAL-RECORDS-AFTER
                           ADD 1 TO JOURNAL-LINES-LOST
                           MOVE SPACES TO HOLD-LOST-RUN-ID
                           MOVE SPACES TO HOLD-LOST-RUN-DATE
                           MOVE LIVE-JOURNAL-LINE TO RPT-LINE-EDIT
                           MOVE SPACES TO HOLD-LOST-REASON
                           STRING "journal unreadable from line "
                               RPT-LINE-EDIT ", status "
                               WS-REGISTRY-STATUS
                               DELIMITED BY SIZE INTO HOLD-LOST-REASON
                           PERFORM ADD-LOST-RUN
                       END-IF
               END-EVALUATE
           END-IF.

       COMPARE-WITH-GENERATION-LINE.
           IF GENERATION-JOURNAL-AT-END NOT = "Y"
               READ GENERATION-FILE
                   AT END
                       MOVE "Y" TO GENERATION-JOURNAL-AT-END
               END-READ
           END-IF
           IF GENERATION-JOURNAL-AT-END = "Y"
                   OR WS-REGISTRY-STATUS NOT = "00"
                   OR REGISTRY-RECORD NOT = GENERATION-RECORD
               ADD 1 TO JOURNAL-LINES-DIFFERING
           END-IF.

       HOLD-ONE-REGISTRATION.
      *    a line that cannot be keyed, dated or replayed cannot be
      *    registered again - everything else is held as it stands
           MOVE "Y" TO WS-REGISTRATION-VALID
           IF WS-REGISTRY-STATUS NOT = "00"
                   OR REG-RUN-ID = SPACES
                   OR REG-RUN-ID = LOW-VALUES
                   OR REG-RUN-DATE(1:4) IS NOT NUMERIC
                   OR REG-RUN-DATE(5:1) NOT = "-"
                   OR REG-RUN-DATE(8:1) NOT = "-"
                   OR REG-SEED IS NOT NUMERIC
                   OR REG-NUMBER-OF-RUNS IS NOT NUMERIC
                   OR REG-STATUS = SPACES
               MOVE "N" TO WS-REGISTRATION-VALID
           END-IF

           IF WS-REGISTRATION-VALID = "Y"
               MOVE REGISTRY-RECORD TO ROLL-FORWARD-RECORD
               WRITE ROLL-FORWARD-RECORD
               IF WS-ROLL-FORWARD-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write to MONTYRFW.DAT, "
                       "status " WS-ROLL-FORWARD-STATUS
                   MOVE "Y" TO RESTORE-FAILED
                   MOVE "Y" TO LIVE-JOURNAL-AT-END
               ELSE
                   ADD 1 TO JOURNAL-RECORDS-HELD
                   IF REG-RUN-DATE < EARLIEST-ROLL-FORWARD-DATE
                       MOVE REG-RUN-DATE TO EARLIEST-ROLL-FORWARD-DATE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO JOURNAL-LINES-LOST
               MOVE REG-RUN-ID TO HOLD-LOST-RUN-ID
               MOVE REG-RUN-DATE TO HOLD-LOST-RUN-DATE
               MOVE LIVE-JOURNAL-LINE TO RPT-LINE-EDIT
               MOVE SPACES TO HOLD-LOST-REASON
               STRING "journal line " RPT-LINE-EDIT
                   " damaged - cannot be rolled forward"
                   DELIMITED BY SIZE INTO HOLD-LOST-REASON
               PERFORM ADD-LOST-RUN
           END-IF.

       COLLECT-LATE-HISTORY.
      *    note every run in the live history dated from the
      *    threshold on - any of them not back in the recovered
      *    history at the end is a lost run
           MOVE GENERATION-DATE TO HISTORY-THRESHOLD-DATE
           IF EARLIEST-ROLL-FORWARD-DATE < HISTORY-THRESHOLD-DATE
               MOVE EARLIEST-ROLL-FORWARD-DATE
                   TO HISTORY-THRESHOLD-DATE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                       AND WS-HISTORY-STATUS NOT = "04"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-RUN-DATE >= HISTORY-THRESHOLD-DATE
                                   AND HIST-RUN-ID NOT = SPACES
                               PERFORM NOTE-LATE-HISTORY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       NOTE-LATE-HISTORY-RUN.
           IF LATE-HISTORY-COUNT < 5000
               ADD 1 TO LATE-HISTORY-COUNT
               MOVE HIST-RUN-ID TO LATE-RUN-ID(LATE-HISTORY-COUNT)
               MOVE HIST-RUN-DATE TO LATE-RUN-DATE(LATE-HISTORY-COUNT)
           ELSE
               MOVE "Y" TO LATE-HISTORY-FULL
           END-IF.

       RESTORE-HISTORY-FILE.
           MOVE 1 TO COPY-INDEX
           PERFORM OPEN-RESTORE-COPY
      *    the live file is only opened - and so emptied - once
      *    its copy is open to fill it from
           IF WS-GENERATION-STATUS = "00"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not rewrite MONTYHST.DAT, "
                       "status " WS-HISTORY-STATUS
                   MOVE "Y" TO RESTORE-FAILED
               ELSE
                   PERFORM UNTIL WS-GENERATION-STATUS NOT = "00"
                       READ GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GENERATION-RECORD TO HISTORY-RECORD
                               WRITE HISTORY-RECORD
                               IF WS-HISTORY-STATUS NOT = "00"
                                   MOVE "Y" TO RESTORE-FAILED
                               ELSE
                                   ADD 1 TO CPY-RESTORED-COUNT(1)
                               END-IF
                               IF HIST-RUN-DATE
                                       >= HISTORY-THRESHOLD-DATE
                                   MOVE HIST-RUN-ID TO FIND-RUN-ID
                                   PERFORM ADD-RECOVERED-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE GENERATION-FILE
           END-IF.

       RESTORE-REGISTRY-JOURNAL.
           MOVE 2 TO COPY-INDEX
           PERFORM OPEN-RESTORE-COPY
      *    the live file is only opened - and so emptied - once
      *    its copy is open to fill it from
           IF WS-GENERATION-STATUS = "00"
               OPEN OUTPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not rewrite MONTYREG.DAT, "
                       "status " WS-REGISTRY-STATUS
                   MOVE "Y" TO RESTORE-FAILED
               ELSE
                   PERFORM UNTIL WS-GENERATION-STATUS NOT = "00"
                       READ GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GENERATION-RECORD TO REGISTRY-RECORD
                               WRITE REGISTRY-RECORD
                               IF WS-REGISTRY-STATUS NOT = "00"
                                   MOVE "Y" TO RESTORE-FAILED
                               ELSE
                                   ADD 1 TO CPY-RESTORED-COUNT(2)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRY-FILE
               END-IF
               CLOSE GENERATION-FILE
           END-IF.

       RESTORE-SCHEDULE-FILE.
           MOVE 4 TO COPY-INDEX
           PERFORM OPEN-RESTORE-COPY
      *    the live file is only opened - and so emptied - once
      *    its copy is open to fill it from
           IF WS-GENERATION-STATUS = "00"
               OPEN OUTPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS NOT = "00"
                   DISPLAY "ERROR: could not rewrite MONTYSCH.DAT, "
                       "status " WS-SCHEDULE-STATUS
                   MOVE "Y" TO RESTORE-FAILED
               ELSE
                   PERFORM UNTIL WS-GENERATION-STATUS NOT = "00"
                       READ GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GENERATION-RECORD TO SCHEDULE-RECORD
                               WRITE SCHEDULE-RECORD
                               IF WS-SCHEDULE-STATUS NOT = "00"
                                   MOVE "Y" TO RESTORE-FAILED
                               ELSE
                                   ADD 1 TO CPY-RESTORED-COUNT(4)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
               END-IF
               CLOSE GENERATION-FILE
           END-IF.

       RESTORE-EXTRACT-MARKER.
           MOVE 5 TO COPY-INDEX
           PERFORM OPEN-RESTORE-COPY
      *    the live file is only opened - and so emptied - once
      *    its copy is open to fill it from
           IF WS-GENERATION-STATUS = "00"
               OPEN OUTPUT EXTRACT-MARKER-FILE
               IF WS-EXTRACT-MARKER-STATUS NOT = "00"
                   DISPLAY "ERROR: could not rewrite MONTYXLC.DAT, "
                       "status "
                       WS-EXTRACT-MARKER-STATUS
                   MOVE "Y" TO RESTORE-FAILED
               ELSE
                   PERFORM UNTIL WS-GENERATION-STATUS NOT = "00"
                       READ GENERATION-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GENERATION-RECORD
                                   TO EXTRACT-MARKER-RECORD
                               WRITE EXTRACT-MARKER-RECORD
                               IF WS-EXTRACT-MARKER-STATUS NOT = "00"
                                   MOVE "Y" TO RESTORE-FAILED
                               ELSE
                                   ADD 1 TO CPY-RESTORED-COUNT(5)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-MARKER-FILE
               END-IF
               CLOSE GENERATION-FILE
           END-IF.

       OPEN-RESTORE-COPY.
      *    the copy was read clean moments ago; failing to open it
      *    now fails the restore rather than leave an empty file
           MOVE CPY-STEM(COPY-INDEX) TO COPY-NAME-STEM
           MOVE RECOVER-GENERATION TO COPY-NAME-GENERATION
           OPEN INPUT GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen " GENERATION-COPY-NAME
                   ", status " WS-GENERATION-STATUS
               MOVE "Y" TO RESTORE-FAILED
           END-IF.

       WRITE-RESTORE-LINES.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "RESTORED FILE          CATALOG RECORDS  "
               "RESTORED RECORDS"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           PERFORM VARYING COPY-INDEX FROM 1 BY 1 UNTIL COPY-INDEX > 5
               IF COPY-INDEX NOT = 3
                   IF CPY-RESTORED-COUNT(COPY-INDEX)
                           NOT = CPY-CATALOG-COUNT(COPY-INDEX)
                       MOVE "Y" TO RESTORE-FAILED
                       MOVE "SHORT" TO RPT-RESULT-TEXT
                   ELSE
                       MOVE "OK" TO RPT-RESULT-TEXT
                   END-IF
                   MOVE CPY-CATALOG-COUNT(COPY-INDEX)
                       TO RPT-CATALOG-COUNT-EDIT
                   MOVE CPY-RESTORED-COUNT(COPY-INDEX)
                       TO RPT-FOUND-COUNT-EDIT
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING CPY-LIVE-NAME(COPY-INDEX) "   "
                       RPT-CATALOG-COUNT-EDIT "   "
                       RPT-FOUND-COUNT-EDIT "  " RPT-RESULT-TEXT
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               END-IF
           END-PERFORM
           IF RESTORE-FAILED = "Y"
               DISPLAY "ERROR: restore from generation "
                   RECOVER-GENERATION " did not complete - the "
                   "registrations to roll forward are held on "
                   "MONTYRFW.DAT"
           END-IF.

       ROLL-FORWARD-REGISTRATIONS.
      *    append each held registration to the restored journal in
      *    the order it was first journaled, and rebuild the history
      *    record of every run that wrote one - an ordinary run or a
      *    partitioned run's parent. Slices, certification replays
      *    and maintenance entries are journal-only, as they were
      *    when first written
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "RECOVERED - ROLLED FORWARD FROM THE JOURNAL"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "RUN ID           RUN DATE   TIME     STATUS   "
               "ACTION"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           OPEN INPUT ROLL-FORWARD-FILE
           OPEN EXTEND REGISTRY-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-ROLL-FORWARD-STATUS NOT = "00"
                   OR WS-REGISTRY-STATUS NOT = "00"
                   OR WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: could not open files to roll forward, "
                   "status " WS-ROLL-FORWARD-STATUS " "
                   WS-REGISTRY-STATUS " " WS-HISTORY-STATUS
               MOVE "Y" TO RESTORE-FAILED
           ELSE
               MOVE "N" TO ROLL-FORWARD-AT-END
               PERFORM UNTIL ROLL-FORWARD-AT-END = "Y"
                   READ ROLL-FORWARD-FILE
                       AT END
                           MOVE "Y" TO ROLL-FORWARD-AT-END
                       NOT AT END
                           PERFORM ROLL-FORWARD-ONE-REGISTRATION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROLL-FORWARD-FILE
           CLOSE REGISTRY-FILE
           CLOSE HISTORY-FILE

           IF RECORDS-ROLLED-FORWARD = ZERO
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "(none - nothing was journaled after the "
                   "generation)"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.

       ROLL-FORWARD-ONE-REGISTRATION.
           MOVE ROLL-FORWARD-RECORD TO REGISTRY-RECORD
           WRITE REGISTRY-RECORD
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "ERROR: could not append run " REG-RUN-ID
                   " to MONTYREG.DAT, status " WS-REGISTRY-STATUS
               MOVE "Y" TO RESTORE-FAILED
               MOVE "Y" TO ROLL-FORWARD-AT-END
           ELSE
               ADD 1 TO RECORDS-ROLLED-FORWARD
               EVALUATE TRUE
                   WHEN REG-MAINT-ACTION = "I"
                       ADD 1 TO STATUS-CHANGES-REAPPLIED
                       MOVE "invalidation re-applied"
                           TO ROLL-FORWARD-ACTION
                   WHEN REG-MAINT-ACTION = "R"
                       ADD 1 TO STATUS-CHANGES-REAPPLIED
                       MOVE "reinstatement re-applied"
                           TO ROLL-FORWARD-ACTION
                   WHEN REG-PARTITION-ROLE = "S"
                       ADD 1 TO RUNS-ROLLED-FORWARD
                       MOVE "slice registration (no history)"
                           TO ROLL-FORWARD-ACTION
                   WHEN REG-STATUS = "REPLAY"
                       ADD 1 TO RUNS-ROLLED-FORWARD
                       MOVE "replay registration (no history)"
                           TO ROLL-FORWARD-ACTION
                   WHEN OTHER
                       ADD 1 TO RUNS-ROLLED-FORWARD
                       PERFORM REBUILD-HISTORY-RECORD
               END-EVALUATE
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING REG-RUN-ID " " REG-RUN-DATE " " REG-RUN-TIME " "
                   REG-STATUS " " ROLL-FORWARD-ACTION
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.

       REBUILD-HISTORY-RECORD.
      *    the registration carries every field MONTY-HALL and
      *    MONTY-MERGE put on the history record; a run whose history
      *    already came back with the generation is not written twice
           MOVE REG-RUN-ID TO FIND-RUN-ID
           PERFORM FIND-RECOVERED-RUN
           IF RECOVERED-FOUND = "Y"
               MOVE "registration (history in generation)"
                   TO ROLL-FORWARD-ACTION
           ELSE
               MOVE SPACES TO HISTORY-RECORD
               MOVE REG-RUN-DATE TO HIST-RUN-DATE
               MOVE REG-KEEP-WINS TO HIST-KEEP-WINS
               MOVE REG-KEEP-LOSSES TO HIST-KEEP-LOSSES
               MOVE REG-CHANGE-WINS TO HIST-CHANGE-WINS
               MOVE REG-CHANGE-LOSSES TO HIST-CHANGE-LOSSES
               MOVE REG-KEEP-PERCENT TO HIST-KEEP-PERCENT
               MOVE REG-CHANGE-PERCENT TO HIST-CHANGE-PERCENT
               MOVE REG-RANDOM-WINS TO HIST-RANDOM-WINS
               MOVE REG-RANDOM-LOSSES TO HIST-RANDOM-LOSSES
               MOVE REG-RANDOM-PERCENT TO HIST-RANDOM-PERCENT
               MOVE REG-SEED TO HIST-SEED
               MOVE REG-RUN-ID TO HIST-RUN-ID
               MOVE REG-HOST-MODE TO HIST-HOST-MODE
               MOVE REG-VOID-GAMES TO HIST-VOID-GAMES
               MOVE REG-PRIZE-VALUE TO HIST-PRIZE-VALUE
               MOVE REG-COST-TO-PLAY TO HIST-COST-TO-PLAY
               MOVE REG-KEEP-NET TO HIST-KEEP-NET
               MOVE REG-CHANGE-NET TO HIST-CHANGE-NET
               MOVE REG-RANDOM-NET TO HIST-RANDOM-NET
               MOVE REG-TARGET-HALF-WIDTH TO HIST-TARGET-HALF-WIDTH
               MOVE REG-MAX-GAMES TO HIST-MAX-GAMES
               MOVE REG-STOP-REASON TO HIST-STOP-REASON
               MOVE REG-FINAL-HALF-WIDTH TO HIST-FINAL-HALF-WIDTH
               MOVE "2" TO HIST-LAYOUT-VERSION
               IF REG-LAYOUT-VERSION = "2"
                   MOVE REG-NUMBER-OF-DOORS TO HIST-NUMBER-OF-DOORS
               ELSE
                   MOVE REG-NUMBER-OF-DOORS-V1 TO HIST-NUMBER-OF-DOORS
               END-IF
               IF REG-PARTITION-ROLE = "P"
      *            a parent's history carries no games-played count,
      *            its games are in the wide totals
                   MOVE ZERO TO HIST-GAMES-PLAYED
                   MOVE "P" TO HIST-PARTITION-ROLE
                   MOVE REG-WIDE-GAMES TO HIST-WIDE-GAMES
                   MOVE REG-WIDE-KEEP-WINS TO HIST-WIDE-KEEP-WINS
                   MOVE REG-WIDE-KEEP-LOSSES TO HIST-WIDE-KEEP-LOSSES
                   MOVE REG-WIDE-CHANGE-WINS TO HIST-WIDE-CHANGE-WINS
                   MOVE REG-WIDE-CHANGE-LOSSES
                       TO HIST-WIDE-CHANGE-LOSSES
                   MOVE REG-WIDE-RANDOM-WINS TO HIST-WIDE-RANDOM-WINS
                   MOVE REG-WIDE-RANDOM-LOSSES
                       TO HIST-WIDE-RANDOM-LOSSES
                   MOVE REG-WIDE-VOID-GAMES TO HIST-WIDE-VOID-GAMES
                   MOVE REG-SLICE-COUNT TO HIST-SLICE-COUNT
                   PERFORM VARYING RECOVERED-INDEX FROM 1 BY 1
                           UNTIL RECOVERED-INDEX > 20
                       MOVE REG-CHILD-RUN-ID(RECOVERED-INDEX)
                           TO HIST-CHILD-RUN-ID(RECOVERED-INDEX)
                   END-PERFORM
               ELSE
                   MOVE REG-NUMBER-OF-RUNS TO HIST-GAMES-PLAYED
               END-IF
               WRITE HISTORY-RECORD
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not append history for run "
                       REG-RUN-ID " to MONTYHST.DAT, status "
                       WS-HISTORY-STATUS
                   MOVE "Y" TO RESTORE-FAILED
                   MOVE "registration only - HISTORY WRITE FAILED"
                       TO ROLL-FORWARD-ACTION
               ELSE
                   ADD 1 TO HISTORY-RECORDS-REBUILT
                   PERFORM ADD-RECOVERED-RUN
                   MOVE "registration and history record"
                       TO ROLL-FORWARD-ACTION
               END-IF
           END-IF.

       FIND-RECOVERED-RUN.
           MOVE "N" TO RECOVERED-FOUND
           PERFORM VARYING RECOVERED-INDEX FROM 1 BY 1
                   UNTIL RECOVERED-INDEX > RECOVERED-HISTORY-COUNT
                       OR RECOVERED-FOUND = "Y"
               IF RECOVERED-RUN-ID(RECOVERED-INDEX) = FIND-RUN-ID
                   MOVE "Y" TO RECOVERED-FOUND
               END-IF
           END-PERFORM.

       ADD-RECOVERED-RUN.
           IF RECOVERED-HISTORY-COUNT < 20000
               ADD 1 TO RECOVERED-HISTORY-COUNT
               MOVE FIND-RUN-ID
                   TO RECOVERED-RUN-ID(RECOVERED-HISTORY-COUNT)
           ELSE
               MOVE "Y" TO RECOVERED-HISTORY-FULL
           END-IF.

       REBUILD-REGISTRY-MASTER.
      *    the MONTY-REGBUILD load over the recovered journal - in
      *    journal order, a duplicate key replacing, so the master
      *    ends holding each run's latest entry
           OPEN INPUT REGISTRY-FILE
           OPEN OUTPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
                   OR WS-REGISTRY-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: could not rebuild MONTYREG.IDX, status "
                   WS-REGISTRY-STATUS " " WS-REGISTRY-MASTER-STATUS
                   " - run MONTY-REGBUILD once the fault is cleared"
               MOVE "Y" TO MASTER-BUILD-FAILED
           ELSE
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-REGISTRATION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REGISTRY-FILE
           CLOSE REGISTRY-MASTER-FILE.

       LOAD-ONE-REGISTRATION.
           ADD 1 TO MASTER-RECORDS-READ
           IF REG-RUN-ID = SPACES OR REG-RUN-ID = LOW-VALUES
               ADD 1 TO MASTER-RECORDS-SKIPPED
           ELSE
               MOVE REGISTRY-RECORD TO REGISTRY-MASTER-RECORD
               WRITE REGISTRY-MASTER-RECORD
                   INVALID KEY
                       PERFORM REPLACE-ONE-REGISTRATION
                   NOT INVALID KEY
                       ADD 1 TO MASTER-RECORDS-LOADED
               END-WRITE
           END-IF.

       REPLACE-ONE-REGISTRATION.
           REWRITE REGISTRY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not load run " RGM-RUN-ID
                       " into MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                   ADD 1 TO MASTER-RECORDS-SKIPPED
                   MOVE "Y" TO MASTER-BUILD-FAILED
               NOT INVALID KEY
                   ADD 1 TO MASTER-RECORDS-REPLACED
           END-REWRITE.

       IDENTIFY-LOST-RUNS.
      *    a run the live history held from the threshold on that is
      *    not in the recovered history never reached the journal,
      *    so there was nothing to roll it forward from - unless
      *    its journal line was already listed lost as damaged
           PERFORM VARYING LATE-INDEX FROM 1 BY 1
                   UNTIL LATE-INDEX > LATE-HISTORY-COUNT
               MOVE LATE-RUN-ID(LATE-INDEX) TO FIND-RUN-ID
               PERFORM FIND-RECOVERED-RUN
               IF RECOVERED-FOUND NOT = "Y"
                   PERFORM FIND-LOST-RUN
               END-IF
               IF RECOVERED-FOUND NOT = "Y" AND LOST-FOUND NOT = "Y"
                   MOVE LATE-RUN-ID(LATE-INDEX) TO HOLD-LOST-RUN-ID
                   MOVE LATE-RUN-DATE(LATE-INDEX)
                       TO HOLD-LOST-RUN-DATE
                   MOVE "history written but registration never "
                       & "journaled" TO HOLD-LOST-REASON
                   PERFORM ADD-LOST-RUN
               END-IF
           END-PERFORM.

       FIND-LOST-RUN.
           MOVE "N" TO LOST-FOUND
           PERFORM VARYING LOST-INDEX FROM 1 BY 1
                   UNTIL LOST-INDEX > LOST-RUN-COUNT
                       OR LOST-FOUND = "Y"
               IF LOST-RUN-ID(LOST-INDEX) = FIND-RUN-ID
                   MOVE "Y" TO LOST-FOUND
               END-IF
           END-PERFORM.

       ADD-LOST-RUN.
           ADD 1 TO RUNS-LOST
           IF LOST-RUN-COUNT < 2000
               ADD 1 TO LOST-RUN-COUNT
               MOVE HOLD-LOST-RUN-ID TO LOST-RUN-ID(LOST-RUN-COUNT)
               MOVE HOLD-LOST-RUN-DATE TO LOST-RUN-DATE(LOST-RUN-COUNT)
               MOVE HOLD-LOST-REASON TO LOST-REASON(LOST-RUN-COUNT)
           END-IF.

       WRITE-LOST-RUN-LINES.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "LOST - NOT RECOVERABLE"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "RUN ID           RUN DATE   REASON"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           PERFORM VARYING LOST-INDEX FROM 1 BY 1
                   UNTIL LOST-INDEX > LOST-RUN-COUNT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING LOST-RUN-ID(LOST-INDEX) " "
                   LOST-RUN-DATE(LOST-INDEX) " "
                   LOST-REASON(LOST-INDEX)
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-PERFORM
           IF RUNS-LOST > LOST-RUN-COUNT
               MOVE RUNS-LOST TO RPT-COUNT-EDIT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "... only the first 2,000 of " RPT-COUNT-EDIT
                   " lost runs are listed"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF
           IF RUNS-LOST = ZERO
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "(none)"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "MONTY HALL SIMULATION - POINT-IN-TIME RECOVERY"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Generation: " RECOVER-GENERATION
               "      Backed Up: " GENERATION-STAMP
               "      Recovered: " RECOVERY-STAMP
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "GENERATION CHECK                   "
               "CATALOG RECORDS       CATALOG HASH TOTAL"
               "   FOUND RECORDS         FOUND HASH TOTAL  RESULT"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE CPY-CATALOG-COUNT(2) TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Journal Records in Generation:      " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE JOURNAL-RECORDS-AFTER TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Journal Records After Generation:   " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE RECORDS-ROLLED-FORWARD TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "  Rolled Forward:                   " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE JOURNAL-LINES-LOST TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "  Lost (damaged or unreadable):     " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF LIVE-JOURNAL-FOUND NOT = "Y"
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "  (no live MONTYREG.DAT was found - nothing to "
                   "roll forward)"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF

           IF JOURNAL-LINES-DIFFERING NOT = ZERO
               MOVE JOURNAL-LINES-DIFFERING TO RPT-COUNT-EDIT
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "WARNING: live journal lines within the "
                   "generation that differed from the copy (replaced "
                   "by the copy): " RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF

           MOVE RUNS-ROLLED-FORWARD TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Runs Recovered by Roll-Forward:     " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE STATUS-CHANGES-REAPPLIED TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Status Changes Re-applied:          " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE HISTORY-RECORDS-REBUILT TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "History Records Rebuilt:            " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE RUNS-LOST TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Runs Lost:                          " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE MASTER-RECORDS-LOADED TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "Registry Master Rebuilt (runs):     " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE CPY-CATALOG-COUNT(3) TO RPT-COUNT-EDIT
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "  Master at Generation (runs):      " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF LATE-HISTORY-FULL = "Y" OR RECOVERED-HISTORY-FULL = "Y"
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "WARNING: more history since the generation "
                   "than the run tables hold - the lost-run list "
                   "may be incomplete"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "NOTE: MONTYSCH.DAT and MONTYXLC.DAT are back as of "
               GENERATION-STAMP " - schedule changes made since must "
               "be made again,"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "      and MONTY-EXTRACT will send again any run "
               "extracted since"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           IF WS-RECONCILE-OK = "Y"
               STRING "Reconciliation: RESTORED = CATALOG and AFTER = "
                   "ROLLED FORWARD + LOST - OK, recovery complete"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           ELSE
               STRING "Reconciliation: COUNTS DO NOT BALANCE OR A "
                   "STEP FAILED - RECOVERY INCOMPLETE, INVESTIGATE "
                   "BEFORE ANY RUN"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "END OF REPORT - generated by MONTY-RECOVER"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       WRITE-RECOVERY-SUMMARY.
           IF WS-RECONCILE-OK = "Y"
               DISPLAY "MONTY-RECOVER: generation " RECOVER-GENERATION
                   " restored - " RUNS-ROLLED-FORWARD
                   " runs rolled forward, " RUNS-LOST
                   " lost, report in MONTYRCR.DAT"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "recovered generation " RECOVER-GENERATION
                   " - " RECORDS-ROLLED-FORWARD " rolled forward, "
                   RUNS-LOST " runs lost"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               DISPLAY "ERROR: recovery from generation "
                   RECOVER-GENERATION " incomplete - see MONTYRCR.DAT"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "recovery from generation " RECOVER-GENERATION
                   " incomplete - registrations held on MONTYRFW.DAT"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - nothing may write to the
      *    files while they are replaced - but a lock whose stamp
      *    has aged past the stale limit belongs to a crashed holder
      *    and is taken over
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
                       " taken over by recovery"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - recovery will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "recovery refused - lock held by "
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
           MOVE "MONTY-RECOV" TO LCK-PROGRAM-ID
           MOVE "RECOVERY" TO LCK-RUN-ID
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
      *    only, never allowed to take the recovery down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-RECOV" TO LOG-PROGRAM-ID
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
           MOVE SPACES TO RECOVERY-STAMP
           STRING WS-RUN-DATE " " WS-TODAY(9:2) ":" WS-TODAY(11:2)
               ":" WS-TODAY(13:2)
               DELIMITED BY SIZE INTO RECOVERY-STAMP.
       END PROGRAM MONTY-RECOVER.
