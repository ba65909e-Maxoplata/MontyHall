      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Generation backup utility. Takes a numbered
      *          generation of the files MONTY-ARCHIVE, MONTY-SCHEDULE
      *          and the run jobs rewrite or append to - the history
      *          file MONTYHST.DAT, the registration journal
      *          MONTYREG.DAT, the keyed registry master MONTYREG.IDX
      *          (unloaded to a sequential copy), the schedule
      *          MONTYSCH.DAT and the extract marker MONTYXLC.DAT - as
      *          one consistent set, under the run interlock so no
      *          run, purge or schedule pass can change a file between
      *          two of the copies. Each copy is a separate file named
      *          for its generation, e.g. MONTYHST.G0007.DAT, and is
      *          recorded on the MONTYBKC.DAT catalog with its record
      *          count and hash total, which MONTY-RECOVER checks a
      *          restore against. Once the new generation is complete,
      *          generations older than the retention count on the
      *          MONTYBKP.DAT card are dropped - their copies deleted
      *          and the catalog marked - along with any generation a
      *          failed backup left incomplete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    retention card - how many generations to keep; optional,
      *    the compiled-in default applies without it
           SELECT BACKUP-CONTROL-FILE ASSIGN TO "MONTYBKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CONTROL-STATUS.

      *    the live files being backed up - all read only
           SELECT HISTORY-FILE ASSIGN TO "MONTYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    the keyed master, read through in key order to unload it
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "MONTYSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT EXTRACT-MARKER-FILE ASSIGN TO "MONTYXLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-MARKER-STATUS.

      *    the generation copy being written - the name carries the
      *    file and the generation number, e.g. MONTYREG.G0007.DAT
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

      *    backup catalog - read for the generations already taken,
      *    then appended to, never rewritten
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "MONTYBKC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held for the whole backup, so the copies
      *    are one consistent set
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CONTROL-FILE.
       01 BACKUP-CONTROL-RECORD.
           05 BKP-RETAIN-GENERATIONS PIC 9(2).
           05 BKP-RESERVED PIC X(78).

       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

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

      *    sized comfortably past the longest record backed up so a
      *    layout growth cannot silently truncate a copy
       FD  GENERATION-FILE.
       01 GENERATION-RECORD PIC X(1000).

       FD  BACKUP-CATALOG-FILE.
           COPY "BKCREC.CPY".

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-BACKUP-CONTROL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-EXTRACT-MARKER-STATUS PIC XX.
       01 WS-GENERATION-STATUS PIC XX.
       01 WS-BACKUP-CATALOG-STATUS PIC XX.
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

      * stamped on every catalog record this backup writes
       01 BACKUP-STAMP PIC X(19).

      * generations to keep - seven, a week of nightly backups,
      * unless the card says otherwise
       01 RETAIN-GENERATIONS PIC 9(2) VALUE 7.
       01 WS-PARAMETER-VALID PIC X VALUE "Y".

      * generation copy file name, e.g. MONTYHST.G0007.DAT - the stem
      * names the file backed up, MONTYRGM for the master unload
       01 GENERATION-COPY-NAME.
           05 COPY-NAME-STEM PIC X(8).
           05 FILLER PIC X(2) VALUE ".G".
           05 COPY-NAME-GENERATION PIC 9(4).
           05 FILLER PIC X(4) VALUE ".DAT".

      * one entry per generation number on the catalog - started
      * ("F" records seen), complete ("G" record) and dropped ("X")
       01 GENERATION-TABLE.
           05 GENERATION-ENTRY OCCURS 9999 TIMES.
               10 GEN-STARTED PIC X.
               10 GEN-COMPLETE PIC X.
               10 GEN-DROPPED PIC X.
       01 HIGHEST-GENERATION PIC 9(4) VALUE 0.
       01 NEW-GENERATION PIC 9(4) VALUE 0.
       01 GEN-INDEX PIC 9(4).
       01 GENERATIONS-KEPT PIC 9(4) VALUE 0.
       01 GENERATIONS-DROPPED PIC 9(4) VALUE 0.
       01 DROP-GENERATION PIC 9(4).

      * the copy in hand - the live file, its counts and whether it
      * failed
       01 COPY-LIVE-NAME PIC X(12).
       01 COPY-RECORD-COUNT PIC 9(9).
       01 COPY-HASH-TOTAL PIC 9(18).
       01 COPY-FAILED PIC X VALUE "N".

      * generation totals over every copy - the "G" record
       01 FILES-COPIED PIC 9(2) VALUE 0.
       01 GENERATION-RECORD-COUNT PIC 9(9) VALUE 0.
       01 GENERATION-HASH-TOTAL PIC 9(18) VALUE 0.
       01 BACKUP-FAILED PIC X VALUE "N".

       01 WS-SYSTEM-COMMAND PIC X(40).

       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-GENERATION-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           PERFORM READ-BACKUP-PARAMETER
           IF WS-PARAMETER-VALID NOT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BACKUP-CATALOG
           IF HIGHEST-GENERATION = 9999
               DISPLAY "ERROR: MONTYBKC.DAT already holds generation "
                   "9999 - start a new catalog before backing up"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "backup refused - generation numbers exhausted "
                   "on MONTYBKC.DAT"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE NEW-GENERATION = HIGHEST-GENERATION + 1
           MOVE NEW-GENERATION TO COPY-NAME-GENERATION

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "backup of generation " NEW-GENERATION " started"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

      *    a failed copy stops the backup there - the generation is
      *    never marked complete, and the next backup drops it
           PERFORM BACKUP-HISTORY-FILE
           IF BACKUP-FAILED NOT = "Y"
               PERFORM BACKUP-REGISTRY-JOURNAL
           END-IF
           IF BACKUP-FAILED NOT = "Y"
               PERFORM BACKUP-REGISTRY-MASTER
           END-IF
           IF BACKUP-FAILED NOT = "Y"
               PERFORM BACKUP-SCHEDULE-FILE
           END-IF
           IF BACKUP-FAILED NOT = "Y"
               PERFORM BACKUP-EXTRACT-MARKER
           END-IF
           IF BACKUP-FAILED NOT = "Y"
               PERFORM WRITE-GENERATION-RECORD
           END-IF

           IF BACKUP-FAILED = "Y"
               DISPLAY "ERROR: backup of generation " NEW-GENERATION
                   " FAILED - the generation is incomplete and "
                   "cannot be restored"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "backup of generation " NEW-GENERATION
                   " failed - generation left incomplete"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM APPLY-RETENTION
           PERFORM WRITE-BACKUP-SUMMARY
           PERFORM RELEASE-RUN-LOCK

           STOP RUN.

       READ-BACKUP-PARAMETER.
      *    a missing card keeps the default retention; a card that
      *    is there but unreadable stops the job, since guessing a
      *    retention count could drop generations ops meant to keep
           OPEN INPUT BACKUP-CONTROL-FILE
           IF WS-BACKUP-CONTROL-STATUS = "00"
               READ BACKUP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BKP-RETAIN-GENERATIONS IS NUMERIC
                               AND BKP-RETAIN-GENERATIONS > ZERO
                           MOVE BKP-RETAIN-GENERATIONS
                               TO RETAIN-GENERATIONS
                       ELSE
                           DISPLAY "ERROR: retention count '"
                               BKP-RETAIN-GENERATIONS "' on "
                               "MONTYBKP.DAT must be 01-99"
                           MOVE "N" TO WS-PARAMETER-VALID
                       END-IF
               END-READ
               CLOSE BACKUP-CONTROL-FILE
           END-IF.

       LOAD-BACKUP-CATALOG.
      *    the next generation number follows the highest on the
      *    catalog, whether or not that generation finished
           INITIALIZE GENERATION-TABLE
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-BACKUP-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-BACKUP-CATALOG-STATUS NOT = "00"
                   READ BACKUP-CATALOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-CATALOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

       NOTE-ONE-CATALOG-RECORD.
           IF BKC-GENERATION IS NUMERIC AND BKC-GENERATION > ZERO
               MOVE BKC-GENERATION TO GEN-INDEX
               IF BKC-GENERATION > HIGHEST-GENERATION
                   MOVE BKC-GENERATION TO HIGHEST-GENERATION
               END-IF
               EVALUATE BKC-RECORD-TYPE
                   WHEN "F"
                       MOVE "Y" TO GEN-STARTED(GEN-INDEX)
                   WHEN "G"
                       MOVE "Y" TO GEN-STARTED(GEN-INDEX)
                       MOVE "Y" TO GEN-COMPLETE(GEN-INDEX)
                   WHEN "X"
                       MOVE "Y" TO GEN-DROPPED(GEN-INDEX)
               END-EVALUATE
           END-IF.

       BACKUP-HISTORY-FILE.
           MOVE "MONTYHST" TO COPY-NAME-STEM
           MOVE "MONTYHST.DAT" TO COPY-LIVE-NAME
           PERFORM OPEN-GENERATION-COPY
           IF COPY-FAILED NOT = "Y"
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                           OR COPY-FAILED = "Y"
                       READ HISTORY-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE HISTORY-RECORD TO GENERATION-RECORD
                               IF HIST-SEED IS NUMERIC
                                   ADD HIST-SEED TO COPY-HASH-TOTAL
                               END-IF
                               PERFORM WRITE-GENERATION-COPY-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-HISTORY-STATUS NOT = "10"
                           AND COPY-FAILED NOT = "Y"
                       DISPLAY "ERROR: could not read MONTYHST.DAT, "
                           "status " WS-HISTORY-STATUS
                       MOVE "Y" TO COPY-FAILED
                   END-IF
                   CLOSE HISTORY-FILE
               ELSE
                   MOVE WS-HISTORY-STATUS TO WS-GENERATION-STATUS
                   PERFORM CHECK-LIVE-FILE-MISSING
               END-IF
               PERFORM CLOSE-GENERATION-COPY
           END-IF.

       BACKUP-REGISTRY-JOURNAL.
           MOVE "MONTYREG" TO COPY-NAME-STEM
           MOVE "MONTYREG.DAT" TO COPY-LIVE-NAME
           PERFORM OPEN-GENERATION-COPY
           IF COPY-FAILED NOT = "Y"
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS = "00"
                   PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                           OR COPY-FAILED = "Y"
                       READ REGISTRY-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE REGISTRY-RECORD
                                   TO GENERATION-RECORD
                               IF REG-SEED IS NUMERIC
                                   ADD REG-SEED TO COPY-HASH-TOTAL
                               END-IF
                               PERFORM WRITE-GENERATION-COPY-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-REGISTRY-STATUS NOT = "10"
                           AND COPY-FAILED NOT = "Y"
                       DISPLAY "ERROR: could not read MONTYREG.DAT, "
                           "status " WS-REGISTRY-STATUS
                       MOVE "Y" TO COPY-FAILED
                   END-IF
                   CLOSE REGISTRY-FILE
               ELSE
                   MOVE WS-REGISTRY-STATUS TO WS-GENERATION-STATUS
                   PERFORM CHECK-LIVE-FILE-MISSING
               END-IF
               PERFORM CLOSE-GENERATION-COPY
           END-IF.

       BACKUP-REGISTRY-MASTER.
      *    the master is unloaded in key order to a sequential copy;
      *    MONTY-RECOVER rebuilds the master from the restored
      *    journal, and the unload's totals show what it held
           MOVE "MONTYRGM" TO COPY-NAME-STEM
           MOVE "MONTYREG.IDX" TO COPY-LIVE-NAME
           PERFORM OPEN-GENERATION-COPY
           IF COPY-FAILED NOT = "Y"
               OPEN INPUT REGISTRY-MASTER-FILE
               IF WS-REGISTRY-MASTER-STATUS = "00"
                   PERFORM UNTIL WS-REGISTRY-MASTER-STATUS NOT = "00"
                           OR COPY-FAILED = "Y"
                       READ REGISTRY-MASTER-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE REGISTRY-MASTER-RECORD
                                   TO GENERATION-RECORD
                               IF RGM-SEED IS NUMERIC
                                   ADD RGM-SEED TO COPY-HASH-TOTAL
                               END-IF
                               PERFORM WRITE-GENERATION-COPY-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-REGISTRY-MASTER-STATUS NOT = "10"
                           AND COPY-FAILED NOT = "Y"
                       DISPLAY "ERROR: could not read MONTYREG.IDX, "
                           "status " WS-REGISTRY-MASTER-STATUS
                       MOVE "Y" TO COPY-FAILED
                   END-IF
                   CLOSE REGISTRY-MASTER-FILE
               ELSE
                   MOVE WS-REGISTRY-MASTER-STATUS
                       TO WS-GENERATION-STATUS
                   PERFORM CHECK-LIVE-FILE-MISSING
               END-IF
               PERFORM CLOSE-GENERATION-COPY
           END-IF.

       BACKUP-SCHEDULE-FILE.
           MOVE "MONTYSCH" TO COPY-NAME-STEM
           MOVE "MONTYSCH.DAT" TO COPY-LIVE-NAME
           PERFORM OPEN-GENERATION-COPY
           IF COPY-FAILED NOT = "Y"
               OPEN INPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS = "00"
                   PERFORM UNTIL WS-SCHEDULE-STATUS NOT = "00"
                           OR COPY-FAILED = "Y"
                       READ SCHEDULE-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE SCHEDULE-RECORD
                                   TO GENERATION-RECORD
                               IF SCH-SEED IS NUMERIC
                                   ADD SCH-SEED TO COPY-HASH-TOTAL
                               END-IF
                               PERFORM WRITE-GENERATION-COPY-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-SCHEDULE-STATUS NOT = "10"
                           AND COPY-FAILED NOT = "Y"
                       DISPLAY "ERROR: could not read MONTYSCH.DAT, "
                           "status " WS-SCHEDULE-STATUS
                       MOVE "Y" TO COPY-FAILED
                   END-IF
                   CLOSE SCHEDULE-FILE
               ELSE
                   MOVE WS-SCHEDULE-STATUS TO WS-GENERATION-STATUS
                   PERFORM CHECK-LIVE-FILE-MISSING
               END-IF
               PERFORM CLOSE-GENERATION-COPY
           END-IF.

       BACKUP-EXTRACT-MARKER.
      *    the marker record leads the file; the withdrawn-run lines
      *    after it carry no count and add nothing to the hash
           MOVE "MONTYXLC" TO COPY-NAME-STEM
           MOVE "MONTYXLC.DAT" TO COPY-LIVE-NAME
           PERFORM OPEN-GENERATION-COPY
           IF COPY-FAILED NOT = "Y"
               OPEN INPUT EXTRACT-MARKER-FILE
               IF WS-EXTRACT-MARKER-STATUS = "00"
                   PERFORM UNTIL WS-EXTRACT-MARKER-STATUS NOT = "00"
                           OR COPY-FAILED = "Y"
                       READ EXTRACT-MARKER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE EXTRACT-MARKER-RECORD
                                   TO GENERATION-RECORD
                               IF XLW-RECORD-TYPE NOT = "WITHDRAWN"
                                       AND XLC-LAST-COUNT IS NUMERIC
                                   ADD XLC-LAST-COUNT
                                       TO COPY-HASH-TOTAL
                               END-IF
                               PERFORM WRITE-GENERATION-COPY-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-EXTRACT-MARKER-STATUS NOT = "10"
                           AND COPY-FAILED NOT = "Y"
                       DISPLAY "ERROR: could not read MONTYXLC.DAT, "
                           "status " WS-EXTRACT-MARKER-STATUS
                       MOVE "Y" TO COPY-FAILED
                   END-IF
                   CLOSE EXTRACT-MARKER-FILE
               ELSE
                   MOVE WS-EXTRACT-MARKER-STATUS
                       TO WS-GENERATION-STATUS
                   PERFORM CHECK-LIVE-FILE-MISSING
               END-IF
               PERFORM CLOSE-GENERATION-COPY
           END-IF.

       OPEN-GENERATION-COPY.
           MOVE ZERO TO COPY-RECORD-COUNT
           MOVE ZERO TO COPY-HASH-TOTAL
           MOVE "N" TO COPY-FAILED
           OPEN OUTPUT GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY "ERROR: could not create " GENERATION-COPY-NAME
                   ", status " WS-GENERATION-STATUS
               MOVE "Y" TO COPY-FAILED
               MOVE "Y" TO BACKUP-FAILED
           END-IF.

       CHECK-LIVE-FILE-MISSING.
      *    a file the shop has never created (no schedule yet, no
      *    extract taken, master not built) is backed up as an empty
      *    copy - restoring it leaves the file empty, which every
      *    reader takes the same way as missing; any other open
      *    failure fails the backup
           IF WS-GENERATION-STATUS = "35"
               DISPLAY "  " COPY-LIVE-NAME " not found - backed up "
                   "as an empty copy"
           ELSE
               DISPLAY "ERROR: could not open " COPY-LIVE-NAME
                   ", status " WS-GENERATION-STATUS
               MOVE "Y" TO COPY-FAILED
           END-IF.

       WRITE-GENERATION-COPY-RECORD.
           WRITE GENERATION-RECORD
           IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY "ERROR: could not write to "
                   GENERATION-COPY-NAME ", status "
                   WS-GENERATION-STATUS
               MOVE "Y" TO COPY-FAILED
           ELSE
               ADD 1 TO COPY-RECORD-COUNT
           END-IF.

       CLOSE-GENERATION-COPY.
      *    a copy is catalogued only once every record is written
           CLOSE GENERATION-FILE
           IF COPY-FAILED = "Y"
               MOVE "Y" TO BACKUP-FAILED
           ELSE
               MOVE SPACES TO BACKUP-CATALOG-RECORD
               MOVE NEW-GENERATION TO BKC-GENERATION
               MOVE "F" TO BKC-RECORD-TYPE
               MOVE BACKUP-STAMP TO BKC-BACKUP-STAMP
               MOVE COPY-LIVE-NAME TO BKC-FILE-NAME
               MOVE GENERATION-COPY-NAME TO BKC-COPY-NAME
               MOVE COPY-RECORD-COUNT TO BKC-RECORD-COUNT
               MOVE COPY-HASH-TOTAL TO BKC-HASH-TOTAL
               PERFORM APPEND-CATALOG-RECORD
               IF BACKUP-FAILED NOT = "Y"
                   ADD 1 TO FILES-COPIED
                   ADD COPY-RECORD-COUNT TO GENERATION-RECORD-COUNT
                   ADD COPY-HASH-TOTAL TO GENERATION-HASH-TOTAL
                   MOVE COPY-RECORD-COUNT TO RPT-COUNT-EDIT
                   DISPLAY "  " COPY-LIVE-NAME " -> "
                       GENERATION-COPY-NAME RPT-COUNT-EDIT
                       " records, hash " COPY-HASH-TOTAL
               END-IF
           END-IF.

       WRITE-GENERATION-RECORD.
      *    the "G" record goes last and is what makes the generation
      *    restorable
           MOVE SPACES TO BACKUP-CATALOG-RECORD
           MOVE NEW-GENERATION TO BKC-GENERATION
           MOVE "G" TO BKC-RECORD-TYPE
           MOVE BACKUP-STAMP TO BKC-BACKUP-STAMP
           MOVE GENERATION-RECORD-COUNT TO BKC-RECORD-COUNT
           MOVE GENERATION-HASH-TOTAL TO BKC-HASH-TOTAL
           PERFORM APPEND-CATALOG-RECORD
           IF BACKUP-FAILED NOT = "Y"
               MOVE "Y" TO GEN-STARTED(NEW-GENERATION)
               MOVE "Y" TO GEN-COMPLETE(NEW-GENERATION)
           END-IF.

       APPEND-CATALOG-RECORD.
           OPEN EXTEND BACKUP-CATALOG-FILE
           IF WS-BACKUP-CATALOG-STATUS = "05"
                   OR WS-BACKUP-CATALOG-STATUS = "35"
               OPEN OUTPUT BACKUP-CATALOG-FILE
           END-IF
           IF WS-BACKUP-CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYBKC.DAT, status "
                   WS-BACKUP-CATALOG-STATUS
               MOVE "Y" TO BACKUP-FAILED
           ELSE
               WRITE BACKUP-CATALOG-RECORD
               IF WS-BACKUP-CATALOG-STATUS NOT = "00"
                   DISPLAY "ERROR: could not write to MONTYBKC.DAT, "
                       "status " WS-BACKUP-CATALOG-STATUS
                   MOVE "Y" TO BACKUP-FAILED
               END-IF
           END-IF
           CLOSE BACKUP-CATALOG-FILE.

       APPLY-RETENTION.
      *    walk back from the newest generation keeping the first
      *    RETAIN-GENERATIONS complete ones; every older complete
      *    generation is dropped, and so is any generation a failed
      *    backup left incomplete
           PERFORM VARYING GEN-INDEX FROM NEW-GENERATION BY -1
                   UNTIL GEN-INDEX < 1
               IF GEN-DROPPED(GEN-INDEX) NOT = "Y"
                   IF GEN-COMPLETE(GEN-INDEX) = "Y"
                       IF GENERATIONS-KEPT < RETAIN-GENERATIONS
                           ADD 1 TO GENERATIONS-KEPT
                       ELSE
                           MOVE GEN-INDEX TO DROP-GENERATION
                           PERFORM DROP-ONE-GENERATION
                       END-IF
                   ELSE
                       IF GEN-STARTED(GEN-INDEX) = "Y"
                           MOVE GEN-INDEX TO DROP-GENERATION
                           PERFORM DROP-ONE-GENERATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DROP-ONE-GENERATION.
      *    delete the generation's copies, then mark it dropped - a
      *    copy already gone is no error, so a drop interrupted
      *    before its "X" record is simply done again next time
           MOVE DROP-GENERATION TO COPY-NAME-GENERATION
           MOVE "MONTYHST" TO COPY-NAME-STEM
           PERFORM DELETE-GENERATION-COPY
           MOVE "MONTYREG" TO COPY-NAME-STEM
           PERFORM DELETE-GENERATION-COPY
           MOVE "MONTYRGM" TO COPY-NAME-STEM
           PERFORM DELETE-GENERATION-COPY
           MOVE "MONTYSCH" TO COPY-NAME-STEM
           PERFORM DELETE-GENERATION-COPY
           MOVE "MONTYXLC" TO COPY-NAME-STEM
           PERFORM DELETE-GENERATION-COPY

           MOVE SPACES TO BACKUP-CATALOG-RECORD
           MOVE DROP-GENERATION TO BKC-GENERATION
           MOVE "X" TO BKC-RECORD-TYPE
           MOVE BACKUP-STAMP TO BKC-BACKUP-STAMP
           MOVE ZERO TO BKC-RECORD-COUNT
           MOVE ZERO TO BKC-HASH-TOTAL
           PERFORM APPEND-CATALOG-RECORD
           MOVE "Y" TO GEN-DROPPED(DROP-GENERATION)
           ADD 1 TO GENERATIONS-DROPPED

           MOVE DROP-GENERATION TO RPT-GENERATION-EDIT
           DISPLAY "  generation " RPT-GENERATION-EDIT " dropped"
           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "backup generation " DROP-GENERATION " dropped"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       DELETE-GENERATION-COPY.
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING "rm -f " GENERATION-COPY-NAME
               DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.

       WRITE-BACKUP-SUMMARY.
           MOVE NEW-GENERATION TO RPT-GENERATION-EDIT
           MOVE GENERATION-RECORD-COUNT TO RPT-COUNT-EDIT
           DISPLAY "MONTY-BACKUP: generation " RPT-GENERATION-EDIT
               " complete - " FILES-COPIED " files, "
               RPT-COUNT-EDIT " records, stamped " BACKUP-STAMP
           DISPLAY "  generations kept:    " GENERATIONS-KEPT
               " (retention " RETAIN-GENERATIONS ")"
           DISPLAY "  generations dropped: " GENERATIONS-DROPPED

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "backup generation " NEW-GENERATION " complete - "
               GENERATION-RECORD-COUNT " records, "
               GENERATIONS-KEPT " kept, " GENERATIONS-DROPPED
               " dropped"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - a run, purge or schedule
      *    pass changing the files must finish first - but a lock
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
                       " taken over by generation backup"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - backup will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "generation backup refused - lock held by "
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
           MOVE "MONTY-BACKUP" TO LCK-PROGRAM-ID
           MOVE "GENERATION-BKUP" TO LCK-RUN-ID
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
      *    only, never allowed to take the backup down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-BACKUP" TO LOG-PROGRAM-ID
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
      *    the backup stamp is fixed once, so every catalog record
      *    of the generation carries the same one
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH
           MOVE WS-TODAY(7:2) TO WS-RUN-DAY
           MOVE SPACES TO BACKUP-STAMP
           STRING WS-RUN-DATE " " WS-TODAY(9:2) ":" WS-TODAY(11:2)
               ":" WS-TODAY(13:2)
               DELIMITED BY SIZE INTO BACKUP-STAMP.
       END PROGRAM MONTY-BACKUP.
