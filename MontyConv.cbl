      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: One-time record layout conversion for door counts
      *          past nine. Brings every record still in the original
      *          layout - one-digit door count, no layout version - up
      *          to layout version "2", whose door count is two
      *          digits: the MONTYREG.DAT registration journal, the
      *          MONTYREG.IDX master (rebuilt from the converted
      *          journal the way MONTY-REGBUILD builds it),
      *          MONTYHST.DAT, every archive file named on the
      *          optional MONTYCNV.DAT card, the MONTYSCH.DAT calendar
      *          and a pending MONTYREQ.DAT stack. History records
      *          never carried a door count, so each one is given its
      *          run's count from the converted registry; a run with
      *          no registration is given 00 and counted, and the
      *          conversion ends RC 4 so someone looks at it. Records
      *          already at version "2" are copied unchanged, so the
      *          conversion can be run over a file more than once.
      *          Each file is converted onto the MONTYCNW.DAT work
      *          file and then copied back over the live file, and
      *          both steps are stamped on the append-only MONTYCNS.DAT
      *          conversion status file as they finish - a rerun after
      *          a failure skips the files already done and, for a
      *          file whose copy-back was cut short, copies the work
      *          file back again rather than reconverting a live file
      *          that is only half there. Clear MONTYCNS.DAT to
      *          convert again from the top, e.g. after MONTY-RECOVER
      *          has restored a generation backed up before the
      *          conversion. Every program reads both layouts, so
      *          MONTY-VERIFY replays runs registered before the
      *          conversion exactly as it did before it. Prints a
      *          conversion report (MONTYCNR.DAT) with a before/after
      *          count reconciliation per file. Runs under the run
      *          interlock so no run can write a file mid-conversion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    optional card listing the archive files to convert, one
      *    file name per line - no card means no archives
           SELECT CONVERT-CONTROL-FILE ASSIGN TO "MONTYCNV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-CONTROL-STATUS.

      *    append-only conversion status - one line per file per
      *    step finished, read back at the start of a rerun
           SELECT CONVERT-STATUS-FILE ASSIGN TO "MONTYCNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-STATUS-STATUS.

      *    work file each live file is converted onto before it is
      *    copied back - held until the next file's conversion
           SELECT CONVERT-WORK-FILE ASSIGN TO "MONTYCNW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-WORK-STATUS.

      *    the live files being converted - read, then rewritten
      *    from the work file
           SELECT REGISTRY-FILE ASSIGN TO "MONTYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    MONTYHST.DAT and the archive files share the history
      *    layout, so one file serves for all of them
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "MONTYSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "MONTYREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    the keyed master - rebuilt from the converted journal,
      *    then read by run ID for the door counts history needs
           SELECT REGISTRY-MASTER-FILE ASSIGN TO "MONTYREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGM-RUN-ID
               FILE STATUS IS WS-REGISTRY-MASTER-STATUS.

      *    conversion report, rewritten fresh each run
           SELECT CONVERT-REPORT-FILE ASSIGN TO "MONTYCNR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-REPORT-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

      *    run interlock - held for the whole conversion
           SELECT LOCK-FILE ASSIGN TO "MONTYLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVERT-CONTROL-FILE.
       01 CONVERT-CONTROL-RECORD.
           05 CNC-ARCHIVE-FILE-NAME PIC X(30).
           05 CNC-RESERVED PIC X(50).

      *    one line per file per finished step - "W" once the file
      *    is converted onto the work file, "D" once the work file
      *    is copied back over the live file. The counts are those
      *    of the file's conversion; on the MONTYREG.IDX line they
      *    are journal records read, runs loaded, replaced and
      *    skipped, in that order
       FD  CONVERT-STATUS-FILE.
       01 CONVERT-STATUS-RECORD.
           05 CNS-FILE-NAME PIC X(30).
           05 CNS-SEP-1 PIC X.
           05 CNS-PHASE PIC X.
           05 CNS-SEP-2 PIC X.
           05 CNS-RECORDS-BEFORE PIC 9(9).
           05 CNS-SEP-3 PIC X.
           05 CNS-RECORDS-AFTER PIC 9(9).
           05 CNS-SEP-4 PIC X.
           05 CNS-RECORDS-CONVERTED PIC 9(9).
           05 CNS-SEP-5 PIC X.
           05 CNS-RECORDS-CURRENT PIC 9(9).
           05 CNS-SEP-6 PIC X.
           05 CNS-RECORDS-NO-DOORS PIC 9(9).
           05 CNS-SEP-7 PIC X.
           05 CNS-CONVERT-STAMP PIC X(19).

       FD  CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD PIC X(1000).

       FD  REGISTRY-FILE.
           COPY "REGREC.CPY".

       FD  HISTORY-FILE.
           COPY "HSTREC.CPY".

       FD  SCHEDULE-FILE.
           COPY "SCHREC.CPY".

       FD  REQUEST-FILE.
           COPY "REQREC.CPY".

       FD  REGISTRY-MASTER-FILE.
           COPY "REGMREC.CPY".

       FD  CONVERT-REPORT-FILE.
       01 CONVERT-REPORT-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       FD  LOCK-FILE.
           COPY "LCKREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-CONVERT-CONTROL-STATUS PIC XX.
       01 WS-CONVERT-STATUS-STATUS PIC XX.
       01 WS-CONVERT-WORK-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-REGISTRY-MASTER-STATUS PIC XX.
       01 WS-CONVERT-REPORT-STATUS PIC XX.
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
       01 CONVERT-STAMP PIC X(19).

       01 HISTORY-FILE-NAME PIC X(30).

      * the files to convert, in the order they are taken - the
      * journal and master come first because history takes its
      * door counts from them. Kind R journal, M master, H history
      * layout (MONTYHST.DAT and the archives), S schedule, Q
      * request stack. Prior phase is the last step MONTYCNS.DAT
      * shows finished for the file - space, "W" or "D" - and the
      * counts are carried from there when a step is not redone
       01 CONVERT-TABLE.
           05 CONVERT-ENTRY OCCURS 60 TIMES.
               10 CNV-FILE-NAME PIC X(30).
               10 CNV-KIND PIC X.
               10 CNV-PRIOR-PHASE PIC X.
               10 CNV-RECORDS-BEFORE PIC 9(9).
               10 CNV-RECORDS-AFTER PIC 9(9).
               10 CNV-RECORDS-CONVERTED PIC 9(9).
               10 CNV-RECORDS-CURRENT PIC 9(9).
               10 CNV-RECORDS-NO-DOORS PIC 9(9).
               10 CNV-RESULT PIC X(12).
       01 CONVERT-COUNT PIC 99 VALUE 0.
       01 CONVERT-INDEX PIC 99.
       01 SCAN-INDEX PIC 99.
       01 FIND-INDEX PIC 99.
       01 ENTRY-FILE-NAME PIC X(30).
       01 ENTRY-FILE-KIND PIC X.
       01 ARCHIVES-NAMED PIC 99 VALUE 0.
       01 ARCHIVES-DROPPED PIC 9(3) VALUE 0.

      * state of the file in hand
       01 CONVERT-FAILED PIC X VALUE "N".
       01 FILE-FAILED PIC X.
       01 LIVE-FILE-ABSENT PIC X.
       01 LIVE-OPEN-STATUS PIC XX.
       01 LIVE-WRITE-STATUS PIC XX.
       01 WORK-AT-END PIC X.
       01 WORK-RECORDS-FOUND PIC 9(9).
       01 WORK-RECORDS-EXPECTED PIC 9(9).
       01 FAILURE-REASON PIC X(60).
       01 CONVERT-PHASE PIC X.

      * master rebuild - READ = LOADED + REPLACED + SKIPPED
       01 MASTER-BUILD-FAILED PIC X VALUE "N".

      * door count lookup for history, master first with the
      * journal scan as the fallback
       01 MASTER-OPENED PIC X VALUE "N".
       01 MASTER-AVAILABLE PIC X VALUE "N".
       01 LOOKUP-RUN-ID PIC X(16).
       01 LOOKUP-FOUND PIC X.
       01 LOOKUP-DOORS PIC 99.

      * run totals for the report and the return code
       01 FILES-CONVERTED PIC 9(3) VALUE 0.
       01 FILES-DONE-EARLIER PIC 9(3) VALUE 0.
       01 FILES-FAILED PIC 9(3) VALUE 0.
       01 TOTAL-RECORDS-CONVERTED PIC 9(9) VALUE 0.
       01 TOTAL-RECORDS-NO-DOORS PIC 9(9) VALUE 0.

       01 RPT-BEFORE-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-AFTER-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-CONVERTED-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-CURRENT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-NO-DOORS-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-CONFLICT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERT-REPORT-FILE
           IF WS-CONVERT-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYCNR.DAT, status "
                   WS-CONVERT-REPORT-STATUS
                   " - conversion not started"
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-CONVERT-TABLE
           PERFORM LOAD-CONVERT-STATUS

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "layout conversion started - " CONVERT-COUNT
               " files, " ARCHIVES-NAMED " of them archives"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

      *    a failed file stops the pass - a later file may depend on
      *    it, as history does on the journal - and a rerun picks
      *    up from the status file
           PERFORM CONVERT-ONE-FILE
               VARYING CONVERT-INDEX FROM 1 BY 1
               UNTIL CONVERT-INDEX > CONVERT-COUNT
                   OR CONVERT-FAILED = "Y"

           IF MASTER-AVAILABLE = "Y"
               CLOSE REGISTRY-MASTER-FILE
           END-IF

           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-ONE-FILE-LINE
               VARYING CONVERT-INDEX FROM 1 BY 1
               UNTIL CONVERT-INDEX > CONVERT-COUNT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CONVERT-REPORT-FILE

           PERFORM WRITE-CONVERT-SUMMARY
           PERFORM RELEASE-RUN-LOCK

           IF CONVERT-FAILED = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF TOTAL-RECORDS-NO-DOORS NOT = ZERO
                       OR ARCHIVES-DROPPED NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       BUILD-CONVERT-TABLE.
           INITIALIZE CONVERT-TABLE
           MOVE "MONTYREG.DAT" TO ENTRY-FILE-NAME
           MOVE "R" TO ENTRY-FILE-KIND
           PERFORM ADD-CONVERT-ENTRY
           MOVE "MONTYREG.IDX" TO ENTRY-FILE-NAME
           MOVE "M" TO ENTRY-FILE-KIND
           PERFORM ADD-CONVERT-ENTRY
           MOVE "MONTYHST.DAT" TO ENTRY-FILE-NAME
           MOVE "H" TO ENTRY-FILE-KIND
           PERFORM ADD-CONVERT-ENTRY

           OPEN INPUT CONVERT-CONTROL-FILE
           IF WS-CONVERT-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONVERT-CONTROL-STATUS NOT = "00"
                   READ CONVERT-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-ARCHIVE-NAME
                   END-READ
               END-PERFORM
               CLOSE CONVERT-CONTROL-FILE
           ELSE
               DISPLAY "MONTY-CONVERT: no MONTYCNV.DAT card - no "
                   "archive files will be converted"
           END-IF

           MOVE "MONTYSCH.DAT" TO ENTRY-FILE-NAME
           MOVE "S" TO ENTRY-FILE-KIND
           PERFORM ADD-CONVERT-ENTRY
           MOVE "MONTYREQ.DAT" TO ENTRY-FILE-NAME
           MOVE "Q" TO ENTRY-FILE-KIND
           PERFORM ADD-CONVERT-ENTRY.

       NOTE-ONE-ARCHIVE-NAME.
      *    blank lines are passed over; a name already in the table
      *    (a live file, or an archive listed twice) is taken once
           IF CNC-ARCHIVE-FILE-NAME NOT = SPACES
               MOVE CNC-ARCHIVE-FILE-NAME TO ENTRY-FILE-NAME
               PERFORM FIND-CONVERT-ENTRY
               IF FIND-INDEX = ZERO
                   IF CONVERT-COUNT < 58
                       MOVE "H" TO ENTRY-FILE-KIND
                       PERFORM ADD-CONVERT-ENTRY
                       ADD 1 TO ARCHIVES-NAMED
                   ELSE
                       ADD 1 TO ARCHIVES-DROPPED
                       DISPLAY "WARNING: archive " CNC-ARCHIVE-FILE-NAME
                           " not converted - more than 55 archives "
                           "on MONTYCNV.DAT, rerun for the rest"
                   END-IF
               END-IF
           END-IF.

       ADD-CONVERT-ENTRY.
           ADD 1 TO CONVERT-COUNT
           MOVE ENTRY-FILE-NAME TO CNV-FILE-NAME(CONVERT-COUNT)
           MOVE ENTRY-FILE-KIND TO CNV-KIND(CONVERT-COUNT)
           MOVE SPACE TO CNV-PRIOR-PHASE(CONVERT-COUNT)
           MOVE "NOT REACHED" TO CNV-RESULT(CONVERT-COUNT).

       FIND-CONVERT-ENTRY.
           MOVE ZERO TO FIND-INDEX
           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > CONVERT-COUNT
                       OR FIND-INDEX NOT = ZERO
               IF CNV-FILE-NAME(SCAN-INDEX) = ENTRY-FILE-NAME
                   MOVE SCAN-INDEX TO FIND-INDEX
               END-IF
           END-PERFORM.

       LOAD-CONVERT-STATUS.
      *    the latest line for a file is the step it last finished;
      *    a missing status file is a first run
           OPEN INPUT CONVERT-STATUS-FILE
           IF WS-CONVERT-STATUS-STATUS = "00"
               PERFORM UNTIL WS-CONVERT-STATUS-STATUS NOT = "00"
                   READ CONVERT-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-STATUS-LINE
                   END-READ
               END-PERFORM
               CLOSE CONVERT-STATUS-FILE
           END-IF.

       NOTE-ONE-STATUS-LINE.
           MOVE CNS-FILE-NAME TO ENTRY-FILE-NAME
           PERFORM FIND-CONVERT-ENTRY
           IF FIND-INDEX NOT = ZERO
                   AND (CNS-PHASE = "W" OR CNS-PHASE = "D")
               MOVE CNS-PHASE TO CNV-PRIOR-PHASE(FIND-INDEX)
               MOVE CNS-RECORDS-BEFORE
                   TO CNV-RECORDS-BEFORE(FIND-INDEX)
               MOVE CNS-RECORDS-AFTER TO CNV-RECORDS-AFTER(FIND-INDEX)
               MOVE CNS-RECORDS-CONVERTED
                   TO CNV-RECORDS-CONVERTED(FIND-INDEX)
               MOVE CNS-RECORDS-CURRENT
                   TO CNV-RECORDS-CURRENT(FIND-INDEX)
               MOVE CNS-RECORDS-NO-DOORS
                   TO CNV-RECORDS-NO-DOORS(FIND-INDEX)
           END-IF.

       CONVERT-ONE-FILE.
           MOVE "N" TO FILE-FAILED
           MOVE SPACES TO FAILURE-REASON
           EVALUATE TRUE
               WHEN CNV-PRIOR-PHASE(CONVERT-INDEX) = "D"
                   MOVE "DONE EARLIER" TO CNV-RESULT(CONVERT-INDEX)
                   ADD 1 TO FILES-DONE-EARLIER
               WHEN CNV-KIND(CONVERT-INDEX) = "M"
                   PERFORM REBUILD-REGISTRY-MASTER
                   IF FILE-FAILED NOT = "Y"
                       PERFORM CHECK-FILE-COUNTS
                   END-IF
                   IF FILE-FAILED NOT = "Y"
                       MOVE "D" TO CONVERT-PHASE
                       PERFORM WRITE-CONVERT-STATUS
                   END-IF
               WHEN CNV-PRIOR-PHASE(CONVERT-INDEX) = "W"
      *            the work file was complete, the copy-back was not -
      *            the live file may be half written, so it is never
      *            reconverted, only copied back again
                   PERFORM COPY-WORK-TO-LIVE
                   IF FILE-FAILED NOT = "Y"
                       PERFORM CHECK-FILE-COUNTS
                   END-IF
                   IF FILE-FAILED NOT = "Y"
                       MOVE "D" TO CONVERT-PHASE
                       PERFORM WRITE-CONVERT-STATUS
                   END-IF
                   IF FILE-FAILED NOT = "Y"
                       MOVE "RESUMED" TO CNV-RESULT(CONVERT-INDEX)
                   END-IF
               WHEN OTHER
                   PERFORM CONVERT-FILE-FROM-LIVE
           END-EVALUATE

           IF FILE-FAILED = "Y"
               MOVE "Y" TO CONVERT-FAILED
               ADD 1 TO FILES-FAILED
               IF CNV-RESULT(CONVERT-INDEX) = "NOT REACHED"
                   MOVE "FAILED" TO CNV-RESULT(CONVERT-INDEX)
               END-IF
               DISPLAY "ERROR: " CNV-FILE-NAME(CONVERT-INDEX)
                   " not converted - " FAILURE-REASON
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "layout conversion of "
                   CNV-FILE-NAME(CONVERT-INDEX) " failed - "
                   FAILURE-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               IF CNV-PRIOR-PHASE(CONVERT-INDEX) NOT = "D"
                   ADD 1 TO FILES-CONVERTED
               END-IF
           END-IF

           IF CNV-KIND(CONVERT-INDEX) NOT = "M"
               ADD CNV-RECORDS-CONVERTED(CONVERT-INDEX)
                   TO TOTAL-RECORDS-CONVERTED
               ADD CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
                   TO TOTAL-RECORDS-NO-DOORS
           END-IF.

       CONVERT-FILE-FROM-LIVE.
      *    live file onto the work file, stamped "W"; work file back
      *    over the live file, stamped "D" - a file that is not
      *    there is stamped done with nothing converted
           PERFORM CONVERT-TO-WORK-FILE
           IF FILE-FAILED NOT = "Y"
                   AND LIVE-FILE-ABSENT = "Y"
               MOVE "D" TO CONVERT-PHASE
               PERFORM WRITE-CONVERT-STATUS
               IF FILE-FAILED NOT = "Y"
                   MOVE "NOT PRESENT" TO CNV-RESULT(CONVERT-INDEX)
               END-IF
           END-IF
           IF FILE-FAILED NOT = "Y"
                   AND LIVE-FILE-ABSENT NOT = "Y"
               MOVE "W" TO CONVERT-PHASE
               PERFORM WRITE-CONVERT-STATUS
               IF FILE-FAILED NOT = "Y"
                   PERFORM COPY-WORK-TO-LIVE
               END-IF
               IF FILE-FAILED NOT = "Y"
                   PERFORM CHECK-FILE-COUNTS
               END-IF
               IF FILE-FAILED NOT = "Y"
                   MOVE "D" TO CONVERT-PHASE
                   PERFORM WRITE-CONVERT-STATUS
               END-IF
               IF FILE-FAILED NOT = "Y"
                   MOVE "CONVERTED" TO CNV-RESULT(CONVERT-INDEX)
               END-IF
           END-IF.

       CHECK-FILE-COUNTS.
      *    every record read must come back, converted or already
      *    current - the master instead balances the journal records
      *    read against the runs loaded, replaced and skipped
           IF CNV-KIND(CONVERT-INDEX) = "M"
               IF CNV-RECORDS-BEFORE(CONVERT-INDEX) NOT =
                       CNV-RECORDS-AFTER(CONVERT-INDEX)
                       + CNV-RECORDS-CONVERTED(CONVERT-INDEX)
                       + CNV-RECORDS-CURRENT(CONVERT-INDEX)
                   MOVE "Y" TO FILE-FAILED
               END-IF
           ELSE
               IF CNV-RECORDS-BEFORE(CONVERT-INDEX) NOT =
                       CNV-RECORDS-AFTER(CONVERT-INDEX)
                       OR CNV-RECORDS-BEFORE(CONVERT-INDEX) NOT =
                       CNV-RECORDS-CONVERTED(CONVERT-INDEX)
                       + CNV-RECORDS-CURRENT(CONVERT-INDEX)
                   MOVE "Y" TO FILE-FAILED
               END-IF
           END-IF
           IF FILE-FAILED = "Y"
               MOVE "MISMATCH" TO CNV-RESULT(CONVERT-INDEX)
               MOVE "record counts do not reconcile"
                   TO FAILURE-REASON
           END-IF.

       CONVERT-TO-WORK-FILE.
           MOVE "N" TO LIVE-FILE-ABSENT
           MOVE ZERO TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-AFTER(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
           OPEN OUTPUT CONVERT-WORK-FILE
           IF WS-CONVERT-WORK-STATUS NOT = "00"
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "could not open MONTYCNW.DAT, status "
                   WS-CONVERT-WORK-STATUS
                   DELIMITED BY SIZE INTO FAILURE-REASON
           ELSE
               EVALUATE CNV-KIND(CONVERT-INDEX)
                   WHEN "R"
                       PERFORM CONVERT-REGISTRY-JOURNAL
                   WHEN "H"
                       PERFORM CONVERT-HISTORY-FILE
                   WHEN "S"
                       PERFORM CONVERT-SCHEDULE-FILE
                   WHEN "Q"
                       PERFORM CONVERT-REQUEST-FILE
               END-EVALUATE
               CLOSE CONVERT-WORK-FILE
           END-IF.

       CONVERT-REGISTRY-JOURNAL.
           OPEN INPUT REGISTRY-FILE
           MOVE WS-REGISTRY-STATUS TO LIVE-OPEN-STATUS
           PERFORM CHECK-LIVE-OPEN
           IF LIVE-OPEN-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                       OR FILE-FAILED = "Y"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
                           PERFORM CONVERT-REGISTRY-RECORD
                           MOVE REGISTRY-RECORD TO CONVERT-WORK-RECORD
                           PERFORM PUT-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       CONVERT-REGISTRY-RECORD.
           IF REG-LAYOUT-VERSION = "2"
               ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           ELSE
               ADD 1 TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               IF REG-NUMBER-OF-DOORS-V1 IS NUMERIC
                   MOVE REG-NUMBER-OF-DOORS-V1 TO REG-NUMBER-OF-DOORS
               ELSE
                   MOVE ZERO TO REG-NUMBER-OF-DOORS
                   ADD 1 TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
               END-IF
               MOVE ZERO TO REG-NUMBER-OF-DOORS-V1
               MOVE "2" TO REG-LAYOUT-VERSION
           END-IF.

       CONVERT-HISTORY-FILE.
           MOVE CNV-FILE-NAME(CONVERT-INDEX) TO HISTORY-FILE-NAME
           IF MASTER-OPENED NOT = "Y"
               PERFORM OPEN-LOOKUP-MASTER
           END-IF
           OPEN INPUT HISTORY-FILE
           MOVE WS-HISTORY-STATUS TO LIVE-OPEN-STATUS
           PERFORM CHECK-LIVE-OPEN
           IF LIVE-OPEN-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                       OR FILE-FAILED = "Y"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
                           PERFORM CONVERT-HISTORY-RECORD
                           MOVE HISTORY-RECORD TO CONVERT-WORK-RECORD
                           PERFORM PUT-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       CONVERT-HISTORY-RECORD.
      *    history never carried a door count - the run's comes from
      *    its registration, and a run with none is given 00
           IF HIST-LAYOUT-VERSION = "2"
               ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           ELSE
               ADD 1 TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               MOVE HIST-RUN-ID TO LOOKUP-RUN-ID
               PERFORM LOOKUP-RUN-DOORS
               IF LOOKUP-FOUND NOT = "Y" OR LOOKUP-DOORS = ZERO
                   ADD 1 TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
                   DISPLAY "WARNING: run " HIST-RUN-ID " of "
                       HIST-RUN-DATE " on " HISTORY-FILE-NAME
                       " has no registered door count - given 00"
               END-IF
               MOVE LOOKUP-DOORS TO HIST-NUMBER-OF-DOORS
               MOVE "2" TO HIST-LAYOUT-VERSION
           END-IF.

       CONVERT-SCHEDULE-FILE.
           OPEN INPUT SCHEDULE-FILE
           MOVE WS-SCHEDULE-STATUS TO LIVE-OPEN-STATUS
           PERFORM CHECK-LIVE-OPEN
           IF LIVE-OPEN-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-STATUS NOT = "00"
                       OR FILE-FAILED = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
                           PERFORM CONVERT-SCHEDULE-RECORD
                           MOVE SCHEDULE-RECORD TO CONVERT-WORK-RECORD
                           PERFORM PUT-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       CONVERT-SCHEDULE-RECORD.
           IF SCH-LAYOUT-VERSION = "2"
               ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           ELSE
               ADD 1 TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               IF SCH-NUMBER-OF-DOORS-V1 IS NUMERIC
                   MOVE SCH-NUMBER-OF-DOORS-V1 TO SCH-NUMBER-OF-DOORS
               ELSE
                   MOVE ZERO TO SCH-NUMBER-OF-DOORS
                   ADD 1 TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
               END-IF
               MOVE ZERO TO SCH-NUMBER-OF-DOORS-V1
               MOVE "2" TO SCH-LAYOUT-VERSION
           END-IF.

       CONVERT-REQUEST-FILE.
           OPEN INPUT REQUEST-FILE
           MOVE WS-REQUEST-STATUS TO LIVE-OPEN-STATUS
           PERFORM CHECK-LIVE-OPEN
           IF LIVE-OPEN-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
                       OR FILE-FAILED = "Y"
                   READ REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
                           PERFORM CONVERT-REQUEST-RECORD
                           MOVE REQUEST-RECORD TO CONVERT-WORK-RECORD
                           PERFORM PUT-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       CONVERT-REQUEST-RECORD.
           IF REQ-LAYOUT-VERSION = "2"
               ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           ELSE
               ADD 1 TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               IF REQ-NUMBER-OF-DOORS-V1 IS NUMERIC
                   MOVE REQ-NUMBER-OF-DOORS-V1 TO REQ-NUMBER-OF-DOORS
               ELSE
                   MOVE ZERO TO REQ-NUMBER-OF-DOORS
                   ADD 1 TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
               END-IF
               MOVE ZERO TO REQ-NUMBER-OF-DOORS-V1
               MOVE "2" TO REQ-LAYOUT-VERSION
           END-IF.

       CHECK-LIVE-OPEN.
      *    a live file that does not exist has nothing to convert -
      *    except an archive, which was named on the card and so is
      *    expected to be there
           IF LIVE-OPEN-STATUS = "35"
               IF CNV-KIND(CONVERT-INDEX) = "H"
                       AND CNV-FILE-NAME(CONVERT-INDEX)
                           NOT = "MONTYHST.DAT"
                   MOVE "Y" TO FILE-FAILED
                   MOVE "archive named on MONTYCNV.DAT was not found"
                       TO FAILURE-REASON
               ELSE
                   MOVE "Y" TO LIVE-FILE-ABSENT
               END-IF
           ELSE
               IF LIVE-OPEN-STATUS NOT = "00"
                   MOVE "Y" TO FILE-FAILED
                   MOVE SPACES TO FAILURE-REASON
                   STRING "could not open the file, status "
                       LIVE-OPEN-STATUS
                       DELIMITED BY SIZE INTO FAILURE-REASON
               END-IF
           END-IF.

       PUT-WORK-RECORD.
           WRITE CONVERT-WORK-RECORD
           IF WS-CONVERT-WORK-STATUS NOT = "00"
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "could not write MONTYCNW.DAT, status "
                   WS-CONVERT-WORK-STATUS
                   DELIMITED BY SIZE INTO FAILURE-REASON
           END-IF.

       COPY-WORK-TO-LIVE.
      *    the work file is counted before the live file is opened
      *    for output - a work file that does not hold every record
      *    the conversion put there leaves the live file untouched
           MOVE ZERO TO WORK-RECORDS-FOUND
           COMPUTE WORK-RECORDS-EXPECTED =
               CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               + CNV-RECORDS-CURRENT(CONVERT-INDEX)
           OPEN INPUT CONVERT-WORK-FILE
           IF WS-CONVERT-WORK-STATUS = "00"
               PERFORM UNTIL WS-CONVERT-WORK-STATUS NOT = "00"
                   READ CONVERT-WORK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WORK-RECORDS-FOUND
                   END-READ
               END-PERFORM
               CLOSE CONVERT-WORK-FILE
           END-IF
           IF WORK-RECORDS-FOUND NOT = WORK-RECORDS-EXPECTED
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "MONTYCNW.DAT holds " WORK-RECORDS-FOUND
                   " records, expected " WORK-RECORDS-EXPECTED
                   DELIMITED BY SIZE INTO FAILURE-REASON
           ELSE
               PERFORM OPEN-LIVE-FOR-OUTPUT
           END-IF

           IF FILE-FAILED NOT = "Y"
               MOVE ZERO TO CNV-RECORDS-AFTER(CONVERT-INDEX)
               OPEN INPUT CONVERT-WORK-FILE
               MOVE "N" TO WORK-AT-END
               PERFORM UNTIL WORK-AT-END = "Y" OR FILE-FAILED = "Y"
                   READ CONVERT-WORK-FILE
                       AT END
                           MOVE "Y" TO WORK-AT-END
                       NOT AT END
                           PERFORM WRITE-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONVERT-WORK-FILE
               PERFORM CLOSE-LIVE-FILE
           END-IF.

       OPEN-LIVE-FOR-OUTPUT.
           EVALUATE CNV-KIND(CONVERT-INDEX)
               WHEN "R"
                   OPEN OUTPUT REGISTRY-FILE
                   MOVE WS-REGISTRY-STATUS TO LIVE-OPEN-STATUS
               WHEN "H"
                   MOVE CNV-FILE-NAME(CONVERT-INDEX)
                       TO HISTORY-FILE-NAME
                   OPEN OUTPUT HISTORY-FILE
                   MOVE WS-HISTORY-STATUS TO LIVE-OPEN-STATUS
               WHEN "S"
                   OPEN OUTPUT SCHEDULE-FILE
                   MOVE WS-SCHEDULE-STATUS TO LIVE-OPEN-STATUS
               WHEN "Q"
                   OPEN OUTPUT REQUEST-FILE
                   MOVE WS-REQUEST-STATUS TO LIVE-OPEN-STATUS
           END-EVALUATE
           IF LIVE-OPEN-STATUS NOT = "00"
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "could not rewrite the file, status "
                   LIVE-OPEN-STATUS
                   DELIMITED BY SIZE INTO FAILURE-REASON
           END-IF.

       WRITE-LIVE-RECORD.
           EVALUATE CNV-KIND(CONVERT-INDEX)
               WHEN "R"
                   MOVE CONVERT-WORK-RECORD TO REGISTRY-RECORD
                   WRITE REGISTRY-RECORD
                   MOVE WS-REGISTRY-STATUS TO LIVE-WRITE-STATUS
               WHEN "H"
                   MOVE CONVERT-WORK-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                   MOVE WS-HISTORY-STATUS TO LIVE-WRITE-STATUS
               WHEN "S"
                   MOVE CONVERT-WORK-RECORD TO SCHEDULE-RECORD
                   WRITE SCHEDULE-RECORD
                   MOVE WS-SCHEDULE-STATUS TO LIVE-WRITE-STATUS
               WHEN "Q"
                   MOVE CONVERT-WORK-RECORD TO REQUEST-RECORD
                   WRITE REQUEST-RECORD
                   MOVE WS-REQUEST-STATUS TO LIVE-WRITE-STATUS
           END-EVALUATE
           IF LIVE-WRITE-STATUS NOT = "00"
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "write failed copying back, status "
                   LIVE-WRITE-STATUS
                   " - rerun to copy MONTYCNW.DAT back again"
                   DELIMITED BY SIZE INTO FAILURE-REASON
           ELSE
               ADD 1 TO CNV-RECORDS-AFTER(CONVERT-INDEX)
           END-IF.

       CLOSE-LIVE-FILE.
           EVALUATE CNV-KIND(CONVERT-INDEX)
               WHEN "R"
                   CLOSE REGISTRY-FILE
               WHEN "H"
                   CLOSE HISTORY-FILE
               WHEN "S"
                   CLOSE SCHEDULE-FILE
               WHEN "Q"
                   CLOSE REQUEST-FILE
           END-EVALUATE.

       REBUILD-REGISTRY-MASTER.
      *    the MONTY-REGBUILD load over the converted journal - in
      *    journal order, a duplicate key replacing, so the master
      *    ends holding each run's latest entry in the new layout.
      *    The load starts from an empty master, so a rerun simply
      *    builds it again
           MOVE ZERO TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-AFTER(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           MOVE ZERO TO CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
           MOVE "N" TO MASTER-BUILD-FAILED
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
      *        no journal, no runs - the master is left as it is
               MOVE "NOT PRESENT" TO CNV-RESULT(CONVERT-INDEX)
           ELSE
               OPEN OUTPUT REGISTRY-MASTER-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                       OR WS-REGISTRY-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO FILE-FAILED
                   MOVE SPACES TO FAILURE-REASON
                   STRING "could not rebuild the master, status "
                       WS-REGISTRY-STATUS " " WS-REGISTRY-MASTER-STATUS
                       DELIMITED BY SIZE INTO FAILURE-REASON
               ELSE
                   PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                       READ REGISTRY-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM LOAD-ONE-REGISTRATION
                       END-READ
                   END-PERFORM
                   IF MASTER-BUILD-FAILED = "Y"
                       MOVE "Y" TO FILE-FAILED
                       MOVE "a run could not be loaded into the master"
                           TO FAILURE-REASON
                   ELSE
                       MOVE "REBUILT" TO CNV-RESULT(CONVERT-INDEX)
                   END-IF
               END-IF
               CLOSE REGISTRY-MASTER-FILE
           END-IF
           CLOSE REGISTRY-FILE.

       LOAD-ONE-REGISTRATION.
           ADD 1 TO CNV-RECORDS-BEFORE(CONVERT-INDEX)
           IF REG-RUN-ID = SPACES OR REG-RUN-ID = LOW-VALUES
               ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
           ELSE
               MOVE REGISTRY-RECORD TO REGISTRY-MASTER-RECORD
               WRITE REGISTRY-MASTER-RECORD
                   INVALID KEY
                       PERFORM REPLACE-ONE-REGISTRATION
                   NOT INVALID KEY
                       ADD 1 TO CNV-RECORDS-AFTER(CONVERT-INDEX)
               END-WRITE
           END-IF.

       REPLACE-ONE-REGISTRATION.
           REWRITE REGISTRY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not load run " RGM-RUN-ID
                       " into MONTYREG.IDX, status "
                       WS-REGISTRY-MASTER-STATUS
                   ADD 1 TO CNV-RECORDS-CURRENT(CONVERT-INDEX)
                   MOVE "Y" TO MASTER-BUILD-FAILED
               NOT INVALID KEY
                   ADD 1 TO CNV-RECORDS-CONVERTED(CONVERT-INDEX)
           END-REWRITE.

       OPEN-LOOKUP-MASTER.
      *    the master answers a run ID in one read; without it the
      *    journal is scanned, as MONTY-CLOSE does
           MOVE "Y" TO MASTER-OPENED
           OPEN INPUT REGISTRY-MASTER-FILE
           IF WS-REGISTRY-MASTER-STATUS = "00"
               MOVE "Y" TO MASTER-AVAILABLE
           ELSE
               DISPLAY "WARNING: MONTYREG.IDX could not be opened, "
                   "status " WS-REGISTRY-MASTER-STATUS
                   " - scanning MONTYREG.DAT for door counts"
           END-IF.

       LOOKUP-RUN-DOORS.
           MOVE "N" TO LOOKUP-FOUND
           MOVE ZERO TO LOOKUP-DOORS
           IF MASTER-AVAILABLE = "Y"
               MOVE LOOKUP-RUN-ID TO RGM-RUN-ID
               READ REGISTRY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LOOKUP-FOUND
                       IF RGM-LAYOUT-VERSION = "2"
                           MOVE RGM-NUMBER-OF-DOORS TO LOOKUP-DOORS
                       ELSE
                           MOVE RGM-NUMBER-OF-DOORS-V1 TO LOOKUP-DOORS
                       END-IF
               END-READ
           ELSE
               PERFORM SCAN-REGISTRY-BY-RUN-ID
           END-IF
           IF LOOKUP-DOORS IS NOT NUMERIC
               MOVE ZERO TO LOOKUP-DOORS
           END-IF.

       SCAN-REGISTRY-BY-RUN-ID.
      *    the whole journal is read so the match that sticks is the
      *    run's latest entry
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-RUN-ID = LOOKUP-RUN-ID
                               MOVE "Y" TO LOOKUP-FOUND
                               IF REG-LAYOUT-VERSION = "2"
                                   MOVE REG-NUMBER-OF-DOORS
                                       TO LOOKUP-DOORS
                               ELSE
                                   MOVE REG-NUMBER-OF-DOORS-V1
                                       TO LOOKUP-DOORS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       WRITE-CONVERT-STATUS.
      *    the caller sets CONVERT-PHASE; the file is closed
      *    straight away so the line survives whatever happens next
           MOVE SPACES TO CONVERT-STATUS-RECORD
           MOVE CONVERT-PHASE TO CNS-PHASE
           MOVE CNV-FILE-NAME(CONVERT-INDEX) TO CNS-FILE-NAME
           MOVE CNV-RECORDS-BEFORE(CONVERT-INDEX) TO CNS-RECORDS-BEFORE
           MOVE CNV-RECORDS-AFTER(CONVERT-INDEX) TO CNS-RECORDS-AFTER
           MOVE CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               TO CNS-RECORDS-CONVERTED
           MOVE CNV-RECORDS-CURRENT(CONVERT-INDEX)
               TO CNS-RECORDS-CURRENT
           MOVE CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
               TO CNS-RECORDS-NO-DOORS
           MOVE CONVERT-STAMP TO CNS-CONVERT-STAMP
           OPEN EXTEND CONVERT-STATUS-FILE
           IF WS-CONVERT-STATUS-STATUS = "05"
                   OR WS-CONVERT-STATUS-STATUS = "35"
               OPEN OUTPUT CONVERT-STATUS-FILE
           END-IF
           IF WS-CONVERT-STATUS-STATUS NOT = "00"
               MOVE "Y" TO FILE-FAILED
               MOVE SPACES TO FAILURE-REASON
               STRING "could not open MONTYCNS.DAT, status "
                   WS-CONVERT-STATUS-STATUS
                   DELIMITED BY SIZE INTO FAILURE-REASON
           ELSE
               WRITE CONVERT-STATUS-RECORD
               IF WS-CONVERT-STATUS-STATUS NOT = "00"
                   MOVE "Y" TO FILE-FAILED
                   MOVE SPACES TO FAILURE-REASON
                   STRING "could not write MONTYCNS.DAT, status "
                       WS-CONVERT-STATUS-STATUS
                       DELIMITED BY SIZE INTO FAILURE-REASON
               END-IF
           END-IF
           CLOSE CONVERT-STATUS-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "MONTY HALL SIMULATION - RECORD LAYOUT CONVERSION"
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Converted: " CONVERT-STAMP
               "      Layout Version: 2 (two-digit door counts)"
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "FILE                            "
               "   RECS BEFORE    RECS AFTER     CONVERTED"
               "   ALREADY NEW      NO DOORS  RESULT"
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.

       WRITE-ONE-FILE-LINE.
           MOVE CNV-RECORDS-BEFORE(CONVERT-INDEX) TO RPT-BEFORE-EDIT
           MOVE CNV-RECORDS-AFTER(CONVERT-INDEX) TO RPT-AFTER-EDIT
           MOVE CNV-RECORDS-CONVERTED(CONVERT-INDEX)
               TO RPT-CONVERTED-EDIT
           MOVE CNV-RECORDS-CURRENT(CONVERT-INDEX) TO RPT-CURRENT-EDIT
           MOVE CNV-RECORDS-NO-DOORS(CONVERT-INDEX)
               TO RPT-NO-DOORS-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           IF CNV-KIND(CONVERT-INDEX) = "M"
      *        the master line carries journal records read and runs
      *        loaded; the split of the difference goes underneath
               STRING CNV-FILE-NAME(CONVERT-INDEX) "  "
                   " " RPT-BEFORE-EDIT " " RPT-AFTER-EDIT
                   "                                          "
                   "  " CNV-RESULT(CONVERT-INDEX)
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           ELSE
               STRING CNV-FILE-NAME(CONVERT-INDEX) "  "
                   " " RPT-BEFORE-EDIT " " RPT-AFTER-EDIT
                   " " RPT-CONVERTED-EDIT " " RPT-CURRENT-EDIT
                   " " RPT-NO-DOORS-EDIT "  " CNV-RESULT(CONVERT-INDEX)
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           END-IF
           WRITE CONVERT-REPORT-LINE

           IF CNV-KIND(CONVERT-INDEX) = "M"
                   AND CNV-RECORDS-BEFORE(CONVERT-INDEX) NOT = ZERO
               MOVE CNV-RECORDS-CONVERTED(CONVERT-INDEX)
                   TO RPT-CONVERTED-EDIT
               MOVE CNV-RECORDS-CURRENT(CONVERT-INDEX)
                   TO RPT-CURRENT-EDIT
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "    of the journal records read - replaced "
                   "by a later entry:" RPT-CONVERTED-EDIT
                   "   skipped (no run ID):" RPT-CURRENT-EDIT
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE FILES-CONVERTED TO RPT-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Files Converted This Run:           " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE FILES-DONE-EARLIER TO RPT-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Files Converted Earlier:            " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE FILES-FAILED TO RPT-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Files Failed:                       " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE TOTAL-RECORDS-CONVERTED TO RPT-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Records Converted (all runs):       " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE TOTAL-RECORDS-NO-DOORS TO RPT-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "Records Left With Door Count 00:    " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           IF ARCHIVES-DROPPED NOT = ZERO
               MOVE ARCHIVES-DROPPED TO RPT-COUNT-EDIT
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "WARNING: archives past the 55 a pass converts "
                   "(rerun for the rest):" RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
           END-IF

           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           IF CONVERT-FAILED = "Y"
               STRING "RECONCILIATION: FAILED - files marked FAILED, "
                   "MISMATCH or NOT REACHED are not converted; rerun "
                   "once the fault is cleared"
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           ELSE
               STRING "RECONCILIATION: OK - every file's records "
                   "before equal its records after"
                   DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           END-IF
           WRITE CONVERT-REPORT-LINE.

       WRITE-CONVERT-SUMMARY.
           IF CONVERT-FAILED = "Y"
               DISPLAY "ERROR: layout conversion incomplete - see "
                   "MONTYCNR.DAT, rerun once the fault is cleared"
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "layout conversion incomplete - "
                   FILES-CONVERTED " files converted, " FILES-FAILED
                   " failed"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               DISPLAY "MONTY-CONVERT: " FILES-CONVERTED
                   " files converted, " FILES-DONE-EARLIER
                   " done earlier, " TOTAL-RECORDS-CONVERTED
                   " records converted, report in MONTYCNR.DAT"
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "layout conversion complete - "
                   TOTAL-RECORDS-CONVERTED " records converted, "
                   TOTAL-RECORDS-NO-DOORS " left with door count 00"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       ACQUIRE-RUN-LOCK.
      *    any live lock is a conflict - nothing may write to the
      *    files while they are converted - but a lock whose stamp
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
                       " taken over by layout conversion"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   PERFORM WRITE-RUN-LOCK
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "ERROR: another job holds the run lock - "
                       WS-LOCK-PROGRAM-SAVE " for run "
                       WS-LOCK-RUN-ID-SAVE " since "
                       WS-LOCK-STAMP-SAVE
                       " - conversion will not start"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "layout conversion refused - lock held by "
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
           MOVE "MONTY-CONVRT" TO LCK-PROGRAM-ID
           MOVE "CONVERSION" TO LCK-RUN-ID
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
      *    only, never allowed to take the conversion down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-CONVRT" TO LOG-PROGRAM-ID
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
           MOVE SPACES TO CONVERT-STAMP
           STRING WS-RUN-DATE " " WS-TODAY(9:2) ":" WS-TODAY(11:2)
               ":" WS-TODAY(13:2)
               DELIMITED BY SIZE INTO CONVERT-STAMP.
       END PROGRAM MONTY-CONVERT.
