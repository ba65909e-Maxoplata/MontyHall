      *          policy wants old results kept separately, never
      *          deleted, so archived records are appended to the
      *          archive - the purge only ever shortens the live file.
      *          Only months MONTY-CLOSE has closed into the
      *          MONTYROL.DAT rollup may be purged: if any record
      *          older than the cutoff falls in a month with no close
      *          on the rollup, the purge is refused before anything
      *          is touched, so the long-run figures never lose runs
      *          the rollup does not carry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-WORK-STATUS.

      *    permanent monthly rollup - read only, for the months
      *    MONTY-CLOSE has closed
           SELECT ROLLUP-FILE ASSIGN TO "MONTYROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-STATUS.

      *    purge audit report, rewritten fresh each run
           SELECT PURGE-REPORT-FILE ASSIGN TO "MONTYPRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      *    sized comfortably past the history record so a layout
      *    growth there cannot silently truncate archived records
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(700).

       FD  RETAIN-WORK-FILE.
       01 RETAIN-WORK-RECORD PIC X(700).

       FD  ROLLUP-FILE.
           COPY "ROLREC.CPY".

       FD  PURGE-REPORT-FILE.
       01 PURGE-REPORT-LINE PIC X(80).
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-RETAIN-WORK-STATUS PIC XX.
       01 WS-PURGE-REPORT-STATUS PIC XX.
       01 WS-ROLLUP-STATUS PIC XX.

      * archive file name carrying the purge date, e.g.
      * MONTYARC.20260101.DAT, so each purge's records are kept

       01 ARCHIVE-FILE-OPENED PIC X VALUE "N".

      * months closed on the rollup, and the months found holding
      * records due for purge that are not among them
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH PIC X(7) OCCURS 600 TIMES.
       01 CLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       01 UNCLOSED-MONTH-TABLE.
           05 UNCLOSED-MONTH PIC X(7) OCCURS 600 TIMES.
       01 UNCLOSED-MONTH-COUNT PIC 9(3) VALUE 0.
       01 UNCLOSED-RECORD-COUNT PIC 9(7) VALUE 0.
       01 MONTH-INDEX PIC 9(3).
       01 MONTH-SLOT PIC 9(3).
       01 CHECK-MONTH PIC X(7).

      * purge counters for the audit report - the reconciliation
      * proves READ = ARCHIVED + RETAINED and AFTER = RETAINED
       01 RECORDS-READ PIC 9(7) VALUE 0.
               STOP RUN
           END-IF

           PERFORM LOAD-CLOSED-MONTHS
           PERFORM CHECK-PURGE-MONTHS-CLOSED
           IF UNCLOSED-MONTH-COUNT NOT = ZERO
               MOVE UNCLOSED-RECORD-COUNT TO RPT-COUNT-EDIT
               DISPLAY "ERROR: " RPT-COUNT-EDIT " records before "
                   "the cutoff fall in months not yet closed - "
                   "run MONTY-CLOSE for them first; nothing purged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SPLIT-HISTORY-FILE
           PERFORM REWRITE-HISTORY-FILE
           PERFORM COUNT-HISTORY-AFTER-PURGE
                   "MONTYAPC.DAT is not in YYYY-MM-DD form"
           END-IF.

       LOAD-CLOSED-MONTHS.
      *    a month is closed once its "T" record is on the rollup -
      *    with no rollup at all, no month is closed
           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS = "00"
               PERFORM UNTIL WS-ROLLUP-STATUS NOT = "00"
                   READ ROLLUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ROL-RECORD-TYPE = "T"
                                   AND CLOSED-MONTH-COUNT < 600
                               ADD 1 TO CLOSED-MONTH-COUNT
                               MOVE ROL-MONTH
                                   TO CLOSED-MONTH(CLOSED-MONTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLUP-FILE
           END-IF.

       CHECK-PURGE-MONTHS-CLOSED.
      *    a read-only pass ahead of the split - every record the
      *    cutoff would archive must sit in a closed month, and each
      *    month that does not is named once on the console
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-RUN-DATE < CUTOFF-DATE
                               PERFORM CHECK-ONE-PURGE-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-ONE-PURGE-MONTH.
           MOVE HIST-RUN-DATE(1:7) TO CHECK-MONTH
           MOVE ZERO TO MONTH-SLOT
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > CLOSED-MONTH-COUNT
                       OR MONTH-SLOT NOT = ZERO
               IF CLOSED-MONTH(MONTH-INDEX) = CHECK-MONTH
                   MOVE MONTH-INDEX TO MONTH-SLOT
               END-IF
           END-PERFORM
           IF MONTH-SLOT = ZERO
               ADD 1 TO UNCLOSED-RECORD-COUNT
               PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                       UNTIL MONTH-INDEX > UNCLOSED-MONTH-COUNT
                           OR MONTH-SLOT NOT = ZERO
                   IF UNCLOSED-MONTH(MONTH-INDEX) = CHECK-MONTH
                       MOVE MONTH-INDEX TO MONTH-SLOT
                   END-IF
               END-PERFORM
               IF MONTH-SLOT = ZERO AND UNCLOSED-MONTH-COUNT < 600
                   ADD 1 TO UNCLOSED-MONTH-COUNT
                   MOVE CHECK-MONTH
                       TO UNCLOSED-MONTH(UNCLOSED-MONTH-COUNT)
                   DISPLAY "ERROR: month " CHECK-MONTH " has records "
                       "before the cutoff but is not closed on "
                       "MONTYROL.DAT"
               END-IF
           END-IF.

       SPLIT-HISTORY-FILE.
      *    single pass over the live file: records dated before the
      *    cutoff go to the archive, the rest are staged in the work
