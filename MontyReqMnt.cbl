      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Requester-master maintenance. Applies the add,
      *          change and delete transactions on MONTYRQT.DAT to
      *          the keyed requester master (MONTYRQM.IDX) that
      *          MONTY-QUEUE and MONTY-SCHEDULE check every card
      *          against - who may put work on the service, whether
      *          they are active or suspended, the largest run count
      *          one card may ask for, the games they may play in a
      *          day, the host modes they may use and the cost center
      *          their runs are charged back to - and prints an
      *          audit listing (MONTYRQL.DAT) showing every
      *          transaction with its before and after image, the
      *          reason any transaction was refused, and the whole
      *          master as it stands afterwards. A bad transaction is
      *          refused on its own; the rest of the batch still
      *          applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-REQMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the day's maintenance transactions, applied in file order
      *    so an add followed by a change of the same ID works
           SELECT TRANSACTION-FILE ASSIGN TO "MONTYRQT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    the keyed requester master - dynamic access so the same
      *    open serves the keyed updates and the closing listing
      *    pass in key order; created empty on the first run
           SELECT REQUESTER-MASTER-FILE ASSIGN TO "MONTYRQM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQM-REQUESTER-ID
               FILE STATUS IS WS-REQUESTER-MASTER-STATUS.

      *    printable audit listing, rewritten fresh each run
           SELECT AUDIT-LISTING-FILE ASSIGN TO "MONTYRQL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LISTING-STATUS.

      *    shared, append-only run log
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
      *    "A" add, "C" change, "D" delete - on a change, a field
      *    left blank keeps the value already on the master
           05 RQT-ACTION PIC X.
           05 RQT-REQUESTER-ID PIC X(8).
           05 RQT-REQUESTER-NAME PIC X(30).
           05 RQT-STATUS PIC X.
           05 RQT-MAX-RUNS PIC 9(7).
           05 RQT-MAX-RUNS-X REDEFINES RQT-MAX-RUNS PIC X(7).
           05 RQT-DAILY-GAME-LIMIT PIC 9(9).
           05 RQT-DAILY-GAME-LIMIT-X REDEFINES RQT-DAILY-GAME-LIMIT
               PIC X(9).
           05 RQT-ALLOWED-MODES PIC X(3).
           05 RQT-COST-CENTER PIC X(8).
           05 RQT-RESERVED PIC X(13).

       FD  REQUESTER-MASTER-FILE.
           COPY "RQMREC.CPY".

       FD  AUDIT-LISTING-FILE.
       01 AUDIT-LISTING-LINE PIC X(132).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-REQUESTER-MASTER-STATUS PIC XX.
       01 WS-AUDIT-LISTING-STATUS PIC XX.
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

      * maintenance counters - READ = APPLIED + REJECTED always
      * holds, and the listing prints them as its reconciliation
       01 TRANSACTIONS-READ PIC 9(5) VALUE 0.
       01 TRANSACTIONS-APPLIED PIC 9(5) VALUE 0.
       01 TRANSACTIONS-REJECTED PIC 9(5) VALUE 0.
       01 REQUESTERS-ADDED PIC 9(5) VALUE 0.
       01 REQUESTERS-CHANGED PIC 9(5) VALUE 0.
       01 REQUESTERS-DELETED PIC 9(5) VALUE 0.
       01 REQUESTERS-LISTED PIC 9(5) VALUE 0.

      * verdict on the transaction in hand and the reason text
      * that goes on its audit line when it is refused
       01 TRANSACTION-VALID PIC X VALUE "Y".
       01 TRANSACTION-REASON PIC X(50).
       01 WS-REQUESTER-ON-FILE PIC X VALUE "N".
       01 WS-MASTER-AT-END PIC X VALUE "N".

      * host-mode list check - every non-blank position of the
      * transaction's list has to be C, I or S
       01 MODE-INDEX PIC 9.
       01 MODE-LETTERS-FOUND PIC 9.

      * the master image before the transaction touched it, kept
      * for the before/after pair on the listing
       01 BEFORE-IMAGE PIC X(120).
       01 AFTER-IMAGE PIC X(120).
       01 IMAGE-LABEL PIC X(8).

       01 RPT-ACTION-TEXT PIC X(6).
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-LIMIT-EDIT PIC ZZZ,ZZZ,ZZ9.
       01 RPT-USAGE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-COUNT-EDIT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP

           OPEN OUTPUT AUDIT-LISTING-FILE
           IF WS-AUDIT-LISTING-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYRQL.DAT, status "
                   WS-AUDIT-LISTING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-REQUESTER-MASTER
           IF WS-REQUESTER-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYRQM.IDX, status "
                   WS-REQUESTER-MASTER-STATUS
               MOVE SPACES TO AUDIT-LISTING-LINE
               STRING "MONTYRQM.IDX could not be opened - no "
                   "transactions applied"
                   DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
               WRITE AUDIT-LISTING-LINE
               CLOSE AUDIT-LISTING-FILE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYRQM.IDX, status "
                   WS-REQUESTER-MASTER-STATUS
                   " - no transactions applied"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-LISTING-HEADER

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               PERFORM UNTIL WS-TRANSACTION-STATUS NOT = "00"
                   READ TRANSACTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE SPACES TO AUDIT-LISTING-LINE
               STRING "MONTYRQT.DAT not found - no transactions, "
                   "master listed as it stands"
                   DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
               WRITE AUDIT-LISTING-LINE
           END-IF

           PERFORM WRITE-MASTER-LISTING
           CLOSE REQUESTER-MASTER-FILE

           PERFORM WRITE-LISTING-SUMMARY
           CLOSE AUDIT-LISTING-FILE

           IF TRANSACTIONS-REJECTED NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       OPEN-REQUESTER-MASTER.
      *    the first run finds no master - create it empty and
      *    reopen it for update
           OPEN I-O REQUESTER-MASTER-FILE
           IF WS-REQUESTER-MASTER-STATUS = "35"
               OPEN OUTPUT REQUESTER-MASTER-FILE
               IF WS-REQUESTER-MASTER-STATUS = "00"
                   CLOSE REQUESTER-MASTER-FILE
                   OPEN I-O REQUESTER-MASTER-FILE
                   MOVE "INFO" TO RUN-LOG-SEVERITY
                   MOVE "MONTYRQM.IDX not found - created empty"
                       TO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       APPLY-ONE-TRANSACTION.
      *    look the requester up first - every action needs to know
      *    whether it is already on file - then validate and apply
           ADD 1 TO TRANSACTIONS-READ
           MOVE "Y" TO TRANSACTION-VALID
           MOVE SPACES TO TRANSACTION-REASON
           MOVE SPACES TO BEFORE-IMAGE

           MOVE "N" TO WS-REQUESTER-ON-FILE
           MOVE RQT-REQUESTER-ID TO RQM-REQUESTER-ID
           READ REQUESTER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REQUESTER-ON-FILE
                   MOVE REQUESTER-MASTER-RECORD TO BEFORE-IMAGE
           END-READ

           EVALUATE RQT-ACTION
               WHEN "A"
                   MOVE "ADD" TO RPT-ACTION-TEXT
                   PERFORM VALIDATE-ADD-TRANSACTION
                   IF TRANSACTION-VALID = "Y"
                       PERFORM APPLY-ADD-TRANSACTION
                   END-IF
               WHEN "C"
                   MOVE "CHANGE" TO RPT-ACTION-TEXT
                   PERFORM VALIDATE-CHANGE-TRANSACTION
                   IF TRANSACTION-VALID = "Y"
                       PERFORM APPLY-CHANGE-TRANSACTION
                   END-IF
               WHEN "D"
                   MOVE "DELETE" TO RPT-ACTION-TEXT
                   IF WS-REQUESTER-ON-FILE NOT = "Y"
                       MOVE "N" TO TRANSACTION-VALID
                       MOVE "requester is not on the master"
                           TO TRANSACTION-REASON
                   ELSE
                       PERFORM APPLY-DELETE-TRANSACTION
                   END-IF
               WHEN OTHER
                   MOVE "?" TO RPT-ACTION-TEXT
                   MOVE "N" TO TRANSACTION-VALID
                   MOVE "action must be A, C or D"
                       TO TRANSACTION-REASON
           END-EVALUATE

           IF TRANSACTION-VALID = "Y"
               ADD 1 TO TRANSACTIONS-APPLIED
           ELSE
               ADD 1 TO TRANSACTIONS-REJECTED
           END-IF
           PERFORM WRITE-TRANSACTION-LINES.

       VALIDATE-ADD-TRANSACTION.
      *    an add has to supply every field - there is nothing on
      *    file for a blank to fall back on
           IF RQT-REQUESTER-ID = SPACES
               MOVE "N" TO TRANSACTION-VALID
               MOVE "requester ID is blank" TO TRANSACTION-REASON
           END-IF
           IF WS-REQUESTER-ON-FILE = "Y"
               MOVE "N" TO TRANSACTION-VALID
               MOVE "requester is already on the master"
                   TO TRANSACTION-REASON
           END-IF
           IF RQT-REQUESTER-NAME = SPACES
               MOVE "N" TO TRANSACTION-VALID
               MOVE "requester name is blank" TO TRANSACTION-REASON
           END-IF
           IF RQT-STATUS NOT = "A" AND RQT-STATUS NOT = "S"
                   AND RQT-STATUS NOT = SPACE
               MOVE "N" TO TRANSACTION-VALID
               MOVE "status must be A or S" TO TRANSACTION-REASON
           END-IF
           PERFORM VALIDATE-MAX-RUNS
           PERFORM VALIDATE-DAILY-LIMIT
           PERFORM VALIDATE-ALLOWED-MODES
      *    every new requester is charged to somewhere - requesters
      *    on file from before chargeback are given one by a change
           IF RQT-COST-CENTER = SPACES
               MOVE "N" TO TRANSACTION-VALID
               MOVE "cost center is blank" TO TRANSACTION-REASON
           END-IF.

       VALIDATE-CHANGE-TRANSACTION.
      *    a change only validates the fields it supplies
           IF WS-REQUESTER-ON-FILE NOT = "Y"
               MOVE "N" TO TRANSACTION-VALID
               MOVE "requester is not on the master"
                   TO TRANSACTION-REASON
           END-IF
           IF RQT-STATUS NOT = "A" AND RQT-STATUS NOT = "S"
                   AND RQT-STATUS NOT = SPACE
               MOVE "N" TO TRANSACTION-VALID
               MOVE "status must be A or S" TO TRANSACTION-REASON
           END-IF
           IF RQT-MAX-RUNS-X NOT = SPACES
               PERFORM VALIDATE-MAX-RUNS
           END-IF
           IF RQT-DAILY-GAME-LIMIT-X NOT = SPACES
               PERFORM VALIDATE-DAILY-LIMIT
           END-IF
           IF RQT-ALLOWED-MODES NOT = SPACES
               PERFORM VALIDATE-ALLOWED-MODES
           END-IF.

       VALIDATE-MAX-RUNS.
      *    the same ceiling MONTY-HALL's VALIDATE-PARAMETERS puts on
      *    a single run
           IF RQT-MAX-RUNS IS NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID
               MOVE "max runs per scenario is not numeric"
                   TO TRANSACTION-REASON
           ELSE
               IF RQT-MAX-RUNS = ZERO
                   MOVE "N" TO TRANSACTION-VALID
                   MOVE "max runs per scenario must be above zero"
                       TO TRANSACTION-REASON
               END-IF
           END-IF.

       VALIDATE-DAILY-LIMIT.
           IF RQT-DAILY-GAME-LIMIT IS NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID
               MOVE "daily game limit is not numeric"
                   TO TRANSACTION-REASON
           ELSE
               IF RQT-DAILY-GAME-LIMIT = ZERO
                   MOVE "N" TO TRANSACTION-VALID
                   MOVE "daily game limit must be above zero"
                       TO TRANSACTION-REASON
               END-IF
           END-IF.

       VALIDATE-ALLOWED-MODES.
           MOVE ZERO TO MODE-LETTERS-FOUND
           PERFORM VARYING MODE-INDEX FROM 1 BY 1
                   UNTIL MODE-INDEX > 3
               IF RQT-ALLOWED-MODES(MODE-INDEX:1) NOT = SPACE
                   IF RQT-ALLOWED-MODES(MODE-INDEX:1) = "C"
                           OR RQT-ALLOWED-MODES(MODE-INDEX:1) = "I"
                           OR RQT-ALLOWED-MODES(MODE-INDEX:1) = "S"
                       ADD 1 TO MODE-LETTERS-FOUND
                   ELSE
                       MOVE "N" TO TRANSACTION-VALID
                       MOVE "allowed host modes must be C, I or S"
                           TO TRANSACTION-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF MODE-LETTERS-FOUND = ZERO
               MOVE "N" TO TRANSACTION-VALID
               MOVE "at least one allowed host mode is required"
                   TO TRANSACTION-REASON
           END-IF.

       APPLY-ADD-TRANSACTION.
           MOVE SPACES TO REQUESTER-MASTER-RECORD
           MOVE RQT-REQUESTER-ID TO RQM-REQUESTER-ID
           MOVE RQT-REQUESTER-NAME TO RQM-REQUESTER-NAME
           IF RQT-STATUS = SPACE
               MOVE "A" TO RQM-STATUS
           ELSE
               MOVE RQT-STATUS TO RQM-STATUS
           END-IF
           MOVE RQT-MAX-RUNS TO RQM-MAX-RUNS
           MOVE RQT-DAILY-GAME-LIMIT TO RQM-DAILY-GAME-LIMIT
           MOVE RQT-ALLOWED-MODES TO RQM-ALLOWED-MODES
           MOVE RQT-COST-CENTER TO RQM-COST-CENTER
           MOVE SPACES TO RQM-USAGE-DATE
           MOVE ZERO TO RQM-USAGE-GAMES
           MOVE WS-RUN-DATE TO RQM-LAST-MAINT-DATE
           WRITE REQUESTER-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO TRANSACTION-VALID
                   STRING "master write failed, status "
                       WS-REQUESTER-MASTER-STATUS
                       DELIMITED BY SIZE INTO TRANSACTION-REASON
               NOT INVALID KEY
                   ADD 1 TO REQUESTERS-ADDED
           END-WRITE.

       APPLY-CHANGE-TRANSACTION.
      *    the record is still in the FD area from the lookup read;
      *    only supplied fields are laid over it, and the usage the
      *    queue has charged today is left alone
           IF RQT-REQUESTER-NAME NOT = SPACES
               MOVE RQT-REQUESTER-NAME TO RQM-REQUESTER-NAME
           END-IF
           IF RQT-STATUS NOT = SPACE
               MOVE RQT-STATUS TO RQM-STATUS
           END-IF
           IF RQT-MAX-RUNS-X NOT = SPACES
               MOVE RQT-MAX-RUNS TO RQM-MAX-RUNS
           END-IF
           IF RQT-DAILY-GAME-LIMIT-X NOT = SPACES
               MOVE RQT-DAILY-GAME-LIMIT TO RQM-DAILY-GAME-LIMIT
           END-IF
           IF RQT-ALLOWED-MODES NOT = SPACES
               MOVE RQT-ALLOWED-MODES TO RQM-ALLOWED-MODES
           END-IF
           IF RQT-COST-CENTER NOT = SPACES
               MOVE RQT-COST-CENTER TO RQM-COST-CENTER
           END-IF
           MOVE WS-RUN-DATE TO RQM-LAST-MAINT-DATE
           REWRITE REQUESTER-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO TRANSACTION-VALID
                   STRING "master rewrite failed, status "
                       WS-REQUESTER-MASTER-STATUS
                       DELIMITED BY SIZE INTO TRANSACTION-REASON
               NOT INVALID KEY
                   ADD 1 TO REQUESTERS-CHANGED
           END-REWRITE.

       APPLY-DELETE-TRANSACTION.
           DELETE REQUESTER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO TRANSACTION-VALID
                   STRING "master delete failed, status "
                       WS-REQUESTER-MASTER-STATUS
                       DELIMITED BY SIZE INTO TRANSACTION-REASON
               NOT INVALID KEY
                   ADD 1 TO REQUESTERS-DELETED
           END-DELETE.

       WRITE-TRANSACTION-LINES.
      *    one verdict line per transaction, then the before image
      *    (change and delete) and the after image (add and change)
      *    of every applied one
           MOVE SPACES TO AUDIT-LISTING-LINE
           IF TRANSACTION-VALID = "Y"
               STRING RPT-ACTION-TEXT "  " RQT-REQUESTER-ID
                   "  APPLIED"
                   DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           ELSE
               STRING RPT-ACTION-TEXT "  " RQT-REQUESTER-ID
                   "  REJECTED - " TRANSACTION-REASON
                   DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           END-IF
           WRITE AUDIT-LISTING-LINE

           IF TRANSACTION-VALID = "Y"
               IF RQT-ACTION = "C" OR RQT-ACTION = "D"
                   MOVE REQUESTER-MASTER-RECORD TO AFTER-IMAGE
                   MOVE BEFORE-IMAGE TO REQUESTER-MASTER-RECORD
                   MOVE "  before" TO IMAGE-LABEL
                   PERFORM WRITE-MASTER-IMAGE-LINE
                   MOVE AFTER-IMAGE TO REQUESTER-MASTER-RECORD
               END-IF
               IF RQT-ACTION = "A" OR RQT-ACTION = "C"
                   MOVE "  after " TO IMAGE-LABEL
                   PERFORM WRITE-MASTER-IMAGE-LINE
               END-IF
           END-IF

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           IF TRANSACTION-VALID = "Y"
               STRING "requester " RQT-REQUESTER-ID " "
                   RPT-ACTION-TEXT " applied"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               MOVE "WARN" TO RUN-LOG-SEVERITY
               STRING "requester " RQT-REQUESTER-ID " "
                   RPT-ACTION-TEXT " rejected - " TRANSACTION-REASON
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       WRITE-MASTER-IMAGE-LINE.
      *    one master record laid out across the listing - used for
      *    the before/after images and for the closing full listing
           MOVE RQM-MAX-RUNS TO RPT-RUNS-EDIT
           MOVE RQM-DAILY-GAME-LIMIT TO RPT-LIMIT-EDIT
           IF RQM-USAGE-DATE = WS-RUN-DATE
               MOVE RQM-USAGE-GAMES TO RPT-USAGE-EDIT
           ELSE
               MOVE ZERO TO RPT-USAGE-EDIT
           END-IF
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING IMAGE-LABEL " " RQM-REQUESTER-ID
               "  " RQM-REQUESTER-NAME
               "  " RQM-STATUS
               "  " RPT-RUNS-EDIT
               "  " RPT-LIMIT-EDIT
               "  " RQM-ALLOWED-MODES
               "  " RPT-USAGE-EDIT
               "  " RQM-LAST-MAINT-DATE
               "  " RQM-COST-CENTER
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE.

       WRITE-MASTER-LISTING.
      *    the whole master in key order, as it stands after the
      *    batch - the listing is the record of who may run what
           MOVE SPACES TO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "REQUESTER MASTER AFTER MAINTENANCE"
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "         ID        NAME                        "
               "    S   MAX RUNS  DAILY LIMIT  MOD      USED TODAY"
               "  MAINTAINED  COST CTR"
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE "N" TO WS-MASTER-AT-END
           MOVE LOW-VALUES TO RQM-REQUESTER-ID
           START REQUESTER-MASTER-FILE
                   KEY IS NOT LESS THAN RQM-REQUESTER-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-AT-END
           END-START
           PERFORM UNTIL WS-MASTER-AT-END = "Y"
               READ REQUESTER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-AT-END
                   NOT AT END
                       ADD 1 TO REQUESTERS-LISTED
                       MOVE "        " TO IMAGE-LABEL
                       PERFORM WRITE-MASTER-IMAGE-LINE
               END-READ
           END-PERFORM.

       WRITE-LISTING-HEADER.
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "MONTY HALL - REQUESTER MASTER MAINTENANCE AUDIT "
               "LISTING"
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "Maintenance Date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE.

       WRITE-LISTING-SUMMARY.
           MOVE SPACES TO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE TRANSACTIONS-READ TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "Transactions Read:     " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE TRANSACTIONS-APPLIED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "Transactions Applied:  " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE REQUESTERS-ADDED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "  Added:               " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE REQUESTERS-CHANGED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "  Changed:             " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE REQUESTERS-DELETED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "  Deleted:             " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE TRANSACTIONS-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "Transactions Rejected: " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE REQUESTERS-LISTED TO RPT-COUNT-EDIT
           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "Requesters on Master:  " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE SPACES TO AUDIT-LISTING-LINE
           STRING "END OF LISTING - generated by MONTY-REQMAINT"
               DELIMITED BY SIZE INTO AUDIT-LISTING-LINE
           WRITE AUDIT-LISTING-LINE

           MOVE TRANSACTIONS-READ TO RPT-COUNT-EDIT
           DISPLAY "MONTY-REQMAINT: " RPT-COUNT-EDIT
               " transactions read"
           MOVE TRANSACTIONS-APPLIED TO RPT-COUNT-EDIT
           DISPLAY "  applied:        " RPT-COUNT-EDIT
           MOVE TRANSACTIONS-REJECTED TO RPT-COUNT-EDIT
           DISPLAY "  rejected:       " RPT-COUNT-EDIT

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "requester maintenance applied "
               TRANSACTIONS-APPLIED " of " TRANSACTIONS-READ
               " transactions (" TRANSACTIONS-REJECTED
               " rejected)"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

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
           MOVE "MONTY-REQMNT" TO LOG-PROGRAM-ID
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
       END PROGRAM MONTY-REQMAINT.
