               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS-FILE.

      *    who may put work on the service and within what limits -
      *    a due entry is held to its requester's standing before it
      *    goes onto the day's stack, the same check MONTY-QUEUE
      *    makes on hand-typed cards
           SELECT REQUESTER-MASTER-FILE ASSIGN TO "MONTYRQM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQM-REQUESTER-ID
               FILE STATUS IS WS-REQUESTER-MASTER-STATUS.

      *    shared, append-only run log - what got queued and what
      *    was skipped lands here for the morning review
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
       FD  REQUEST-STATUS-FILE.
       01 REQUEST-STATUS-LINE PIC X(132).

       FD  REQUESTER-MASTER-FILE.
           COPY "RQMREC.CPY".

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       01 WS-SCHEDULE-WORK-STATUS PIC XX.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-REQUEST-STATUS-FILE PIC XX.
       01 WS-REQUESTER-MASTER-STATUS PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.

      * severity and text handed to WRITE-RUN-LOG - the paragraph
           05 WS-RUN-DAY PIC X(2).

      * selection counters for the console summary and the log -
      * READ = QUEUED + NOT-DUE + INVALID + REJECTED always holds
       01 ENTRIES-READ PIC 9(5) VALUE 0.
       01 ENTRIES-QUEUED PIC 9(5) VALUE 0.
       01 ENTRIES-NOT-DUE PIC 9(5) VALUE 0.
       01 ENTRIES-INVALID PIC 9(5) VALUE 0.
       01 ENTRIES-REJECTED PIC 9(5) VALUE 0.

      * verdict on the entry in hand - VALID covers the date and
      * frequency, DUE says whether it falls on or before today,
      * and REFUSED marks a due entry its requester may not run,
      * with the reason that goes on the status file
       01 WS-ENTRY-VALID PIC X.
       01 WS-ENTRY-DUE PIC X.
       01 WS-ENTRY-REFUSED PIC X.
       01 ENTRY-REASON PIC X(50).
      *    the entry's door count, taken from whichever field its
      *    layout version says carries it
       01 ENTRY-DOORS PIC 99.

      * requester-master check on the entry in hand - games
      * already charged today plus games this pass has already
      * put on the stack for the same requester, so two entries
      * that each fit cannot jointly break the daily limit
       01 REQUESTER-GAMES-TODAY PIC 9(11).
       01 REQUESTER-GAMES-AFTER PIC 9(11).
       01 REQUESTER-MODE PIC X.
       01 REQUESTER-MODE-TALLY PIC 9.
       01 QUEUED-REQUESTER-COUNT PIC 9(3) VALUE 0.
       01 QUEUED-REQUESTER-INDEX PIC 9(3).
       01 QUEUED-REQUESTER-SLOT PIC 9(3).
       01 QUEUED-REQUESTER-TABLE.
           05 QUEUED-REQUESTER-ENTRY OCCURS 200 TIMES.
               10 QUEUED-REQUESTER-ID PIC X(8).
               10 QUEUED-REQUESTER-GAMES PIC 9(11).

      * status-file lines for the entries refused this pass,
      * written when MONTYRQS.DAT is reset - the lines start
      * "Schedule entry" so MONTY-QUEUE's restart scan never takes
      * them for its own scenario lines, and carries them forward
       01 REJECTED-LINE-COUNT PIC 9(3) VALUE 0.
       01 REJECTED-LINE-INDEX PIC 9(3).
       01 REJECTED-LINE-TABLE.
           05 REJECTED-LINE PIC X(132) OCCURS 200 TIMES.
       01 REJECTED-LINE-WORK PIC X(132).
       01 RPT-ENTRY-EDIT PIC ZZ9.
       01 RPT-RUNS-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.

      * next-run date taken apart for the roll-forward arithmetic -
      * daily and weekly roll through the intrinsic day number,
           PERFORM WRITE-SCHEDULER-SUMMARY

           IF ENTRIES-INVALID NOT = ZERO
                   OR ENTRIES-REJECTED NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

      *    entry carried unchanged so a typo stalls one entry, not
      *    the calendar
           ADD 1 TO ENTRIES-READ
           IF SCH-LAYOUT-VERSION = "2"
               MOVE SCH-NUMBER-OF-DOORS TO ENTRY-DOORS
           ELSE
               MOVE SCH-NUMBER-OF-DOORS-V1 TO ENTRY-DOORS
           END-IF
           IF ENTRY-DOORS IS NOT NUMERIC
               MOVE ZERO TO ENTRY-DOORS
           END-IF
           PERFORM VALIDATE-SCHEDULE-ENTRY
           IF WS-ENTRY-VALID NOT = "Y"
               ADD 1 TO ENTRIES-INVALID
                   "carried unchanged"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE "bad next-run date or frequency" TO ENTRY-REASON
               PERFORM SAVE-REJECTED-ENTRY-LINE
           ELSE
               IF WS-ENTRY-DUE NOT = "Y"
                   ADD 1 TO ENTRIES-NOT-DUE
               ELSE
                   IF WS-ENTRY-REFUSED = "Y"
                       PERFORM REFUSE-ONE-SCHEDULE-ENTRY
                   ELSE
                       PERFORM QUEUE-ONE-SCHEDULE-ENTRY
                       PERFORM ROLL-NEXT-RUN-DATE
                   END-IF
               END-IF
           END-IF

                       OR FUNCTION NUMVAL(SCH-NEXT-RUN-DATE(9:2)) > 31
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF

      *    a well-formed entry that is due today is then held to
      *    its requester's standing - an entry not yet due is left
      *    alone, so a suspension only bites on the days the
      *    requester actually has work coming up
           MOVE "N" TO WS-ENTRY-DUE
           MOVE "N" TO WS-ENTRY-REFUSED
           MOVE SPACES TO ENTRY-REASON
           IF WS-ENTRY-VALID = "Y"
               MOVE SCH-NEXT-RUN-DATE(1:4) TO NEXT-RUN-YYYYMMDD(1:4)
               MOVE SCH-NEXT-RUN-DATE(6:2) TO NEXT-RUN-YYYYMMDD(5:2)
               MOVE SCH-NEXT-RUN-DATE(9:2) TO NEXT-RUN-YYYYMMDD(7:2)
               IF NEXT-RUN-YYYYMMDD NOT > TODAY-YYYYMMDD
                   MOVE "Y" TO WS-ENTRY-DUE
                   PERFORM VALIDATE-SCHEDULE-REQUESTER
               END-IF
           END-IF.

       VALIDATE-SCHEDULE-REQUESTER.
      *    same rules as MONTY-QUEUE's VALIDATE-SCENARIO-REQUESTER:
      *    unknown or suspended requesters and cards over their
      *    limits are refused, and with no readable master every
      *    due entry is refused rather than waved through
           OPEN INPUT REQUESTER-MASTER-FILE
           IF WS-REQUESTER-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-ENTRY-REFUSED
               MOVE "requester master MONTYRQM.IDX unavailable"
                   TO ENTRY-REASON
           ELSE
               MOVE SCH-REQUESTER-ID TO RQM-REQUESTER-ID
               READ REQUESTER-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-ENTRY-REFUSED
                       MOVE "requester is not on the requester master"
                           TO ENTRY-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-REQUESTER-LIMITS
               END-READ
               CLOSE REQUESTER-MASTER-FILE
           END-IF.

       CHECK-REQUESTER-LIMITS.
           MOVE SCH-HOST-MODE TO REQUESTER-MODE
           IF REQUESTER-MODE = SPACE
               MOVE "C" TO REQUESTER-MODE
           END-IF
           MOVE ZERO TO REQUESTER-MODE-TALLY
           INSPECT RQM-ALLOWED-MODES TALLYING REQUESTER-MODE-TALLY
               FOR ALL REQUESTER-MODE
           IF RQM-USAGE-DATE = WS-RUN-DATE
                   AND RQM-USAGE-GAMES IS NUMERIC
               MOVE RQM-USAGE-GAMES TO REQUESTER-GAMES-TODAY
           ELSE
               MOVE ZERO TO REQUESTER-GAMES-TODAY
           END-IF
           PERFORM FIND-QUEUED-REQUESTER
           IF QUEUED-REQUESTER-SLOT NOT = ZERO
               ADD QUEUED-REQUESTER-GAMES(QUEUED-REQUESTER-SLOT)
                   TO REQUESTER-GAMES-TODAY
           END-IF
           COMPUTE REQUESTER-GAMES-AFTER =
               REQUESTER-GAMES-TODAY + SCH-NUMBER-OF-RUNS

           EVALUATE TRUE
               WHEN RQM-STATUS NOT = "A"
                   MOVE "Y" TO WS-ENTRY-REFUSED
                   MOVE "requester is suspended" TO ENTRY-REASON
               WHEN SCH-NUMBER-OF-RUNS > RQM-MAX-RUNS
                   MOVE "Y" TO WS-ENTRY-REFUSED
                   MOVE "NUMBER-OF-RUNS over requester's per-card limit"
                       TO ENTRY-REASON
               WHEN REQUESTER-MODE-TALLY = ZERO
                   MOVE "Y" TO WS-ENTRY-REFUSED
                   STRING "host mode " REQUESTER-MODE
                       " is not allowed for this requester"
                       DELIMITED BY SIZE INTO ENTRY-REASON
               WHEN REQUESTER-GAMES-AFTER > RQM-DAILY-GAME-LIMIT
                   MOVE "Y" TO WS-ENTRY-REFUSED
                   MOVE "requester's daily game limit would be exceeded"
                       TO ENTRY-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-QUEUED-REQUESTER.
      *    slot of the entry's requester in the games-queued table,
      *    zero when nothing has been queued for them yet this pass
           MOVE ZERO TO QUEUED-REQUESTER-SLOT
           PERFORM VARYING QUEUED-REQUESTER-INDEX FROM 1 BY 1
                   UNTIL QUEUED-REQUESTER-INDEX > QUEUED-REQUESTER-COUNT
               IF QUEUED-REQUESTER-ID(QUEUED-REQUESTER-INDEX)
                       = SCH-REQUESTER-ID
                   MOVE QUEUED-REQUESTER-INDEX TO QUEUED-REQUESTER-SLOT
               END-IF
           END-PERFORM.

       REFUSE-ONE-SCHEDULE-ENTRY.
      *    a refused entry is carried unchanged, like a bad date -
      *    it comes round again as a catch-up once the requester is
      *    reinstated or the card is brought inside the limits
           ADD 1 TO ENTRIES-REJECTED
           DISPLAY "WARNING: schedule entry for " SCH-REQUESTER-ID
               " refused - " ENTRY-REASON
           MOVE "WARN" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "schedule entry for " SCH-REQUESTER-ID
               " refused - " ENTRY-REASON
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM SAVE-REJECTED-ENTRY-LINE.

       SAVE-REJECTED-ENTRY-LINE.
           MOVE ENTRIES-READ TO RPT-ENTRY-EDIT
           MOVE SCH-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           MOVE ENTRY-DOORS TO RPT-DOORS-EDIT
           MOVE SPACES TO REJECTED-LINE-WORK
           STRING "Schedule entry " RPT-ENTRY-EDIT
               "  Requester " SCH-REQUESTER-ID
               "  Runs " RPT-RUNS-EDIT
               "  Doors " RPT-DOORS-EDIT
               "  REJECTED - " ENTRY-REASON
               DELIMITED BY SIZE INTO REJECTED-LINE-WORK
           IF REJECTED-LINE-COUNT < 200
               ADD 1 TO REJECTED-LINE-COUNT
               MOVE REJECTED-LINE-WORK
                   TO REJECTED-LINE(REJECTED-LINE-COUNT)
           END-IF.

       QUEUE-ONE-SCHEDULE-ENTRY.
      *    copy the entry's parameter fields straight onto the
      *    day's stack - field for field, no retyping, no typos
           ADD 1 TO ENTRIES-QUEUED
           PERFORM FIND-QUEUED-REQUESTER
           IF QUEUED-REQUESTER-SLOT = ZERO
                   AND QUEUED-REQUESTER-COUNT < 200
               ADD 1 TO QUEUED-REQUESTER-COUNT
               MOVE QUEUED-REQUESTER-COUNT TO QUEUED-REQUESTER-SLOT
               MOVE SCH-REQUESTER-ID
                   TO QUEUED-REQUESTER-ID(QUEUED-REQUESTER-SLOT)
               MOVE ZERO
                   TO QUEUED-REQUESTER-GAMES(QUEUED-REQUESTER-SLOT)
           END-IF
           IF QUEUED-REQUESTER-SLOT NOT = ZERO
               ADD SCH-NUMBER-OF-RUNS
                   TO QUEUED-REQUESTER-GAMES(QUEUED-REQUESTER-SLOT)
           END-IF
           MOVE SPACES TO REQUEST-RECORD
           MOVE SCH-REQUESTER-ID TO REQ-REQUESTER-ID
           MOVE SCH-NUMBER-OF-RUNS TO REQ-NUMBER-OF-RUNS
           MOVE "2" TO REQ-LAYOUT-VERSION
           MOVE ZERO TO REQ-NUMBER-OF-DOORS-V1
           MOVE ENTRY-DOORS TO REQ-NUMBER-OF-DOORS
           MOVE SCH-CHECKPOINT-INTERVAL TO REQ-CHECKPOINT-INTERVAL
           MOVE SCH-SEED TO REQ-SEED
           MOVE SCH-DETAIL-MODE TO REQ-DETAIL-MODE
               MOVE SPACES TO REQUEST-STATUS-LINE
               WRITE REQUEST-STATUS-LINE

      *        the entries refused today, each with its reason -
      *        MONTY-QUEUE carries these lines onto its own status
      *        file when it runs the stack
               IF REJECTED-LINE-COUNT NOT = ZERO
                   PERFORM VARYING REJECTED-LINE-INDEX FROM 1 BY 1
                           UNTIL REJECTED-LINE-INDEX
                               > REJECTED-LINE-COUNT
                       MOVE REJECTED-LINE(REJECTED-LINE-INDEX)
                           TO REQUEST-STATUS-LINE
                       WRITE REQUEST-STATUS-LINE
                   END-PERFORM
                   MOVE SPACES TO REQUEST-STATUS-LINE
                   WRITE REQUEST-STATUS-LINE
               END-IF

               MOVE SPACES TO REQUEST-STATUS-LINE
               STRING "END OF STATUS - stack regenerated by "
                   "MONTY-SCHEDULE"
           DISPLAY "  not yet due:    " RPT-COUNT-EDIT
           MOVE ENTRIES-INVALID TO RPT-COUNT-EDIT
           DISPLAY "  invalid:        " RPT-COUNT-EDIT
           MOVE ENTRIES-REJECTED TO RPT-COUNT-EDIT
           DISPLAY "  refused:        " RPT-COUNT-EDIT

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "scheduler queued " ENTRIES-QUEUED
               " of " ENTRIES-READ " schedule entries onto "
               "MONTYREQ.DAT (" ENTRIES-INVALID " invalid, "
               ENTRIES-REJECTED " refused)"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

