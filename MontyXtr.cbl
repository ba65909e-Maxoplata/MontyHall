      *          the previous extract go out, because a resent full
      *          history gets repriced downstream. Replays never
      *          appear - they write no history record to drive the
      *          join. A run marked INVALID by MONTY-RUNMAINT is
      *          never sent; if it went downstream before it was
      *          invalidated, a REV reversal record carrying the
      *          same figures and the reason code goes out so the
      *          warehouse backs the run out, and if it is later
      *          reinstated its RUN record is sent again. The runs
      *          the warehouse does not hold are kept on the marker
      *          file after the high-water record, so each reversal
      *          and resend goes out exactly once. Replaces someone
      *          re-keying numbers off MONTYRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *    high-water marker left by the previous extract - missing
      *    means "first extract, send everything"; rewritten at the
      *    end of a clean pass with the newest registration sent,
      *    followed by one WITHDRAWN record per run at or under the
      *    mark that the warehouse does not hold (reversed, or held
      *    back because it was already invalid when its turn came)
           SELECT EXTRACT-MARKER-FILE ASSIGN TO "MONTYXLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-MARKER-STATUS.
           05 XLC-LAST-TIME PIC X(8).
           05 XLC-SEP-2 PIC X.
           05 XLC-LAST-COUNT PIC 9(7).
       01 EXTRACT-WITHDRAWN-RECORD.
           05 XLW-RECORD-TYPE PIC X(10).
           05 XLW-SEP-1 PIC X.
           05 XLW-RUN-ID PIC X(16).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".
           05 STORED-RUN-DATE PIC X(10).
           05 STORED-RUN-TIME PIC X(8).
           05 STORED-NUMBER-OF-RUNS PIC 9(7).
           05 STORED-NUMBER-OF-DOORS PIC 99.
           05 STORED-HOST-MODE PIC X.
           05 STORED-OFFER-PERCENT PIC 9(3).
           05 STORED-STATUS PIC X(8).
           05 STORED-REASON-CODE PIC X(4).

      * runs at or under the high-water mark that the warehouse
      * does not hold - loaded from the marker file, added to when
      * a run is reversed or held back, dropped from when a
      * reinstated run is resent, and written back with the marker
       01 WITHDRAWN-RUN-TABLE.
           05 WITHDRAWN-RUN-ID PIC X(16) OCCURS 500 TIMES.
       01 WITHDRAWN-RUN-COUNT PIC 9(3) VALUE 0.
       01 WITHDRAWN-RUN-INDEX PIC 9(3).
       01 WITHDRAWN-RUN-SLOT PIC 9(3).
       01 WITHDRAWN-TABLE-FULL PIC X VALUE "N".
       01 WITHDRAWN-CHANGED PIC X VALUE "N".
       01 CHECK-RUN-ID PIC X(16).
       01 WS-MARKER-AT-END PIC X VALUE "N".

      * feed detail record in hand - RUN for a run going into the
      * warehouse, REV for one being backed out, which also carries
      * the reason code the run was invalidated under
       01 FEED-RECORD-TYPE PIC X(3).
       01 FEED-REASON-TEXT PIC X(5).

       01 RECORDS-READ PIC 9(7) VALUE 0.
       01 RECORDS-EXTRACTED PIC 9(7) VALUE 0.
       01 RECORDS-ALREADY-SENT PIC 9(7) VALUE 0.
       01 RECORDS-UNMATCHED PIC 9(7) VALUE 0.
       01 RECORDS-REVERSED PIC 9(7) VALUE 0.
       01 RECORDS-RESENT PIC 9(7) VALUE 0.
       01 RECORDS-WITHHELD PIC 9(7) VALUE 0.
      * every detail record on the feed, RUN and REV alike - the
      * trailer count the receiving side reconciles against
       01 FEED-RECORD-COUNT PIC 9(7) VALUE 0.

      * hash total for the trailer - the win counts of all three
      * arms summed across every detail record, RUN and REV, kept
      * modulo nine
      * digits; meaningless as a number, but the receiving side
      * recomputes it from the detail records and a mismatch means
      * the load is short or corrupt
       01 WIN-HASH-TOTAL PIC 9(9) VALUE 0.
       01 WIN-HASH-WORK PIC 9(12).

       01 RPT-COUNT-EDIT PIC Z,ZZZ,ZZ9.

           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE

      *    a pass that only reversed or resent runs still has to
      *    record the change to the withdrawn list against the mark
      *    it already had
           IF RECORDS-EXTRACTED NOT = ZERO
                   OR (WS-MARKER-FOUND = "Y"
                       AND WITHDRAWN-CHANGED = "Y")
               PERFORM WRITE-EXTRACT-MARKER
           END-IF

           PERFORM WRITE-EXTRACT-SUMMARY

           IF RECORDS-UNMATCHED NOT = ZERO
                   OR WITHDRAWN-TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF


       READ-EXTRACT-MARKER.
      *    no marker means this is the first extract and the whole
      *    history goes out; the high-water record comes first and
      *    any WITHDRAWN records after it. The mark also seeds this
      *    pass's newest-sent mark, so a pass that sends no new run
      *    writes the same mark back
           OPEN INPUT EXTRACT-MARKER-FILE
           IF WS-EXTRACT-MARKER-STATUS = "00"
               READ EXTRACT-MARKER-FILE
                   AT END
                       MOVE "Y" TO WS-MARKER-AT-END
                   NOT AT END
                       MOVE XLC-LAST-DATE TO LAST-EXTRACT-DATE
                       MOVE XLC-LAST-TIME TO LAST-EXTRACT-TIME
                       MOVE XLC-LAST-DATE TO NEWEST-SENT-DATE
                       MOVE XLC-LAST-TIME TO NEWEST-SENT-TIME
                       MOVE "Y" TO WS-MARKER-FOUND
               END-READ
               PERFORM UNTIL WS-MARKER-AT-END = "Y"
                   READ EXTRACT-MARKER-FILE
                       AT END
                           MOVE "Y" TO WS-MARKER-AT-END
                       NOT AT END
                           PERFORM LOAD-ONE-WITHDRAWN-RUN
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-MARKER-FILE
           END-IF.

       LOAD-ONE-WITHDRAWN-RUN.
           IF XLW-RECORD-TYPE = "WITHDRAWN"
               IF WITHDRAWN-RUN-COUNT < 500
                   ADD 1 TO WITHDRAWN-RUN-COUNT
                   MOVE XLW-RUN-ID
                       TO WITHDRAWN-RUN-ID(WITHDRAWN-RUN-COUNT)
               ELSE
                   MOVE "Y" TO WITHDRAWN-TABLE-FULL
               END-IF
           END-IF.

       EXTRACT-ONE-HISTORY-RECORD.
      *    join the history record to its registration; runs already
      *    covered by the previous extract's high-water mark stay
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE HIST-RUN-ID TO CHECK-RUN-ID
               PERFORM FIND-WITHDRAWN-RUN
               IF STORED-RUN-DATE < LAST-EXTRACT-DATE
                   OR (STORED-RUN-DATE = LAST-EXTRACT-DATE
                       AND STORED-RUN-TIME NOT > LAST-EXTRACT-TIME)
                   PERFORM CHECK-ONE-SENT-RUN
               ELSE
                   IF STORED-STATUS = "INVALID"
                       PERFORM WITHHOLD-INVALID-RUN
                   ELSE
                       IF WITHDRAWN-RUN-SLOT NOT = ZERO
                           PERFORM DROP-WITHDRAWN-RUN
                       END-IF
                       PERFORM WRITE-ONE-FEED-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-SENT-RUN.
      *    a run at or under the mark is in the warehouse unless it
      *    is on the withdrawn list - one that has gone INVALID since
      *    is backed out, one reinstated since is sent back in, and
      *    anything else is already where it belongs
           EVALUATE TRUE
               WHEN STORED-STATUS = "INVALID"
                       AND WITHDRAWN-RUN-SLOT = ZERO
                   PERFORM WRITE-REVERSAL-RECORD
               WHEN STORED-STATUS NOT = "INVALID"
                       AND WITHDRAWN-RUN-SLOT NOT = ZERO
                   PERFORM DROP-WITHDRAWN-RUN
                   ADD 1 TO RECORDS-RESENT
                   MOVE "RUN" TO FEED-RECORD-TYPE
                   MOVE SPACES TO FEED-REASON-TEXT
                   PERFORM WRITE-FEED-DETAIL-LINE
               WHEN STORED-STATUS = "INVALID"
                   ADD 1 TO RECORDS-WITHHELD
               WHEN OTHER
                   ADD 1 TO RECORDS-ALREADY-SENT
           END-EVALUATE.

       WRITE-REVERSAL-RECORD.
      *    the reversal is only sent if the run can be remembered as
      *    withdrawn - otherwise the next extract would back it out a
      *    second time
           PERFORM ADD-WITHDRAWN-RUN
           IF WITHDRAWN-RUN-SLOT = ZERO
               DISPLAY "WARNING: withdrawn-run list is full - "
                   "reversal of " HIST-RUN-ID " held for a later "
                   "extract"
               MOVE "WARN" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "withdrawn-run list full - reversal of "
                   HIST-RUN-ID " held for a later extract"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD 1 TO RECORDS-REVERSED
               MOVE "REV" TO FEED-RECORD-TYPE
               MOVE SPACES TO FEED-REASON-TEXT
               STRING "|" STORED-REASON-CODE
                   DELIMITED BY SIZE INTO FEED-REASON-TEXT
               PERFORM WRITE-FEED-DETAIL-LINE
           END-IF.

       WITHHOLD-INVALID-RUN.
      *    an invalid run newer than the mark is simply not sent; it
      *    goes on the withdrawn list so that, once the mark moves
      *    past it, a reinstatement still knows to send it
           ADD 1 TO RECORDS-WITHHELD
           IF WITHDRAWN-RUN-SLOT = ZERO
               PERFORM ADD-WITHDRAWN-RUN
               IF WITHDRAWN-RUN-SLOT = ZERO
                   DISPLAY "WARNING: withdrawn-run list is full - "
                       HIST-RUN-ID " will not be sent if reinstated"
                   MOVE "WARN" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "withdrawn-run list full - " HIST-RUN-ID
                       " will not be sent if reinstated"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       FIND-WITHDRAWN-RUN.
           MOVE ZERO TO WITHDRAWN-RUN-SLOT
           PERFORM VARYING WITHDRAWN-RUN-INDEX FROM 1 BY 1
                   UNTIL WITHDRAWN-RUN-INDEX > WITHDRAWN-RUN-COUNT
                       OR WITHDRAWN-RUN-SLOT NOT = ZERO
               IF WITHDRAWN-RUN-ID(WITHDRAWN-RUN-INDEX)
                       = CHECK-RUN-ID
                   MOVE WITHDRAWN-RUN-INDEX TO WITHDRAWN-RUN-SLOT
               END-IF
           END-PERFORM.

       ADD-WITHDRAWN-RUN.
      *    leaves WITHDRAWN-RUN-SLOT on the new entry, or zero when
      *    the list is full
           IF WITHDRAWN-RUN-COUNT < 500
               ADD 1 TO WITHDRAWN-RUN-COUNT
               MOVE CHECK-RUN-ID
                   TO WITHDRAWN-RUN-ID(WITHDRAWN-RUN-COUNT)
               MOVE WITHDRAWN-RUN-COUNT TO WITHDRAWN-RUN-SLOT
               MOVE "Y" TO WITHDRAWN-CHANGED
           ELSE
               MOVE ZERO TO WITHDRAWN-RUN-SLOT
               MOVE "Y" TO WITHDRAWN-TABLE-FULL
           END-IF.

       DROP-WITHDRAWN-RUN.
      *    the last entry fills the hole, so the list stays packed
           MOVE WITHDRAWN-RUN-ID(WITHDRAWN-RUN-COUNT)
               TO WITHDRAWN-RUN-ID(WITHDRAWN-RUN-SLOT)
           SUBTRACT 1 FROM WITHDRAWN-RUN-COUNT
           MOVE ZERO TO WITHDRAWN-RUN-SLOT
           MOVE "Y" TO WITHDRAWN-CHANGED.

       FIND-ONE-RUN.
      *    one direct read of the keyed master, falling back to the
      *    journal scan when no master has been built yet
           MOVE REG-RUN-DATE TO STORED-RUN-DATE
           MOVE REG-RUN-TIME TO STORED-RUN-TIME
           MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
      *    a record in the original layout has the door count in
      *    its one-digit field
           IF REG-LAYOUT-VERSION = "2"
               MOVE REG-NUMBER-OF-DOORS TO STORED-NUMBER-OF-DOORS
           ELSE
               MOVE REG-NUMBER-OF-DOORS-V1 TO STORED-NUMBER-OF-DOORS
           END-IF
           MOVE REG-HOST-MODE TO STORED-HOST-MODE
           IF REG-OFFER-PERCENT IS NUMERIC
               MOVE REG-OFFER-PERCENT TO STORED-OFFER-PERCENT
           ELSE
               MOVE ZERO TO STORED-OFFER-PERCENT
           END-IF
           MOVE REG-STATUS TO STORED-STATUS
           MOVE REG-REASON-CODE TO STORED-REASON-CODE.

       WRITE-ONE-FEED-RECORD.
           ADD 1 TO RECORDS-EXTRACTED
           MOVE "RUN" TO FEED-RECORD-TYPE
           MOVE SPACES TO FEED-REASON-TEXT
           PERFORM WRITE-FEED-DETAIL-LINE

      *    track the newest registration sent, the next extract's
      *    starting point
           IF STORED-RUN-DATE > NEWEST-SENT-DATE
               OR (STORED-RUN-DATE = NEWEST-SENT-DATE
                   AND STORED-RUN-TIME > NEWEST-SENT-TIME)
               MOVE STORED-RUN-DATE TO NEWEST-SENT-DATE
               MOVE STORED-RUN-TIME TO NEWEST-SENT-TIME
           END-IF.

       WRITE-FEED-DETAIL-LINE.
      *    one RUN or REV detail record - a reversal carries the same
      *    figures as the RUN record it backs out, plus the reason
      *    code, so the warehouse can match and subtract it
           ADD 1 TO FEED-RECORD-COUNT
           IF HIST-PARTITION-ROLE = "P"
               PERFORM WRITE-PARENT-FEED-RECORD
           ELSE
               MOVE SPACES TO EXTRACT-LINE
               STRING FEED-RECORD-TYPE "|" HIST-RUN-DATE "|" HIST-RUN-ID
                   "|" STORED-NUMBER-OF-RUNS
                   "|" STORED-NUMBER-OF-DOORS
                   "|" HIST-SEED
                   "|" STORED-HOST-MODE
                   "|" STORED-OFFER-PERCENT
                   "|" HIST-KEEP-WINS "|" HIST-KEEP-LOSSES
                   "|" HIST-KEEP-PERCENT
                   "|" HIST-CHANGE-WINS "|" HIST-CHANGE-LOSSES
                   "|" HIST-CHANGE-PERCENT
                   "|" HIST-RANDOM-WINS "|" HIST-RANDOM-LOSSES
                   "|" HIST-RANDOM-PERCENT
                   "|" HIST-VOID-GAMES
                   FEED-REASON-TEXT
                   DELIMITED BY SIZE INTO EXTRACT-LINE
               WRITE EXTRACT-LINE

               COMPUTE WIN-HASH-WORK = WIN-HASH-TOTAL
                   + HIST-KEEP-WINS + HIST-CHANGE-WINS
                   + HIST-RANDOM-WINS
               COMPUTE WIN-HASH-TOTAL =
                   FUNCTION MOD(WIN-HASH-WORK, 1000000000)
           END-IF.

       WRITE-PARENT-FEED-RECORD.
      *    a partitioned run's parent goes out as one RUN (or REV)
      *    record in the same field order, its counts taken from the
      *    wide fields at their full eleven digits - the slices
      *    never wrote history, so they never reach the feed on
      *    their own
           MOVE SPACES TO EXTRACT-LINE
           STRING FEED-RECORD-TYPE "|" HIST-RUN-DATE "|" HIST-RUN-ID
               "|" HIST-WIDE-GAMES
               "|" STORED-NUMBER-OF-DOORS
               "|" HIST-SEED
               "|" STORED-HOST-MODE
               "|" STORED-OFFER-PERCENT
               "|" HIST-WIDE-KEEP-WINS "|" HIST-WIDE-KEEP-LOSSES
               "|" HIST-KEEP-PERCENT
               "|" HIST-WIDE-CHANGE-WINS "|" HIST-WIDE-CHANGE-LOSSES
               "|" HIST-CHANGE-PERCENT
               "|" HIST-WIDE-RANDOM-WINS "|" HIST-WIDE-RANDOM-LOSSES
               "|" HIST-RANDOM-PERCENT
               "|" HIST-WIDE-VOID-GAMES
               FEED-REASON-TEXT
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE

           COMPUTE WIN-HASH-WORK = WIN-HASH-TOTAL
               + HIST-WIDE-KEEP-WINS + HIST-WIDE-CHANGE-WINS
               + HIST-WIDE-RANDOM-WINS
           COMPUTE WIN-HASH-TOTAL =
               FUNCTION MOD(WIN-HASH-WORK, 1000000000).

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-LINE

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-LINE
           STRING "TRL|" FEED-RECORD-COUNT "|" WIN-HASH-TOTAL
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

               PERFORM WRITE-RUN-LOG
           ELSE
               WRITE EXTRACT-MARKER-RECORD
               PERFORM WRITE-ONE-WITHDRAWN-RECORD
                   VARYING WITHDRAWN-RUN-INDEX FROM 1 BY 1
                   UNTIL WITHDRAWN-RUN-INDEX > WITHDRAWN-RUN-COUNT
           END-IF
           CLOSE EXTRACT-MARKER-FILE.

       WRITE-ONE-WITHDRAWN-RECORD.
           MOVE SPACES TO EXTRACT-WITHDRAWN-RECORD
           MOVE "WITHDRAWN" TO XLW-RECORD-TYPE
           MOVE WITHDRAWN-RUN-ID(WITHDRAWN-RUN-INDEX) TO XLW-RUN-ID
           WRITE EXTRACT-WITHDRAWN-RECORD.

       WRITE-EXTRACT-SUMMARY.
           MOVE RECORDS-READ TO RPT-COUNT-EDIT
           DISPLAY "MONTY-EXTRACT: " RPT-COUNT-EDIT
           DISPLAY "  already sent:    " RPT-COUNT-EDIT
           MOVE RECORDS-UNMATCHED TO RPT-COUNT-EDIT
           DISPLAY "  unmatched:       " RPT-COUNT-EDIT
           MOVE RECORDS-REVERSED TO RPT-COUNT-EDIT
           DISPLAY "  reversed:        " RPT-COUNT-EDIT
           MOVE RECORDS-RESENT TO RPT-COUNT-EDIT
           DISPLAY "  resent:          " RPT-COUNT-EDIT
           MOVE RECORDS-WITHHELD TO RPT-COUNT-EDIT
           DISPLAY "  held (invalid):  " RPT-COUNT-EDIT

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
               RECORDS-ALREADY-SENT " already sent, "
               RECORDS-UNMATCHED " unmatched)"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           IF RECORDS-REVERSED NOT = ZERO OR RECORDS-RESENT NOT = ZERO
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "extract reversed " RECORDS-REVERSED
                   " invalidated runs and resent " RECORDS-RESENT
                   " reinstated runs"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
