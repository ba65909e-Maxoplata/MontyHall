      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Nightly job-stream controller. Reads the stream
      *          definition (MONTYJSD.DAT, one card per step giving
      *          its order, program name, the command that launches
      *          it and the highest return code that lets the stream
      *          go on), runs the steps in order, and records every
      *          step's start time, end time and return code in the
      *          step-status file (MONTYJSS.DAT) and in MONTYLOG.DAT.
      *          A step ending above its limit stops the stream; the
      *          rerun reads the status file that pass left behind
      *          and resumes at the failed step, so MONTY-SCHEDULE
      *          never queues the day's MONTYSCH.DAT entries twice
      *          and nobody has to work out by hand what still has to
      *          run - the same restart convention MONTY-QUEUE uses
      *          one level down for its scenarios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTY-STREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the stream definition, one card per step in run order -
      *    kept as a file so ops can add, drop or reorder a step or
      *    loosen a return-code limit without a recompile
           SELECT STREAM-DEFINITION-FILE ASSIGN TO "MONTYJSD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-DEFINITION-STATUS.

      *    one status line per step, rewritten fresh each pass after
      *    the prior pass's copy has been read - a file with no
      *    clean END OF STREAM trailer is the footprint of a stream
      *    that stopped partway, and is what the rerun resumes from
           SELECT STEP-STATUS-FILE ASSIGN TO "MONTYJSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-FILE.

      *    shared, append-only run log - each step's start and end
      *    land here alongside the steps' own messages
           SELECT RUN-LOG-FILE ASSIGN TO "MONTYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEFINITION-FILE.
       01 STREAM-DEFINITION-RECORD.
           05 JSD-STEP-NUMBER PIC 99.
           05 JSD-STEP-NAME PIC X(12).
           05 JSD-COMMAND PIC X(30).
           05 JSD-MAX-RETURN-CODE PIC 9(3).
           05 JSD-RESERVED PIC X(33).

       FD  STEP-STATUS-FILE.
       01 STEP-STATUS-RECORD.
           05 JSS-STEP-NUMBER PIC 99.
           05 JSS-SEP-1 PIC X.
           05 JSS-STEP-NAME PIC X(12).
           05 JSS-SEP-2 PIC X.
           05 JSS-START-STAMP PIC X(14).
           05 JSS-SEP-3 PIC X.
           05 JSS-END-STAMP PIC X(14).
           05 JSS-SEP-4 PIC X.
           05 JSS-RETURN-CODE PIC 9(4).
           05 JSS-SEP-5 PIC X.
           05 JSS-STEP-STATUS PIC X(8).
           05 JSS-SEP-6 PIC X.
           05 JSS-NOTE PIC X(40).
       01 STEP-STATUS-LINE REDEFINES STEP-STATUS-RECORD PIC X(100).

       FD  RUN-LOG-FILE.
           COPY "LOGREC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STREAM-DEFINITION-STATUS PIC XX.
       01 WS-STEP-STATUS-FILE PIC XX.
       01 WS-RUN-LOG-STATUS PIC XX.

      * severity and text handed to WRITE-RUN-LOG - the paragraph
      * stamps the time and program ID itself
       01 RUN-LOG-SEVERITY PIC X(5).
       01 RUN-LOG-TEXT PIC X(90).
       01 WS-LOG-STAMP PIC X(21).

       01 WS-SYSTEM-COMMAND PIC X(40).
       01 WS-TODAY PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MONTH PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DAY PIC X(2).

      * the stream as defined on MONTYJSD.DAT, loaded up front so
      * a card error stops the night before any step has run
       01 STEP-COUNT PIC 99 VALUE 0.
       01 STEP-INDEX PIC 99.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 STEP-NUMBER PIC 99.
               10 STEP-NAME PIC X(12).
               10 STEP-COMMAND PIC X(30).
               10 STEP-MAX-RETURN-CODE PIC 9(3).
       01 WS-DEFINITION-VALID PIC X VALUE "Y".
       01 PREVIOUS-STEP-NUMBER PIC 99 VALUE 0.

      * restart state - read off the prior pass's MONTYJSS.DAT
      * before this pass's OPEN OUTPUT wipes it; each step number
      * the prior pass completed is remembered with its name and
      * times, and the name has to match the definition before the
      * skip is trusted, so a status file left by some other stream
      * layout cannot suppress a step
       01 RESTART-MODE PIC X VALUE "N".
       01 PRIOR-TRAILER-SEEN PIC X VALUE "N".
       01 PRIOR-STEP-LINES PIC 99 VALUE 0.
       01 PRIOR-STREAM-DATE PIC X(10) VALUE SPACES.
       01 PRIOR-STEP-TABLE.
           05 PRIOR-STEP-ENTRY OCCURS 99 TIMES.
               10 PRIOR-STEP-DONE PIC X.
               10 PRIOR-STEP-NAME PIC X(12).
               10 PRIOR-START-STAMP PIC X(14).
               10 PRIOR-END-STAMP PIC X(14).
               10 PRIOR-RETURN-CODE PIC 9(4).

      * the step in hand
       01 WS-STEP-SKIPPED PIC X VALUE "N".
       01 STEP-START-STAMP PIC X(14).
       01 STEP-END-STAMP PIC X(14).
       01 STEP-RETURN-CODE PIC S9(9).
       01 STEP-EXIT-CODE PIC 9(4).

       01 WS-STREAM-STOPPED PIC X VALUE "N".
       01 FAILED-STEP-NUMBER PIC 99 VALUE 0.
       01 STEPS-COMPLETED PIC 99 VALUE 0.
       01 STEPS-CARRIED-OVER PIC 99 VALUE 0.
       01 STEPS-NOT-RUN PIC 99 VALUE 0.

       01 RPT-STEP-EDIT PIC Z9.
       01 RPT-RC-EDIT PIC ZZZ9.
       01 RPT-COUNT-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-RUN-TIMESTAMP
           PERFORM LOAD-STREAM-DEFINITION
           IF WS-DEFINITION-VALID NOT = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    read the prior pass's status file before this pass's
      *    OPEN OUTPUT wipes it - this is where a stopped stream
      *    leaves its evidence
           PERFORM SCAN-PRIOR-STEP-STATUS

           OPEN OUTPUT STEP-STATUS-FILE
           IF WS-STEP-STATUS-FILE NOT = "00"
               DISPLAY "ERROR: could not open MONTYJSS.DAT, status "
                   WS-STEP-STATUS-FILE
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYJSS.DAT, status "
                   WS-STEP-STATUS-FILE " - stream not started"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO STEP-STATUS-LINE
           IF RESTART-MODE = "Y"
               STRING "STREAM " WS-RUN-DATE " RESTART OF "
                   PRIOR-STREAM-DATE
                   DELIMITED BY SIZE INTO STEP-STATUS-LINE
           ELSE
               STRING "STREAM " WS-RUN-DATE
                   DELIMITED BY SIZE INTO STEP-STATUS-LINE
           END-IF
           WRITE STEP-STATUS-LINE

           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           MOVE STEP-COUNT TO RPT-COUNT-EDIT
           STRING "job stream started - " RPT-COUNT-EDIT
               " steps defined"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG

           PERFORM VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
               IF WS-STREAM-STOPPED = "Y"
                   PERFORM WRITE-NOT-RUN-STATUS-LINE
               ELSE
                   PERFORM PROCESS-ONE-STEP
               END-IF
           END-PERFORM

           PERFORM WRITE-STREAM-TRAILER
           CLOSE STEP-STATUS-FILE
           PERFORM WRITE-STREAM-SUMMARY

           IF WS-STREAM-STOPPED = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-STREAM-DEFINITION.
      *    blank cards and cards starting with an asterisk are
      *    comments; every other card must carry a step number
      *    higher than the one before it, a program name and a
      *    command, so the order on the file is the order run
           MOVE "Y" TO WS-DEFINITION-VALID
           MOVE ZERO TO STEP-COUNT
           MOVE ZERO TO PREVIOUS-STEP-NUMBER
           OPEN INPUT STREAM-DEFINITION-FILE
           IF WS-STREAM-DEFINITION-STATUS NOT = "00"
               DISPLAY "ERROR: could not open MONTYJSD.DAT, status "
                   WS-STREAM-DEFINITION-STATUS
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "could not open MONTYJSD.DAT, status "
                   WS-STREAM-DEFINITION-STATUS
                   " - stream not started"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE "N" TO WS-DEFINITION-VALID
           ELSE
               PERFORM UNTIL WS-STREAM-DEFINITION-STATUS NOT = "00"
                   READ STREAM-DEFINITION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-STEP-CARD
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEFINITION-FILE
               IF STEP-COUNT = ZERO AND WS-DEFINITION-VALID = "Y"
                   DISPLAY "ERROR: MONTYJSD.DAT defines no steps"
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "MONTYJSD.DAT defines no steps - stream "
                       "not started"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE "N" TO WS-DEFINITION-VALID
               END-IF
           END-IF.

       LOAD-ONE-STEP-CARD.
           IF STREAM-DEFINITION-RECORD = SPACES
                   OR STREAM-DEFINITION-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF JSD-STEP-NUMBER IS NOT NUMERIC
                       OR JSD-STEP-NUMBER = ZERO
                       OR JSD-STEP-NUMBER NOT > PREVIOUS-STEP-NUMBER
                       OR JSD-STEP-NAME = SPACES
                       OR JSD-COMMAND = SPACES
                       OR JSD-MAX-RETURN-CODE IS NOT NUMERIC
                   DISPLAY "ERROR: MONTYJSD.DAT card is not a valid "
                       "step: " STREAM-DEFINITION-RECORD
                   MOVE "ERROR" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "MONTYJSD.DAT card is not a valid step - "
                       STREAM-DEFINITION-RECORD(1:47)
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE "N" TO WS-DEFINITION-VALID
               ELSE
                   IF STEP-COUNT = 20
                       DISPLAY "ERROR: MONTYJSD.DAT defines more than "
                           "20 steps"
                       MOVE "ERROR" TO RUN-LOG-SEVERITY
                       MOVE SPACES TO RUN-LOG-TEXT
                       STRING "MONTYJSD.DAT defines more than 20 "
                           "steps - stream not started"
                           DELIMITED BY SIZE INTO RUN-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE "N" TO WS-DEFINITION-VALID
                   ELSE
                       ADD 1 TO STEP-COUNT
                       MOVE JSD-STEP-NUMBER TO STEP-NUMBER(STEP-COUNT)
                       MOVE JSD-STEP-NAME TO STEP-NAME(STEP-COUNT)
                       MOVE JSD-COMMAND TO STEP-COMMAND(STEP-COUNT)
                       MOVE JSD-MAX-RETURN-CODE
                           TO STEP-MAX-RETURN-CODE(STEP-COUNT)
                       MOVE JSD-STEP-NUMBER TO PREVIOUS-STEP-NUMBER
                   END-IF
               END-IF
           END-IF.

       SCAN-PRIOR-STEP-STATUS.
      *    step lines with no clean END OF STREAM trailer mean the
      *    prior pass stopped at a failed step (or was cut off
      *    mid-step) - remember the steps it completed so this pass
      *    resumes at the first one it did not
           MOVE "N" TO RESTART-MODE
           MOVE "N" TO PRIOR-TRAILER-SEEN
           MOVE ZERO TO PRIOR-STEP-LINES
           MOVE SPACES TO PRIOR-STEP-TABLE
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEP-STATUS-FILE = "00"
               PERFORM UNTIL WS-STEP-STATUS-FILE NOT = "00"
                   READ STEP-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SCAN-ONE-PRIOR-STEP-LINE
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
               IF PRIOR-STEP-LINES NOT = ZERO
                       AND PRIOR-TRAILER-SEEN NOT = "Y"
                   MOVE "Y" TO RESTART-MODE
                   DISPLAY "MONTY-STREAM: the stream of "
                       PRIOR-STREAM-DATE " did not complete - "
                       "restarting at its first unfinished step"
                   MOVE "INFO" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "stream of " PRIOR-STREAM-DATE
                       " did not complete - restarting, completed "
                       "steps will be skipped"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       SCAN-ONE-PRIOR-STEP-LINE.
      *    the header carries the stream date the first pass ran
      *    for (a restart header carries it forward), step lines
      *    start with the two-digit step number, and only the
      *    trailer of a stream that ran every step says COMPLETE
           IF STEP-STATUS-LINE(1:7) = "STREAM "
               IF STEP-STATUS-LINE(18:12) = " RESTART OF "
                   MOVE STEP-STATUS-LINE(30:10) TO PRIOR-STREAM-DATE
               ELSE
                   MOVE STEP-STATUS-LINE(8:10) TO PRIOR-STREAM-DATE
               END-IF
           ELSE
               IF JSS-STEP-NUMBER IS NUMERIC
                       AND JSS-STEP-NUMBER NOT = ZERO
                   ADD 1 TO PRIOR-STEP-LINES
                   IF JSS-STEP-STATUS = "COMPLETE"
                       MOVE "Y" TO PRIOR-STEP-DONE(JSS-STEP-NUMBER)
                       MOVE JSS-STEP-NAME
                           TO PRIOR-STEP-NAME(JSS-STEP-NUMBER)
                       MOVE JSS-START-STAMP
                           TO PRIOR-START-STAMP(JSS-STEP-NUMBER)
                       MOVE JSS-END-STAMP
                           TO PRIOR-END-STAMP(JSS-STEP-NUMBER)
                       MOVE JSS-RETURN-CODE
                           TO PRIOR-RETURN-CODE(JSS-STEP-NUMBER)
                   END-IF
               ELSE
                   IF STEP-STATUS-LINE(1:24) =
                           "END OF STREAM - COMPLETE"
                       MOVE "Y" TO PRIOR-TRAILER-SEEN
                   END-IF
               END-IF
           END-IF.

       PROCESS-ONE-STEP.
      *    a restarting stream carries forward what the prior pass
      *    finished; everything from the first unfinished step on
      *    is run, in order, until one ends above its limit
           MOVE "N" TO WS-STEP-SKIPPED
           IF RESTART-MODE = "Y"
               PERFORM CHECK-PRIOR-STEP-COMPLETION
           END-IF
           IF WS-STEP-SKIPPED NOT = "Y"
               PERFORM RUN-ONE-STEP
           END-IF.

       CHECK-PRIOR-STEP-COMPLETION.
           IF PRIOR-STEP-DONE(STEP-NUMBER(STEP-INDEX)) = "Y"
               IF PRIOR-STEP-NAME(STEP-NUMBER(STEP-INDEX))
                       = STEP-NAME(STEP-INDEX)
                   MOVE "Y" TO WS-STEP-SKIPPED
                   ADD 1 TO STEPS-COMPLETED
                   ADD 1 TO STEPS-CARRIED-OVER
                   PERFORM WRITE-CARRIED-STATUS-LINE
                   MOVE STEP-NUMBER(STEP-INDEX) TO RPT-STEP-EDIT
                   MOVE "INFO" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "step " RPT-STEP-EDIT " "
                       STEP-NAME(STEP-INDEX)
                       " already completed on the prior pass - "
                       "skipped"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   MOVE STEP-NUMBER(STEP-INDEX) TO RPT-STEP-EDIT
                   MOVE "WARN" TO RUN-LOG-SEVERITY
                   MOVE SPACES TO RUN-LOG-TEXT
                   STRING "step " RPT-STEP-EDIT
                       " prior status line names a different "
                       "program - rerunning it"
                       DELIMITED BY SIZE INTO RUN-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       RUN-ONE-STEP.
      *    launch the step, stamp its start and end, and judge its
      *    return code against the step's limit - the shell hands
      *    back the raw wait status, with the program's own return
      *    code in the high-order byte
           MOVE STEP-NUMBER(STEP-INDEX) TO RPT-STEP-EDIT
           MOVE "INFO" TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "step " RPT-STEP-EDIT " " STEP-NAME(STEP-INDEX)
               " started"
               DELIMITED BY SIZE INTO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           DISPLAY "MONTY-STREAM: step " RPT-STEP-EDIT " "
               STEP-NAME(STEP-INDEX) " started"

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP(1:14) TO STEP-START-STAMP

           MOVE STEP-COMMAND(STEP-INDEX) TO WS-SYSTEM-COMMAND
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           MOVE ZERO TO RETURN-CODE
           IF STEP-RETURN-CODE > 255
               COMPUTE STEP-RETURN-CODE = STEP-RETURN-CODE / 256
           END-IF
           IF STEP-RETURN-CODE < ZERO OR STEP-RETURN-CODE > 9999
               MOVE 9999 TO STEP-EXIT-CODE
           ELSE
               MOVE STEP-RETURN-CODE TO STEP-EXIT-CODE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP(1:14) TO STEP-END-STAMP

           MOVE SPACES TO STEP-STATUS-RECORD
           MOVE STEP-NUMBER(STEP-INDEX) TO JSS-STEP-NUMBER
           MOVE STEP-NAME(STEP-INDEX) TO JSS-STEP-NAME
           MOVE STEP-START-STAMP TO JSS-START-STAMP
           MOVE STEP-END-STAMP TO JSS-END-STAMP
           MOVE STEP-EXIT-CODE TO JSS-RETURN-CODE
           MOVE STEP-EXIT-CODE TO RPT-RC-EDIT
           IF STEP-EXIT-CODE > STEP-MAX-RETURN-CODE(STEP-INDEX)
               MOVE "FAILED" TO JSS-STEP-STATUS
               MOVE "return code above the step limit"
                   TO JSS-NOTE
               MOVE "Y" TO WS-STREAM-STOPPED
               MOVE STEP-NUMBER(STEP-INDEX) TO FAILED-STEP-NUMBER
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "step " RPT-STEP-EDIT " "
                   STEP-NAME(STEP-INDEX) " ended with code "
                   RPT-RC-EDIT " - FAILED, stream stopped"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
               DISPLAY "ERROR: step " RPT-STEP-EDIT " "
                   STEP-NAME(STEP-INDEX) " ended with code "
                   RPT-RC-EDIT " - the stream is stopped"
           ELSE
               MOVE "COMPLETE" TO JSS-STEP-STATUS
               ADD 1 TO STEPS-COMPLETED
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "step " RPT-STEP-EDIT " "
                   STEP-NAME(STEP-INDEX) " ended with code "
                   RPT-RC-EDIT " - COMPLETE"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-STEP-STATUS-RECORD
           PERFORM WRITE-RUN-LOG.

       WRITE-CARRIED-STATUS-LINE.
      *    still reads COMPLETE, with the prior pass's own times and
      *    return code, so a second restart skips it again
           MOVE SPACES TO STEP-STATUS-RECORD
           MOVE STEP-NUMBER(STEP-INDEX) TO JSS-STEP-NUMBER
           MOVE STEP-NAME(STEP-INDEX) TO JSS-STEP-NAME
           MOVE PRIOR-START-STAMP(STEP-NUMBER(STEP-INDEX))
               TO JSS-START-STAMP
           MOVE PRIOR-END-STAMP(STEP-NUMBER(STEP-INDEX))
               TO JSS-END-STAMP
           MOVE PRIOR-RETURN-CODE(STEP-NUMBER(STEP-INDEX))
               TO JSS-RETURN-CODE
           MOVE "COMPLETE" TO JSS-STEP-STATUS
           MOVE "carried over from the prior pass" TO JSS-NOTE
           PERFORM WRITE-STEP-STATUS-RECORD.

       WRITE-NOT-RUN-STATUS-LINE.
      *    every step behind a failed one is listed as NOT RUN, so
      *    the status file always shows the whole night
           ADD 1 TO STEPS-NOT-RUN
           MOVE SPACES TO STEP-STATUS-RECORD
           MOVE STEP-NUMBER(STEP-INDEX) TO JSS-STEP-NUMBER
           MOVE STEP-NAME(STEP-INDEX) TO JSS-STEP-NAME
           MOVE ZERO TO JSS-RETURN-CODE
           MOVE "NOT RUN" TO JSS-STEP-STATUS
           MOVE "stream stopped at an earlier step" TO JSS-NOTE
           PERFORM WRITE-STEP-STATUS-RECORD.

       WRITE-STEP-STATUS-RECORD.
           MOVE SPACE TO JSS-SEP-1
           MOVE SPACE TO JSS-SEP-2
           MOVE SPACE TO JSS-SEP-3
           MOVE SPACE TO JSS-SEP-4
           MOVE SPACE TO JSS-SEP-5
           MOVE SPACE TO JSS-SEP-6
           WRITE STEP-STATUS-RECORD
           IF WS-STEP-STATUS-FILE NOT = "00"
               DISPLAY "ERROR: could not write MONTYJSS.DAT, status "
                   WS-STEP-STATUS-FILE
           END-IF.

       WRITE-STREAM-TRAILER.
      *    only a stream that ran every step gets the COMPLETE
      *    trailer - anything else leaves the next pass in restart
           MOVE SPACES TO STEP-STATUS-LINE
           IF WS-STREAM-STOPPED = "Y"
               MOVE FAILED-STEP-NUMBER TO RPT-STEP-EDIT
               STRING "END OF STREAM - STOPPED AT STEP "
                   RPT-STEP-EDIT " - rerun to resume there"
                   DELIMITED BY SIZE INTO STEP-STATUS-LINE
           ELSE
               STRING "END OF STREAM - COMPLETE - generated by "
                   "MONTY-STREAM"
                   DELIMITED BY SIZE INTO STEP-STATUS-LINE
           END-IF
           WRITE STEP-STATUS-LINE.

       WRITE-STREAM-SUMMARY.
           MOVE STEPS-COMPLETED TO RPT-COUNT-EDIT
           DISPLAY "MONTY-STREAM: " RPT-COUNT-EDIT
               " steps complete"
           MOVE STEPS-CARRIED-OVER TO RPT-COUNT-EDIT
           DISPLAY "  carried over:    " RPT-COUNT-EDIT
           MOVE STEPS-NOT-RUN TO RPT-COUNT-EDIT
           DISPLAY "  not run:         " RPT-COUNT-EDIT

           IF WS-STREAM-STOPPED = "Y"
               MOVE FAILED-STEP-NUMBER TO RPT-STEP-EDIT
               MOVE "ERROR" TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING "job stream stopped at step " RPT-STEP-EDIT
                   " - rerun MONTY-STREAM to resume at that step"
                   DELIMITED BY SIZE INTO RUN-LOG-TEXT
           ELSE
               MOVE "INFO" TO RUN-LOG-SEVERITY
               MOVE "job stream completed - all steps ran clean"
                   TO RUN-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG.
      *    append one timestamped, severity-coded line to the shared
      *    MONTYLOG.DAT - the caller sets RUN-LOG-SEVERITY and
      *    RUN-LOG-TEXT; the file is opened and closed per line so
      *    the steps' own log lines interleave in time order - a log
      *    failure is reported to the console only, never allowed
      *    to take the stream down with it
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-LOG-STAMP(1:4) "-" WS-LOG-STAMP(5:2) "-"
               WS-LOG-STAMP(7:2) " " WS-LOG-STAMP(9:2) ":"
               WS-LOG-STAMP(11:2) ":" WS-LOG-STAMP(13:2)
               DELIMITED BY SIZE INTO LOG-TIMESTAMP
           MOVE "MONTY-STREAM" TO LOG-PROGRAM-ID
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
       END PROGRAM MONTY-STREAM.
