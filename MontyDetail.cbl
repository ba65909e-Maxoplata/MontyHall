           05 STORED-RUN-ID PIC X(16).
           05 STORED-RUN-DATE PIC X(10).
           05 STORED-NUMBER-OF-RUNS PIC 9(7).
           05 STORED-NUMBER-OF-DOORS PIC 99.
           05 STORED-HOST-MODE PIC X.
           05 STORED-OFFER-PERCENT PIC 9(3).
           05 STORED-KEEP-WINS PIC 9(7).
           05 STORED-RANDOM-WINS PIC 9(7).
           05 STORED-RANDOM-LOSSES PIC 9(7).
           05 STORED-VOID-GAMES PIC 9(7).
           05 STORED-PARTITION-ROLE PIC X.

      * per-door tallies off the detail records - winning door,
      * player door and the door left as the switch target
       01 DOOR-TALLY-TABLE.
           05 DOOR-TALLY OCCURS 99 TIMES.
               10 WINNING-DOOR-COUNT PIC 9(7).
               10 PLAYER-DOOR-COUNT PIC 9(7).
               10 TARGET-DOOR-COUNT PIC 9(7).
      * one digit wider than a door number so the report loop can
      * step past door 99
       01 DOOR-INDEX PIC 9(3).

      * highest door number actually seen, the fallback door count
      * when no registry record can be matched
       01 HIGHEST-DOOR-SEEN PIC 99 VALUE 0.
       01 DOORS-IN-PLAY PIC 99.

       01 GAMES-READ PIC 9(7) VALUE 0.
       01 VOID-COUNT PIC 9(7) VALUE 0.
       01 RPT-STREAK-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-STREAK-2-EDIT PIC Z,ZZZ,ZZ9.
       01 RPT-OFFER-EDIT PIC ZZ9.
       01 RPT-DOOR-EDIT PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM FIND-STORED-RUN
      *    a partitioned run's parent played no games of its own, so
      *    no detail file can be its audit trail - a slice can be
           IF WS-TARGET-FOUND = "Y" AND STORED-PARTITION-ROLE = "P"
               DISPLAY "MONTY-DETAIL: run " STORED-RUN-ID " is a "
                   "partitioned run - analyze one of its slices"
               MOVE "N" TO WS-TARGET-FOUND
           END-IF
           IF WS-TARGET-FOUND = "Y"
               MOVE STORED-NUMBER-OF-DOORS TO DOORS-IN-PLAY
           ELSE

       TALLY-ONE-DETAIL-RECORD.
           ADD 1 TO GAMES-READ
      *    a game written in the original layout carries its door
      *    numbers in the one-digit fields
           IF DTL-LAYOUT-VERSION NOT = "2"
               MOVE DTL-WINNING-DOOR-V1 TO DTL-WINNING-DOOR
               MOVE DTL-PLAYER-DOOR-V1 TO DTL-PLAYER-DOOR
               MOVE DTL-SWITCH-TARGET-DOOR-V1 TO DTL-SWITCH-TARGET-DOOR
           END-IF

           IF DTL-WINNING-DOOR IS NUMERIC
                   AND DTL-WINNING-DOOR NOT = ZERO
      *    scan the registry journal for the requested run ID - or,
      *    with no ID requested, keep every record so the last one
      *    standing is the most recent registration, passing over
      *    replays the way MONTY-VERIFY does, partitioned-run
      *    parents, which leave no detail file behind, and the
      *    maintenance entries MONTY-RUNMAINT journals for old runs
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                       NOT AT END
                           IF REG-RUN-ID = TARGET-RUN-ID
                                   OR (TARGET-RUN-ID = SPACES
                                       AND REG-STATUS NOT = "REPLAY"
                                       AND REG-PARTITION-ROLE NOT = "P"
                                       AND REG-MAINT-ACTION = SPACE)
                               PERFORM SAVE-STORED-RUN
                           END-IF
                   END-READ
           MOVE REG-RUN-ID TO STORED-RUN-ID
           MOVE REG-RUN-DATE TO STORED-RUN-DATE
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
           MOVE REG-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
           MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
           MOVE REG-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
           MOVE REG-VOID-GAMES TO STORED-VOID-GAMES
           MOVE REG-PARTITION-ROLE TO STORED-PARTITION-ROLE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ANALYSIS-REPORT-LINE
               (PLAYER-DOOR-COUNT(DOOR-INDEX) / GAMES-READ) * 100
           MOVE DOOR-SHARE-PCT TO RPT-PCT-2-EDIT
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           STRING " " RPT-DOOR-EDIT "    " RPT-COUNT-EDIT
               "  " RPT-PCT-EDIT "%   " RPT-COUNT-2-EDIT
               "  " RPT-PCT-2-EDIT "%   " RPT-COUNT-3-EDIT
               DELIMITED BY SIZE INTO ANALYSIS-REPORT-LINE
