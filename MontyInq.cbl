           05 STORED-RUN-ID PIC X(16).
           05 STORED-RUN-DATE PIC X(10).
           05 STORED-RUN-TIME PIC X(8).
           05 STORED-NUMBER-OF-RUNS PIC 9(11).
           05 STORED-NUMBER-OF-DOORS PIC 99.
           05 STORED-SEED PIC 9(9).
           05 STORED-HOST-MODE PIC X.
           05 STORED-OFFER-PERCENT PIC 9(3).
           05 STORED-KEEP-WINS PIC 9(11).
           05 STORED-KEEP-LOSSES PIC 9(11).
           05 STORED-KEEP-PERCENT PIC X(5).
           05 STORED-CHANGE-WINS PIC 9(11).
           05 STORED-CHANGE-LOSSES PIC 9(11).
           05 STORED-CHANGE-PERCENT PIC X(5).
           05 STORED-RANDOM-WINS PIC 9(11).
           05 STORED-RANDOM-LOSSES PIC 9(11).
           05 STORED-RANDOM-PERCENT PIC X(5).
           05 STORED-VOID-GAMES PIC 9(11).
           05 STORED-STATUS PIC X(8).
           05 STORED-MAINT-ACTION PIC X.
           05 STORED-REASON-CODE PIC X(4).
           05 STORED-MAINT-NOTE PIC X(60).
           05 STORED-MAINT-OPERATOR PIC X(8).
           05 STORED-MAINT-STAMP PIC X(19).
           05 STORED-PRIZE-VALUE PIC X(10).
           05 STORED-COST-TO-PLAY PIC X(8).
           05 STORED-KEEP-NET PIC X(11).
           05 STORED-CHANGE-NET PIC X(11).
           05 STORED-RANDOM-NET PIC X(11).
           05 STORED-PARTITION-ROLE PIC X.
           05 STORED-PARENT-RUN-ID PIC X(16).
           05 STORED-SLICE-COUNT PIC 99.
           05 STORED-CHILD-RUN-ID PIC X(16) OCCURS 20 TIMES.

      * ring of the most recent registrations for option 2 - the
      * journal is read once and the newest RECENT-WANTED records
               10 RECENT-TIME PIC X(8).
               10 RECENT-HOST-MODE PIC X.
               10 RECENT-STATUS PIC X(8).
               10 RECENT-RUNS PIC 9(11).
       01 RECENT-WANTED PIC 99 VALUE 10.
       01 RECENT-WANTED-TEXT PIC X(2).
       01 RECENT-SLOT PIC 99.

       01 SCENARIO-LINES-SHOWN PIC 9(5).

       01 RPT-RUNS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-WINS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-LOSSES-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-VOIDS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-SLICE-EDIT PIC Z9.
       01 CHILD-INDEX PIC 99.
       01 RPT-SEED-EDIT PIC Z(8)9.
       01 RPT-OFFER-EDIT PIC ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-PERCENT-EDIT PIC ZZ9.9.
       01 RPT-ITER-EDIT PIC Z,ZZZ,ZZ9.

           DISPLAY " "
           DISPLAY "Run ID: " STORED-RUN-ID "   Status: "
               STORED-STATUS
      *    a run MONTY-RUNMAINT has touched says who, when and why
           IF STORED-MAINT-ACTION = "I"
               DISPLAY "  Invalidated " STORED-MAINT-STAMP " by "
                   STORED-MAINT-OPERATOR " - " STORED-REASON-CODE
                   ": " STORED-MAINT-NOTE
           END-IF
           IF STORED-MAINT-ACTION = "R"
               DISPLAY "  Reinstated " STORED-MAINT-STAMP " by "
                   STORED-MAINT-OPERATOR " - " STORED-REASON-CODE
                   ": " STORED-MAINT-NOTE
           END-IF
           DISPLAY "Run Date: " STORED-RUN-DATE
               "      Run Time: " STORED-RUN-TIME
           MOVE STORED-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           MOVE STORED-NUMBER-OF-DOORS TO RPT-DOORS-EDIT
           DISPLAY "Parameters: Runs = " RPT-RUNS-EDIT
               "    Doors = " RPT-DOORS-EDIT
           EVALUATE STORED-HOST-MODE
               WHEN "I"
                   DISPLAY "Host Mode: I - ignorant host"
           END-IF
           MOVE STORED-SEED TO RPT-SEED-EDIT
           DISPLAY "Random Seed Used: " RPT-SEED-EDIT
           IF STORED-PARTITION-ROLE = "S"
               DISPLAY "Partition Slice of Run: " STORED-PARENT-RUN-ID
           END-IF
           IF STORED-PARTITION-ROLE = "P"
               MOVE STORED-SLICE-COUNT TO RPT-SLICE-EDIT
               DISPLAY "Partitioned Run - merged from "
                   RPT-SLICE-EDIT " slices:"
               PERFORM VARYING CHILD-INDEX FROM 1 BY 1
                       UNTIL CHILD-INDEX > STORED-SLICE-COUNT
                   DISPLAY "    " STORED-CHILD-RUN-ID(CHILD-INDEX)
               END-PERFORM
           END-IF
           DISPLAY " "
           DISPLAY "STRATEGY                 WINS          LOSSES"
               "    WIN PERCENT"
           MOVE STORED-KEEP-WINS TO RPT-WINS-EDIT
           MOVE STORED-KEEP-LOSSES TO RPT-LOSSES-EDIT
           DISPLAY "Always Keep    " RPT-WINS-EDIT "  "
           MOVE REG-RUN-ID TO STORED-RUN-ID
           MOVE REG-RUN-DATE TO STORED-RUN-DATE
           MOVE REG-RUN-TIME TO STORED-RUN-TIME
      *    a record in the original layout has the door count in
      *    its one-digit field
           IF REG-LAYOUT-VERSION = "2"
               MOVE REG-NUMBER-OF-DOORS TO STORED-NUMBER-OF-DOORS
           ELSE
               MOVE REG-NUMBER-OF-DOORS-V1 TO STORED-NUMBER-OF-DOORS
           END-IF
           MOVE REG-SEED TO STORED-SEED
           MOVE REG-HOST-MODE TO STORED-HOST-MODE
           IF REG-OFFER-PERCENT IS NUMERIC
           ELSE
               MOVE ZERO TO STORED-OFFER-PERCENT
           END-IF
           MOVE REG-KEEP-PERCENT TO STORED-KEEP-PERCENT
           MOVE REG-CHANGE-PERCENT TO STORED-CHANGE-PERCENT
           MOVE REG-RANDOM-PERCENT TO STORED-RANDOM-PERCENT
      *    a partitioned run's parent carries its counts in the wide
      *    fields - the ordinary ones are zero on it
           MOVE REG-PARTITION-ROLE TO STORED-PARTITION-ROLE
           MOVE REG-PARENT-RUN-ID TO STORED-PARENT-RUN-ID
           IF REG-PARTITION-ROLE = "P"
               MOVE REG-WIDE-GAMES TO STORED-NUMBER-OF-RUNS
               MOVE REG-WIDE-KEEP-WINS TO STORED-KEEP-WINS
               MOVE REG-WIDE-KEEP-LOSSES TO STORED-KEEP-LOSSES
               MOVE REG-WIDE-CHANGE-WINS TO STORED-CHANGE-WINS
               MOVE REG-WIDE-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
               MOVE REG-WIDE-RANDOM-WINS TO STORED-RANDOM-WINS
               MOVE REG-WIDE-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
               MOVE REG-WIDE-VOID-GAMES TO STORED-VOID-GAMES
               MOVE REG-SLICE-COUNT TO STORED-SLICE-COUNT
               PERFORM VARYING CHILD-INDEX FROM 1 BY 1
                       UNTIL CHILD-INDEX > 20
                   MOVE REG-CHILD-RUN-ID(CHILD-INDEX)
                       TO STORED-CHILD-RUN-ID(CHILD-INDEX)
               END-PERFORM
           ELSE
               MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
               MOVE REG-KEEP-WINS TO STORED-KEEP-WINS
               MOVE REG-KEEP-LOSSES TO STORED-KEEP-LOSSES
               MOVE REG-CHANGE-WINS TO STORED-CHANGE-WINS
               MOVE REG-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
               MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
               MOVE REG-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
               MOVE REG-VOID-GAMES TO STORED-VOID-GAMES
               MOVE ZERO TO STORED-SLICE-COUNT
           END-IF
           MOVE REG-STATUS TO STORED-STATUS
           MOVE REG-MAINT-ACTION TO STORED-MAINT-ACTION
           MOVE REG-REASON-CODE TO STORED-REASON-CODE
           MOVE REG-MAINT-NOTE TO STORED-MAINT-NOTE
           MOVE REG-MAINT-OPERATOR TO STORED-MAINT-OPERATOR
           MOVE REG-MAINT-STAMP TO STORED-MAINT-STAMP
           MOVE REG-PRIZE-VALUE TO STORED-PRIZE-VALUE
           MOVE REG-COST-TO-PLAY TO STORED-COST-TO-PLAY
           MOVE REG-KEEP-NET TO STORED-KEEP-NET
                       AT END
                           CONTINUE
                       NOT AT END
      *                    maintenance entries re-journal an older
      *                    run and are not registrations of their own
                           IF REG-MAINT-ACTION = SPACE
                               PERFORM RING-ONE-REGISTRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           MOVE REG-RUN-TIME TO RECENT-TIME(RECENT-SLOT)
           MOVE REG-HOST-MODE TO RECENT-HOST-MODE(RECENT-SLOT)
           MOVE REG-STATUS TO RECENT-STATUS(RECENT-SLOT)
           IF REG-PARTITION-ROLE = "P"
               MOVE REG-WIDE-GAMES TO RECENT-RUNS(RECENT-SLOT)
           ELSE
               MOVE REG-NUMBER-OF-RUNS TO RECENT-RUNS(RECENT-SLOT)
           END-IF
           ADD 1 TO RECENT-FILLED.

       DISPLAY-RECENT-RUNS.
           ELSE
               DISPLAY " "
               DISPLAY "RUN ID            DATE        TIME      "
                   "MODE  STATUS               RUNS"
      *        the ring holds min(filled, wanted) entries in slots
      *        1 through that count, with RECENT-SLOT on the newest
               IF RECENT-FILLED < RECENT-WANTED
