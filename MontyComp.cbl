      *          sizes. Replaces the two-printouts-and-a-calculator
      *          ritual analysts go through to answer questions like
      *          "is mode S really hurting the switcher" - and
      *          replaces the guesswork with a z-score. A run
      *          marked INVALID by MONTY-RUNMAINT is still compared
      *          on request, but the report flags it with the reason
      *          it was invalidated and the job ends RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           05 STORED-CHANGE-WINS PIC 9(11).
           05 STORED-CHANGE-LOSSES PIC 9(11).
           05 STORED-RANDOM-WINS PIC 9(11).
           05 STORED-RANDOM-LOSSES PIC 9(11).
           05 STORED-VOID-GAMES PIC 9(11).
           05 STORED-STATUS PIC X(8).
           05 STORED-REASON-CODE PIC X(4).
           05 STORED-MAINT-NOTE PIC X(60).

      * the two sides of the comparison, saved off STORED-RUN the
      * moment each lookup lands
           05 RUN-A-ID PIC X(16).
           05 RUN-A-DATE PIC X(10).
           05 RUN-A-TIME PIC X(8).
           05 RUN-A-NUMBER-OF-RUNS PIC 9(11).
           05 RUN-A-NUMBER-OF-DOORS PIC 99.
           05 RUN-A-SEED PIC 9(9).
           05 RUN-A-HOST-MODE PIC X.
           05 RUN-A-OFFER-PERCENT PIC 9(3).
           05 RUN-A-KEEP-WINS PIC 9(11).
           05 RUN-A-KEEP-LOSSES PIC 9(11).
           05 RUN-A-CHANGE-WINS PIC 9(11).
           05 RUN-A-CHANGE-LOSSES PIC 9(11).
           05 RUN-A-RANDOM-WINS PIC 9(11).
           05 RUN-A-RANDOM-LOSSES PIC 9(11).
           05 RUN-A-VOID-GAMES PIC 9(11).
           05 RUN-A-STATUS PIC X(8).
           05 RUN-A-REASON-CODE PIC X(4).
           05 RUN-A-MAINT-NOTE PIC X(60).
       01 RUN-B.
           05 RUN-B-ID PIC X(16).
           05 RUN-B-DATE PIC X(10).
           05 RUN-B-TIME PIC X(8).
           05 RUN-B-NUMBER-OF-RUNS PIC 9(11).
           05 RUN-B-NUMBER-OF-DOORS PIC 99.
           05 RUN-B-SEED PIC 9(9).
           05 RUN-B-HOST-MODE PIC X.
           05 RUN-B-OFFER-PERCENT PIC 9(3).
           05 RUN-B-KEEP-WINS PIC 9(11).
           05 RUN-B-KEEP-LOSSES PIC 9(11).
           05 RUN-B-CHANGE-WINS PIC 9(11).
           05 RUN-B-CHANGE-LOSSES PIC 9(11).
           05 RUN-B-RANDOM-WINS PIC 9(11).
           05 RUN-B-RANDOM-LOSSES PIC 9(11).
           05 RUN-B-VOID-GAMES PIC 9(11).
           05 RUN-B-STATUS PIC X(8).
           05 RUN-B-REASON-CODE PIC X(4).
           05 RUN-B-MAINT-NOTE PIC X(60).

      * decided games per side - the denominators every percentage
      * and the significance test run over (mode I voids decide
      * nothing and are excluded, matching MONTY-HALL's own
      * percentages)
       01 DECIDED-GAMES-A PIC 9(11).
       01 DECIDED-GAMES-B PIC 9(11).

      * one strategy-arm comparison in hand - wins both sides plus
      * the arm's name, so all three arms go through the same
      * percentage-and-delta paragraph
       01 COMPARE-ARM-NAME PIC X(14).
       01 COMPARE-WINS-A PIC 9(11).
       01 COMPARE-WINS-B PIC 9(11).
       01 ARM-PERCENT-A PIC S999V99.
       01 ARM-PERCENT-B PIC S999V99.
       01 ARM-DELTA PIC S999V99.
       01 Z-SCORE PIC S999V99.
       01 Z-SCORE-ABSOLUTE PIC 999V99.

       01 RPT-RUNS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-RUNS-2-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-DOORS-EDIT PIC Z9.
       01 RPT-DOORS-2-EDIT PIC Z9.
       01 RPT-SEED-EDIT PIC Z(8)9.
       01 RPT-SEED-2-EDIT PIC Z(8)9.
       01 RPT-VOIDS-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-VOIDS-2-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 RPT-PCT-EDIT PIC -Z9.99.
       01 RPT-PCT-2-EDIT PIC -Z9.99.
       01 RPT-DELTA-EDIT PIC -Z9.99.
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-INVALID-RUN-FLAGS
           PERFORM WRITE-PARAMETER-SECTION
           PERFORM WRITE-ARM-SECTION
           PERFORM WRITE-SIGNIFICANCE-SECTION

           DISPLAY "MONTY-COMPARE: runs " RUN-A-ID " and " RUN-B-ID
               " compared, report in MONTYCMP.DAT"
           IF RUN-A-STATUS = "INVALID" OR RUN-B-STATUS = "INVALID"
               DISPLAY "WARNING: an invalidated run was compared - "
                   "see the flag in MONTYCMP.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

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
      *    a partitioned run's parent carries its counts in the wide
      *    fields, and is compared at its full combined sample size
           IF REG-PARTITION-ROLE = "P"
               MOVE REG-WIDE-GAMES TO STORED-NUMBER-OF-RUNS
               MOVE REG-WIDE-KEEP-WINS TO STORED-KEEP-WINS
               MOVE REG-WIDE-KEEP-LOSSES TO STORED-KEEP-LOSSES
               MOVE REG-WIDE-CHANGE-WINS TO STORED-CHANGE-WINS
               MOVE REG-WIDE-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
               MOVE REG-WIDE-RANDOM-WINS TO STORED-RANDOM-WINS
               MOVE REG-WIDE-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
               MOVE REG-WIDE-VOID-GAMES TO STORED-VOID-GAMES
           ELSE
               MOVE REG-NUMBER-OF-RUNS TO STORED-NUMBER-OF-RUNS
               MOVE REG-KEEP-WINS TO STORED-KEEP-WINS
               MOVE REG-KEEP-LOSSES TO STORED-KEEP-LOSSES
               MOVE REG-CHANGE-WINS TO STORED-CHANGE-WINS
               MOVE REG-CHANGE-LOSSES TO STORED-CHANGE-LOSSES
               MOVE REG-RANDOM-WINS TO STORED-RANDOM-WINS
               MOVE REG-RANDOM-LOSSES TO STORED-RANDOM-LOSSES
               MOVE REG-VOID-GAMES TO STORED-VOID-GAMES
           END-IF
           MOVE REG-STATUS TO STORED-STATUS
           MOVE REG-REASON-CODE TO STORED-REASON-CODE
           MOVE REG-MAINT-NOTE TO STORED-MAINT-NOTE.

       REPORT-MISSING-RUN.
           DISPLAY "ERROR: no MONTYREG.DAT record found for run "
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.

       WRITE-INVALID-RUN-FLAGS.
      *    an invalidated run's numbers are known to be bad, so the
      *    flag goes above everything else the report says about it
           IF RUN-A-STATUS = "INVALID"
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "** RUN A IS INVALID - reason "
                   RUN-A-REASON-CODE ": " RUN-A-MAINT-NOTE
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           IF RUN-B-STATUS = "INVALID"
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "** RUN B IS INVALID - reason "
                   RUN-B-REASON-CODE ": " RUN-B-MAINT-NOTE
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           IF RUN-A-STATUS = "INVALID" OR RUN-B-STATUS = "INVALID"
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "** the figures below include an invalidated "
                   "run and should not be relied on"
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE SPACES TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF.

       WRITE-PARAMETER-SECTION.
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "PARAMETER             RUN A"
               "              RUN B"
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE RUN-A-NUMBER-OF-RUNS TO RPT-RUNS-EDIT
           MOVE RUN-B-NUMBER-OF-RUNS TO RPT-RUNS-2-EDIT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "Runs         " RPT-RUNS-EDIT
               "     " RPT-RUNS-2-EDIT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE RUN-B-NUMBER-OF-DOORS TO RPT-DOORS-2-EDIT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "Doors                    " RPT-DOORS-EDIT
               "                 " RPT-DOORS-2-EDIT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE RUN-B-SEED TO RPT-SEED-2-EDIT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "Seed              " RPT-SEED-EDIT
               "          " RPT-SEED-2-EDIT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE RUN-B-OFFER-PERCENT TO RPT-OFFER-2-EDIT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "Host Mode / Offer %      " RUN-A-HOST-MODE
               " " RPT-OFFER-EDIT "               " RUN-B-HOST-MODE
               " " RPT-OFFER-2-EDIT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE RUN-A-VOID-GAMES TO RPT-VOIDS-EDIT
           MOVE RUN-B-VOID-GAMES TO RPT-VOIDS-2-EDIT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "Voided Games " RPT-VOIDS-EDIT
               "     " RPT-VOIDS-2-EDIT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
