      * Period-to-date trend report over COBOLTEST1's cross-run
      * historical statistics file. Run standalone, after one or
      * more COBOLTEST1 runs, to see how results have trended.
      * Per-site and per-input figures are read from the detail
      * records that follow each run record, or from the
      * embedded tables of history written before the detail
      * records were introduced, so old and new runs report
      * side by side.
      * A supplemental run of late branch files adds to its
      * day's main run: its branches count in the per-site
      * figures, but it is not counted as a run of its own
      * and does not enter the factorial or iteration
      * statistics; the supplemental runs are counted on a
      * line of their own.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-HIST-EOF            VALUE "Y".

       01 WS-RUN-COUNT       PIC 9(6) VALUE 0.
       01 WS-SUPP-COUNT      PIC 9(6) VALUE 0.
       01 WS-FACT-MIN        PIC 9(20)
                             VALUE 99999999999999999999.
       01 WS-FACT-MAX        PIC 9(20) VALUE 0.
       01 WS-FACT-AVG        PIC 9(20) VALUE 0.
       01 WS-COUNTER-SUM     PIC 9(10) VALUE 0.
       01 WS-COUNTER-AVG     PIC 9(8) VALUE 0.
       01 WS-SITE-MAX        PIC 9(3) VALUE 999.
       01 WS-SITE-USED       PIC 9(3) VALUE 0.
       01 WS-SITE-IX         PIC 9(3) VALUE 0.
       01 WS-I               PIC 9(4) VALUE 0.
       01 WS-J               PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 999 TIMES.
               10 WS-ST-CODE     PIC X(4).
               10 WS-ST-TRANS    PIC 9(8).
       01 WS-TALLY-SITE      PIC X(4) VALUE SPACES.
       01 WS-TALLY-TRANS     PIC 9(6) VALUE 0.
       01 WS-STAT-STATUS     PIC X(2) VALUE "00".
       01 WS-STAT-EOF-SW     PIC X(1) VALUE "N".
           88 WS-STAT-EOF            VALUE "Y".
       01 WS-STORE-SUM       PIC 9(8) VALUE 0.
       01 WS-FAIL-SUM        PIC 9(8) VALUE 0.
       01 WS-RATE            PIC 9(3) VALUE 0.
      *    Requests over the period by input value: value n
      *    is aggregated in slot n + 1, so every value an input
      *    field can hold has a slot of its own.
       01 WS-AGG-MAX         PIC 9(5) VALUE 10000.
       01 WS-AGG-USED        PIC 9(5) VALUE 0.
       01 WS-AGG-IX          PIC 9(5) VALUE 0.
       01 WS-BEST-IX         PIC 9(5) VALUE 0.
       01 WS-TOP-N           PIC 9(1) VALUE 0.
       01 WS-AGG-TABLE.
           05 WS-AG-COUNT OCCURS 10000 TIMES PIC 9(8) VALUE 0.
       01 WS-AGG-VALUE       PIC 9(4) VALUE 0.
       01 WS-AGG-REQS        PIC 9(6) VALUE 0.

       01 SUM-HEADER-1       PIC X(80)
           VALUE "COBSUMRY - PERIOD-TO-DATE FACTORIAL RUN SUMMARY".
           05 FILLER             PIC X(18) VALUE "RUNS IN PERIOD: ".
           05 SUM-RUN-COUNT      PIC ZZZZZ9.

       01 SUM-SUPP-LINE.
           05 FILLER             PIC X(18) VALUE "SUPPLEMENTAL RUNS:".
           05 SUM-SUPP-COUNT     PIC ZZZZZ9.

       01 SUM-FACT-MIN-LINE.
           05 FILLER             PIC X(11) VALUE "MIN FACT: ".
           05 SUM-FACT-MIN       PIC Z(19)9.
               END-IF
           END-IF.

      *****************************************************
      * A site detail record adds its branch's count to the
      * period; any other record is a run, unless it is a
      * supplemental run adding to its day's main run. A run
      * record on the layout from before the detail records
      * carries its sites in the embedded table.
      *****************************************************
       ACCUMULATE-STATISTICS.
           IF HIST-SITE-DETAIL
               MOVE HIST-DET-SITE-CODE TO WS-TALLY-SITE
               MOVE HIST-DET-SITE-TRANS TO WS-TALLY-TRANS
               PERFORM TALLY-SITE-STATISTICS
           ELSE
               PERFORM ACCUMULATE-RUN-STATISTICS
           END-IF.

       ACCUMULATE-RUN-STATISTICS.
           IF HIST-SUPPLEMENT-RUN
               ADD 1 TO WS-SUPP-COUNT
           ELSE
               PERFORM ACCUMULATE-RUN-FIGURES
           END-IF.

       ACCUMULATE-RUN-FIGURES.
           ADD 1 TO WS-RUN-COUNT
           ADD HIST-FACTORIAL TO WS-FACT-SUM
           ADD HIST-COUNTER TO WS-COUNTER-SUM
           IF HIST-FACTORIAL > WS-FACT-MAX
               MOVE HIST-FACTORIAL TO WS-FACT-MAX
           END-IF
           IF HIST-OLD-RUN-RECORD
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > HIST-SITE-COUNT
                   OR WS-I > 8
                   MOVE HIST-SITE-CODE (WS-I) TO WS-TALLY-SITE
                   MOVE HIST-SITE-TRANS (WS-I) TO WS-TALLY-TRANS
                   PERFORM TALLY-SITE-STATISTICS
               END-PERFORM
           END-IF.

       TALLY-SITE-STATISTICS.
           MOVE 0 TO WS-SITE-IX
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SITE-USED
               OR WS-SITE-IX > 0
               IF WS-ST-CODE (WS-J) = WS-TALLY-SITE
                   MOVE WS-J TO WS-SITE-IX
               END-IF
           END-PERFORM
               IF WS-SITE-USED < WS-SITE-MAX
                   ADD 1 TO WS-SITE-USED
                   MOVE WS-SITE-USED TO WS-SITE-IX
                   MOVE WS-TALLY-SITE TO WS-ST-CODE (WS-SITE-IX)
                   MOVE 0 TO WS-ST-TRANS (WS-SITE-IX)
               ELSE
                   DISPLAY "  *** Site table full - site "
                       WS-TALLY-SITE " not summarized ***"
               END-IF
           END-IF
           IF WS-SITE-IX > 0
               ADD WS-TALLY-TRANS TO WS-ST-TRANS (WS-SITE-IX)
           END-IF.

       WRITE-SUMMARY-REPORT.
           MOVE WS-RUN-COUNT TO SUM-RUN-COUNT
           MOVE SUM-DETAIL-LINE TO SUMRPT-RECORD
           WRITE SUMRPT-RECORD
           MOVE WS-SUPP-COUNT TO SUM-SUPP-COUNT
           MOVE SUM-SUPP-LINE TO SUMRPT-RECORD
           WRITE SUMRPT-RECORD

           MOVE WS-FACT-MIN TO SUM-FACT-MIN
           MOVE SUM-FACT-MIN-LINE TO SUMRPT-RECORD
               END-IF
           END-IF.

      *****************************************************
      * An input detail record adds its value's requests to
      * the period aggregate; any other record is a run and
      * gets its own line. A run record on the layout from
      * before the detail records carries its values in the
      * embedded table.
      *****************************************************
       REPORT-STAT-RECORD.
           IF STAT-INPUT-DETAIL
               MOVE STAT-DET-INPUT-VALUE TO WS-AGG-VALUE
               MOVE STAT-DET-INPUT-REQS TO WS-AGG-REQS
               PERFORM TALLY-INPUT-AGGREGATE
           ELSE
               PERFORM REPORT-STAT-RUN
           END-IF.

       REPORT-STAT-RUN.
           ADD 1 TO WS-STAT-RUNS
           ADD STAT-CACHE-HITS TO WS-HIT-SUM
           ADD STAT-CACHE-MISSES TO WS-MISS-SUM
           MOVE WS-RATE TO SCL-RATE
           MOVE SUM-CACHE-LINE TO SUMRPT-RECORD
           WRITE SUMRPT-RECORD
           IF STAT-OLD-RUN-RECORD
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > STAT-INPUT-COUNT
                   OR WS-I > 10
                   MOVE STAT-INPUT-VALUE (WS-I) TO WS-AGG-VALUE
                   MOVE STAT-INPUT-REQS (WS-I) TO WS-AGG-REQS
                   PERFORM TALLY-INPUT-AGGREGATE
               END-PERFORM
           END-IF.

       COMPUTE-HIT-RATE.
           IF STAT-CACHE-HITS + STAT-CACHE-MISSES = 0
           END-IF.

       TALLY-INPUT-AGGREGATE.
           COMPUTE WS-AGG-IX = WS-AGG-VALUE + 1
           IF WS-AG-COUNT (WS-AGG-IX) = 0
               AND WS-AGG-REQS > 0
               ADD 1 TO WS-AGG-USED
           END-IF
           ADD WS-AGG-REQS TO WS-AG-COUNT (WS-AGG-IX).

       WRITE-CACHE-TOTALS.
           IF WS-HIT-SUM + WS-MISS-SUM = 0

       WRITE-ONE-TOP-INPUT.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING WS-AGG-IX FROM 1 BY 1
               UNTIL WS-AGG-IX > WS-AGG-MAX
               IF WS-AG-COUNT (WS-AGG-IX) > 0
                   AND (WS-BEST-IX = 0
                   OR WS-AG-COUNT (WS-AGG-IX)
                       > WS-AG-COUNT (WS-BEST-IX))
                   MOVE WS-AGG-IX TO WS-BEST-IX
               END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
               COMPUTE SIL-VALUE = WS-BEST-IX - 1
               MOVE WS-AG-COUNT (WS-BEST-IX) TO SIL-REQS
               MOVE SUM-INPUT-LINE TO SUMRPT-RECORD
               WRITE SUMRPT-RECORD
