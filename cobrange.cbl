      * alongside the live HISTFILE, and produces the COBSUMRY-
      * style statistics - run count, factorial min/max/avg and
      * per-site transaction totals - for exactly that range.
      * Per-site totals come from the site detail records that
      * follow each run record, or from the embedded site table
      * of history written before the detail records were
      * introduced. A supplemental run of late branch files
      * adds its branches to the per-site totals but is not
      * counted as a run or in the factorial statistics - it
      * belongs to its day's main run - and is counted on a
      * line of its own.
      * Quarter-end and year-over-year questions stop costing a
      * half-day of manual file splicing.
      * The RNGPARM record carries the range as two run dates,
       01 WS-PARM-OK-SW      PIC X(1) VALUE "N".
           88 WS-PARM-OK             VALUE "Y".
       COPY CENTWIN.
       01 WS-HIST-IMAGE      PIC X(120) VALUE SPACES.
       COPY HISTREC REPLACING LEADING ==HIST-== BY ==WH-==.
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-TO-DATE         PIC 9(8) VALUE 0.

       01 WS-READ-COUNT      PIC 9(6) VALUE 0.
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

       01 RNG-HEADER-1.
           05 FILLER             PIC X(33)
           05 FILLER             PIC X(18) VALUE "RUNS IN RANGE:  ".
           05 RNG-RUN-COUNT      PIC ZZZZZ9.

       01 RNG-SUPP-LINE.
           05 FILLER             PIC X(18) VALUE "SUPPLEMENTAL RUNS:".
           05 RNG-SUPP-COUNT     PIC ZZZZZ9.

       01 RNG-FACT-MIN-LINE.
           05 FILLER             PIC X(11) VALUE "MIN FACT: ".
           05 RNG-FACT-MIN       PIC Z(19)9.
               MOVE WS-HIST-IMAGE TO WH-RECORD
           END-IF.

      *****************************************************
      * A site detail record carries its run's date, so it
      * is selected on its own; it adds its branch's count
      * to the range. Any other record is a run, unless it
      * is a supplemental run adding to its day's main run,
      * and a run record on the layout from before the
      * detail records carries its sites in the embedded
      * table.
      *****************************************************
       SELECT-HISTORY-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF WH-RUN-DATE >= WS-FROM-DATE
               AND WH-RUN-DATE <= WS-TO-DATE
               IF WH-SITE-DETAIL
                   MOVE WH-DET-SITE-CODE TO WS-TALLY-SITE
                   MOVE WH-DET-SITE-TRANS TO WS-TALLY-TRANS
                   PERFORM TALLY-SITE-STATISTICS
               ELSE
                   PERFORM ACCUMULATE-STATISTICS
               END-IF
           END-IF.

       ACCUMULATE-STATISTICS.
           IF WH-SUPPLEMENT-RUN
               ADD 1 TO WS-SUPP-COUNT
           ELSE
               PERFORM ACCUMULATE-RUN-FIGURES
           END-IF.

       ACCUMULATE-RUN-FIGURES.
           ADD 1 TO WS-RUN-COUNT
           ADD WH-FACTORIAL TO WS-FACT-SUM
           ADD WH-COUNTER TO WS-COUNTER-SUM
           IF WH-FACTORIAL > WS-FACT-MAX
               MOVE WH-FACTORIAL TO WS-FACT-MAX
           END-IF
           IF WH-OLD-RUN-RECORD
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WH-SITE-COUNT
                   OR WS-I > 8
                   MOVE WH-SITE-CODE (WS-I) TO WS-TALLY-SITE
                   MOVE WH-SITE-TRANS (WS-I) TO WS-TALLY-TRANS
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

       WRITE-RANGE-REPORT.
           MOVE WS-RUN-COUNT TO RNG-RUN-COUNT
           MOVE RNG-DETAIL-LINE TO RNGRPT-RECORD
           WRITE RNGRPT-RECORD
           MOVE WS-SUPP-COUNT TO RNG-SUPP-COUNT
           MOVE RNG-SUPP-LINE TO RNGRPT-RECORD
           WRITE RNGRPT-RECORD

           MOVE WS-FACT-MIN TO RNG-FACT-MIN
           MOVE RNG-FACT-MIN-LINE TO RNGRPT-RECORD
