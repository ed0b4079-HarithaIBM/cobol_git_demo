      *****************************************************
      * HISTREC.CPY
      * Cross-run historical statistics record - appended
      * by every COBOLTEST1 run, read back by COBSUMRY to
      * build a period-to-date trend report.
      * HIST-REC-TYPE tells the record kinds apart:
      *   "R"   run record - one per run, carrying the run's
      *         figures; HIST-SITE-COUNT is zero and the
      *         embedded site table is blank
      *   "S"   site detail record - one per branch the run
      *         processed, written straight after its run
      *         record, carrying the site code and processed
      *         count in HIST-DETAIL-FIGURES
      *   space a run record written before the site detail
      *         records were introduced: up to eight sites
      *         ride in the embedded HIST-SITE-STATS table,
      *         HIST-SITE-COUNT of them used
      * Detail records repeat the run date, run number and
      * run mode of their run, so they can be matched to
      * the run record, dated, archived and filtered on
      * their own. Because each branch has its own record
      * there is no limit on the number of sites a run can
      * carry into history.
      * HIST-RUN-NUMBER ties the record to its run-control
      * number; records written before the field was added
      * read back with spaces there, so readers must test
      * it NUMERIC before use.
      * HIST-RUN-MODE is the run mode the record was written
      * under - "N" for a normal stream run, "R" for a
      * suspense reprocess run, "S" for a supplemental run
      * of late branch files - so readers that profile
      * the nightly branch volumes can leave the small
      * repair passes out. Records written before the field
      * was added read back with a space there and were all
      * written by stream runs.
      * A supplemental run is an addition to the business
      * day's main stream run, not a run of its own: its
      * run record carries only its reject count (the loop
      * test and control totals belong to the main run, so
      * its counter and relative total are zero), and
      * readers fold it into the main run's day rather than
      * counting a second run. Its site detail records are
      * the late branches' counts for that day.
      * HIST-RUN-DATE carries a four-digit year (CCYYMMDD).
      * Records written on the old two-digit-year layout
      * open with YYMMDD and every later field sits two
      *****************************************************
       01  HIST-RECORD.
           05  HIST-RUN-DATE       PIC 9(8).
           05  HIST-RUN-FIGURES.
               10  HIST-FACTORIAL      PIC 9(20).
               10  HIST-COUNTER        PIC 9(4).
               10  HIST-REL-TOTAL      PIC 9(8).
               10  HIST-REJECT-COUNT   PIC 9(6).
               10  HIST-SITE-COUNT     PIC 9(2).
               10  HIST-SITE-STATS OCCURS 8 TIMES.
                   15  HIST-SITE-CODE  PIC X(4).
                   15  HIST-SITE-TRANS PIC 9(4).
           05  HIST-DETAIL-FIGURES REDEFINES HIST-RUN-FIGURES.
               10  HIST-DET-SITE-CODE  PIC X(4).
               10  HIST-DET-SITE-TRANS PIC 9(6).
               10  FILLER              PIC X(94).
           05  HIST-RUN-NUMBER     PIC 9(6).
           05  HIST-RUN-MODE       PIC X(1).
               88  HIST-REPROCESS-RUN      VALUE "R".
               88  HIST-SUPPLEMENT-RUN     VALUE "S".
           05  HIST-REC-TYPE       PIC X(1).
               88  HIST-OLD-RUN-RECORD     VALUE SPACE.
               88  HIST-RUN-RECORD         VALUE "R".
               88  HIST-SITE-DETAIL        VALUE "S".
