      *****************************************************
      * STATREC.CPY
      * Per-run cache effectiveness statistics - appended
      * to CACHSTAT by every COBOLTEST1 run, read back by
      * COBSUMRY to report hit rate over time. Hits/misses
      * count LOOKUP-FACTORIAL-CACHE outcomes; stores/fails
      * count STORE-FACTORIAL-CACHE outcomes.
      * STAT-REC-TYPE tells the record kinds apart:
      *   "R"   run record - one per run, carrying the cache
      *         counts; STAT-INPUT-COUNT is zero and the
      *         embedded input table is blank
      *   "I"   input detail record - one per distinct
      *         factorial request value in the run, written
      *         straight after its run record, carrying the
      *         value and how often it was requested in
      *         STAT-DETAIL-FIGURES, for cache pre-load and
      *         cluster sizing decisions
      *   space a run record written before the input detail
      *         records were introduced: up to ten values
      *         ride in the embedded STAT-INPUT-STATS table,
      *         STAT-INPUT-COUNT of them used
      * Detail records repeat the run date and run number of
      * their run. Because each value has its own record
      * there is no limit on the number of distinct inputs a
      * run can carry into the statistics.
      * STAT-RUN-NUMBER ties the record to its run-control
      * number; records written before the field was added
      * read back with spaces there, so readers must test
      *****************************************************
       01  STAT-RECORD.
           05  STAT-RUN-DATE       PIC 9(8).
           05  STAT-RUN-FIGURES.
               10  STAT-RUN-TIME       PIC 9(6).
               10  STAT-CACHE-HITS     PIC 9(6).
               10  STAT-CACHE-MISSES   PIC 9(6).
               10  STAT-CACHE-STORES   PIC 9(6).
               10  STAT-CACHE-FAILS    PIC 9(6).
               10  STAT-INPUT-COUNT    PIC 9(2).
               10  STAT-INPUT-STATS OCCURS 10 TIMES.
                   15  STAT-INPUT-VALUE  PIC 9(4).
                   15  STAT-INPUT-REQS   PIC 9(4).
           05  STAT-DETAIL-FIGURES REDEFINES STAT-RUN-FIGURES.
               10  STAT-DET-INPUT-VALUE PIC 9(4).
               10  STAT-DET-INPUT-REQS  PIC 9(6).
               10  FILLER               PIC X(102).
           05  STAT-RUN-NUMBER     PIC 9(6).
           05  STAT-REC-TYPE       PIC X(1).
               88  STAT-OLD-RUN-RECORD     VALUE SPACE.
               88  STAT-RUN-RECORD         VALUE "R".
               88  STAT-INPUT-DETAIL       VALUE "I".
