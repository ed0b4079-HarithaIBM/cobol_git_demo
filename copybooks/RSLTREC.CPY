      * KSDS loaded by COBEXTLD from a verified warehouse
      * extract. Keyed by site/type/input/operand-2 so any
      * department can look up a prior calculation result
      * without resubmitting the request through TRANSIN -
      * COBINQRY answers batch lookup requests from it.
      * A reloaded key replaces the prior entry, so the
      * store always holds the most recent run's result.
      * RSLT-RUN-NUMBER is the RUNCTL run number the result
      * was delivered under (from the extract header).
      * RSLT-STATUS is "A" (active) when COBEXTLD loads the
      * entry, and is set to "C" when a later cancellation
      * reverses it - the entry is kept for the audit trail
      * but is no longer a result anyone may be answered
      * from. Entries loaded before the fields were added
      * read back with spaces there; readers test the run
      * number NUMERIC before use.
      *****************************************************
       01  RSLT-RECORD.
           05  RSLT-KEY.
           05  RSLT-RESULT             PIC 9(20).
           05  RSLT-CACHE-HIT          PIC X(1).
           05  RSLT-RUN-DATE           PIC 9(8).
           05  RSLT-RUN-NUMBER         PIC 9(6).
           05  RSLT-STATUS             PIC X(1).
               88  RSLT-ACTIVE             VALUE "A".
               88  RSLT-CANCELLED          VALUE "C".
