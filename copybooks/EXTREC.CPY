      * completeness before loading:
      *   H  run date, writing program, run time, and the
      *      RUNCTL run number tying the extract to its
      *      audit and history records. A supplemental run
      *      of late branch files is flagged "S" in
      *      EXTH-SUPPL-FLAG with the day's main run number
      *      in EXTH-MAIN-RUN-NUMBER, so the load can take
      *      it as an addition to that run's extract; both
      *      are spaces on any other extract, including one
      *      cut before they were added
      *   D  one per processed transaction - site, type,
      *      operands, result, cache-hit indicator, run date
      *   R  one per accepted cancellation - the original
      *      site, type, operands and the result being
      *      reversed, plus the run number it was delivered
      *      under
      *   T  detail record count and a hash total of the
      *      results (truncated sum; overflow wraps), and
      *      the reversal record count. Reversed results are
      *      subtracted from the hash total (wrapping below
      *      zero the same way), so one hash proves the D
      *      and R records together; the reversal count sits
      *      in the old trailer filler and reads back as
      *      spaces on an extract from before it was added
      * Run dates carry a four-digit year (CCYYMMDD).
      * Extracts cut on the old two-digit-year layout are
      * 41-byte records whose dates open with YYMMDD;
           05  EXTH-PROGRAM        PIC X(10).
           05  EXTH-RUN-TIME       PIC 9(6).
           05  EXTH-RUN-NUMBER     PIC 9(6).
           05  EXTH-SUPPL-FLAG     PIC X(1).
               88  EXTH-SUPPLEMENT         VALUE "S".
           05  EXTH-MAIN-RUN-NUMBER PIC 9(6).
           05  FILLER              PIC X(5).

       01  EXT-DETAIL-REC.
           05  EXTD-RECORD-TYPE    PIC X(1).
           05  EXTD-CACHE-HIT      PIC X(1).
           05  EXTD-RUN-DATE       PIC 9(8).

       01  EXT-REVERSAL-REC.
           05  EXTR-RECORD-TYPE    PIC X(1).
           05  EXTR-SITE-CODE      PIC X(4).
           05  EXTR-TYPE-CODE      PIC X(1).
           05  EXTR-INPUT-VALUE    PIC 9(4).
           05  EXTR-OPERAND-2      PIC 9(4).
           05  EXTR-RESULT         PIC 9(20).
           05  EXTR-ORIG-RUN-NUMBER PIC 9(6).
           05  FILLER              PIC X(3).

       01  EXT-TRAILER-REC.
           05  EXTT-RECORD-TYPE    PIC X(1).
           05  EXTT-DETAIL-COUNT   PIC 9(6).
           05  EXTT-HASH-TOTAL     PIC 9(20).
           05  EXTT-REVERSAL-COUNT PIC 9(6).
           05  FILLER              PIC X(10).
