               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT ARCH-FILE ASSIGN TO EXTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT STAT-FILE ASSIGN TO CACHSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
               RECORD KEY IS SITE-CODE
               FILE STATUS IS WS-SITEMAST-STATUS.

           SELECT RET-FILE ASSIGN TO RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT RESULTS-FILE ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
      * did) and the transaction-stream restart state: how
      * far through TRANSIN the run got plus every running
      * figure the report, extract trailer, site subtotals
      * and cache statistics need to continue cleanly. The
      * count of BH/BT control records handled and the open
      * branch return's running figures ride along too, so
      * a restart neither repeats a return header or trailer
      * nor loses the counts of a return left half written.
      * The reversal counts for the extract trailer and the
      * open return follow; a checkpoint from before they
      * were added reads back with spaces there and restarts
      * them from zero. A checkpoint from before the restart
      * fields were added reads back with spaces in
      * CKPT-TRANS-DONE and resumes the loop test only, as
      * it always has.
      * The history site table and the input request counts
      * follow the main record as detail records, one per
      * site ("S") and one per requested input value ("I"),
      * so their size is not bounded by the record; the
      * main record is marked "C" in CKPT-REC-TYPE and its
      * embedded tables are left blank. A checkpoint from
      * before the detail records were added reads back
      * with a space there and carries the tables embedded.
      * The keys of the results the run has cancelled so far
      * follow as "X" detail records, so a restart still
      * refuses a repeat cancellation.
      *****************************************************
       FD  CKPT-FILE
           RECORDING MODE IS F.
               10  CKPT-FREQ-ENTRY OCCURS 10 TIMES.
                   15  CKPT-FQ-VALUE    PIC 9(4).
                   15  CKPT-FQ-COUNT    PIC 9(4).
           05  CKPT-CTL-DONE        PIC 9(6).
           05  CKPT-RET-SW          PIC X(1).
           05  CKPT-RET-SITE        PIC X(4).
           05  CKPT-RET-RESULTS     PIC 9(6).
           05  CKPT-RET-REJECTS     PIC 9(6).
           05  CKPT-RET-HASH-TOTAL  PIC 9(20).
           05  CKPT-EXT-REV-COUNT   PIC 9(6).
           05  CKPT-RET-REVERSALS   PIC 9(6).
           05  CKPT-REC-TYPE        PIC X(1).
               88  CKPT-MAIN-RECORD     VALUE "C".
       01  CKPT-DETAIL-RECORD.
           05  CKPT-DET-KEY         PIC X(4).
           05  CKPT-DET-VALUE REDEFINES CKPT-DET-KEY
                                    PIC 9(4).
           05  CKPT-DET-COUNT       PIC 9(6).
           05  CKPT-DET-CANCEL-KEY  PIC X(13).
           05  FILLER               PIC X(278).
           05  CKPT-DET-TYPE        PIC X(1).
               88  CKPT-SITE-DETAIL     VALUE "S".
               88  CKPT-INPUT-DETAIL    VALUE "I".
               88  CKPT-CANCEL-DETAIL   VALUE "X".

       FD  AUDIT-FILE
           RECORDING MODE IS F.

      *****************************************************
      * Run-control record. RUNC-LAST-NUMBER is the highest
      * run number issued to any execution - stream run,
      * reprocess repair pass or supplemental run - so
      * numbers stay unique.
      * RUNC-STREAM-NUMBER and RUNC-STREAM-DATE describe
      * the last main TRANSIN stream run only: the same-day
      * duplicate-run block and the checkpoint-restart
      * verification key off them, so a repair pass neither
      * blocks the day's stream run nor orphans an abended
      * stream run's checkpoint, and a supplemental run
      * finds the main run it adds to there. A record from
      * before the
      * stream fields were added reads back non-numeric
      * there and is treated as carrying no stream history.
      *****************************************************
           RECORDING MODE IS F.
           COPY EXTREC.

       FD  ARCH-FILE
           RECORDING MODE IS F.
           COPY EXTREC REPLACING LEADING ==EXT-== BY ==ARC-==
                                 LEADING ==EXTH-== BY ==ARCH-==
                                 LEADING ==EXTD-== BY ==ARCD-==
                                 LEADING ==EXTR-== BY ==ARCR-==
                                 LEADING ==EXTT-== BY ==ARCT-==.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY STATREC.
       FD  SITE-FILE.
           COPY SITEREC.

       FD  RET-FILE
           RECORDING MODE IS F.
           COPY RETREC.

       FD  RESULTS-FILE.
           COPY RSLTREC.

       WORKING-STORAGE SECTION.
       01 WS-COUNTER        PIC 9(4) VALUE 0.
       01 WS-RElegacy_moduleLT         PIC 9(8) VALUE 0.
           88 WS-TYPE-COMBINATION      VALUE "C".
           88 WS-TYPE-PERMUTATION      VALUE "P".
           88 WS-TYPE-FIBONACCI        VALUE "B".
           88 WS-TYPE-CANCEL           VALUE "X".
       01 WS-I              PIC 9(4) VALUE 0.
       01 WS-TRANS-STATUS   PIC X(2) VALUE "00".
       01 WS-TRANS-EOF-SW   PIC X(1) VALUE "N".
       01 WS-CKPT-INTERVAL  PIC 9(4) VALUE 50.
       01 WS-CKPT-FOUND-SW  PIC X(1) VALUE "N".
           88 WS-CKPT-FOUND         VALUE "Y".
       01 WS-CKPT-EOF-SW    PIC X(1) VALUE "N".
           88 WS-CKPT-EOF           VALUE "Y".
       01 WS-CKPT-COUNTER   PIC 9(4) VALUE 0.
       01 WS-CKPT-REL-TOTAL PIC 9(8) VALUE 0.
       01 WS-AUDIT-STATUS   PIC X(2) VALUE "00".
       01 WS-RUN-TIME.
           05 WS-RUN-HH     PIC 9(2).
           88 WS-SUSPIN-EOF            VALUE "Y".
       01 WS-REJECT-REASON     PIC X(2) VALUE "01".
       01 WS-EXT-STATUS        PIC X(2) VALUE "00".
       01 WS-ARCH-STATUS       PIC X(2) VALUE "00".
       01 WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
           88 WS-ARCH-EOF              VALUE "Y".
       01 WS-ARCH-TODAY-SW     PIC X(1) VALUE "N".
           88 WS-ARCH-TODAY            VALUE "Y".
      *    Keys of the results already cancelled (site,
      *    original type, input, operand-2): every
      *    cancellation this run has accepted, plus, in a
      *    supplemental run, the reversals on today's archived
      *    extracts. RESULTS is only flagged when COBEXTLD
      *    loads an extract, so a repeat cancellation must be
      *    caught here.
       01 WS-CXL-MAX           PIC 9(4) VALUE 5000.
       01 WS-CXL-USED          PIC 9(4) VALUE 0.
       01 WS-CXL-IX            PIC 9(4) VALUE 0.
       01 WS-CXL-FOUND-SW      PIC X(1) VALUE "N".
           88 WS-CXL-FOUND             VALUE "Y".
       01 WS-CXL-KEY.
           05 WS-CXL-KEY-SITE   PIC X(4).
           05 WS-CXL-KEY-TYPE   PIC X(1).
           05 WS-CXL-KEY-INPUT  PIC 9(4).
           05 WS-CXL-KEY-OPER2  PIC 9(4).
       01 WS-CXL-TABLE.
           05 WS-CXL-ENTRY OCCURS 5000 TIMES PIC X(13).
       01 WS-STAT-STATUS       PIC X(2) VALUE "00".
       01 WS-CACHE-HIT-COUNT   PIC 9(6) VALUE 0.
       01 WS-CACHE-MISS-COUNT  PIC 9(6) VALUE 0.
       01 WS-CACHE-STORE-COUNT PIC 9(6) VALUE 0.
       01 WS-CACHE-FAIL-COUNT  PIC 9(6) VALUE 0.
      *    Request counts by factorial input value, one slot
      *    for every value WS-INPUT can hold: value n is
      *    tallied in slot n + 1, so no value is ever turned
      *    away. WS-FREQ-USED counts the slots in use, and
      *    WS-FU-SLOT lists them in the order first used, so
      *    a checkpoint writes only those slots.
       01 WS-FREQ-MAX          PIC 9(5) VALUE 10000.
       01 WS-FREQ-USED         PIC 9(5) VALUE 0.
       01 WS-FREQ-IX           PIC 9(5) VALUE 0.
       01 WS-FU-IX             PIC 9(5) VALUE 0.
       01 WS-FREQ-TABLE.
           05 WS-FQ-COUNT OCCURS 10000 TIMES PIC 9(6) VALUE 0.
       01 WS-FREQ-USED-TABLE.
           05 WS-FU-SLOT OCCURS 10000 TIMES PIC 9(5) VALUE 0.
       01 WS-EXT-DET-COUNT     PIC 9(6) VALUE 0.
       01 WS-EXT-HASH-TOTAL    PIC 9(20) VALUE 0.
       01 WS-EXT-CACHE-HIT     PIC X(1) VALUE "N".
       01 WS-RUN-MODE          PIC X(1) VALUE "N".
           88 WS-MODE-NORMAL           VALUE "N".
           88 WS-MODE-REPROCESS        VALUE "R".
           88 WS-MODE-SUPPLEMENT       VALUE "S".
       01 WS-SITE-CODE         PIC X(4) VALUE "DFLT".
       01 WS-PRIOR-SITE        PIC X(4) VALUE LOW-VALUES.
       01 WS-SITE-TRANS-COUNT  PIC 9(4) VALUE 0.
       01 WS-SITE-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-GRAND-TRANS-COUNT PIC 9(6) VALUE 0.
       01 WS-SITE-MAX          PIC 9(3) VALUE 999.
       01 WS-SITE-IX           PIC 9(3) VALUE 0.
       01 WS-SITE-USED         PIC 9(3) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 999 TIMES.
               10 WS-ST-CODE    PIC X(4).
               10 WS-ST-COUNT   PIC 9(6).
       01 WS-MISMATCH-SW       PIC X(1) VALUE "N".
           88 WS-TOTALS-MISMATCH       VALUE "Y".
       01 WS-SITEMAST-STATUS   PIC X(2) VALUE "00".
           88 WS-TRANS-RESTART         VALUE "Y".
       01 WS-CKPT-RUN-OK-SW    PIC X(1) VALUE "N".
           88 WS-CKPT-RUN-OK           VALUE "Y".
       01 WS-MAIN-RUN-NUMBER   PIC 9(6) VALUE 0.
       01 WS-NO-MAIN-RUN-SW    PIC X(1) VALUE "N".
           88 WS-NO-MAIN-RUN           VALUE "Y".
       01 WS-MAIN-PENDING-SW   PIC X(1) VALUE "N".
           88 WS-MAIN-RUN-PENDING      VALUE "Y".
       01 WS-TRANS-DONE        PIC 9(6) VALUE 0.
       01 WS-SKIP-TARGET       PIC 9(6) VALUE 0.
       01 WS-TRANS-SKIPPED     PIC 9(6) VALUE 0.
           05 WS-FULL-YMD      PIC 9(6) VALUE 0.
       01 WS-FULL-DATE-N REDEFINES WS-FULL-DATE PIC 9(8).
       01 WS-SUSP-IMAGE        PIC X(23) VALUE SPACES.
       01 WS-RET-STATUS        PIC X(2) VALUE "00".
       01 WS-RET-SW            PIC X(1) VALUE "N".
           88 WS-RET-OPEN              VALUE "Y".
       01 WS-BATCH-KIND        PIC X(1) VALUE SPACE.
           88 WS-IN-MISS-BATCH         VALUE "M".
       01 WS-RET-SITE          PIC X(4) VALUE SPACES.
       01 WS-RET-SITE-NAME     PIC X(20) VALUE SPACES.
       01 WS-RET-RESULT-COUNT  PIC 9(6) VALUE 0.
       01 WS-RET-REJECT-COUNT  PIC 9(6) VALUE 0.
       01 WS-RET-HASH-TOTAL    PIC 9(20) VALUE 0.
       01 WS-RET-BATCH-COUNT   PIC 9(6) VALUE 0.
       01 WS-CTL-DONE          PIC 9(6) VALUE 0.
       01 WS-CTL-SKIP-TARGET   PIC 9(6) VALUE 0.
       01 WS-CTL-SKIPPED       PIC 9(6) VALUE 0.
       01 WS-REASON-TEXT       PIC X(30) VALUE SPACES.
       01 WS-RET-REVERSAL-COUNT PIC 9(6) VALUE 0.
       01 WS-EXT-REV-COUNT     PIC 9(6) VALUE 0.
       01 WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01 WS-RESULTS-SW        PIC X(1) VALUE "N".
           88 WS-RESULTS-AVAIL         VALUE "Y".
       01 WS-CANCEL-TYPE       PIC X(1) VALUE SPACES.
       01 WS-CANCEL-RUN        PIC X(6) VALUE SPACES.
       01 WS-CANCEL-RUN-N REDEFINES WS-CANCEL-RUN PIC 9(6).
       COPY RSNTEXT.

       01 EXCEPT-DETAIL-LINE.
           05 FILLER            PIC X(27)
           05 FILLER             PIC X(14) VALUE "FINAL RESULT: ".
           05 RPT-SUM-RESULT     PIC ZZZZZZZ9.

       01 RPT-SUPPLEMENT-LINE.
           05 FILLER             PIC X(18) VALUE "SUPPLEMENT TO RUN ".
           05 RPT-SUPP-MAIN-RUN  PIC 9(6).
           05 FILLER             PIC X(34)
               VALUE " - CONTROL TOTALS ON THE MAIN RUN".

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
                   PERFORM RESTORE-CHECKPOINT-STATE
               END-IF
           END-IF
      *    A supplemental run adds to the day's main run, so it
      *    must wait while that run is still pending restart -
      *    it would otherwise overwrite the main run's
      *    checkpoint.
           IF WS-MAIN-RUN-PENDING
               DISPLAY "*** Main run " CKPT-RUN-NUMBER " has a"
                   " pending checkpoint - complete it before the"
                   " supplemental run ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A transaction-level restart continues the failed
      *    run, so it keeps that run's number and is not a
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NO-MAIN-RUN
                   DISPLAY "*** No main run logged for " WS-TODAY-NUM
                       " - a supplemental run can only add to the"
                       " day's main run ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-MODE-SUPPLEMENT
               DISPLAY "  Supplemental run " WS-RUN-NUMBER
                   " adds to main run " WS-MAIN-RUN-NUMBER
               PERFORM LOAD-TODAYS-REVERSALS
           END-IF

      *    On restart the report and extract from the failed
               PERFORM WRITE-REPORT-HEADER
               PERFORM OPEN-EXTRACT-FILE
           END-IF
      *    The branch returns answer the TRANSIN stream's site
      *    batches, so a repair pass off SUSPIN writes none.
           IF NOT WS-MODE-REPROCESS
               IF WS-TRANS-RESTART
                   OPEN EXTEND RET-FILE
               ELSE
                   OPEN OUTPUT RET-FILE
               END-IF
           END-IF
           PERFORM OPEN-FACTORIAL-CACHE
           PERFORM OPEN-SITE-MASTER
           PERFORM OPEN-RESULTS-STORE

           PERFORM INIT-ROUTINE

               PERFORM WRITE-GRAND-TOTAL
           END-IF

      *    The loop test and its control totals belong to the
      *    day's main run; a supplemental run only adds the
      *    late branches' transactions to that day.
           IF WS-MODE-SUPPLEMENT
               MOVE 0 TO WS-COUNTER
               MOVE 0 TO WS-RElegacy_moduleLT
           ELSE
               PERFORM LOOP-TEST
           END-IF
           PERFORM FINAL-ROUTINE
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM APPEND-AUDIT-RECORD
           CLOSE FACT-CACHE-FILE
           CLOSE EXT-FILE
           CLOSE RPT-FILE
           IF NOT WS-MODE-REPROCESS
               CLOSE RET-FILE
           END-IF
           IF WS-SITEMAST-AVAIL
               CLOSE SITE-FILE
           END-IF
           IF WS-RESULTS-AVAIL
               CLOSE RESULTS-FILE
           END-IF

           PERFORM SET-PROGRAM-RETURN-CODE

               PERFORM UNTIL WS-TRANS-EOF
      *            The BH/BT site batch control records were
      *            already balanced by COBVALID upstream and
      *            carry no calculation request; they open and
      *            close the site's branch return. On a restart
      *            the control records and transactions the
      *            failed run completed are skipped - their
      *            report, extract, return, suspense and audit
      *            entries already stand. The batch kind is
      *            noted from every header, skipped or not, so
      *            a restart inside an inquiry miss batch still
      *            knows it is in one.
                   PERFORM NOTE-BATCH-KIND
                   EVALUATE TRUE
                       WHEN (TRANS-IS-BATCH-HEADER
                           OR TRANS-IS-BATCH-TRAILER)
                           AND WS-CTL-SKIPPED < WS-CTL-SKIP-TARGET
                           ADD 1 TO WS-CTL-SKIPPED
                       WHEN TRANS-IS-BATCH-HEADER
                           PERFORM OPEN-SITE-RETURN
                           ADD 1 TO WS-CTL-DONE
                           PERFORM SAVE-CHECKPOINT
                       WHEN TRANS-IS-BATCH-TRAILER
                           PERFORM CLOSE-SITE-RETURN
                           ADD 1 TO WS-CTL-DONE
                           PERFORM SAVE-CHECKPOINT
                       WHEN WS-TRANS-SKIPPED < WS-SKIP-TARGET
                           ADD 1 TO WS-TRANS-SKIPPED
                       WHEN OTHER
                           MOVE TRANS-TYPE-CODE TO WS-CALC-TYPE
                           MOVE TRANS-INPUT-VALUE TO WS-INPUT
                           MOVE TRANS-OPERAND-2 TO WS-OPERAND-2
                           IF TRANS-TYPE-CANCEL
                               MOVE TCX-ORIG-TYPE TO WS-CANCEL-TYPE
                               MOVE TCX-ORIG-RUN-NUMBER
                                   TO WS-CANCEL-RUN
                           ELSE
                               MOVE SPACES TO WS-CANCEL-TYPE
                               MOVE SPACES TO WS-CANCEL-RUN
                           END-IF
                           PERFORM CHECK-SITE-BREAK
                           PERFORM PROCESS-TRANSACTION
                           ADD 1 TO WS-TRANS-DONE
               END-PERFORM
               CLOSE TRANS-FILE
           ELSE
               IF WS-MODE-SUPPLEMENT
                   DISPLAY "No late-site transaction file found -"
                       " nothing to add"
               ELSE
                   PERFORM PROCESS-DEFAULT-INPUT
               END-IF
           END-IF.

      *****************************************************
      * A batch header marked "M" opens a batch of inquiry
      * misses COBINQRY passed back; its trailer closes it.
      *****************************************************
       NOTE-BATCH-KIND.
           IF TRANS-IS-BATCH-HEADER
               MOVE TBH-BATCH-KIND TO WS-BATCH-KIND
           END-IF
           IF TRANS-IS-BATCH-TRAILER
               MOVE SPACE TO WS-BATCH-KIND
           END-IF.

       PROCESS-DEFAULT-INPUT.
           DISPLAY "No transaction file found - using default input"
           MOVE "DFLT" TO WS-SITE-CODE
      *    The DFLT site is synthesized for the fallback
      *    run, not submitted by a branch, so it is waved
      *    past the site-master authorization by priming
      *    the lookup cache - it must not land in suspense
      *    as an unauthorized site.
           MOVE WS-SITE-CODE TO WS-CHECKED-SITE
           MOVE "Y" TO WS-CHECKED-AUTH
           MOVE "F" TO WS-CALC-TYPE
           MOVE ZEROES TO WS-OPERAND-2
           PERFORM CHECK-SITE-BREAK
           PERFORM PROCESS-TRANSACTION.

       REPROCESS-SUSPENSE.
           DISPLAY "Reprocess mode - reading corrected suspense input"
           OPEN OUTPUT SUSP-FILE
                   MOVE SI-TYPE-CODE TO WS-CALC-TYPE
                   MOVE SI-INPUT-VALUE TO WS-INPUT
                   MOVE SI-OPERAND-2 TO WS-OPERAND-2
                   MOVE SI-ORIG-TYPE TO WS-CANCEL-TYPE
                   MOVE SI-ORIG-RUN-NUMBER TO WS-CANCEL-RUN
                   PERFORM CHECK-SITE-BREAK
                   PERFORM PROCESS-TRANSACTION
                   PERFORM READ-SUSPIN-RECORD
           MOVE WS-RUN-TIME (1:6) TO EXTH-RUN-TIME
           MOVE WS-RUN-NUMBER TO EXTH-RUN-NUMBER
           MOVE SPACES TO EXT-HEADER-REC (32:12)
           IF WS-MODE-SUPPLEMENT
               SET EXTH-SUPPLEMENT TO TRUE
               MOVE WS-MAIN-RUN-NUMBER TO EXTH-MAIN-RUN-NUMBER
           END-IF
           WRITE EXT-HEADER-REC.

       WRITE-EXTRACT-DETAIL.
               (WS-EXT-HASH-TOTAL + WS-CALC-RESULT,
               100000000000000000000).

      *****************************************************
      * An accepted cancellation goes out as a reversal of
      * the result it names, under the original type and
      * the run number it was delivered under. Its result
      * comes off the hash total, which wraps below zero
      * the same way it wraps on overflow.
      *****************************************************
       WRITE-EXTRACT-REVERSAL.
           MOVE SPACES TO EXT-REVERSAL-REC
           MOVE "R" TO EXTR-RECORD-TYPE
           MOVE WS-SITE-CODE TO EXTR-SITE-CODE
           MOVE WS-CANCEL-TYPE TO EXTR-TYPE-CODE
           MOVE WS-INPUT TO EXTR-INPUT-VALUE
           MOVE WS-OPERAND-2 TO EXTR-OPERAND-2
           MOVE WS-CALC-RESULT TO EXTR-RESULT
           MOVE WS-CANCEL-RUN-N TO EXTR-ORIG-RUN-NUMBER
           WRITE EXT-REVERSAL-REC
           ADD 1 TO WS-EXT-REV-COUNT
           COMPUTE WS-EXT-HASH-TOTAL = FUNCTION MOD
               (WS-EXT-HASH-TOTAL - WS-CALC-RESULT,
               100000000000000000000).

      *****************************************************
      * Branch returns. The BH batch header opens a return
      * for its site - but only for a site on SITEMAST: a
      * batch from an unknown site code has no branch to
      * send it to, and its details land in suspense under
      * reason 04 as before. Each processed or rejected
      * detail inside the batch is echoed to the open
      * return, and the BT batch trailer closes it with the
      * branch's own record count echoed back beside the
      * counts actually answered.
      *****************************************************
       OPEN-SITE-RETURN.
           MOVE "N" TO WS-RET-SW
           MOVE TBH-SITE-CODE TO WS-RET-SITE
           MOVE SPACES TO WS-RET-SITE-NAME
           MOVE 0 TO WS-RET-RESULT-COUNT
           MOVE 0 TO WS-RET-REJECT-COUNT
           MOVE 0 TO WS-RET-REVERSAL-COUNT
           MOVE 0 TO WS-RET-HASH-TOTAL
           IF WS-SITEMAST-AVAIL
               MOVE WS-RET-SITE TO SITE-CODE
               READ SITE-FILE
                   INVALID KEY
                       DISPLAY "  Site " WS-RET-SITE " not on"
                           " SITEMAST - no branch return written"
                   NOT INVALID KEY
                       MOVE SITE-NAME TO WS-RET-SITE-NAME
                       SET WS-RET-OPEN TO TRUE
               END-READ
           ELSE
               SET WS-RET-OPEN TO TRUE
           END-IF
           IF WS-RET-OPEN
               MOVE SPACES TO RET-HEADER-REC
               MOVE "H" TO RETH-RECORD-TYPE
               MOVE WS-RET-SITE TO RETH-SITE-CODE
               MOVE WS-RET-SITE-NAME TO RETH-SITE-NAME
               MOVE WS-FULL-DATE-N TO RETH-RUN-DATE
               MOVE WS-RUN-NUMBER TO RETH-RUN-NUMBER
               WRITE RET-HEADER-REC
           END-IF.

       CLOSE-SITE-RETURN.
           IF WS-RET-OPEN
               IF TBT-RECORD-COUNT IS NUMERIC
                   MOVE TBT-RECORD-COUNT TO WS-RET-BATCH-COUNT
               ELSE
                   MOVE 0 TO WS-RET-BATCH-COUNT
               END-IF
               MOVE SPACES TO RET-TRAILER-REC
               MOVE "T" TO RETT-RECORD-TYPE
               MOVE WS-RET-SITE TO RETT-SITE-CODE
               MOVE WS-RET-BATCH-COUNT TO RETT-BATCH-COUNT
               MOVE WS-RET-RESULT-COUNT TO RETT-RESULT-COUNT
               MOVE WS-RET-REJECT-COUNT TO RETT-REJECT-COUNT
               MOVE WS-RET-HASH-TOTAL TO RETT-HASH-TOTAL
               MOVE WS-RET-REVERSAL-COUNT TO RETT-REVERSAL-COUNT
               WRITE RET-TRAILER-REC
               IF WS-RET-RESULT-COUNT + WS-RET-REJECT-COUNT
                   + WS-RET-REVERSAL-COUNT
                   NOT = WS-RET-BATCH-COUNT
                   DISPLAY "  *** Return for site " WS-RET-SITE
                       " answers " WS-RET-RESULT-COUNT " result(s) "
                       WS-RET-REVERSAL-COUNT " reversal(s) "
                       WS-RET-REJECT-COUNT " reject(s) against a"
                       " batch count of " WS-RET-BATCH-COUNT " ***"
               END-IF
           END-IF
           MOVE "N" TO WS-RET-SW
           MOVE SPACES TO WS-RET-SITE.

       WRITE-RETURN-DETAIL.
           IF WS-RET-OPEN
               MOVE SPACES TO RET-DETAIL-REC
               MOVE EXT-DETAIL-REC TO RET-DETAIL-REC (1:43)
               WRITE RET-DETAIL-REC
               ADD 1 TO WS-RET-RESULT-COUNT
               COMPUTE WS-RET-HASH-TOTAL = FUNCTION MOD
                   (WS-RET-HASH-TOTAL + WS-CALC-RESULT,
                   100000000000000000000)
           END-IF.

       WRITE-RETURN-REVERSAL.
           IF WS-RET-OPEN
               MOVE SPACES TO RET-REVERSAL-REC
               MOVE EXT-REVERSAL-REC TO RET-REVERSAL-REC (1:43)
               WRITE RET-REVERSAL-REC
               ADD 1 TO WS-RET-REVERSAL-COUNT
               COMPUTE WS-RET-HASH-TOTAL = FUNCTION MOD
                   (WS-RET-HASH-TOTAL - WS-CALC-RESULT,
                   100000000000000000000)
           END-IF.

       WRITE-RETURN-REJECT.
           IF WS-RET-OPEN
               PERFORM LOOKUP-REASON-TEXT
               MOVE SPACES TO RET-REJECT-REC
               MOVE "E" TO RETE-RECORD-TYPE
               MOVE WS-SITE-CODE TO RETE-SITE-CODE
               MOVE WS-CALC-TYPE TO RETE-TYPE-CODE
               MOVE WS-INPUT TO RETE-INPUT-VALUE
               MOVE WS-OPERAND-2 TO RETE-OPERAND-2
               MOVE WS-REJECT-REASON TO RETE-REASON-CODE
               MOVE WS-REASON-TEXT TO RETE-REASON-TEXT
               WRITE RET-REJECT-REC
               ADD 1 TO WS-RET-REJECT-COUNT
           END-IF.

       LOOKUP-REASON-TEXT.
           MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-REASON-MAX
               IF WS-RSN-CODE (WS-I) = WS-REJECT-REASON
                   MOVE WS-RSN-TEXT (WS-I) TO WS-REASON-TEXT
               END-IF
           END-PERFORM.

       WRITE-EXTRACT-TRAILER.
           MOVE "T" TO EXTT-RECORD-TYPE
           MOVE WS-EXT-DET-COUNT TO EXTT-DETAIL-COUNT
           MOVE WS-EXT-HASH-TOTAL TO EXTT-HASH-TOTAL
           MOVE WS-EXT-REV-COUNT TO EXTT-REVERSAL-COUNT
           MOVE SPACES TO EXT-TRAILER-REC (34:10)
           WRITE EXT-TRAILER-REC.

       OPEN-FACTORIAL-CACHE.
                   " authorization check skipped"
           END-IF.

      *****************************************************
      * The RESULTS store is read only to prove that a
      * cancellation names a result actually delivered.
      * Without it no cancellation can be proved, so every
      * one goes to suspense under reason 05 and can be
      * reprocessed once the store is back.
      *****************************************************
       OPEN-RESULTS-STORE.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS = "00"
               SET WS-RESULTS-AVAIL TO TRUE
           ELSE
               DISPLAY "No RESULTS store - cancellations cannot be"
                   " verified and will be suspended"
           END-IF.

      *****************************************************
      * Random read against the SITEMAST master, with the
      * last site looked up remembered so a run of records
           MOVE 0 TO WS-RElegacy_moduleLT
           MOVE WS-DEFAULT-INPUT TO WS-INPUT
           IF WS-CKPT-FOUND
               MOVE WS-CKPT-COUNTER TO WS-COUNTER
               MOVE WS-CKPT-REL-TOTAL TO WS-RElegacy_moduleLT
               DISPLAY "  Resumed from checkpoint: " WS-COUNTER
           END-IF
           DISPLAY "  Counter set to: " WS-COUNTER.
                           SET WS-MODE-REPROCESS TO TRUE
                           DISPLAY "  Reprocess run mode selected"
                       END-IF
                       IF PARM-RUN-MODE = "S"
                           SET WS-MODE-SUPPLEMENT TO TRUE
                           DISPLAY "  Supplemental run mode selected"
                       END-IF
                       IF PARM-RERUN-FLAG = "Y"
                           SET WS-RERUN-ALLOWED TO TRUE
                           DISPLAY "  Operator rerun flag set"
      * repair pass burns a unique number but leaves the
      * stream history alone, so it neither blocks the
      * day's stream run nor invalidates an abended stream
      * run's checkpoint. A supplemental run of late branch
      * files is likewise exempt from the block and leaves
      * the stream history alone, but it is tied to the
      * day's main run: it is refused unless the stream run
      * on record ran today, and that run's number is kept
      * as the main run number the supplemental adds to.
      * The record is written back
      * immediately, so even an abended run burns its
      * number - reruns never reuse one.
      *****************************************************
               END-READ
               CLOSE RUNC-FILE
           END-IF
           IF WS-MODE-NORMAL
               AND WS-STREAM-DATE > 0
               AND WS-STREAM-DATE = WS-TODAY-NUM
               AND NOT WS-RERUN-ALLOWED
               SET WS-DUPLICATE-RUN TO TRUE
           END-IF
           IF WS-MODE-SUPPLEMENT
               IF WS-STREAM-DATE = WS-TODAY-NUM
                   AND WS-STREAM-NUMBER > 0
                   MOVE WS-STREAM-NUMBER TO WS-MAIN-RUN-NUMBER
               ELSE
                   SET WS-NO-MAIN-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-DUPLICATE-RUN
               AND NOT WS-NO-MAIN-RUN
               ADD 1 TO WS-RUN-NUMBER
               IF WS-MODE-NORMAL
                   MOVE WS-RUN-NUMBER TO WS-STREAM-NUMBER
                   MOVE WS-TODAY-NUM TO WS-STREAM-DATE
               END-IF
                       CONTINUE
                   NOT AT END
                       SET WS-CKPT-FOUND TO TRUE
                       MOVE CKPT-COUNTER TO WS-CKPT-COUNTER
                       MOVE CKPT-RELEGACY-TOTAL TO WS-CKPT-REL-TOTAL
               END-READ
               CLOSE CKPT-FILE
           END-IF.
      * transactions and sidestepping the duplicate-run
      * block. A stale checkpoint is ignored and the
      * duplicate-run logic decides as for a fresh run.
      * A supplemental run resumes only its own checkpoint,
      * and is held back by one the day's main run left.
      *****************************************************
       RESTORE-CHECKPOINT-STATE.
           IF WS-MODE-SUPPLEMENT
               PERFORM VERIFY-SUPPLEMENT-CHECKPOINT
           ELSE
               IF CKPT-TRANS-DONE IS NUMERIC
                   AND CKPT-TRANS-DONE > 0
                   PERFORM VERIFY-CHECKPOINT-RUN
               END-IF
           END-IF
           IF WS-CKPT-RUN-OK
               SET WS-TRANS-RESTART TO TRUE
               MOVE CKPT-PRIOR-SITE TO WS-PRIOR-SITE
               MOVE CKPT-SITE-TRANS TO WS-SITE-TRANS-COUNT
               MOVE CKPT-SITE-REJ TO WS-SITE-REJECT-COUNT
               MOVE CKPT-CACHE-HITS TO WS-CACHE-HIT-COUNT
               MOVE CKPT-CACHE-MISSES TO WS-CACHE-MISS-COUNT
               MOVE CKPT-CACHE-STORES TO WS-CACHE-STORE-COUNT
               MOVE CKPT-CACHE-FAILS TO WS-CACHE-FAIL-COUNT
               IF CKPT-CTL-DONE IS NUMERIC
                   MOVE CKPT-CTL-DONE TO WS-CTL-SKIP-TARGET
                   MOVE CKPT-CTL-DONE TO WS-CTL-DONE
                   MOVE CKPT-RET-SW TO WS-RET-SW
                   MOVE CKPT-RET-SITE TO WS-RET-SITE
                   MOVE CKPT-RET-RESULTS TO WS-RET-RESULT-COUNT
                   MOVE CKPT-RET-REJECTS TO WS-RET-REJECT-COUNT
                   MOVE CKPT-RET-HASH-TOTAL TO WS-RET-HASH-TOTAL
               END-IF
               IF CKPT-EXT-REV-COUNT IS NUMERIC
                   MOVE CKPT-EXT-REV-COUNT TO WS-EXT-REV-COUNT
                   MOVE CKPT-RET-REVERSALS TO WS-RET-REVERSAL-COUNT
               END-IF
               IF CKPT-MAIN-RECORD
                   PERFORM LOAD-CHECKPOINT-DETAILS
               ELSE
                   PERFORM RESTORE-EMBEDDED-TABLES
               END-IF
           END-IF.

      *****************************************************
      * The site table and input request counts of a
      * current checkpoint are the detail records after the
      * main record. The main record's own figures have all
      * been taken by now, so the record area is free to be
      * read over.
      *****************************************************
       LOAD-CHECKPOINT-DETAILS.
           MOVE "N" TO WS-CKPT-EOF-SW
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT-DETAIL
               PERFORM READ-CHECKPOINT-DETAIL
               PERFORM UNTIL WS-CKPT-EOF
                   EVALUATE TRUE
                       WHEN CKPT-SITE-DETAIL
                           PERFORM RESTORE-SITE-DETAIL
                       WHEN CKPT-INPUT-DETAIL
                           PERFORM RESTORE-INPUT-DETAIL
                       WHEN CKPT-CANCEL-DETAIL
                           MOVE CKPT-DET-CANCEL-KEY TO WS-CXL-KEY
                           PERFORM NOTE-CANCELLED-KEY
                   END-EVALUATE
                   PERFORM READ-CHECKPOINT-DETAIL
               END-PERFORM
               CLOSE CKPT-FILE
           END-IF.

       READ-CHECKPOINT-DETAIL.
           READ CKPT-FILE
               AT END
                   SET WS-CKPT-EOF TO TRUE
           END-READ.

       RESTORE-SITE-DETAIL.
           IF WS-SITE-USED < WS-SITE-MAX
               ADD 1 TO WS-SITE-USED
               MOVE CKPT-DET-KEY TO WS-ST-CODE (WS-SITE-USED)
               MOVE CKPT-DET-COUNT TO WS-ST-COUNT (WS-SITE-USED)
           END-IF.

       RESTORE-INPUT-DETAIL.
           IF CKPT-DET-VALUE IS NUMERIC
               COMPUTE WS-FREQ-IX = CKPT-DET-VALUE + 1
               IF WS-FQ-COUNT (WS-FREQ-IX) = 0
                   ADD 1 TO WS-FREQ-USED
                   MOVE WS-FREQ-IX TO WS-FU-SLOT (WS-FREQ-USED)
               END-IF
               MOVE CKPT-DET-COUNT TO WS-FQ-COUNT (WS-FREQ-IX)
           END-IF.

      *****************************************************
      * A checkpoint written before the detail records were
      * added carries at most eight sites and ten input
      * values in its embedded tables.
      *****************************************************
       RESTORE-EMBEDDED-TABLES.
           IF CKPT-SITE-USED IS NUMERIC
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CKPT-SITE-USED OR WS-I > 8
                   ADD 1 TO WS-SITE-USED
                   MOVE CKPT-ST-CODE (WS-I) TO WS-ST-CODE (WS-I)
                   MOVE CKPT-ST-COUNT (WS-I) TO WS-ST-COUNT (WS-I)
               END-PERFORM
           END-IF
           IF CKPT-FREQ-USED IS NUMERIC
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CKPT-FREQ-USED OR WS-I > 10
                   COMPUTE WS-FREQ-IX = CKPT-FQ-VALUE (WS-I) + 1
                   IF WS-FQ-COUNT (WS-FREQ-IX) = 0
                       ADD 1 TO WS-FREQ-USED
                       MOVE WS-FREQ-IX TO WS-FU-SLOT (WS-FREQ-USED)
                   END-IF
                   MOVE CKPT-FQ-COUNT (WS-I)
                       TO WS-FQ-COUNT (WS-FREQ-IX)
               END-PERFORM
           END-IF.

               MOVE "N" TO WS-CKPT-FOUND-SW
           END-IF.

      *****************************************************
      * A supplemental run's checkpoint carries the last run
      * number issued, taken while the stream run on record
      * ran today; one carrying that stream run's own number
      * is the main run's, pending its restart. Anything
      * else is stale.
      *****************************************************
       VERIFY-SUPPLEMENT-CHECKPOINT.
           MOVE "N" TO WS-CKPT-RUN-OK-SW
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUNC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNC-STREAM-NUMBER IS NUMERIC
                           AND RUNC-STREAM-DATE IS NUMERIC
                           AND CKPT-RUN-NUMBER IS NUMERIC
                           EVALUATE TRUE
                               WHEN CKPT-RUN-NUMBER
                                   = RUNC-STREAM-NUMBER
                                   SET WS-MAIN-RUN-PENDING TO TRUE
                               WHEN CKPT-RUN-NUMBER
                                   = RUNC-LAST-NUMBER
                                   AND RUNC-STREAM-DATE
                                   = WS-TODAY-NUM
                                   AND CKPT-TRANS-DONE IS NUMERIC
                                   AND CKPT-TRANS-DONE > 0
                                   SET WS-CKPT-RUN-OK TO TRUE
                                   MOVE RUNC-STREAM-NUMBER
                                       TO WS-MAIN-RUN-NUMBER
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE RUNC-FILE
           END-IF
           IF NOT WS-CKPT-RUN-OK
               AND NOT WS-MAIN-RUN-PENDING
               DISPLAY "  Checkpoint run " CKPT-RUN-NUMBER
                   " is not this day's supplemental run - stale"
                   " checkpoint ignored"
               MOVE "N" TO WS-CKPT-FOUND-SW
           END-IF.

      *****************************************************
      * In reprocess mode nothing is saved or cleared: the
      * checkpoint dataset may hold an abended main run's
           MOVE WS-PRIOR-SITE TO CKPT-PRIOR-SITE
           MOVE WS-SITE-TRANS-COUNT TO CKPT-SITE-TRANS
           MOVE WS-SITE-REJECT-COUNT TO CKPT-SITE-REJ
           MOVE 0 TO CKPT-SITE-USED
           MOVE SPACES TO CKPT-SITE-TABLE
           MOVE WS-CACHE-HIT-COUNT TO CKPT-CACHE-HITS
           MOVE WS-CACHE-MISS-COUNT TO CKPT-CACHE-MISSES
           MOVE WS-CACHE-STORE-COUNT TO CKPT-CACHE-STORES
           MOVE WS-CACHE-FAIL-COUNT TO CKPT-CACHE-FAILS
           MOVE 0 TO CKPT-FREQ-USED
           MOVE SPACES TO CKPT-FREQ-TABLE
           MOVE WS-CTL-DONE TO CKPT-CTL-DONE
           MOVE WS-RET-SW TO CKPT-RET-SW
           MOVE WS-RET-SITE TO CKPT-RET-SITE
           MOVE WS-RET-RESULT-COUNT TO CKPT-RET-RESULTS
           MOVE WS-RET-REJECT-COUNT TO CKPT-RET-REJECTS
           MOVE WS-RET-HASH-TOTAL TO CKPT-RET-HASH-TOTAL
           MOVE WS-EXT-REV-COUNT TO CKPT-EXT-REV-COUNT
           MOVE WS-RET-REVERSAL-COUNT TO CKPT-RET-REVERSALS
           SET CKPT-MAIN-RECORD TO TRUE
           WRITE CKPT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SITE-USED
               MOVE SPACES TO CKPT-DETAIL-RECORD
               MOVE WS-ST-CODE (WS-I) TO CKPT-DET-KEY
               MOVE WS-ST-COUNT (WS-I) TO CKPT-DET-COUNT
               SET CKPT-SITE-DETAIL TO TRUE
               WRITE CKPT-DETAIL-RECORD
           END-PERFORM
           PERFORM VARYING WS-FU-IX FROM 1 BY 1
               UNTIL WS-FU-IX > WS-FREQ-USED
               MOVE WS-FU-SLOT (WS-FU-IX) TO WS-FREQ-IX
               MOVE SPACES TO CKPT-DETAIL-RECORD
               COMPUTE CKPT-DET-VALUE = WS-FREQ-IX - 1
               MOVE WS-FQ-COUNT (WS-FREQ-IX) TO CKPT-DET-COUNT
               SET CKPT-INPUT-DETAIL TO TRUE
               WRITE CKPT-DETAIL-RECORD
           END-PERFORM
           PERFORM VARYING WS-CXL-IX FROM 1 BY 1
               UNTIL WS-CXL-IX > WS-CXL-USED
               MOVE SPACES TO CKPT-DETAIL-RECORD
               MOVE WS-CXL-ENTRY (WS-CXL-IX) TO CKPT-DET-CANCEL-KEY
               SET CKPT-CANCEL-DETAIL TO TRUE
               WRITE CKPT-DETAIL-RECORD
           END-PERFORM
           CLOSE CKPT-FILE.

       CLEAR-CHECKPOINT.
               ADD 86400 TO WS-ELAPSED-SEC
           END-IF.

      *****************************************************
      * One run record carrying the run's figures, then one
      * site detail record per branch in the history site
      * table, in the order the sites were first seen.
      *****************************************************
       APPEND-HISTORY-RECORD.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE SPACES TO HIST-RECORD
           MOVE WS-FULL-DATE-N TO HIST-RUN-DATE
           MOVE WS-FACTORIAL TO HIST-FACTORIAL
           MOVE WS-COUNTER TO HIST-COUNTER
           MOVE WS-RElegacy_moduleLT TO HIST-REL-TOTAL
           MOVE WS-REJECT-COUNT TO HIST-REJECT-COUNT
           MOVE 0 TO HIST-SITE-COUNT
           MOVE WS-RUN-NUMBER TO HIST-RUN-NUMBER
           MOVE WS-RUN-MODE TO HIST-RUN-MODE
           SET HIST-RUN-RECORD TO TRUE
           WRITE HIST-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SITE-USED
               MOVE SPACES TO HIST-RECORD
               MOVE WS-FULL-DATE-N TO HIST-RUN-DATE
               MOVE WS-ST-CODE (WS-I) TO HIST-DET-SITE-CODE
               MOVE WS-ST-COUNT (WS-I) TO HIST-DET-SITE-TRANS
               MOVE WS-RUN-NUMBER TO HIST-RUN-NUMBER
               MOVE WS-RUN-MODE TO HIST-RUN-MODE
               SET HIST-SITE-DETAIL TO TRUE
               WRITE HIST-RECORD
           END-PERFORM
           CLOSE HIST-FILE.

       PROCESS-TRANSACTION.
                       PERFORM CALCULATE-PERMUTATION
                   WHEN WS-TYPE-FIBONACCI
                       PERFORM CALCULATE-FIBONACCI
                   WHEN WS-TYPE-CANCEL
                       DISPLAY "  Reversing: " WS-CALC-RESULT
               END-EVALUATE
               ADD 1 TO WS-SITE-TRANS-COUNT
               ADD 1 TO WS-GRAND-TRANS-COUNT
                   ADD 1 TO WS-ST-COUNT (WS-SITE-IX)
               END-IF
               PERFORM WRITE-DETAIL-LINE
               IF WS-TYPE-CANCEL
                   PERFORM WRITE-EXTRACT-REVERSAL
                   PERFORM WRITE-RETURN-REVERSAL
               ELSE
                   PERFORM WRITE-EXTRACT-DETAIL
                   PERFORM WRITE-RETURN-DETAIL
               END-IF
           END-IF.

       CHECK-SITE-BREAK.
           END-IF
           PERFORM CHECK-SITE-AUTHORIZED
           IF WS-SITE-AUTHORIZED
               AND NOT WS-IN-MISS-BATCH
               PERFORM REGISTER-SITE-ENTRY
           ELSE
               MOVE 0 TO WS-SITE-IX
      * table and leaves WS-SITE-IX pointing at it; the
      * processed count itself is bumped only for valid
      * transactions so the history and dashboard figures
      * match the report's site subtotals. The table holds
      * every branch SITEMAST can authorize; each one goes
      * to history as its own detail record. A batch of
      * inquiry misses is not the branch's file and is left
      * out, though its details still show in the report's
      * site subtotal and the run total: the site history
      * counts what the branch itself sent - the volume
      * COBVOLCK checks, and the record the supplemental
      * run's already-processed check relies on.
      *****************************************************
       REGISTER-SITE-ENTRY.
           MOVE 0 TO WS-SITE-IX
           END-IF.

       TALLY-INPUT-FREQUENCY.
           COMPUTE WS-FREQ-IX = WS-INPUT + 1
           IF WS-FQ-COUNT (WS-FREQ-IX) = 0
               ADD 1 TO WS-FREQ-USED
               MOVE WS-FREQ-IX TO WS-FU-SLOT (WS-FREQ-USED)
           END-IF
           ADD 1 TO WS-FQ-COUNT (WS-FREQ-IX).

      *****************************************************
      * One run record carrying the cache counts, then one
      * input detail record per factorial value requested
      * this run, in value order.
      *****************************************************
       APPEND-CACHE-STATS.
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS = "35"
               OPEN OUTPUT STAT-FILE
           END-IF
           MOVE SPACES TO STAT-RECORD
           MOVE WS-FULL-DATE-N TO STAT-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO STAT-RUN-TIME
           MOVE WS-CACHE-HIT-COUNT TO STAT-CACHE-HITS
           MOVE WS-CACHE-MISS-COUNT TO STAT-CACHE-MISSES
           MOVE WS-CACHE-STORE-COUNT TO STAT-CACHE-STORES
           MOVE WS-CACHE-FAIL-COUNT TO STAT-CACHE-FAILS
           MOVE 0 TO STAT-INPUT-COUNT
           MOVE WS-RUN-NUMBER TO STAT-RUN-NUMBER
           SET STAT-RUN-RECORD TO TRUE
           WRITE STAT-RECORD
           PERFORM VARYING WS-FREQ-IX FROM 1 BY 1
               UNTIL WS-FREQ-IX > WS-FREQ-MAX
               IF WS-FQ-COUNT (WS-FREQ-IX) > 0
                   MOVE SPACES TO STAT-RECORD
                   MOVE WS-FULL-DATE-N TO STAT-RUN-DATE
                   COMPUTE STAT-DET-INPUT-VALUE = WS-FREQ-IX - 1
                   MOVE WS-FQ-COUNT (WS-FREQ-IX)
                       TO STAT-DET-INPUT-REQS
                   MOVE WS-RUN-NUMBER TO STAT-RUN-NUMBER
                   SET STAT-INPUT-DETAIL TO TRUE
                   WRITE STAT-RECORD
               END-IF
           END-PERFORM
           CLOSE STAT-FILE.

       VALIDATE-TRANS-INPUT.
                   IF WS-INPUT > WS-MAX-FIB-INPUT
                       SET WS-INPUT-INVALID TO TRUE
                   END-IF
               WHEN WS-TYPE-CANCEL
                   PERFORM VERIFY-CANCEL-ORIGINAL
               WHEN OTHER
                   MOVE "03" TO WS-REJECT-REASON
                   SET WS-INPUT-INVALID TO TRUE
           END-EVALUATE.

      *****************************************************
      * A cancellation is accepted only when the RESULTS
      * store shows the result it names was delivered under
      * the run number it gives and has not already been
      * cancelled - on the store, earlier in this run, or
      * (for a supplemental run) on today's extracts. The
      * RESULTS entry supplies the result to reverse.
      * Anything else is a result never delivered or
      * already reversed, and is suspended under reason 05.
      *****************************************************
       VERIFY-CANCEL-ORIGINAL.
           MOVE "05" TO WS-REJECT-REASON
           MOVE WS-SITE-CODE TO WS-CXL-KEY-SITE
           MOVE WS-CANCEL-TYPE TO WS-CXL-KEY-TYPE
           MOVE WS-INPUT TO WS-CXL-KEY-INPUT
           MOVE WS-OPERAND-2 TO WS-CXL-KEY-OPER2
           PERFORM FIND-CANCELLED-KEY
           IF WS-CXL-FOUND
               DISPLAY "  *** Result already cancelled today ***"
               SET WS-INPUT-INVALID TO TRUE
           END-IF
           IF WS-CXL-USED NOT < WS-CXL-MAX
               DISPLAY "  *** Cancelled-key table full ***"
               SET WS-INPUT-INVALID TO TRUE
           END-IF
           IF NOT WS-RESULTS-AVAIL
               OR WS-CANCEL-RUN IS NOT NUMERIC
               OR WS-INPUT-INVALID
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               MOVE SPACES TO RSLT-RECORD
               MOVE WS-SITE-CODE TO RSLT-SITE-CODE
               MOVE WS-CANCEL-TYPE TO RSLT-TYPE-CODE
               MOVE WS-INPUT TO RSLT-INPUT-VALUE
               MOVE WS-OPERAND-2 TO RSLT-OPERAND-2
               READ RESULTS-FILE
                   INVALID KEY
                       SET WS-INPUT-INVALID TO TRUE
                   NOT INVALID KEY
                       IF RSLT-CANCELLED
                           OR RSLT-RUN-NUMBER IS NOT NUMERIC
                           OR RSLT-RUN-NUMBER NOT = WS-CANCEL-RUN-N
                           SET WS-INPUT-INVALID TO TRUE
                       ELSE
                           MOVE RSLT-RESULT TO WS-CALC-RESULT
                           PERFORM NOTE-CANCELLED-KEY
                       END-IF
               END-READ
           END-IF.

       FIND-CANCELLED-KEY.
           MOVE "N" TO WS-CXL-FOUND-SW
           PERFORM VARYING WS-CXL-IX FROM 1 BY 1
               UNTIL WS-CXL-IX > WS-CXL-USED
               OR WS-CXL-FOUND
               IF WS-CXL-ENTRY (WS-CXL-IX) = WS-CXL-KEY
                   SET WS-CXL-FOUND TO TRUE
               END-IF
           END-PERFORM.

       NOTE-CANCELLED-KEY.
           PERFORM FIND-CANCELLED-KEY
           IF NOT WS-CXL-FOUND
               IF WS-CXL-USED < WS-CXL-MAX
                   ADD 1 TO WS-CXL-USED
                   MOVE WS-CXL-KEY TO WS-CXL-ENTRY (WS-CXL-USED)
               ELSE
                   DISPLAY "  *** Cancelled-key table full - "
                       WS-CXL-KEY " not tracked ***"
               END-IF
           END-IF.

      *****************************************************
      * A supplemental run may reach a result the day's
      * main run has already cancelled before COBEXTLD has
      * flagged it on RESULTS. The reversals on today's
      * archived extracts start the cancelled-key table, so
      * such a repeat is refused too. Without the archive
      * only the RESULTS check applies.
      *****************************************************
       LOAD-TODAYS-REVERSALS.
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE "N" TO WS-ARCH-TODAY-SW
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM READ-ARCHIVE-RECORD
               PERFORM UNTIL WS-ARCH-EOF
                   EVALUATE ARCH-RECORD-TYPE
                       WHEN "H"
                           IF ARCH-RUN-DATE IS NUMERIC
                               AND ARCH-RUN-DATE = WS-FULL-DATE-N
                               SET WS-ARCH-TODAY TO TRUE
                           ELSE
                               MOVE "N" TO WS-ARCH-TODAY-SW
                           END-IF
                       WHEN "R"
                           IF WS-ARCH-TODAY
                               MOVE ARCR-SITE-CODE TO WS-CXL-KEY-SITE
                               MOVE ARCR-TYPE-CODE TO WS-CXL-KEY-TYPE
                               MOVE ARCR-INPUT-VALUE
                                   TO WS-CXL-KEY-INPUT
                               MOVE ARCR-OPERAND-2 TO WS-CXL-KEY-OPER2
                               PERFORM NOTE-CANCELLED-KEY
                           END-IF
                   END-EVALUATE
                   PERFORM READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE ARCH-FILE
               DISPLAY "  Results already cancelled today: "
                   WS-CXL-USED
           ELSE
               DISPLAY "  No extract archive - cancellations"
                   " checked against RESULTS only"
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCH-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.

       REJECT-TRANS-INPUT.
           DISPLAY "  *** REJECTED: type " WS-CALC-TYPE " value "
               WS-INPUT " operand-2 " WS-OPERAND-2
           ADD 1 TO WS-SITE-REJECT-COUNT
           MOVE ZEROES TO WS-CALC-RESULT
           PERFORM WRITE-SUSPENSE-RECORD
           PERFORM WRITE-RETURN-REJECT
           PERFORM WRITE-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           MOVE WS-CALC-TYPE TO SUSP-TYPE-CODE
           MOVE WS-INPUT TO SUSP-INPUT-VALUE
           MOVE WS-OPERAND-2 TO SUSP-OPERAND-2
           MOVE WS-CANCEL-TYPE TO SUSP-ORIG-TYPE
           MOVE WS-CANCEL-RUN TO SUSP-ORIG-RUN-NUMBER
           OPEN EXTEND SUSP-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSP-FILE
           DISPLAY "Final cleanup..."
           DISPLAY "  Total iterations: " WS-COUNTER
           DISPLAY "  Final result: " WS-RElegacy_moduleLT
           IF WS-MODE-SUPPLEMENT
               MOVE WS-MAIN-RUN-NUMBER TO RPT-SUPP-MAIN-RUN
               MOVE RPT-SUPPLEMENT-LINE TO RPT-RECORD
           ELSE
               MOVE WS-COUNTER TO RPT-SUM-COUNTER
               MOVE WS-RElegacy_moduleLT TO RPT-SUM-RESULT
               MOVE RPT-SUMMARY-LINE TO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           PERFORM CLEAR-CHECKPOINT
      *    The day's expected totals are reconciled once, by
      *    the main run; the supplemental run adds nothing to
      *    the loop-test figures, so the day's totals stand.
           IF WS-MODE-SUPPLEMENT
               DISPLAY "  Control totals for the day reconciled by"
                   " main run " WS-MAIN-RUN-NUMBER
           ELSE
               PERFORM RECONCILE-CONTROL-TOTALS
           END-IF.

       RECONCILE-CONTROL-TOTALS.
           MOVE WS-FULL-DATE-N TO WS-RUN-DATE-KEY
