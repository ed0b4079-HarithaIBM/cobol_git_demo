      * severe on a site arriving short, out of order, twice,
      * or not at all - before the calculation step wastes the
      * run on an incomplete stream.
      * A cancellation (type "X") is checked against the
      * RESULTS store: the result it names must have been
      * delivered under the run number it gives and not
      * already cancelled, or it is rejected under reason 05.
      * RESULTS is only flagged once COBEXTLD loads the
      * extract, so a second cancellation of the same result
      * in the file - or, in a supplemental run, one the
      * day's archived extracts (EXTARCH) already reverse -
      * is rejected under reason 05 as well.
      * Branches whose files will miss the cutoff are listed
      * on the LATESITE control file. In a normal run a
      * listed site that has not arrived is deferred to the
      * day's supplemental run rather than failed as
      * missing. In a supplemental run (run mode "S" on the
      * PARMFILE card COBOLTEST1 reads) the late-site list
      * replaces EXPSITES as the expected sites, and a site
      * HISTFILE shows was already processed today by a
      * stream or supplemental run fails the stream severe,
      * so no branch is processed twice in a business day;
      * such a site with no file in the run (the branch made
      * the main run's cutoff after all) is only noted.
      * A batch of inquiry misses COBINQRY passes back (BH
      * marked "M") rides after its site's own batch: it is
      * balanced against its trailer like any batch, but is
      * not the branch's file, so it neither counts as the
      * site's arrival nor takes part in the order,
      * duplicate and missing-site checks.
      *   RETURN-CODE 0 = all records in range, safe to process
      *   RETURN-CODE 4 = some records out of range (rejected,
      *                   but enough good records to continue)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPS-STATUS.

           SELECT LATE-FILE ASSIGN TO LATESITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SITE-FILE ASSIGN TO SITEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.

           SELECT RESULTS-FILE ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT ARCH-FILE ASSIGN TO EXTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
       01  EXPS-RECORD.
           05  EXPS-SITE-CODE    PIC X(4).

       FD  LATE-FILE
           RECORDING MODE IS F.
       01  LATE-RECORD.
           05  LATE-SITE-CODE    PIC X(4).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-LOOP-COUNT      PIC 9(4).
           05  PARM-DEFAULT-INPUT   PIC 9(4).
           05  PARM-CKPT-INTERVAL   PIC 9(4).
           05  PARM-RUN-MODE        PIC X(1).
           05  PARM-RERUN-FLAG      PIC X(1).

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  SITE-FILE.
           COPY SITEREC.

       FD  RESULTS-FILE.
           COPY RSLTREC.

       FD  ARCH-FILE
           RECORDING MODE IS F.
           COPY EXTREC REPLACING LEADING ==EXT-== BY ==ARC-==
                                 LEADING ==EXTH-== BY ==ARCH-==
                                 LEADING ==EXTD-== BY ==ARCD-==
                                 LEADING ==EXTR-== BY ==ARCR-==
                                 LEADING ==EXTT-== BY ==ARCT-==.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS    PIC X(2) VALUE "00".
       01 WS-TRANS-EOF-SW    PIC X(1) VALUE "N".
       01 WS-CTL-TEXT        PIC X(30) VALUE SPACES.
       01 WS-BATCH-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-REC-COUNT   PIC 9(6) VALUE 0.
       01 WS-EXP-MAX         PIC 9(3) VALUE 999.
       01 WS-EXP-USED        PIC 9(3) VALUE 0.
       01 WS-EXP-IX          PIC 9(3) VALUE 0.
       01 WS-LAST-EXP-IX     PIC 9(3) VALUE 0.
       01 WS-I               PIC 9(4) VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 999 TIMES.
               10 WS-EXP-SITE    PIC X(4).
               10 WS-EXP-SEEN    PIC 9(2).
               10 WS-EXP-DONE    PIC X(1).
                   88 WS-EXP-DONE-TODAY  VALUE "Y".
               10 WS-EXP-LATE    PIC X(1).
                   88 WS-EXP-LATE-SITE   VALUE "Y".
       01 WS-LATE-STATUS     PIC X(2) VALUE "00".
       01 WS-LATE-EOF-SW     PIC X(1) VALUE "N".
           88 WS-LATE-EOF            VALUE "Y".
       01 WS-LATE-USED       PIC 9(3) VALUE 0.
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RUN-MODE        PIC X(1) VALUE "N".
           88 WS-MODE-SUPPLEMENT     VALUE "S".
       01 WS-HIST-STATUS     PIC X(2) VALUE "00".
       01 WS-HIST-EOF-SW     PIC X(1) VALUE "N".
           88 WS-HIST-EOF            VALUE "Y".
       01 WS-SITE-STATUS     PIC X(2) VALUE "00".
       01 WS-SITEMAST-SW     PIC X(1) VALUE "N".
           88 WS-SITEMAST-AVAIL      VALUE "Y".
           88 WS-SITE-AUTHORIZED     VALUE "Y".
       01 WS-CHECKED-SITE    PIC X(4) VALUE LOW-VALUES.
       01 WS-CHECKED-AUTH    PIC X(1) VALUE "Y".
       01 WS-RESULTS-STATUS  PIC X(2) VALUE "00".
       01 WS-RESULTS-SW      PIC X(1) VALUE "N".
           88 WS-RESULTS-AVAIL       VALUE "Y".
       01 WS-ARCH-STATUS     PIC X(2) VALUE "00".
       01 WS-ARCH-EOF-SW     PIC X(1) VALUE "N".
           88 WS-ARCH-EOF            VALUE "Y".
       01 WS-ARCH-TODAY-SW   PIC X(1) VALUE "N".
           88 WS-ARCH-TODAY          VALUE "Y".
      *    Keys (site, original type, input, operand-2) of the
      *    results already cancelled in this file or on
      *    today's archived extracts.
       01 WS-CXL-MAX         PIC 9(4) VALUE 5000.
       01 WS-CXL-USED        PIC 9(4) VALUE 0.
       01 WS-CXL-IX          PIC 9(4) VALUE 0.
       01 WS-CXL-FOUND-SW    PIC X(1) VALUE "N".
           88 WS-CXL-FOUND           VALUE "Y".
       01 WS-CXL-KEY.
           05 WS-CXL-KEY-SITE  PIC X(4).
           05 WS-CXL-KEY-TYPE  PIC X(1).
           05 WS-CXL-KEY-INPUT PIC 9(4).
           05 WS-CXL-KEY-OPER2 PIC 9(4).
       01 WS-CXL-TABLE.
           05 WS-CXL-ENTRY OCCURS 5000 TIMES PIC X(13).

       PROCEDURE DIVISION.

           DISPLAY "==============================================="
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-FULL-YMD
           PERFORM READ-PARAMETER-FILE
           IF WS-MODE-SUPPLEMENT
               PERFORM LOAD-LATE-SITES
               PERFORM CHECK-SITES-PROCESSED-TODAY
           ELSE
               PERFORM LOAD-EXPECTED-SITES
               PERFORM MARK-LATE-SITES
           END-IF
           PERFORM OPEN-SITE-MASTER
           PERFORM OPEN-RESULTS-STORE
           PERFORM LOAD-TODAYS-REVERSALS

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
           IF WS-SITEMAST-AVAIL
               CLOSE SITE-FILE
           END-IF
           IF WS-RESULTS-AVAIL
               CLOSE RESULTS-FILE
           END-IF
           DISPLAY " "
           DISPLAY "  Records read:    " WS-RECORD-COUNT
           DISPLAY "  Control records: " WS-CTL-REC-COUNT
                       MOVE EXPS-SITE-CODE
                           TO WS-EXP-SITE (WS-EXP-USED)
                       MOVE 0 TO WS-EXP-SEEN (WS-EXP-USED)
                       MOVE "N" TO WS-EXP-DONE (WS-EXP-USED)
                       MOVE "N" TO WS-EXP-LATE (WS-EXP-USED)
                   ELSE
                       DISPLAY "  *** Expected-site table full - "
                           EXPS-SITE-CODE " not tracked ***"
                   SET WS-EXPS-EOF TO TRUE
           END-READ.

      *****************************************************
      * Only the run mode is taken from the PARMFILE card;
      * without the card this is a normal stream run.
      *****************************************************
       READ-PARAMETER-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RUN-MODE = "S"
                           SET WS-MODE-SUPPLEMENT TO TRUE
                           DISPLAY "  Supplemental run - late-site"
                               " list replaces EXPSITES"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************
      * A supplemental run carries only the late branches'
      * files, so the LATESITE list, in submission order, is
      * its expected-site table. Without the list there is
      * nothing to hold the run to, and it fails severe.
      *****************************************************
       LOAD-LATE-SITES.
           OPEN INPUT LATE-FILE
           IF WS-LATE-STATUS = "00"
               PERFORM READ-LATE-RECORD
               PERFORM UNTIL WS-LATE-EOF
                   IF WS-EXP-USED < WS-EXP-MAX
                       ADD 1 TO WS-EXP-USED
                       MOVE LATE-SITE-CODE
                           TO WS-EXP-SITE (WS-EXP-USED)
                       MOVE 0 TO WS-EXP-SEEN (WS-EXP-USED)
                       MOVE "N" TO WS-EXP-DONE (WS-EXP-USED)
                       MOVE "Y" TO WS-EXP-LATE (WS-EXP-USED)
                   ELSE
                       DISPLAY "  *** Expected-site table full - "
                           LATE-SITE-CODE " not tracked ***"
                   END-IF
                   PERFORM READ-LATE-RECORD
               END-PERFORM
               CLOSE LATE-FILE
               DISPLAY "  Late sites loaded: " WS-EXP-USED
           END-IF
           IF WS-EXP-USED = 0
               MOVE SPACES TO WS-CURR-SITE
               MOVE "NO LATE SITES LISTED" TO WS-CTL-TEXT
               PERFORM REPORT-CONTROL-FAILURE
           END-IF.

       READ-LATE-RECORD.
           READ LATE-FILE
               AT END
                   SET WS-LATE-EOF TO TRUE
           END-READ.

      *****************************************************
      * In a normal run, the expected sites the LATESITE
      * list names are deferred to the supplemental run:
      * their absence tonight is not a missing site. A late
      * site that does arrive in time is processed as usual.
      *****************************************************
       MARK-LATE-SITES.
           OPEN INPUT LATE-FILE
           IF WS-LATE-STATUS = "00"
               PERFORM READ-LATE-RECORD
               PERFORM UNTIL WS-LATE-EOF
                   MOVE LATE-SITE-CODE TO WS-CURR-SITE
                   PERFORM FIND-EXPECTED-SITE
                   IF WS-EXP-IX > 0
                       MOVE "Y" TO WS-EXP-LATE (WS-EXP-IX)
                       ADD 1 TO WS-LATE-USED
                   END-IF
                   PERFORM READ-LATE-RECORD
               END-PERFORM
               CLOSE LATE-FILE
               DISPLAY "  Sites listed late: " WS-LATE-USED
           END-IF
           MOVE SPACES TO WS-CURR-SITE.

      *****************************************************
      * A late site already has a branch figure for today
      * if a HISTFILE site detail record dated today came
      * from a stream or supplemental run; a reprocess
      * repair pass is not the site's file. Records from
      * before the site detail records were added can never
      * carry today's date, so no layout conversion is
      * needed. Without the history file the check is
      * skipped.
      *****************************************************
       CHECK-SITES-PROCESSED-TODAY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-EOF
                   IF HIST-SITE-DETAIL
                       AND HIST-RUN-DATE = WS-FULL-DATE-N
                       AND NOT HIST-REPROCESS-RUN
                       MOVE HIST-DET-SITE-CODE TO WS-CURR-SITE
                       PERFORM FIND-EXPECTED-SITE
                       IF WS-EXP-IX > 0
                           MOVE "Y" TO WS-EXP-DONE (WS-EXP-IX)
                       END-IF
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY "  No HISTFILE - already-processed check"
                   " skipped"
           END-IF
           MOVE SPACES TO WS-CURR-SITE.

       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

       CHECK-BATCH-HEADER.
           IF WS-BATCH-OPEN
               MOVE "HEADER INSIDE OPEN BATCH" TO WS-CTL-TEXT
           MOVE "N" TO WS-OUTSIDE-RPT-SW
           MOVE TBH-SITE-CODE TO WS-CURR-SITE
           MOVE 0 TO WS-BATCH-DET-COUNT
           IF TRANS-MISS-BATCH
               DISPLAY "  Inquiry miss batch for site " WS-CURR-SITE
           END-IF
           IF WS-EXP-USED = 0
               OR TRANS-MISS-BATCH
               CONTINUE
           ELSE
               PERFORM FIND-EXPECTED-SITE
                   IF WS-EXP-SEEN (WS-EXP-IX) > 1
                       MOVE "SITE ARRIVED TWICE" TO WS-CTL-TEXT
                       PERFORM REPORT-CONTROL-FAILURE
                   END-IF
                   IF WS-EXP-DONE-TODAY (WS-EXP-IX)
                       MOVE "SITE ALREADY PROCESSED TODAY"
                           TO WS-CTL-TEXT
                       PERFORM REPORT-CONTROL-FAILURE
                   END-IF
                   IF WS-EXP-SEEN (WS-EXP-IX) = 1
                       IF WS-EXP-IX < WS-LAST-EXP-IX
                           MOVE "SITE OUT OF ORDER" TO WS-CTL-TEXT
                           PERFORM REPORT-CONTROL-FAILURE
               UNTIL WS-I > WS-EXP-USED
               IF WS-EXP-SEEN (WS-I) = 0
                   MOVE WS-EXP-SITE (WS-I) TO WS-CURR-SITE
                   EVALUATE TRUE
                       WHEN WS-EXP-DONE-TODAY (WS-I)
                           DISPLAY "  Site " WS-CURR-SITE
                               " already processed in the main run"
                       WHEN WS-EXP-LATE-SITE (WS-I)
                           AND NOT WS-MODE-SUPPLEMENT
                           DISPLAY "  Site " WS-CURR-SITE
                               " listed late - deferred to the"
                               " supplemental run"
                       WHEN OTHER
                           MOVE "EXPECTED SITE MISSING"
                               TO WS-CTL-TEXT
                           PERFORM REPORT-CONTROL-FAILURE
                   END-EVALUATE
               END-IF
           END-PERFORM.

                   " authorization check skipped"
           END-IF.

       OPEN-RESULTS-STORE.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS = "00"
               SET WS-RESULTS-AVAIL TO TRUE
           ELSE
               DISPLAY "  No RESULTS store - cancellation check"
                   " skipped"
           END-IF.

      *****************************************************
      * Random read against the SITEMAST master, with the
      * last site looked up remembered so a run of records
                   IF TRANS-INPUT-VALUE > WS-MAX-FIB-INPUT
                       PERFORM REJECT-TRANS-RECORD
                   END-IF
               WHEN TRANS-TYPE-CANCEL
                   PERFORM CHECK-CANCEL-ORIGINAL
               WHEN OTHER
                   MOVE "03" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANS-RECORD
           END-EVALUATE.

      *****************************************************
      * The cancellation must name a result delivered under
      * the run number it gives and not yet cancelled. A
      * run number that is not numeric can never match, so
      * it is rejected whether or not the store is there.
      * A result already cancelled earlier in the file or
      * on today's extracts is rejected the same way.
      *****************************************************
       CHECK-CANCEL-ORIGINAL.
           MOVE "05" TO WS-REJECT-REASON
           MOVE TCX-SITE-CODE TO WS-CXL-KEY-SITE
           MOVE TCX-ORIG-TYPE TO WS-CXL-KEY-TYPE
           MOVE TCX-INPUT-VALUE TO WS-CXL-KEY-INPUT
           MOVE TCX-OPERAND-2 TO WS-CXL-KEY-OPER2
           PERFORM FIND-CANCELLED-KEY
           IF TCX-ORIG-RUN-NUMBER IS NOT NUMERIC
               OR WS-CXL-FOUND
               PERFORM REJECT-TRANS-RECORD
           ELSE
               IF WS-RESULTS-AVAIL
                   MOVE SPACES TO RSLT-RECORD
                   MOVE TCX-SITE-CODE TO RSLT-SITE-CODE
                   MOVE TCX-ORIG-TYPE TO RSLT-TYPE-CODE
                   MOVE TCX-INPUT-VALUE TO RSLT-INPUT-VALUE
                   MOVE TCX-OPERAND-2 TO RSLT-OPERAND-2
                   READ RESULTS-FILE
                       INVALID KEY
                           PERFORM REJECT-TRANS-RECORD
                       NOT INVALID KEY
                           IF RSLT-CANCELLED
                               OR RSLT-RUN-NUMBER IS NOT NUMERIC
                               OR RSLT-RUN-NUMBER
                                   NOT = TCX-ORIG-RUN-NUMBER
                               PERFORM REJECT-TRANS-RECORD
                           ELSE
                               PERFORM NOTE-CANCELLED-KEY
                           END-IF
                   END-READ
               ELSE
                   PERFORM NOTE-CANCELLED-KEY
               END-IF
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
               AND WS-CXL-USED < WS-CXL-MAX
               ADD 1 TO WS-CXL-USED
               MOVE WS-CXL-KEY TO WS-CXL-ENTRY (WS-CXL-USED)
           END-IF.

      *****************************************************
      * Starts the cancelled-key table for a pass over the
      * file. In a supplemental run the reversals on today's
      * archived extracts go in first, since COBEXTLD may
      * not yet have flagged them on RESULTS.
      *****************************************************
       LOAD-TODAYS-REVERSALS.
           MOVE 0 TO WS-CXL-USED
           IF WS-MODE-SUPPLEMENT
               MOVE "N" TO WS-ARCH-EOF-SW
               MOVE "N" TO WS-ARCH-TODAY-SW
               OPEN INPUT ARCH-FILE
               IF WS-ARCH-STATUS = "00"
                   PERFORM READ-ARCHIVE-RECORD
                   PERFORM UNTIL WS-ARCH-EOF
                       PERFORM NOTE-ARCHIVE-RECORD
                       PERFORM READ-ARCHIVE-RECORD
                   END-PERFORM
                   CLOSE ARCH-FILE
               END-IF
           END-IF.

       NOTE-ARCHIVE-RECORD.
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
                       MOVE ARCR-INPUT-VALUE TO WS-CXL-KEY-INPUT
                       MOVE ARCR-OPERAND-2 TO WS-CXL-KEY-OPER2
                       PERFORM NOTE-CANCELLED-KEY
                   END-IF
           END-EVALUATE.

       READ-ARCHIVE-RECORD.
           READ ARCH-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.

      *****************************************************
      * Suspense is only cut here when the run ends severe:
      * on RETURN-CODE 8 the calculation step is skipped, so
       SUSPEND-ALL-REJECTS.
           MOVE "N" TO WS-TRANS-EOF-SW
           SET WS-SUSPEND-PASS TO TRUE
           PERFORM LOAD-TODAYS-REVERSALS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM READ-TRANS-RECORD
           MOVE TRANS-TYPE-CODE TO SUSP-TYPE-CODE
           MOVE TRANS-INPUT-VALUE TO SUSP-INPUT-VALUE
           MOVE TRANS-OPERAND-2 TO SUSP-OPERAND-2
           IF TRANS-TYPE-CANCEL
               MOVE TCX-ORIG-TYPE TO SUSP-ORIG-TYPE
               MOVE TCX-ORIG-RUN-NUMBER TO SUSP-ORIG-RUN-NUMBER
           ELSE
               MOVE SPACES TO SUSP-CANCEL-INFO
           END-IF
           OPEN EXTEND SUSP-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSP-FILE
