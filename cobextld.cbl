      * into the RESULTS KSDS keyed by site/type/input/operand
      * so other departments can look up a prior calculation
      * result without resubmitting it through TRANSIN.
      * Each loaded result is stamped with the run number on
      * the extract header. An R reversal record (an accepted
      * cancellation) is not loaded: it flags the RESULTS
      * entry it names as cancelled, provided the entry is
      * still the one delivered under the run number the
      * reversal gives. The reversals are counted and netted
      * out of the hash total in the framing proof.
      * An extract from a supplemental run of late branch
      * files is loaded like any other - its results are
      * stamped with its own run number - and LOADRPT names
      * the day's main run it adds to. A header flagged as a
      * supplemental run without a main run number is a
      * framing discrepancy.
      * A bad extract is rejected whole: no records are loaded,
      * every discrepancy is written to the LOADRPT report, and
      * the job ends severe so the scheduler can hold the
      * downstream consumers.
      *   RETURN-CODE 0 = framing proved, details loaded
      *   RETURN-CODE 4 = loaded, but one or more reversals
      *                   matched no live RESULTS entry or
      *                   could not be applied to it
      *                   (listed on the LOADRPT report)
      *   RETURN-CODE 8 = extract missing or framing failed
      *                   (nothing loaded)
      *
       01 WS-TRL-HASH        PIC 9(20) VALUE 0.
       01 WS-LOAD-COUNT      PIC 9(6) VALUE 0.
       01 WS-REPLACE-COUNT   PIC 9(6) VALUE 0.
       01 WS-REVERSAL-COUNT  PIC 9(6) VALUE 0.
       01 WS-TRL-REV-COUNT   PIC 9(6) VALUE 0.
       01 WS-CANCEL-COUNT    PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXT-RUN-NUMBER  PIC 9(6) VALUE 0.
       01 WS-MAIN-RUN-NUMBER PIC 9(6) VALUE 0.
       01 WS-SUPPL-SW        PIC X(1) VALUE "N".
           88 WS-SUPPL-EXTRACT       VALUE "Y".

       01 RPT-HEADER-1.
           05 FILLER             PIC X(34)
           05 FILLER             PIC X(9)  VALUE "  ACTUAL ".
           05 RPT-COMP-ACT       PIC Z(19)9.

       01 RPT-UNMATCHED-LINE.
           05 FILLER             PIC X(24)
               VALUE "  REVERSAL NOT MATCHED: ".
           05 RPT-UNM-SITE       PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-UNM-TYPE       PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-UNM-INPUT      PIC 9(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-UNM-OPERAND    PIC 9(4).
           05 FILLER             PIC X(5)  VALUE " RUN ".
           05 RPT-UNM-RUN        PIC 9(6).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.
           05 FILLER             PIC X(16) VALUE "EXTRACT STATUS: ".
           05 RPT-STATUS-TEXT    PIC X(40).

       01 RPT-SUPPL-LINE.
           05 FILLER             PIC X(24)
               VALUE "SUPPLEMENT TO RUN:      ".
           05 RPT-SUPPL-MAIN-RUN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           IF WS-EXTRACT-REJECTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "  Details counted: " WS-DETAIL-COUNT
           DISPLAY "  Details loaded:  " WS-LOAD-COUNT
           DISPLAY "  Reversals:       " WS-REVERSAL-COUNT
           DISPLAY "  Cancelled:       " WS-CANCEL-COUNT
           IF WS-SUPPL-EXTRACT
               DISPLAY "  Supplement to run " WS-MAIN-RUN-NUMBER
           END-IF
           DISPLAY "COBEXTLD complete - return code: " RETURN-CODE
           STOP RUN.

                       PERFORM CHECK-HEADER-RECORD
                   WHEN "D"
                       PERFORM CHECK-DETAIL-RECORD
                   WHEN "R"
                       PERFORM CHECK-REVERSAL-RECORD
                   WHEN "T"
                       PERFORM CHECK-TRAILER-RECORD
                   WHEN OTHER
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
               SET WS-HEADER-SEEN TO TRUE
               IF EXTH-RUN-NUMBER IS NUMERIC
                   MOVE EXTH-RUN-NUMBER TO WS-EXT-RUN-NUMBER
               END-IF
               IF EXTH-SUPPLEMENT
                   IF EXTH-MAIN-RUN-NUMBER IS NUMERIC
                       AND EXTH-MAIN-RUN-NUMBER > 0
                       SET WS-SUPPL-EXTRACT TO TRUE
                       MOVE EXTH-MAIN-RUN-NUMBER
                           TO WS-MAIN-RUN-NUMBER
                   ELSE
                       MOVE "SUPPLEMENT WITHOUT MAIN RUN NUMBER"
                           TO RPT-DISCREP-TEXT
                       PERFORM WRITE-DISCREPANCY-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-DETAIL-RECORD.
               (WS-HASH-TOTAL + EXTD-RESULT,
               100000000000000000000).

      *****************************************************
      * A reversal takes its result back off the hash total,
      * wrapping below zero the way the sum wraps on
      * overflow, so the trailer hash proves the D and R
      * records together.
      *****************************************************
       CHECK-REVERSAL-RECORD.
           IF NOT WS-HEADER-SEEN
               MOVE "REVERSAL BEFORE HEADER" TO RPT-DISCREP-TEXT
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF
           ADD 1 TO WS-REVERSAL-COUNT
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD
               (WS-HASH-TOTAL - EXTR-RESULT,
               100000000000000000000).

      *    A trailer from before reversals existed carries
      *    spaces in the reversal count - read as none.
       CHECK-TRAILER-RECORD.
           SET WS-TRAILER-SEEN TO TRUE
           MOVE EXTT-DETAIL-COUNT TO WS-TRL-COUNT
           MOVE EXTT-HASH-TOTAL TO WS-TRL-HASH
           IF EXTT-REVERSAL-COUNT IS NUMERIC
               MOVE EXTT-REVERSAL-COUNT TO WS-TRL-REV-COUNT
           ELSE
               MOVE 0 TO WS-TRL-REV-COUNT
           END-IF.

       CHECK-FRAMING-COMPLETE.
           IF NOT WS-HEADER-SEEN
                   MOVE RPT-COMPARE-LINE TO LOADRPT-RECORD
                   WRITE LOADRPT-RECORD
               END-IF
               IF WS-TRL-REV-COUNT NOT = WS-REVERSAL-COUNT
                   MOVE "TRAILER REVERSAL COUNT MISMATCH"
                       TO RPT-DISCREP-TEXT
                   PERFORM WRITE-DISCREPANCY-LINE
                   MOVE "REVERSALS " TO RPT-COMP-TEXT
                   MOVE WS-TRL-REV-COUNT TO RPT-COMP-TRL
                   MOVE WS-REVERSAL-COUNT TO RPT-COMP-ACT
                   MOVE RPT-COMPARE-LINE TO LOADRPT-RECORD
                   WRITE LOADRPT-RECORD
               END-IF
               IF WS-TRL-HASH NOT = WS-HASH-TOTAL
                   MOVE "TRAILER HASH MISMATCH" TO RPT-DISCREP-TEXT
                   PERFORM WRITE-DISCREPANCY-LINE
      * loaded into the RESULTS store. A key already on
      * file is replaced - the store carries the most
      * recent run's result for each site/type/input/
      * operand combination. The R records are applied in
      * the same pass, in extract order, so a cancellation
      * followed by a corrected resubmission of the same
      * request leaves the corrected result live.
      *****************************************************
       LOAD-EXTRACT-DETAILS.
           MOVE "N" TO WS-EXT-EOF-SW
               OPEN INPUT EXT-FILE
               PERFORM READ-EXTRACT-RECORD
               PERFORM UNTIL WS-EXT-EOF
                   EVALUATE EXTD-RECORD-TYPE
                       WHEN "D"
                           PERFORM LOAD-ONE-DETAIL
                       WHEN "R"
                           PERFORM APPLY-ONE-REVERSAL
                   END-EVALUATE
                   PERFORM READ-EXTRACT-RECORD
               END-PERFORM
               CLOSE EXT-FILE
           MOVE EXTD-OPERAND-2 TO RSLT-OPERAND-2
           MOVE EXTD-RESULT TO RSLT-RESULT
           MOVE EXTD-CACHE-HIT TO RSLT-CACHE-HIT
           MOVE WS-EXT-RUN-NUMBER TO RSLT-RUN-NUMBER
           SET RSLT-ACTIVE TO TRUE
      *    An extract cut on the old layout has shorter
      *    records, so the detail's date tail reads back as
      *    spaces; its YYMMDD year is expanded through the
           END-WRITE
           ADD 1 TO WS-LOAD-COUNT.

      *****************************************************
      * The entry is flagged rather than deleted, so the
      * store still shows what was delivered and that it
      * was taken back. A reversal naming an entry that is
      * gone, already cancelled, or since replaced by a
      * later run's result is listed and left alone, as is
      * one whose entry could not be rewritten.
      *****************************************************
       APPLY-ONE-REVERSAL.
           MOVE SPACES TO RSLT-RECORD
           MOVE EXTR-SITE-CODE TO RSLT-SITE-CODE
           MOVE EXTR-TYPE-CODE TO RSLT-TYPE-CODE
           MOVE EXTR-INPUT-VALUE TO RSLT-INPUT-VALUE
           MOVE EXTR-OPERAND-2 TO RSLT-OPERAND-2
           READ RESULTS-FILE
               INVALID KEY
                   PERFORM REPORT-UNMATCHED-REVERSAL
               NOT INVALID KEY
                   IF RSLT-CANCELLED
                       OR RSLT-RUN-NUMBER IS NOT NUMERIC
                       OR RSLT-RUN-NUMBER NOT = EXTR-ORIG-RUN-NUMBER
                       PERFORM REPORT-UNMATCHED-REVERSAL
                   ELSE
                       SET RSLT-CANCELLED TO TRUE
                       REWRITE RSLT-RECORD
                       END-REWRITE
                       IF WS-RESULTS-STATUS = "00"
                           ADD 1 TO WS-CANCEL-COUNT
                       ELSE
                           DISPLAY "  *** RESULTS rewrite failed,"
                               " status " WS-RESULTS-STATUS " ***"
                           PERFORM REPORT-UNMATCHED-REVERSAL
                       END-IF
                   END-IF
           END-READ.

       REPORT-UNMATCHED-REVERSAL.
           ADD 1 TO WS-UNMATCHED-COUNT
           DISPLAY "  *** Reversal for " EXTR-SITE-CODE " "
               EXTR-TYPE-CODE " " EXTR-INPUT-VALUE " "
               EXTR-OPERAND-2 " run " EXTR-ORIG-RUN-NUMBER
               " matches no live result ***"
           MOVE EXTR-SITE-CODE TO RPT-UNM-SITE
           MOVE EXTR-TYPE-CODE TO RPT-UNM-TYPE
           MOVE EXTR-INPUT-VALUE TO RPT-UNM-INPUT
           MOVE EXTR-OPERAND-2 TO RPT-UNM-OPERAND
           MOVE EXTR-ORIG-RUN-NUMBER TO RPT-UNM-RUN
           MOVE RPT-UNMATCHED-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD.

       WRITE-REPORT-TOTALS.
           IF WS-EXTRACT-REJECTED
               MOVE "REJECTED WHOLE - NOTHING LOADED"
           END-IF
           MOVE RPT-STATUS-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD
           IF WS-SUPPL-EXTRACT
               MOVE WS-MAIN-RUN-NUMBER TO RPT-SUPPL-MAIN-RUN
               MOVE RPT-SUPPL-LINE TO LOADRPT-RECORD
               WRITE LOADRPT-RECORD
           END-IF
           MOVE "DETAILS COUNTED:        " TO RPT-COUNT-TEXT
           MOVE WS-DETAIL-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO LOADRPT-RECORD
           MOVE "PRIOR RESULTS REPLACED: " TO RPT-COUNT-TEXT
           MOVE WS-REPLACE-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD
           MOVE "REVERSALS COUNTED:      " TO RPT-COUNT-TEXT
           MOVE WS-REVERSAL-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD
           MOVE "RESULTS CANCELLED:      " TO RPT-COUNT-TEXT
           MOVE WS-CANCEL-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD
           MOVE "REVERSALS NOT MATCHED:  " TO RPT-COUNT-TEXT
           MOVE WS-UNMATCHED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO LOADRPT-RECORD
           WRITE LOADRPT-RECORD.
