       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRECON.
      *
      * Cross-file run-number reconciliation. Every COBOLTEST1
      * execution takes a run number from RUNCTL and stamps it
      * on four outputs - the AUDITLOG line, the HISTFILE
      * record, the CACHSTAT record and the extract header -
      * and COBEXTLD carries it onto each RESULTS entry it
      * loads. This program matches the run numbers across all
      * of them and lists, on the RECRPT report:
      *   - runs missing one or more of the four legs
      *   - numbers issued (up to the RUNCTL high-water mark)
      *     that no output carries - a run that died after
      *     taking its number and was never restarted
      *   - numbers on an output above the high-water mark
      *   - runs whose legs disagree on the run date (the
      *     audit stamp is the run END time, so it may fall
      *     one day after the others on a run that crossed
      *     midnight)
      *   - a run number stamped twice on one output
      *   - a supplemental run (late branch files, flagged on
      *     its extract header) whose main run is not on file
      *     with an extract of the same date
      * The extract leg is read from the run-by-run extract
      * archive (every generation of the GDG). RESULTS keeps
      * only the latest result for each key, so a run with
      * nothing left on the store is not a gap; the store is
      * checked the other way round - every run number on it
      * must be one the other outputs know.
      * The window starts at the lowest run number on the
      * live AUDITLOG or HISTFILE (both are trimmed to the
      * current month by COBMNTHE, so the window is the
      * month to date), or at the run number on the optional
      * RECPARM card (9(6)); it ends at the high-water mark.
      * Older numbers on the untrimmed files are not checked.
      *   RETURN-CODE 0 = every run reconciled
      *   RETURN-CODE 4 = date disagreements, duplicate
      *                   stamps, unknown RESULTS runs or
      *                   supplemental runs with no main run
      *                   only
      *   RETURN-CODE 8 = a missing leg, an unused number, a
      *                   number above the high-water mark,
      *                   or RUNCTL not usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT STAT-FILE ASSIGN TO CACHSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT EXT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT RESULTS-FILE ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT RECPARM-FILE ASSIGN TO RECPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RECRPT-FILE ASSIGN TO RECRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD             PIC X(140).

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY STATREC.

       FD  EXT-FILE
           RECORDING MODE IS F.
           COPY EXTREC.

       FD  RESULTS-FILE.
           COPY RSLTREC.

       FD  RUNC-FILE
           RECORDING MODE IS F.
       01  RUNC-RECORD.
           05  RUNC-LAST-NUMBER     PIC 9(6).
           05  RUNC-STREAM-NUMBER   PIC 9(6).
           05  RUNC-STREAM-DATE     PIC 9(8).

       FD  RECPARM-FILE
           RECORDING MODE IS F.
       01  RECPARM-RECORD.
           05  RECP-FROM-RUN        PIC 9(6).

       FD  RECRPT-FILE
           RECORDING MODE IS F.
       01  RECRPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
       01 WS-HIST-STATUS     PIC X(2) VALUE "00".
       01 WS-STAT-STATUS     PIC X(2) VALUE "00".
       01 WS-EXT-STATUS      PIC X(2) VALUE "00".
       01 WS-RESULTS-STATUS  PIC X(2) VALUE "00".
       01 WS-RUNC-STATUS     PIC X(2) VALUE "00".
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 WS-FILE-EOF            VALUE "Y".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       01 WS-WARNING-SW      PIC X(1) VALUE "N".
           88 WS-WARNING             VALUE "Y".
       01 WS-RESULTS-SW      PIC X(1) VALUE "N".
           88 WS-RESULTS-AVAIL       VALUE "Y".
       COPY CENTWIN.
       COPY AUDITREC.
       01 WS-AUDIT-IMAGE     PIC X(140) VALUE SPACES.
       01 WS-HIST-IMAGE      PIC X(120) VALUE SPACES.
       01 WS-STAT-IMAGE      PIC X(127) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-LEG-DATE.
           05 WS-LEG-CC     PIC 9(2).
           05 WS-LEG-YMD    PIC 9(6).
       01 WS-LEG-DATE-N REDEFINES WS-LEG-DATE PIC 9(8).
       01 WS-LEG-RUN         PIC 9(6) VALUE 0.
       01 WS-LEG-NO          PIC 9(1) VALUE 0.
       01 WS-HIGH-WATER      PIC 9(6) VALUE 0.
       01 WS-WINDOW-START    PIC 9(6) VALUE 999999.
       01 WS-WINDOW-END      PIC 9(6) VALUE 0.
       01 WS-RUN-NO          PIC 9(6) VALUE 0.
       01 WS-REF-DATE        PIC 9(8) VALUE 0.
       01 WS-REF-INT         PIC 9(8) VALUE 0.
       01 WS-AUD-INT         PIC 9(8) VALUE 0.
       01 WS-DATE-BAD-SW     PIC X(1) VALUE "N".
           88 WS-DATE-BAD            VALUE "Y".
       01 WS-L               PIC 9(1) VALUE 0.
       01 WS-MX              PIC 9(7) VALUE 0.
       01 WS-LINK-OK-SW      PIC X(1) VALUE "N".
           88 WS-LINK-OK             VALUE "Y".
       01 WS-SUPPL-STATUS.
           05 FILLER             PIC X(14) VALUE "OK - SUPPL TO ".
           05 WS-SUPPL-STATUS-RUN PIC 9(6).
           05 FILLER             PIC X(4)  VALUE SPACES.

      *    One entry per run number in the window, subscripted
      *    by its offset from the window start. Legs are
      *    1 = AUDITLOG, 2 = HISTFILE, 3 = CACHSTAT,
      *    4 = extract header, 5 = RESULTS entries. A run
      *    whose extract header flags it as a supplemental run
      *    carries the main run number it adds to.
       01 WS-RUN-MAX         PIC 9(4) VALUE 999.
       01 WS-RX              PIC 9(7) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 999 TIMES.
               10 WS-RN-LEG OCCURS 5 TIMES.
                   15 WS-RN-COUNT  PIC 9(5).
                   15 WS-RN-DATE   PIC 9(8).
               10 WS-RN-SUPPL      PIC X(1).
               10 WS-RN-MAIN-RUN   PIC 9(6).

       01 WS-READ-COUNTS.
           05 WS-LEG-READ OCCURS 5 TIMES PIC 9(7).
       01 WS-NONUM-COUNT     PIC 9(7) VALUE 0.
       01 WS-BEFORE-COUNT    PIC 9(7) VALUE 0.
       01 WS-RUNS-OK         PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(6) VALUE 0.
       01 WS-UNUSED-COUNT    PIC 9(6) VALUE 0.
       01 WS-ABOVE-COUNT     PIC 9(6) VALUE 0.
       01 WS-MISMATCH-COUNT  PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT   PIC 9(6) VALUE 0.
       01 WS-SUPPL-COUNT     PIC 9(6) VALUE 0.
       01 WS-ORPHAN-COUNT    PIC 9(6) VALUE 0.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(36)
               VALUE "COBRECON - RUN-NUMBER RECONCILE - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).

       01 RPT-HEADER-2.
           05 FILLER             PIC X(12) VALUE "RUN NUMBERS ".
           05 RPT-HDR-FROM       PIC 9(6).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 RPT-HDR-TO         PIC 9(6).
           05 FILLER             PIC X(13) VALUE "  HIGH-WATER ".
           05 RPT-HDR-HIGH       PIC 9(6).

       01 RPT-COLUMN-HEADER.
           05 FILLER             PIC X(6)  VALUE "RUN".
           05 FILLER             PIC X(4)  VALUE " AUD".
           05 FILLER             PIC X(5)  VALUE " HIST".
           05 FILLER             PIC X(5)  VALUE " STAT".
           05 FILLER             PIC X(5)  VALUE " EXTR".
           05 FILLER             PIC X(7)  VALUE "  RSLTS".
           05 FILLER             PIC X(10) VALUE "  RUN DATE".
           05 FILLER             PIC X(8)  VALUE "  STATUS".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-RUN        PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-AUD        PIC Z9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-DET-HIST       PIC Z9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-DET-STAT       PIC Z9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-DET-EXT        PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-RSLT       PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-DATE       PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-STATUS     PIC X(24).

       01 RPT-DATES-LINE.
           05 FILLER             PIC X(9)  VALUE "  DATES: ".
           05 FILLER             PIC X(4)  VALUE "AUD ".
           05 RPT-DT-AUD         PIC 9(8).
           05 FILLER             PIC X(6)  VALUE " HIST ".
           05 RPT-DT-HIST        PIC 9(8).
           05 FILLER             PIC X(6)  VALUE " STAT ".
           05 RPT-DT-STAT        PIC 9(8).
           05 FILLER             PIC X(6)  VALUE " EXTR ".
           05 RPT-DT-EXT         PIC 9(8).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBRECON - cross-file run-number reconciliation"
           DISPLAY "================================================"
           ACCEPT WS-RUN-DATE FROM DATE
           INITIALIZE WS-RUN-TABLE
           INITIALIZE WS-READ-COUNTS
           PERFORM READ-RUN-CONTROL
           PERFORM SET-RECONCILE-WINDOW

           OPEN OUTPUT RECRPT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-WINDOW-START > WS-WINDOW-END
               DISPLAY "  No run numbers to reconcile"
           ELSE
               PERFORM SCAN-AUDIT-LOG
               PERFORM SCAN-HISTORY-FILE
               PERFORM SCAN-CACHE-STATS
               PERFORM SCAN-EXTRACT-HEADERS
               PERFORM SCAN-RESULTS-STORE
               PERFORM CHECK-ONE-RUN
                   VARYING WS-RUN-NO FROM WS-WINDOW-START BY 1
                   UNTIL WS-RUN-NO > WS-WINDOW-END
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RECRPT-FILE
           PERFORM SET-RECON-RETURN-CODE

           DISPLAY " "
           DISPLAY "  Runs reconciled:      " WS-RUNS-OK
           DISPLAY "  Runs missing a leg:   " WS-MISSING-COUNT
           DISPLAY "  Numbers never used:   " WS-UNUSED-COUNT
           DISPLAY "  Above high-water:     " WS-ABOVE-COUNT
           DISPLAY "  Date disagreements:   " WS-MISMATCH-COUNT
           DISPLAY "COBRECON complete - return code: " RETURN-CODE
           STOP RUN.

       READ-RUN-CONTROL.
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "  *** RUNCTL not usable - no high-water"
                   " mark ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               READ RUNC-FILE
                   AT END
                       DISPLAY "  *** RUNCTL is empty ***"
                       SET WS-SEVERE-ERROR TO TRUE
                   NOT AT END
                       IF RUNC-LAST-NUMBER IS NUMERIC
                           MOVE RUNC-LAST-NUMBER TO WS-HIGH-WATER
                       END-IF
               END-READ
               CLOSE RUNC-FILE
           END-IF.

      *****************************************************
      * A RECPARM start wins; otherwise the window opens at
      * the lowest run number on the two month-trimmed
      * files. It closes at the high-water mark, or - when
      * RUNCTL was unusable - at the highest number found.
      * A window wider than the run table is cut short at
      * its start, so the most recent runs are the ones
      * checked.
      *****************************************************
       SET-RECONCILE-WINDOW.
           OPEN INPUT RECPARM-FILE
           IF WS-PARM-STATUS = "00"
               READ RECPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RECP-FROM-RUN IS NUMERIC
                           AND RECP-FROM-RUN > 0
                           MOVE RECP-FROM-RUN TO WS-WINDOW-START
                       END-IF
               END-READ
               CLOSE RECPARM-FILE
           END-IF
           IF WS-WINDOW-START = 999999
               PERFORM FIND-LOWEST-AUDIT-RUN
               PERFORM FIND-LOWEST-HIST-RUN
           END-IF
           MOVE WS-HIGH-WATER TO WS-WINDOW-END
           IF WS-HIGH-WATER = 0
               PERFORM FIND-HIGHEST-RUN
           END-IF
           IF WS-WINDOW-START <= WS-WINDOW-END
               AND WS-WINDOW-END - WS-WINDOW-START >= WS-RUN-MAX
               COMPUTE WS-WINDOW-START =
                   WS-WINDOW-END - WS-RUN-MAX + 1
               DISPLAY "  Window cut to the last " WS-RUN-MAX
                   " run numbers"
           END-IF
           DISPLAY "  Reconciling runs " WS-WINDOW-START
               " to " WS-WINDOW-END.

       FIND-LOWEST-AUDIT-RUN.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   IF AUD-RUN-NUMBER IS NUMERIC
                       AND AUD-RUN-NUMBER < WS-WINDOW-START
                       MOVE AUD-RUN-NUMBER TO WS-WINDOW-START
                   END-IF
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       FIND-LOWEST-HIST-RUN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   IF HIST-RUN-NUMBER IS NUMERIC
                       AND HIST-RUN-NUMBER < WS-WINDOW-START
                       MOVE HIST-RUN-NUMBER TO WS-WINDOW-START
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *    Only used when RUNCTL could not be read.
       FIND-HIGHEST-RUN.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   IF AUD-RUN-NUMBER IS NUMERIC
                       AND AUD-RUN-NUMBER > WS-WINDOW-END
                       MOVE AUD-RUN-NUMBER TO WS-WINDOW-END
                   END-IF
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   IF HIST-RUN-NUMBER IS NUMERIC
                       AND HIST-RUN-NUMBER > WS-WINDOW-END
                       MOVE HIST-RUN-NUMBER TO WS-WINDOW-END
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *****************************************************
      * Leg 1 - AUDITLOG. Old two-digit-year lines put the
      * "-" of the stamp in byte 7 rather than byte 9 and
      * are reshaped through the CENTWIN window first.
      *****************************************************
       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  *** AUDITLOG not found - every run"
                   " will show the audit leg missing ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE 1 TO WS-LEG-NO
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-LEG-READ (WS-LEG-NO)
                   IF AUD-RUN-NUMBER IS NUMERIC
                       MOVE AUD-RUN-NUMBER TO WS-LEG-RUN
                       MOVE AUD-TIMESTAMP (1:8) TO WS-LEG-DATE-N
                       PERFORM POST-LEG-RUN
                   ELSE
                       ADD 1 TO WS-NONUM-COUNT
                   END-IF
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-AUDIT-RECORD
                   MOVE AUDIT-RECORD TO AUDIT-DETAIL-LINE
           END-READ.

       CONVERT-AUDIT-RECORD.
           IF AUDIT-RECORD (9:1) = "-"
               CONTINUE
           ELSE
               MOVE AUDIT-RECORD TO WS-AUDIT-IMAGE
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-AUDIT-IMAGE (1:138) TO AUDIT-RECORD (3:138)
               IF WS-AUDIT-IMAGE (1:2) > WS-CENTURY-PIVOT
                   MOVE "19" TO AUDIT-RECORD (1:2)
               ELSE
                   MOVE "20" TO AUDIT-RECORD (1:2)
               END-IF
           END-IF.

      *****************************************************
      * Leg 2 - HISTFILE, old two-digit-year records
      * recognized by the blank run-number tail. Only run
      * records stand for a run; the site detail records
      * after them repeat its number and are passed over.
      *****************************************************
       SCAN-HISTORY-FILE.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "  *** HISTFILE not found - every run"
                   " will show the history leg missing ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE 2 TO WS-LEG-NO
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-LEG-READ (WS-LEG-NO)
                   EVALUATE TRUE
                       WHEN HIST-SITE-DETAIL
                           CONTINUE
                       WHEN HIST-RUN-NUMBER IS NUMERIC
                           MOVE HIST-RUN-NUMBER TO WS-LEG-RUN
                           MOVE HIST-RUN-DATE TO WS-LEG-DATE-N
                           PERFORM POST-LEG-RUN
                       WHEN OTHER
                           ADD 1 TO WS-NONUM-COUNT
                   END-EVALUATE
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-HIST-RECORD
           END-READ.

       CONVERT-HIST-RECORD.
           IF HIST-RECORD (117:2) NOT = SPACES
               CONTINUE
           ELSE
               MOVE HIST-RECORD TO WS-HIST-IMAGE
               MOVE SPACES TO HIST-RECORD
               MOVE WS-HIST-IMAGE (1:116) TO HIST-RECORD (3:116)
               IF WS-HIST-IMAGE (1:2) > WS-CENTURY-PIVOT
                   MOVE "19" TO HIST-RECORD (1:2)
               ELSE
                   MOVE "20" TO HIST-RECORD (1:2)
               END-IF
           END-IF.

      *****************************************************
      * Leg 3 - CACHSTAT, reshaped the same way; the input
      * detail records are passed over likewise.
      *****************************************************
       SCAN-CACHE-STATS.
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "  *** CACHSTAT not found - every run"
                   " will show the statistics leg missing ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE 3 TO WS-LEG-NO
               PERFORM READ-STAT-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-LEG-READ (WS-LEG-NO)
                   EVALUATE TRUE
                       WHEN STAT-INPUT-DETAIL
                           CONTINUE
                       WHEN STAT-RUN-NUMBER IS NUMERIC
                           MOVE STAT-RUN-NUMBER TO WS-LEG-RUN
                           MOVE STAT-RUN-DATE TO WS-LEG-DATE-N
                           PERFORM POST-LEG-RUN
                       WHEN OTHER
                           ADD 1 TO WS-NONUM-COUNT
                   END-EVALUATE
                   PERFORM READ-STAT-RECORD
               END-PERFORM
               CLOSE STAT-FILE
           END-IF.

       READ-STAT-RECORD.
           READ STAT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-STAT-RECORD
           END-READ.

       CONVERT-STAT-RECORD.
           IF STAT-RECORD (125:2) NOT = SPACES
               CONTINUE
           ELSE
               MOVE STAT-RECORD TO WS-STAT-IMAGE
               MOVE SPACES TO STAT-RECORD
               MOVE WS-STAT-IMAGE (1:124) TO STAT-RECORD (3:124)
               IF WS-STAT-IMAGE (1:2) > WS-CENTURY-PIVOT
                   MOVE "19" TO STAT-RECORD (1:2)
               ELSE
                   MOVE "20" TO STAT-RECORD (1:2)
               END-IF
           END-IF.

      *****************************************************
      * Leg 4 - the header of every extract in the archive.
      * An old-layout header has its YYMMDD date two bytes
      * shorter, which puts the program name in byte 8
      * instead of byte 10; the run number then sits two
      * bytes left as well.
      *****************************************************
       SCAN-EXTRACT-HEADERS.
           OPEN INPUT EXT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "  *** Extract archive not found - every"
                   " run will show the extract leg missing ***"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE 4 TO WS-LEG-NO
               PERFORM READ-EXTRACT-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   IF EXTH-RECORD-TYPE = "H"
                       ADD 1 TO WS-LEG-READ (WS-LEG-NO)
                       PERFORM POST-EXTRACT-HEADER
                   END-IF
                   PERFORM READ-EXTRACT-RECORD
               END-PERFORM
               CLOSE EXT-FILE
           END-IF.

       READ-EXTRACT-RECORD.
           READ EXT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       POST-EXTRACT-HEADER.
           IF EXT-HEADER-REC (8:3) = "COB"
               IF EXT-HEADER-REC (24:6) IS NUMERIC
                   MOVE EXT-HEADER-REC (24:6) TO WS-LEG-RUN
                   IF EXT-HEADER-REC (2:2) > WS-CENTURY-PIVOT
                       MOVE 19 TO WS-LEG-CC
                   ELSE
                       MOVE 20 TO WS-LEG-CC
                   END-IF
                   MOVE EXT-HEADER-REC (2:6) TO WS-LEG-YMD
                   PERFORM POST-LEG-RUN
               ELSE
                   ADD 1 TO WS-NONUM-COUNT
               END-IF
           ELSE
               IF EXTH-RUN-NUMBER IS NUMERIC
                   MOVE EXTH-RUN-NUMBER TO WS-LEG-RUN
                   MOVE EXTH-RUN-DATE TO WS-LEG-DATE-N
                   PERFORM POST-LEG-RUN
                   IF EXTH-SUPPLEMENT
                       PERFORM POST-SUPPLEMENT-LINK
                   END-IF
               ELSE
                   ADD 1 TO WS-NONUM-COUNT
               END-IF
           END-IF.

      *****************************************************
      * Notes the main run a supplemental run's extract
      * header names; a header without a usable main run
      * number keeps zero there and will not link.
      *****************************************************
       POST-SUPPLEMENT-LINK.
           IF WS-LEG-RUN NOT < WS-WINDOW-START
               COMPUTE WS-RX = WS-LEG-RUN - WS-WINDOW-START + 1
               IF WS-RX NOT > WS-RUN-MAX
                   MOVE "Y" TO WS-RN-SUPPL (WS-RX)
                   IF EXTH-MAIN-RUN-NUMBER IS NUMERIC
                       MOVE EXTH-MAIN-RUN-NUMBER
                           TO WS-RN-MAIN-RUN (WS-RX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * Leg 5 - every RESULTS entry, read in key order.
      * Entries loaded before the run number was carried
      * have spaces there and are skipped.
      *****************************************************
       SCAN-RESULTS-STORE.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "  No RESULTS store - results leg not"
                   " checked"
           ELSE
               SET WS-RESULTS-AVAIL TO TRUE
               MOVE "N" TO WS-EOF-SW
               MOVE 5 TO WS-LEG-NO
               PERFORM READ-RESULTS-RECORD
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-LEG-READ (WS-LEG-NO)
                   IF RSLT-RUN-NUMBER IS NUMERIC
                       MOVE RSLT-RUN-NUMBER TO WS-LEG-RUN
                       MOVE RSLT-RUN-DATE TO WS-LEG-DATE-N
                       PERFORM POST-LEG-RUN
                   END-IF
                   PERFORM READ-RESULTS-RECORD
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.

       READ-RESULTS-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

      *****************************************************
      * Tallies WS-LEG-RUN against leg WS-LEG-NO, keeping
      * the first date seen. A number beyond the end of the
      * run table is above the high-water mark by more than
      * the table can hold and is counted, not stored.
      *****************************************************
       POST-LEG-RUN.
           IF WS-LEG-RUN < WS-WINDOW-START
               ADD 1 TO WS-BEFORE-COUNT
           ELSE
               COMPUTE WS-RX = WS-LEG-RUN - WS-WINDOW-START + 1
               IF WS-RX > WS-RUN-MAX
                   ADD 1 TO WS-ABOVE-COUNT
                   SET WS-SEVERE-ERROR TO TRUE
                   DISPLAY "  *** Run " WS-LEG-RUN
                       " far above the high-water mark ***"
               ELSE
                   IF WS-LEG-RUN > WS-WINDOW-END
                       MOVE WS-LEG-RUN TO WS-WINDOW-END
                   END-IF
                   ADD 1 TO WS-RN-COUNT (WS-RX WS-LEG-NO)
                   IF WS-RN-DATE (WS-RX WS-LEG-NO) = 0
                       MOVE WS-LEG-DATE-N
                           TO WS-RN-DATE (WS-RX WS-LEG-NO)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * Judges one run number. The window end may have been
      * pushed past the high-water mark by a leg carrying a
      * higher number; those runs are reported as above the
      * mark whatever legs they have.
      *****************************************************
       CHECK-ONE-RUN.
           COMPUTE WS-RX = WS-RUN-NO - WS-WINDOW-START + 1
           MOVE WS-RUN-NO TO RPT-DET-RUN
           MOVE WS-RN-COUNT (WS-RX 1) TO RPT-DET-AUD
           MOVE WS-RN-COUNT (WS-RX 2) TO RPT-DET-HIST
           MOVE WS-RN-COUNT (WS-RX 3) TO RPT-DET-STAT
           MOVE WS-RN-COUNT (WS-RX 4) TO RPT-DET-EXT
           MOVE WS-RN-COUNT (WS-RX 5) TO RPT-DET-RSLT
           PERFORM SET-REFERENCE-DATE
           MOVE WS-REF-DATE TO RPT-DET-DATE
           PERFORM CHECK-RUN-DATES
           EVALUATE TRUE
               WHEN WS-RUN-NO > WS-HIGH-WATER
                   AND WS-HIGH-WATER > 0
                   MOVE "*** ABOVE HIGH-WATER" TO RPT-DET-STATUS
                   ADD 1 TO WS-ABOVE-COUNT
                   SET WS-SEVERE-ERROR TO TRUE
               WHEN WS-RN-COUNT (WS-RX 1) = 0
                   AND WS-RN-COUNT (WS-RX 2) = 0
                   AND WS-RN-COUNT (WS-RX 3) = 0
                   AND WS-RN-COUNT (WS-RX 4) = 0
                   AND WS-RN-COUNT (WS-RX 5) = 0
                   MOVE "*** NUMBER NEVER USED" TO RPT-DET-STATUS
                   ADD 1 TO WS-UNUSED-COUNT
                   SET WS-SEVERE-ERROR TO TRUE
               WHEN WS-RN-COUNT (WS-RX 1) = 0
                   OR WS-RN-COUNT (WS-RX 2) = 0
                   OR WS-RN-COUNT (WS-RX 3) = 0
                   OR WS-RN-COUNT (WS-RX 4) = 0
                   MOVE "*** MISSING LEG" TO RPT-DET-STATUS
                   ADD 1 TO WS-MISSING-COUNT
                   SET WS-SEVERE-ERROR TO TRUE
               WHEN WS-DATE-BAD
                   MOVE "*** DATES DISAGREE" TO RPT-DET-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
                   SET WS-WARNING TO TRUE
               WHEN WS-RN-COUNT (WS-RX 1) > 1
                   OR WS-RN-COUNT (WS-RX 2) > 1
                   OR WS-RN-COUNT (WS-RX 3) > 1
                   OR WS-RN-COUNT (WS-RX 4) > 1
                   MOVE "DUPLICATE STAMP" TO RPT-DET-STATUS
                   ADD 1 TO WS-DUP-COUNT
                   SET WS-WARNING TO TRUE
               WHEN WS-RN-SUPPL (WS-RX) = "Y"
                   PERFORM CHECK-SUPPLEMENT-LINK
               WHEN OTHER
                   MOVE "OK" TO RPT-DET-STATUS
                   ADD 1 TO WS-RUNS-OK
           END-EVALUATE
           MOVE RPT-DETAIL-LINE TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           IF WS-DATE-BAD
               MOVE WS-RN-DATE (WS-RX 1) TO RPT-DT-AUD
               MOVE WS-RN-DATE (WS-RX 2) TO RPT-DT-HIST
               MOVE WS-RN-DATE (WS-RX 3) TO RPT-DT-STAT
               MOVE WS-RN-DATE (WS-RX 4) TO RPT-DT-EXT
               MOVE RPT-DATES-LINE TO RECRPT-RECORD
               WRITE RECRPT-RECORD
           END-IF
           PERFORM CHECK-RESULTS-RUN.

      *****************************************************
      * A supplemental run must follow a main run of the
      * same day: the main run it names is an earlier number
      * with an extract of its own, not itself a supplement,
      * dated the same as the supplemental run. A main run
      * before the window is not on the files checked here
      * and is taken as read.
      *****************************************************
       CHECK-SUPPLEMENT-LINK.
           MOVE "N" TO WS-LINK-OK-SW
           IF WS-RN-MAIN-RUN (WS-RX) > 0
               AND WS-RN-MAIN-RUN (WS-RX) < WS-RUN-NO
               IF WS-RN-MAIN-RUN (WS-RX) < WS-WINDOW-START
                   SET WS-LINK-OK TO TRUE
               ELSE
                   COMPUTE WS-MX =
                       WS-RN-MAIN-RUN (WS-RX) - WS-WINDOW-START + 1
                   IF WS-RN-COUNT (WS-MX 4) > 0
                       AND WS-RN-SUPPL (WS-MX) NOT = "Y"
                       AND WS-RN-DATE (WS-MX 4) = WS-REF-DATE
                       SET WS-LINK-OK TO TRUE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SUPPL-COUNT
           IF WS-LINK-OK
               MOVE WS-RN-MAIN-RUN (WS-RX) TO WS-SUPPL-STATUS-RUN
               MOVE WS-SUPPL-STATUS TO RPT-DET-STATUS
               ADD 1 TO WS-RUNS-OK
           ELSE
               MOVE "*** SUPPL - NO MAIN RUN" TO RPT-DET-STATUS
               ADD 1 TO WS-ORPHAN-COUNT
               SET WS-WARNING TO TRUE
           END-IF.

      *    The run date is taken from the extract header (the
      *    run start), failing that the history or cache
      *    statistics record, and last the audit stamp.
       SET-REFERENCE-DATE.
           EVALUATE TRUE
               WHEN WS-RN-DATE (WS-RX 4) > 0
                   MOVE WS-RN-DATE (WS-RX 4) TO WS-REF-DATE
               WHEN WS-RN-DATE (WS-RX 2) > 0
                   MOVE WS-RN-DATE (WS-RX 2) TO WS-REF-DATE
               WHEN WS-RN-DATE (WS-RX 3) > 0
                   MOVE WS-RN-DATE (WS-RX 3) TO WS-REF-DATE
               WHEN OTHER
                   MOVE WS-RN-DATE (WS-RX 1) TO WS-REF-DATE
           END-EVALUATE.

      *    Legs 2 to 5 must carry the reference date exactly;
      *    the audit END stamp may also be the day after.
       CHECK-RUN-DATES.
           MOVE "N" TO WS-DATE-BAD-SW
           PERFORM VARYING WS-L FROM 2 BY 1 UNTIL WS-L > 5
               IF WS-RN-DATE (WS-RX WS-L) > 0
                   AND WS-RN-DATE (WS-RX WS-L) NOT = WS-REF-DATE
                   SET WS-DATE-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-RN-DATE (WS-RX 1) > 0
               AND WS-RN-DATE (WS-RX 1) NOT = WS-REF-DATE
               COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE (WS-REF-DATE)
               COMPUTE WS-AUD-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RN-DATE (WS-RX 1))
               IF WS-AUD-INT NOT = WS-REF-INT + 1
                   SET WS-DATE-BAD TO TRUE
               END-IF
           END-IF.

      *    RESULTS entries under a run no other output knows
      *    were loaded from an extract that is not on file.
       CHECK-RESULTS-RUN.
           IF WS-RN-COUNT (WS-RX 5) > 0
               AND WS-RN-COUNT (WS-RX 4) = 0
               DISPLAY "  RESULTS entries under run " WS-RUN-NO
                   " with no extract on file"
               ADD 1 TO WS-UNKNOWN-COUNT
               SET WS-WARNING TO TRUE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           IF WS-WINDOW-START > WS-WINDOW-END
               MOVE 0 TO RPT-HDR-FROM
           ELSE
               MOVE WS-WINDOW-START TO RPT-HDR-FROM
           END-IF
           MOVE WS-WINDOW-END TO RPT-HDR-TO
           MOVE WS-HIGH-WATER TO RPT-HDR-HIGH
           MOVE RPT-HEADER-2 TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           MOVE SPACES TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           MOVE RPT-COLUMN-HEADER TO RECRPT-RECORD
           WRITE RECRPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           MOVE "AUDITLOG LINES READ:    " TO RPT-COUNT-TEXT
           MOVE WS-LEG-READ (1) TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "HISTFILE RECORDS READ:  " TO RPT-COUNT-TEXT
           MOVE WS-LEG-READ (2) TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CACHSTAT RECORDS READ:  " TO RPT-COUNT-TEXT
           MOVE WS-LEG-READ (3) TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "EXTRACT HEADERS READ:   " TO RPT-COUNT-TEXT
           MOVE WS-LEG-READ (4) TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RESULTS ENTRIES READ:   " TO RPT-COUNT-TEXT
           MOVE WS-LEG-READ (5) TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS WITH NO RUN NO: " TO RPT-COUNT-TEXT
           MOVE WS-NONUM-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RECORDS BEFORE WINDOW:  " TO RPT-COUNT-TEXT
           MOVE WS-BEFORE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RUNS RECONCILED:        " TO RPT-COUNT-TEXT
           MOVE WS-RUNS-OK TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RUNS MISSING A LEG:     " TO RPT-COUNT-TEXT
           MOVE WS-MISSING-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "NUMBERS NEVER USED:     " TO RPT-COUNT-TEXT
           MOVE WS-UNUSED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ABOVE HIGH-WATER MARK:  " TO RPT-COUNT-TEXT
           MOVE WS-ABOVE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "DATE DISAGREEMENTS:     " TO RPT-COUNT-TEXT
           MOVE WS-MISMATCH-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "DUPLICATE STAMPS:       " TO RPT-COUNT-TEXT
           MOVE WS-DUP-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RESULTS RUNS UNKNOWN:   " TO RPT-COUNT-TEXT
           MOVE WS-UNKNOWN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "SUPPLEMENTAL RUNS:      " TO RPT-COUNT-TEXT
           MOVE WS-SUPPL-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "SUPPL WITHOUT MAIN RUN: " TO RPT-COUNT-TEXT
           MOVE WS-ORPHAN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE RPT-COUNT-LINE TO RECRPT-RECORD
           WRITE RECRPT-RECORD.

       SET-RECON-RETURN-CODE.
           IF WS-SEVERE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
