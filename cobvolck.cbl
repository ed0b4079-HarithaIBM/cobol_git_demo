       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBVOLCK.
      *
      * Site volume anomaly check for the COBOLTEST1 job stream,
      * run after COBVALID has proved each branch file balances
      * to its own BT trailer and before the calculation step.
      * A balanced file can still be the wrong file, so each
      * site's detail count on tonight's TRANSIN is compared
      * with that site's recent history: the average of its
      * counts over the last stream runs on HISTFILE, taken
      * from the site detail records that follow each run
      * record or, for history written before the detail
      * records were introduced, from the embedded site table
      * (suspense reprocess runs are left out - they
      * carry only the repaired rejects; a supplemental run
      * of late branch files counts as part of its day's
      * main run). A site outside the
      * tolerance band either side of its average is flagged
      * on the VOLRPT report. A site that submitted in more
      * than half of the runs looked back over but has sent
      * nothing tonight is flagged missing - unless it is
      * named on the LATESITE list, when it is listed as
      * deferred to the day's supplemental run.
      * The band is operator-set through the VOLPARM file (one
      * record: tolerance percent 9(3), lookback runs 9(2));
      * when VOLPARM is absent the band is 50 percent over the
      * last 10 runs. At most 30 runs are looked back over.
      * Sites new to history are listed but not checked.
      *   RETURN-CODE 0 = every site within its band
      *   RETURN-CODE 4 = one or more sites outside the band
      *   RETURN-CODE 8 = a usually-present site is missing,
      *                   or TRANSIN is not usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT LATE-FILE ASSIGN TO LATESITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT VOLPARM-FILE ASSIGN TO VOLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VOLRPT-FILE ASSIGN TO VOLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  LATE-FILE
           RECORDING MODE IS F.
       01  LATE-RECORD.
           05  LATE-SITE-CODE       PIC X(4).

       FD  VOLPARM-FILE
           RECORDING MODE IS F.
       01  VOLPARM-RECORD.
           05  VOLP-TOLERANCE-PCT   PIC 9(3).
           05  VOLP-LOOKBACK-RUNS   PIC 9(2).

       FD  VOLRPT-FILE
           RECORDING MODE IS F.
       01  VOLRPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS    PIC X(2) VALUE "00".
       01 WS-HIST-STATUS     PIC X(2) VALUE "00".
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-LATE-STATUS     PIC X(2) VALUE "00".
       01 WS-LATE-EOF-SW     PIC X(1) VALUE "N".
           88 WS-LATE-EOF            VALUE "Y".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-TRANS-EOF-SW    PIC X(1) VALUE "N".
           88 WS-TRANS-EOF           VALUE "Y".
       01 WS-HIST-EOF-SW     PIC X(1) VALUE "N".
           88 WS-HIST-EOF            VALUE "Y".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       COPY CENTWIN.
       01 WS-HIST-IMAGE      PIC X(120) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-TOLERANCE-PCT   PIC 9(3) VALUE 50.
       01 WS-LOOKBACK-RUNS   PIC 9(2) VALUE 10.
       01 WS-I               PIC 9(2) VALUE 0.
       01 WS-J               PIC 9(2) VALUE 0.
       01 WS-K               PIC 9(4) VALUE 0.

      *    The last WS-LOOKBACK-RUNS stream runs are kept as a
      *    ring of run slots: WS-RING-NEXT is the slot the next
      *    run record overwrites, and WS-RING-CUR the slot of
      *    the run whose site detail records are being read
      *    (zero when the run is not kept). WS-RING-LAST and
      *    WS-RING-LAST-DATE remember the slot and date of the
      *    last stream run kept, so a supplemental run of that
      *    day adds its sites to the same slot. Each site's
      *    count in each slot is held in its volume entry
      *    below.
       01 WS-RING-MAX        PIC 9(2) VALUE 30.
       01 WS-RING-USED       PIC 9(2) VALUE 0.
       01 WS-RING-NEXT       PIC 9(2) VALUE 1.
       01 WS-RING-CUR        PIC 9(2) VALUE 0.
       01 WS-RING-RUN-NUMBER PIC X(6) VALUE SPACES.
       01 WS-RING-LAST       PIC 9(2) VALUE 0.
       01 WS-RING-LAST-DATE  PIC 9(8) VALUE 0.

       01 WS-VOL-MAX         PIC 9(3) VALUE 999.
       01 WS-VOL-USED        PIC 9(3) VALUE 0.
       01 WS-VOL-IX          PIC 9(4) VALUE 0.
       01 WS-VOL-TABLE.
           05 WS-VOL-ENTRY OCCURS 999 TIMES.
               10 WS-VL-SITE     PIC X(4).
               10 WS-VL-RUNS     PIC 9(2).
               10 WS-VL-SUM      PIC 9(7).
               10 WS-VL-TONIGHT  PIC 9(6).
               10 WS-VL-LATE     PIC X(1).
               10 WS-VL-SLOT OCCURS 30 TIMES.
                   15 WS-VL-SLOT-SEEN  PIC X(1).
                   15 WS-VL-SLOT-TRANS PIC 9(6).
       01 WS-FIND-SITE       PIC X(4) VALUE SPACES.
       01 WS-FIND-TRANS      PIC 9(6) VALUE 0.

       01 WS-HIST-READ       PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01 WS-FLAG-COUNT      PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(6) VALUE 0.
       01 WS-AVERAGE         PIC 9(6)V9 VALUE 0.
       01 WS-LOW-LIMIT       PIC 9(6) VALUE 0.
       01 WS-HIGH-LIMIT      PIC 9(6) VALUE 0.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(33)
               VALUE "COBVOLCK - SITE VOLUME CHECK - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).

       01 RPT-HEADER-2.
           05 FILLER             PIC X(10) VALUE "TOLERANCE ".
           05 RPT-HDR-PCT        PIC ZZ9.
           05 FILLER             PIC X(15) VALUE " PCT  LOOKBACK ".
           05 RPT-HDR-RUNS       PIC Z9.
           05 FILLER             PIC X(16) VALUE " RUNS  (HISTORY ".
           05 RPT-HDR-USED       PIC Z9.
           05 FILLER             PIC X(1)  VALUE ")".

       01 RPT-COLUMN-HEADER.
           05 FILLER             PIC X(6)  VALUE "SITE".
           05 FILLER             PIC X(9)  VALUE "  TONIGHT".
           05 FILLER             PIC X(10) VALUE "   AVERAGE".
           05 FILLER             PIC X(8)  VALUE "     LOW".
           05 FILLER             PIC X(8)  VALUE "    HIGH".
           05 FILLER             PIC X(6)  VALUE "  RUNS".
           05 FILLER             PIC X(8)  VALUE "  STATUS".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-SITE       PIC X(4).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 RPT-DET-TONIGHT    PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-AVERAGE    PIC ZZZZZ9.9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-LOW        PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-HIGH       PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-DET-RUNS       PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-STATUS     PIC X(20).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBVOLCK - site volume anomaly check"
           DISPLAY "===================================="
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-VOLUME-PARMS
           PERFORM LOAD-RUN-HISTORY
           PERFORM LOAD-LATE-SITES
           PERFORM BUILD-SITE-PROFILES
           PERFORM COUNT-TONIGHT-DETAILS

           OPEN OUTPUT VOLRPT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF NOT WS-SEVERE-ERROR
               PERFORM CHECK-SITE-ENTRY
                   VARYING WS-VOL-IX FROM 1 BY 1
                   UNTIL WS-VOL-IX > WS-VOL-USED
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE VOLRPT-FILE
           PERFORM SET-VOLUME-RETURN-CODE

           DISPLAY " "
           DISPLAY "  History runs used:    " WS-RING-USED
           DISPLAY "  Tonight's details:    " WS-DETAIL-COUNT
           DISPLAY "  Sites outside band:   " WS-FLAG-COUNT
           DISPLAY "  Sites missing:        " WS-MISSING-COUNT
           DISPLAY "COBVOLCK complete - return code: " RETURN-CODE
           STOP RUN.

       READ-VOLUME-PARMS.
           OPEN INPUT VOLPARM-FILE
           IF WS-PARM-STATUS = "00"
               READ VOLPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VOLP-TOLERANCE-PCT IS NUMERIC
                           AND VOLP-TOLERANCE-PCT > 0
                           MOVE VOLP-TOLERANCE-PCT
                               TO WS-TOLERANCE-PCT
                       END-IF
                       IF VOLP-LOOKBACK-RUNS IS NUMERIC
                           AND VOLP-LOOKBACK-RUNS > 0
                           MOVE VOLP-LOOKBACK-RUNS
                               TO WS-LOOKBACK-RUNS
                       END-IF
               END-READ
               CLOSE VOLPARM-FILE
           END-IF
           IF WS-LOOKBACK-RUNS > WS-RING-MAX
               MOVE WS-RING-MAX TO WS-LOOKBACK-RUNS
           END-IF
           DISPLAY "  Tolerance: " WS-TOLERANCE-PCT
               " pct over the last " WS-LOOKBACK-RUNS " runs".

      *****************************************************
      * One pass over HISTFILE, oldest first, keeping only
      * the most recent stream runs in the ring. A site
      * detail record belongs to the run record just kept
      * when it carries that run's number. A supplemental
      * run record dated the same day as the last stream
      * run kept reopens that run's slot, so the late sites'
      * details count towards the day's main run. Without
      * history there is nothing to compare against, and
      * every site is listed as new.
      *****************************************************
       LOAD-RUN-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "  No HISTFILE - no volume history to"
                   " check against"
           ELSE
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-EOF
                   ADD 1 TO WS-HIST-READ
                   PERFORM CONVERT-HIST-RECORD
                   EVALUATE TRUE
                       WHEN HIST-SITE-DETAIL
                           PERFORM KEEP-SITE-DETAIL
                       WHEN HIST-REPROCESS-RUN
                           MOVE 0 TO WS-RING-CUR
                       WHEN HIST-SUPPLEMENT-RUN
                           PERFORM KEEP-SUPPLEMENT-RUN
                       WHEN OTHER
                           PERFORM KEEP-HIST-RECORD
                   END-EVALUATE
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

      *****************************************************
      * History written on the old two-digit-year layout is
      * shorter, so the trailing run-number positions read
      * back as spaces; the record is reshaped in place,
      * two bytes right, with the year expanded through the
      * CENTWIN window so the HIST- fields line up for both
      * eras.
      *****************************************************
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
      * A kept run takes over the next ring slot, clearing
      * every site's count for the run it replaces. A run
      * record on the layout from before the detail records
      * carries its sites in the embedded table.
      *****************************************************
       KEEP-HIST-RECORD.
           MOVE WS-RING-NEXT TO WS-RING-CUR
           MOVE HIST-RUN-NUMBER TO WS-RING-RUN-NUMBER
           MOVE WS-RING-CUR TO WS-RING-LAST
           MOVE HIST-RUN-DATE TO WS-RING-LAST-DATE
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-VOL-USED
               MOVE "N" TO WS-VL-SLOT-SEEN (WS-K WS-RING-CUR)
               MOVE 0 TO WS-VL-SLOT-TRANS (WS-K WS-RING-CUR)
           END-PERFORM
           IF HIST-OLD-RUN-RECORD
               AND HIST-SITE-COUNT IS NUMERIC
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > HIST-SITE-COUNT OR WS-I > 8
                   MOVE HIST-SITE-CODE (WS-I) TO WS-FIND-SITE
                   IF HIST-SITE-TRANS (WS-I) IS NUMERIC
                       MOVE HIST-SITE-TRANS (WS-I) TO WS-FIND-TRANS
                   ELSE
                       MOVE 0 TO WS-FIND-TRANS
                   END-IF
                   PERFORM KEEP-SITE-COUNT
               END-PERFORM
           END-IF
           IF WS-RING-USED < WS-LOOKBACK-RUNS
               ADD 1 TO WS-RING-USED
           END-IF
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > WS-LOOKBACK-RUNS
               MOVE 1 TO WS-RING-NEXT
           END-IF.

       KEEP-SUPPLEMENT-RUN.
           IF WS-RING-LAST > 0
               AND HIST-RUN-DATE = WS-RING-LAST-DATE
               MOVE WS-RING-LAST TO WS-RING-CUR
               MOVE HIST-RUN-NUMBER TO WS-RING-RUN-NUMBER
           ELSE
               MOVE 0 TO WS-RING-CUR
           END-IF.

       KEEP-SITE-DETAIL.
           IF WS-RING-CUR > 0
               AND HIST-RUN-NUMBER = WS-RING-RUN-NUMBER
               MOVE HIST-DET-SITE-CODE TO WS-FIND-SITE
               IF HIST-DET-SITE-TRANS IS NUMERIC
                   MOVE HIST-DET-SITE-TRANS TO WS-FIND-TRANS
               ELSE
                   MOVE 0 TO WS-FIND-TRANS
               END-IF
               PERFORM KEEP-SITE-COUNT
           END-IF.

       KEEP-SITE-COUNT.
           PERFORM FIND-VOLUME-ENTRY
           IF WS-VOL-IX > 0
               MOVE "Y" TO WS-VL-SLOT-SEEN (WS-VOL-IX WS-RING-CUR)
               ADD WS-FIND-TRANS
                   TO WS-VL-SLOT-TRANS (WS-VOL-IX WS-RING-CUR)
           END-IF.

      *****************************************************
      * Sites on the LATESITE list will come in on the day's
      * supplemental run, so their absence tonight is not a
      * missing file. Without the list no site is late.
      *****************************************************
       LOAD-LATE-SITES.
           OPEN INPUT LATE-FILE
           IF WS-LATE-STATUS = "00"
               PERFORM READ-LATE-RECORD
               PERFORM UNTIL WS-LATE-EOF
                   MOVE LATE-SITE-CODE TO WS-FIND-SITE
                   PERFORM FIND-VOLUME-ENTRY
                   IF WS-VOL-IX > 0
                       MOVE "Y" TO WS-VL-LATE (WS-VOL-IX)
                   END-IF
                   PERFORM READ-LATE-RECORD
               END-PERFORM
               CLOSE LATE-FILE
           END-IF.

       READ-LATE-RECORD.
           READ LATE-FILE
               AT END
                   SET WS-LATE-EOF TO TRUE
           END-READ.

      *****************************************************
      * Folds the kept runs into one profile per site: the
      * number of runs it appeared in and its total count.
      *****************************************************
       BUILD-SITE-PROFILES.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-VOL-USED
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RING-USED
                   IF WS-VL-SLOT-SEEN (WS-K WS-J) = "Y"
                       ADD 1 TO WS-VL-RUNS (WS-K)
                       ADD WS-VL-SLOT-TRANS (WS-K WS-J)
                           TO WS-VL-SUM (WS-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-VOLUME-ENTRY.
           MOVE 0 TO WS-VOL-IX
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-VOL-USED OR WS-VOL-IX > 0
               IF WS-VL-SITE (WS-K) = WS-FIND-SITE
                   MOVE WS-K TO WS-VOL-IX
               END-IF
           END-PERFORM
           IF WS-VOL-IX = 0
               IF WS-VOL-USED < WS-VOL-MAX
                   ADD 1 TO WS-VOL-USED
                   MOVE WS-VOL-USED TO WS-VOL-IX
                   MOVE WS-FIND-SITE TO WS-VL-SITE (WS-VOL-IX)
                   MOVE 0 TO WS-VL-RUNS (WS-VOL-IX)
                   MOVE 0 TO WS-VL-SUM (WS-VOL-IX)
                   MOVE 0 TO WS-VL-TONIGHT (WS-VOL-IX)
                   MOVE "N" TO WS-VL-LATE (WS-VOL-IX)
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-RING-MAX
                       MOVE "N" TO WS-VL-SLOT-SEEN (WS-VOL-IX WS-J)
                       MOVE 0 TO WS-VL-SLOT-TRANS (WS-VOL-IX WS-J)
                   END-PERFORM
               ELSE
                   DISPLAY "  *** Site table full - site "
                       WS-FIND-SITE " not checked ***"
               END-IF
           END-IF.

       COUNT-TONIGHT-DETAILS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "  *** TRANSIN input file not found ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               PERFORM READ-TRANS-RECORD
               PERFORM UNTIL WS-TRANS-EOF
                   IF NOT TRANS-IS-BATCH-HEADER
                       AND NOT TRANS-IS-BATCH-TRAILER
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE TRANS-SITE-CODE TO WS-FIND-SITE
                       PERFORM FIND-VOLUME-ENTRY
                       IF WS-VOL-IX > 0
                           ADD 1 TO WS-VL-TONIGHT (WS-VOL-IX)
                       END-IF
                   END-IF
                   PERFORM READ-TRANS-RECORD
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       READ-TRANS-RECORD.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

      *****************************************************
      * A site seen only in runs that have since dropped
      * out of the lookback, and silent tonight, is not
      * listed.
      *****************************************************
       CHECK-SITE-ENTRY.
           IF WS-VL-RUNS (WS-VOL-IX) > 0
               OR WS-VL-TONIGHT (WS-VOL-IX) > 0
               PERFORM CHECK-ONE-SITE
           END-IF.

      *****************************************************
      * The band is the site's average count per run it
      * submitted in, plus or minus the tolerance percent.
      * Absence is judged separately: missing tonight after
      * submitting in more than half the runs looked back
      * over is severe; an occasional submitter that sends
      * nothing, or a site listed late, is only listed.
      *****************************************************
       CHECK-ONE-SITE.
           MOVE WS-VL-SITE (WS-VOL-IX) TO RPT-DET-SITE
           MOVE WS-VL-TONIGHT (WS-VOL-IX) TO RPT-DET-TONIGHT
           MOVE WS-VL-RUNS (WS-VOL-IX) TO RPT-DET-RUNS
           MOVE 0 TO WS-AVERAGE
           MOVE 0 TO WS-LOW-LIMIT
           MOVE 0 TO WS-HIGH-LIMIT
           IF WS-VL-RUNS (WS-VOL-IX) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-VL-SUM (WS-VOL-IX) / WS-VL-RUNS (WS-VOL-IX)
               IF WS-TOLERANCE-PCT < 100
                   COMPUTE WS-LOW-LIMIT =
                       WS-AVERAGE * (100 - WS-TOLERANCE-PCT) / 100
               END-IF
               COMPUTE WS-HIGH-LIMIT ROUNDED =
                   WS-AVERAGE * (100 + WS-TOLERANCE-PCT) / 100
           END-IF
           MOVE WS-AVERAGE TO RPT-DET-AVERAGE
           MOVE WS-LOW-LIMIT TO RPT-DET-LOW
           MOVE WS-HIGH-LIMIT TO RPT-DET-HIGH
           EVALUATE TRUE
               WHEN WS-VL-RUNS (WS-VOL-IX) = 0
                   MOVE "NEW - NOT CHECKED" TO RPT-DET-STATUS
               WHEN WS-VL-TONIGHT (WS-VOL-IX) = 0
                   AND WS-VL-LATE (WS-VOL-IX) = "Y"
                   MOVE "LATE - SUPPLEMENTAL" TO RPT-DET-STATUS
               WHEN WS-VL-TONIGHT (WS-VOL-IX) = 0
                   AND WS-VL-RUNS (WS-VOL-IX) * 2 > WS-RING-USED
                   MOVE "*** MISSING" TO RPT-DET-STATUS
                   ADD 1 TO WS-MISSING-COUNT
                   SET WS-SEVERE-ERROR TO TRUE
               WHEN WS-VL-TONIGHT (WS-VOL-IX) = 0
                   MOVE "NOT SENT (OCCASIONAL)" TO RPT-DET-STATUS
               WHEN WS-VL-TONIGHT (WS-VOL-IX) < WS-LOW-LIMIT
                   MOVE "*** BELOW BAND" TO RPT-DET-STATUS
                   ADD 1 TO WS-FLAG-COUNT
               WHEN WS-VL-TONIGHT (WS-VOL-IX) > WS-HIGH-LIMIT
                   MOVE "*** ABOVE BAND" TO RPT-DET-STATUS
                   ADD 1 TO WS-FLAG-COUNT
               WHEN OTHER
                   MOVE "OK" TO RPT-DET-STATUS
           END-EVALUATE
           IF RPT-DET-STATUS (1:3) = "***"
               DISPLAY "  " WS-VL-SITE (WS-VOL-IX) " "
                   RPT-DET-STATUS " - tonight "
                   WS-VL-TONIGHT (WS-VOL-IX)
           END-IF
           MOVE RPT-DETAIL-LINE TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE WS-TOLERANCE-PCT TO RPT-HDR-PCT
           MOVE WS-LOOKBACK-RUNS TO RPT-HDR-RUNS
           MOVE WS-RING-USED TO RPT-HDR-USED
           MOVE RPT-HEADER-2 TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE SPACES TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE RPT-COLUMN-HEADER TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE "HISTORY RECORDS READ:   " TO RPT-COUNT-TEXT
           MOVE WS-HIST-READ TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE "TONIGHT'S DETAILS:      " TO RPT-COUNT-TEXT
           MOVE WS-DETAIL-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE "SITES OUTSIDE BAND:     " TO RPT-COUNT-TEXT
           MOVE WS-FLAG-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD
           MOVE "SITES MISSING:          " TO RPT-COUNT-TEXT
           MOVE WS-MISSING-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO VOLRPT-RECORD
           WRITE VOLRPT-RECORD.

       SET-VOLUME-RETURN-CODE.
           IF WS-SEVERE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLAG-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
