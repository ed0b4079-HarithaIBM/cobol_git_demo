      * total exceptions, and the cross-run history into a
      * single one-page DASHRPT the early shift can sign off
      * instead of browsing four files.
      * Whether today is a processing day comes from the
      * shared CALENDAR (Monday to Friday when the date is
      * not listed or the calendar is absent); on a weekend
      * or holiday no run is expected, so none is missed.
      * A supplemental run of late branch files is shown as
      * part of the business day it adds to: its branches
      * and rejects join today's figures, and it is counted
      * on its own line rather than as another run.
      *   RETURN-CODE 0 = run logged today, reconciled clean,
      *                   or no run on a non-processing day
      *   RETURN-CODE 4 = run logged today, but control-total
      *                   exceptions were raised
      *   RETURN-CODE 8 = no run logged on a processing day,
      *                   or history file missing
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT DASH-FILE ASSIGN TO DASHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DASH-STATUS.
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  DASH-FILE
           RECORDING MODE IS F.
       01  DASH-RECORD              PIC X(80).
       01 WS-EXCEPT-STATUS   PIC X(2) VALUE "00".
       01 WS-HIST-STATUS     PIC X(2) VALUE "00".
       01 WS-DASH-STATUS     PIC X(2) VALUE "00".
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-AUDIT-EOF-SW    PIC X(1) VALUE "N".
           88 WS-AUDIT-EOF           VALUE "Y".
       01 WS-EXCEPT-EOF-SW   PIC X(1) VALUE "N".
           88 WS-RUN-FOUND           VALUE "Y".
       01 WS-HIST-MISSING-SW PIC X(1) VALUE "N".
           88 WS-HIST-MISSING        VALUE "Y".
       01 WS-CAL-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-CAL-OPEN            VALUE "Y".
       01 WS-PROC-DAY-SW     PIC X(1) VALUE "Y".
           88 WS-PROC-DAY            VALUE "Y".
           88 WS-NON-PROC-DAY        VALUE "N".
       COPY AUDITREC.
       COPY CENTWIN.
       01 WS-RUN-DATE.
           05 WS-FULL-YMD   PIC 9(6) VALUE 0.
       01 WS-FULL-DATE-N REDEFINES WS-FULL-DATE PIC 9(8).
       01 WS-TODAY-KEY       PIC 9(8) VALUE 0.
       01 WS-DAY-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-DATE        PIC 9(8) VALUE 0.
       01 WS-DAY-WORK        PIC 9(8) VALUE 0.
       01 WS-DAY-WEEKS       PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK     PIC 9(1) VALUE 0.
       01 WS-DAY-REASON      PIC X(20) VALUE SPACES.
       01 WS-AUDIT-IMAGE     PIC X(140) VALUE SPACES.
       01 WS-HIST-IMAGE      PIC X(120) VALUE SPACES.
       01 WS-EXC-DATE.
           05 WS-EXC-CC     PIC 9(2).
           05 WS-EXC-YMD    PIC 9(6).
       01 WS-EXC-DATE-N REDEFINES WS-EXC-DATE PIC 9(8).
       01 WS-RUNS-TODAY      PIC 9(4) VALUE 0.
       01 WS-SUPP-TODAY      PIC 9(4) VALUE 0.
       01 WS-LAST-STAMP      PIC X(15) VALUE SPACES.
       01 WS-LAST-RUN-NO     PIC X(6) VALUE SPACES.
       01 WS-EXC-TODAY       PIC 9(4) VALUE 0.
       01 WS-I               PIC 9(2) VALUE 0.
       01 WS-TODAY-RUN-SW    PIC X(1) VALUE "N".
           88 WS-TODAY-RUN           VALUE "Y".
       01 WS-HIST-RUNS       PIC 9(6) VALUE 0.
       01 WS-PROC-SUM        PIC 9(10) VALUE 0.
       01 WS-PROC-AVG        PIC 9(6) VALUE 0.
               VALUE "LAST RUN NUMBER:          ".
           05 DASH-RUN-NO        PIC X(6).

       01 DASH-PROCDAY-LINE.
           05 FILLER             PIC X(26)
               VALUE "PROCESSING DAY:           ".
           05 DASH-PROCDAY-FLAG  PIC X(5).
           05 DASH-PROCDAY-WHY   PIC X(20).

       01 DASH-RUNS-LINE.
           05 FILLER             PIC X(26)
               VALUE "RUNS LOGGED TODAY:        ".
           05 DASH-RUNS-TODAY    PIC ZZZ9.

       01 DASH-SUPP-LINE.
           05 FILLER             PIC X(26)
               VALUE "SUPPLEMENTAL RUNS TODAY:  ".
           05 DASH-SUPP-TODAY    PIC ZZZ9.

       01 DASH-STAT-LINE.
           05 DASH-STAT-TEXT     PIC X(26).
           05 DASH-STAT-TODAY    PIC ZZZZZ9.
           MOVE WS-RUN-DATE TO WS-FULL-YMD
           MOVE WS-FULL-DATE-N TO WS-TODAY-KEY

           PERFORM CHECK-TODAY-CALENDAR
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-EXCEPTION-FILE
           PERFORM SCAN-HISTORY-FILE
           DISPLAY "COBDASHB complete - return code: " RETURN-CODE
           STOP RUN.

      *****************************************************
      * Settles whether a run is expected today. The
      * processing calendar is optional: without it every
      * date follows the Monday-to-Friday rule.
      *****************************************************
       CHECK-TODAY-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY "  No processing calendar - Monday to Friday"
                   " assumed"
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-KEY)
           PERFORM CHECK-PROCESSING-DAY
           IF WS-CAL-OPEN
               CLOSE CAL-FILE
               MOVE "N" TO WS-CAL-OPEN-SW
           END-IF
           IF WS-NON-PROC-DAY
               DISPLAY "  Not a processing day - " WS-DAY-REASON
           END-IF.

      *****************************************************
      * Decides whether day number WS-DAY-INT (the
      * INTEGER-OF-DATE day count) is a processing day.
      * Day 1 - 1 January 1601 - was a Monday, so the
      * remainder of (day - 1) / 7 runs 0 = Monday to
      * 6 = Sunday. A calendar entry overrides the weekday
      * rule either way.
      *****************************************************
       CHECK-PROCESSING-DAY.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           SUBTRACT 1 FROM WS-DAY-INT GIVING WS-DAY-WORK
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-WEEKS
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK < 5
               SET WS-PROC-DAY TO TRUE
               MOVE SPACES TO WS-DAY-REASON
           ELSE
               SET WS-NON-PROC-DAY TO TRUE
               MOVE "WEEKEND" TO WS-DAY-REASON
           END-IF
           IF WS-CAL-OPEN
               MOVE WS-DAY-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DESCRIPTION TO WS-DAY-REASON
                       EVALUATE TRUE
                           WHEN CAL-HOLIDAY
                               SET WS-NON-PROC-DAY TO TRUE
                           WHEN CAL-BUSINESS-DAY
                               SET WS-PROC-DAY TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
           END-IF.

      *****************************************************
      * Every run record feeds the period averages; the
      * latest run record for today's date supplies the
      * "today" column of the dashboard. A run's processed
      * count is the sum of its site detail records, which
      * follow the run record, or of the embedded site
      * table on history written before the detail records
      * were introduced.
      * A supplemental run record is not another run: it
      * adds its rejects, and its site detail records their
      * counts, to the day of the main run it follows.
      *****************************************************
       ACCUMULATE-HISTORY.
           IF HIST-SITE-DETAIL
               ADD HIST-DET-SITE-TRANS TO WS-PROC-SUM
               IF WS-TODAY-RUN
                   ADD HIST-DET-SITE-TRANS TO WS-TODAY-PROC
               END-IF
           ELSE
               IF HIST-SUPPLEMENT-RUN
                   PERFORM ACCUMULATE-SUPPLEMENT-RUN
               ELSE
                   PERFORM ACCUMULATE-HISTORY-RUN
               END-IF
           END-IF.

       ACCUMULATE-SUPPLEMENT-RUN.
           ADD HIST-REJECT-COUNT TO WS-REJ-SUM
           IF HIST-RUN-DATE = WS-TODAY-KEY
               SET WS-TODAY-RUN TO TRUE
               ADD HIST-REJECT-COUNT TO WS-TODAY-REJ
               ADD 1 TO WS-SUPP-TODAY
           ELSE
               MOVE "N" TO WS-TODAY-RUN-SW
           END-IF.

       ACCUMULATE-HISTORY-RUN.
           ADD 1 TO WS-HIST-RUNS
           ADD HIST-COUNTER TO WS-ITER-SUM
           ADD HIST-REJECT-COUNT TO WS-REJ-SUM
           IF HIST-RUN-DATE = WS-TODAY-KEY
               SET WS-TODAY-RUN TO TRUE
               MOVE 0 TO WS-TODAY-PROC
               MOVE HIST-REJECT-COUNT TO WS-TODAY-REJ
               MOVE HIST-COUNTER TO WS-TODAY-ITER
           ELSE
               MOVE "N" TO WS-TODAY-RUN-SW
           END-IF
           IF HIST-OLD-RUN-RECORD
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > HIST-SITE-COUNT
                   OR WS-I > 8
                   ADD HIST-SITE-TRANS (WS-I) TO WS-PROC-SUM
                   IF WS-TODAY-RUN
                       ADD HIST-SITE-TRANS (WS-I) TO WS-TODAY-PROC
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-DASHBOARD.
           MOVE DASH-RULE-LINE TO DASH-RECORD
           WRITE DASH-RECORD

           IF WS-PROC-DAY
               MOVE "YES" TO DASH-PROCDAY-FLAG
           ELSE
               MOVE "NO - " TO DASH-PROCDAY-FLAG
           END-IF
           MOVE WS-DAY-REASON TO DASH-PROCDAY-WHY
           MOVE DASH-PROCDAY-LINE TO DASH-RECORD
           WRITE DASH-RECORD

           EVALUATE TRUE
               WHEN WS-RUN-FOUND
                   MOVE WS-LAST-STAMP TO DASH-STAMP
               WHEN WS-PROC-DAY
                   MOVE "NO RUN TODAY" TO DASH-STAMP
               WHEN OTHER
                   MOVE "NONE EXPECTED" TO DASH-STAMP
           END-EVALUATE
           MOVE DASH-STAMP-LINE TO DASH-RECORD
           WRITE DASH-RECORD

           MOVE DASH-RUNNO-LINE TO DASH-RECORD
           WRITE DASH-RECORD

      *    Every execution logs an audit line; the day's
      *    supplemental runs are shown apart from the runs.
           IF WS-SUPP-TODAY > WS-RUNS-TODAY
               MOVE WS-RUNS-TODAY TO DASH-RUNS-TODAY
           ELSE
               SUBTRACT WS-SUPP-TODAY FROM WS-RUNS-TODAY
                   GIVING DASH-RUNS-TODAY
           END-IF
           MOVE DASH-RUNS-LINE TO DASH-RECORD
           WRITE DASH-RECORD
           MOVE WS-SUPP-TODAY TO DASH-SUPP-TODAY
           MOVE DASH-SUPP-LINE TO DASH-RECORD
           WRITE DASH-RECORD

           MOVE "INPUTS PROCESSED TODAY:   " TO DASH-STAT-TEXT
           MOVE WS-TODAY-PROC TO DASH-STAT-TODAY
           CLOSE DASH-FILE

           DISPLAY "  Runs logged today:  " WS-RUNS-TODAY
           DISPLAY "  Supplemental today: " WS-SUPP-TODAY
           DISPLAY "  Exceptions today:   " WS-EXC-TODAY
           DISPLAY "  Runs in period:     " WS-HIST-RUNS.

      *****************************************************
      * A missing run is only an alarm on a processing day;
      * a weekend or holiday with no run ends clean.
      *****************************************************
       SET-DASHBOARD-RETURN-CODE.
           IF (NOT WS-RUN-FOUND AND WS-PROC-DAY)
               OR WS-HIST-MISSING
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXC-TODAY > 0
