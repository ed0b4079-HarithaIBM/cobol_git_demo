      * recent runs agree with it. The proposed deck (TOTPROP,
      * TOTMAINT transaction layout) still goes through
      * COBTOTMN's edits and audit trail - the controls stay,
      * the keying goes. The deck is keyed in the name of
      * COBTOTGN, so COBTOTMN only queues the proposal and
      * any operator can then approve or reject it.
      * The target run date is operator-set through the GENPARM
      * file (one record, run date 9(8) CCYYMMDD; an old-style
      * 9(6) YYMMDD deck is expanded through the CENTWIN
      * window); when GENPARM is absent the proposal is cut
      * for today's date, or for the next processing day when
      * today is not one. Processing days come from the shared
      * CALENDAR (Monday to Friday when a date is not listed
      * or the calendar is absent); no proposal is cut for a
      * GENPARM date the stream never runs on. The
      * action is C when the target date is already on the
      * TOTALS cluster, otherwise A.
      *   RETURN-CODE 0 = proposal written for review
      *   RETURN-CODE 4 = target date is not a processing day
      *                   (or not a date) - empty deck
      *   RETURN-CODE 8 = no run history - nothing to derive
      *
       ENVIRONMENT DIVISION.
               RECORD KEY IS EXP-RUN-DATE
               FILE STATUS IS WS-TOTALS-STATUS.

           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PROP-FILE ASSIGN TO TOTPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           05  EXP-COUNTER          PIC 9(4).
           05  EXP-REL-TOTAL        PIC 9(8).

       FD  CAL-FILE.
           COPY CALREC.

       FD  PROP-FILE
           RECORDING MODE IS F.
       01  PROP-RECORD.
           05  PROP-RUN-DATE        PIC 9(8).
           05  PROP-COUNTER         PIC 9(4).
           05  PROP-REL-TOTAL       PIC 9(8).
           05  PROP-OPERATOR        PIC X(8).

       FD  TOTGRPT-FILE
           RECORDING MODE IS F.
       01 WS-TOTALS-STATUS   PIC X(2) VALUE "00".
       01 WS-PROP-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-HIST-EOF-SW     PIC X(1) VALUE "N".
           88 WS-HIST-EOF            VALUE "Y".
       COPY CENTWIN.
       01 WS-PRIOR-TOTAL     PIC 9(8) VALUE 0.
       01 WS-ON-FILE-SW      PIC X(1) VALUE "N".
           88 WS-TARGET-ON-FILE      VALUE "Y".
       01 WS-PARM-DATE-SW    PIC X(1) VALUE "N".
           88 WS-TARGET-FROM-PARM    VALUE "Y".
       01 WS-TARGET-SW       PIC X(1) VALUE "R".
           88 WS-TARGET-RUN-DAY      VALUE "R".
           88 WS-TARGET-ROLLED       VALUE "F".
           88 WS-TARGET-NO-RUN       VALUE "N".
       01 WS-FIRST-DATE      PIC 9(8) VALUE 0.
       01 WS-SKIP-REASON     PIC X(20) VALUE SPACES.
       01 WS-ROLL-DAYS       PIC 9(3) VALUE 0.
       01 WS-CAL-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-CAL-OPEN            VALUE "Y".
       01 WS-PROC-DAY-SW     PIC X(1) VALUE "Y".
           88 WS-PROC-DAY            VALUE "Y".
           88 WS-NON-PROC-DAY        VALUE "N".
       01 WS-DAY-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-DATE        PIC 9(8) VALUE 0.
       01 WS-DAY-WORK        PIC 9(8) VALUE 0.
       01 WS-DAY-WEEKS       PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK     PIC 9(1) VALUE 0.
       01 WS-DAY-REASON      PIC X(20) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(40)
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TGT-NOTE       PIC X(24).

       01 RPT-CALENDAR-LINE.
           05 FILLER             PIC X(17) VALUE "CALENDAR:        ".
           05 RPT-CAL-TEXT       PIC X(21).
           05 RPT-CAL-DATE       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-CAL-REASON     PIC X(20).

       01 RPT-VALUE-LINE.
           05 RPT-VAL-TEXT       PIC X(20).
           05 RPT-VAL-VALUE      PIC ZZZZZZZ9.
           DISPLAY "=============================================="
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-GENERATOR-PARAMETER
           PERFORM SETTLE-TARGET-DATE

           PERFORM SCAN-HISTORY-LATEST
           EVALUATE TRUE
               WHEN WS-HIST-RUNS = 0
                   DISPLAY "  No run history - nothing to derive"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TARGET-NO-RUN
                   PERFORM WRITE-EMPTY-DECK
                   PERFORM WRITE-NO-PROPOSAL-REPORT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM SCAN-HISTORY-AGREEMENT
                   PERFORM DECIDE-PROPOSAL-ACTION
                   PERFORM WRITE-PROPOSAL-DECK
                   PERFORM WRITE-REVIEW-REPORT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "COBTOTGN complete - return code: " RETURN-CODE
           STOP RUN.
               WHEN GENP-RUN-DATE (7:2) NOT = SPACES
                   AND GENP-RUN-DATE (1:8) IS NUMERIC
                   MOVE GENP-RUN-DATE TO WS-TARGET-DATE
                   SET WS-TARGET-FROM-PARM TO TRUE
               WHEN GENP-RUN-DATE (1:6) IS NUMERIC
                   IF GENP-RUN-DATE (1:2) > WS-CENTURY-PIVOT
                       MOVE 19 TO WS-FULL-CC
                   END-IF
                   MOVE GENP-RUN-DATE (1:6) TO WS-FULL-YMD
                   MOVE WS-FULL-DATE-N TO WS-TARGET-DATE
                   SET WS-TARGET-FROM-PARM TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * Checks the target date against the processing
      * calendar. An operator-named date the stream never
      * runs on is refused rather than moved - the operator
      * asked for that date. A defaulted date (today) that
      * is a weekend or holiday rolls forward to the next
      * processing day, looking no more than a year ahead.
      * The calendar is optional: without it every date
      * follows the Monday-to-Friday rule.
      *****************************************************
       SETTLE-TARGET-DATE.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY "  No processing calendar - Monday to Friday"
                   " assumed"
           END-IF
           MOVE WS-TARGET-DATE TO WS-FIRST-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TARGET-DATE) NOT = 0
               MOVE "NOT A VALID DATE" TO WS-SKIP-REASON
               SET WS-TARGET-NO-RUN TO TRUE
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TARGET-DATE)
               PERFORM CHECK-PROCESSING-DAY
               IF WS-NON-PROC-DAY
                   MOVE WS-DAY-REASON TO WS-SKIP-REASON
                   IF WS-TARGET-FROM-PARM
                       SET WS-TARGET-NO-RUN TO TRUE
                   ELSE
                       PERFORM ROLL-TARGET-FORWARD
                   END-IF
               END-IF
           END-IF
           IF WS-CAL-OPEN
               CLOSE CAL-FILE
               MOVE "N" TO WS-CAL-OPEN-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-TARGET-ROLLED
                   DISPLAY "  Target moved to " WS-TARGET-DATE
                       " - " WS-FIRST-DATE " not a processing day: "
                       WS-SKIP-REASON
               WHEN WS-TARGET-NO-RUN
                   DISPLAY "  *** No proposal - " WS-FIRST-DATE
                       " not a processing day: " WS-SKIP-REASON
           END-EVALUATE.

       ROLL-TARGET-FORWARD.
           MOVE 0 TO WS-ROLL-DAYS
           PERFORM UNTIL WS-PROC-DAY OR WS-ROLL-DAYS > 366
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-ROLL-DAYS
               PERFORM CHECK-PROCESSING-DAY
           END-PERFORM
           IF WS-PROC-DAY
               MOVE WS-DAY-DATE TO WS-TARGET-DATE
               SET WS-TARGET-ROLLED TO TRUE
           ELSE
               SET WS-TARGET-NO-RUN TO TRUE
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

      *****************************************************
      * First pass over history: find the most recent run.
      * Its counter and REL total are the proposed expected
      * values - the loop count parameter rarely changes,
      * so the latest run is the best predictor of the
      * next. Site detail records carry no run figures and
      * are passed over in both scans, as are supplemental
      * run records - a supplemental run adds late branch
      * files to its day's main run and leaves the day's
      * loop-test figures to that run.
      *****************************************************
       SCAN-HISTORY-LATEST.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-EOF
                   IF NOT HIST-SITE-DETAIL
                       AND NOT HIST-SUPPLEMENT-RUN
                       ADD 1 TO WS-HIST-RUNS
                       IF HIST-RUN-DATE >= WS-LATEST-DATE
                           MOVE HIST-RUN-DATE TO WS-LATEST-DATE
                           MOVE HIST-COUNTER TO WS-LATEST-COUNTER
                           MOVE HIST-REL-TOTAL TO WS-LATEST-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
           OPEN INPUT HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-HIST-EOF
               IF NOT HIST-SITE-DETAIL
                   AND NOT HIST-SUPPLEMENT-RUN
                   IF HIST-COUNTER = WS-LATEST-COUNTER
                       ADD 1 TO WS-CTR-AGREE
                   END-IF
                   IF HIST-REL-TOTAL = WS-LATEST-TOTAL
                       ADD 1 TO WS-TOT-AGREE
                   END-IF
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           MOVE WS-TARGET-DATE TO PROP-RUN-DATE
           MOVE WS-LATEST-COUNTER TO PROP-COUNTER
           MOVE WS-LATEST-TOTAL TO PROP-REL-TOTAL
           MOVE "COBTOTGN" TO PROP-OPERATOR
           WRITE PROP-RECORD
           CLOSE PROP-FILE
           DISPLAY "  Proposed " WS-ACTION " " WS-TARGET-DATE
           END-IF
           MOVE RPT-TARGET-LINE TO TOTGRPT-RECORD
           WRITE TOTGRPT-RECORD
           PERFORM WRITE-CALENDAR-LINE

           IF WS-TARGET-ON-FILE
               MOVE WS-PRIOR-COUNTER TO RPT-PRI-COUNTER
           WRITE TOTGRPT-RECORD

           CLOSE TOTGRPT-FILE.

      *****************************************************
      * The TOTPROP deck is still cut, empty, so the job's
      * dataset is cataloged the same way every run - there
      * is simply nothing for COBTOTMN to queue.
      *****************************************************
       WRITE-EMPTY-DECK.
           OPEN OUTPUT PROP-FILE
           CLOSE PROP-FILE.

       WRITE-NO-PROPOSAL-REPORT.
           OPEN OUTPUT TOTGRPT-FILE
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO TOTGRPT-RECORD
           WRITE TOTGRPT-RECORD
           MOVE WS-FIRST-DATE TO RPT-TGT-DATE
           MOVE "-" TO RPT-TGT-ACTION
           MOVE "(NO PROPOSAL CUT)" TO RPT-TGT-NOTE
           MOVE RPT-TARGET-LINE TO TOTGRPT-RECORD
           WRITE TOTGRPT-RECORD
           PERFORM WRITE-CALENDAR-LINE
           CLOSE TOTGRPT-FILE.

       WRITE-CALENDAR-LINE.
           MOVE SPACES TO RPT-CAL-DATE
           EVALUATE TRUE
               WHEN WS-TARGET-ROLLED
                   MOVE "ROLLED FORWARD FROM" TO RPT-CAL-TEXT
                   MOVE WS-FIRST-DATE TO RPT-CAL-DATE
                   MOVE WS-SKIP-REASON TO RPT-CAL-REASON
               WHEN WS-TARGET-NO-RUN
                   MOVE "NOT A PROCESSING DAY" TO RPT-CAL-TEXT
                   MOVE WS-SKIP-REASON TO RPT-CAL-REASON
               WHEN OTHER
                   MOVE "PROCESSING DAY" TO RPT-CAL-TEXT
                   MOVE WS-DAY-REASON TO RPT-CAL-REASON
           END-EVALUATE
           MOVE RPT-CALENDAR-LINE TO TOTGRPT-RECORD
           WRITE TOTGRPT-RECORD.
