      * excluded from the trend figures; lines on the old
      * two-digit-year layout are reshaped through the
      * CENTWIN window before parsing.
      * Runs are expected on processing days only, as listed
      * on the shared CALENDAR (Monday to Friday when a date
      * is not listed or the calendar is absent). A processing
      * day from the first run on the log up to yesterday with
      * no run logged is listed as missed; a run made on a
      * weekend or holiday is only flagged NON-PROC DAY and
      * counted on its own summary line - its elapsed time
      * still goes into the average and the trend, since it
      * used the same window. A run whose END stamp is
      * earlier in the day than its start crossed midnight
      * and belongs to the day before.
      *   RETURN-CODE 0 = no run over the threshold, no
      *                   processing day missed
      *   RETURN-CODE 4 = one or more runs over the threshold,
      *                   or a processing day with no run
      *   RETURN-CODE 8 = audit log missing or empty
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT WINDRPT-FILE ASSIGN TO WINDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  WINPARM-RECORD.
           05  WINP-THRESHOLD       PIC 9(5).

       FD  CAL-FILE.
           COPY CALREC.

       FD  WINDRPT-FILE
           RECORDING MODE IS F.
       01  WINDRPT-RECORD           PIC X(80).
       01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-AUDIT-EOF-SW    PIC X(1) VALUE "N".
           88 WS-AUDIT-EOF           VALUE "Y".
       COPY AUDITREC.
       01 WS-SECOND-SUM      PIC 9(10) VALUE 0.
       01 WS-SECOND-CNT      PIC 9(3) VALUE 0.
       01 WS-SECOND-AVG      PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT    PIC 9(6) VALUE 0.
       01 WS-OFFDAY-COUNT    PIC 9(6) VALUE 0.
       01 WS-TODAY-INT       PIC 9(8) VALUE 0.
       01 WS-RUN-DAY-INT     PIC 9(8) VALUE 0.
       01 WS-LAST-DAY-INT    PIC 9(8) VALUE 0.
       01 WS-GAP-FROM        PIC 9(8) VALUE 0.
       01 WS-GAP-TO          PIC 9(8) VALUE 0.
       01 WS-STAMP-DATE      PIC 9(8) VALUE 0.
       01 WS-DATE-CCYYMMDD.
           05 WS-DATE-CC    PIC 9(2).
           05 WS-DATE-YY    PIC 9(2).
           05 WS-DATE-MM    PIC 9(2).
           05 WS-DATE-DD    PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-CCYYMMDD PIC 9(8).
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
       01 WS-TREND-TABLE.
           05 WS-TREND-ELAPSED OCCURS 200 TIMES PIC 9(5).

           DISPLAY "====================================="
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-WINDOW-PARAMETER
           PERFORM COMPUTE-TODAY-INTEGER
           PERFORM OPEN-CALENDAR

           OPEN OUTPUT WINDRPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-AUDIT-LOG
           PERFORM CHECK-TRAILING-DAYS
           PERFORM WRITE-TREND-SUMMARY
           CLOSE WINDRPT-FILE
           PERFORM CLOSE-CALENDAR

           PERFORM SET-WINDOW-RETURN-CODE
           DISPLAY " "
           DISPLAY "  Runs reported:      " WS-RUN-COUNT
           DISPLAY "  Runs over threshold:" WS-OVER-COUNT
           DISPLAY "  Processing days missed:" WS-MISSED-COUNT
           DISPLAY "COBWINDW complete - return code: " RETURN-CODE
           STOP RUN.

           END-IF
           DISPLAY "  Threshold: " WS-THRESHOLD " seconds".

       COMPUTE-TODAY-INTEGER.
           MOVE 20 TO WS-DATE-CC
           MOVE WS-RUN-YY TO WS-DATE-YY
           MOVE WS-RUN-MM TO WS-DATE-MM
           MOVE WS-RUN-DD TO WS-DATE-DD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).

      *****************************************************
      * The processing calendar is optional: without it
      * every date follows the Monday-to-Friday rule.
      *****************************************************
       OPEN-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY "  No processing calendar - Monday to Friday"
                   " assumed"
           END-IF.

       CLOSE-CALENDAR.
           IF WS-CAL-OPEN
               CLOSE CAL-FILE
               MOVE "N" TO WS-CAL-OPEN-SW
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           END-IF.

      *****************************************************
      * One report line per audit stamp, dated with the day
      * the run belongs to. Lines from before the start/
      * elapsed fields were added read back with spaces
      * there; they are listed for completeness but carry
      * no elapsed figure and stay out of the trend.
      *****************************************************
       REPORT-AUDIT-RECORD.
           PERFORM CONVERT-AUDIT-RECORD
           MOVE AUDIT-RECORD TO AUDIT-DETAIL-LINE
           ADD 1 TO WS-RUN-COUNT
           PERFORM SETTLE-RUN-DAY
           IF WS-RUN-DAY-INT > 0
               MOVE WS-DAY-DATE TO RPT-RUN-DATE
           ELSE
               MOVE AUD-TIMESTAMP (1:8) TO RPT-RUN-DATE
           END-IF
           MOVE AUD-TIMESTAMP (10:6) TO RPT-RUN-END
           IF AUD-ELAPSED-SEC IS NUMERIC
               ADD 1 TO WS-TIMED-COUNT
               MOVE "NOT KEPT" TO RPT-RUN-ELAPSED
               MOVE SPACES TO RPT-RUN-FLAG
           END-IF
           IF WS-RUN-DAY-INT > 0 AND WS-NON-PROC-DAY
               ADD 1 TO WS-OFFDAY-COUNT
               IF RPT-RUN-FLAG = SPACES
                   MOVE "NON-PROC DAY" TO RPT-RUN-FLAG
               END-IF
           END-IF
           MOVE RPT-RUN-LINE TO WINDRPT-RECORD
           WRITE WINDRPT-RECORD.

      *****************************************************
      * Works out which day the run belongs to, lists any
      * processing days skipped since the previous run's
      * day, and leaves WS-PROC-DAY set for the run's own
      * day. A stamp that is not a date is left out of the
      * day checks.
      *****************************************************
       SETTLE-RUN-DAY.
           MOVE 0 TO WS-RUN-DAY-INT
           SET WS-PROC-DAY TO TRUE
           IF AUD-TIMESTAMP (1:8) IS NUMERIC
               MOVE AUD-TIMESTAMP (1:8) TO WS-STAMP-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-STAMP-DATE) = 0
                   COMPUTE WS-RUN-DAY-INT =
                       FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                   IF AUD-START-TIME IS NUMERIC
                       AND AUD-START-TIME > AUD-TIMESTAMP (10:6)
                       SUBTRACT 1 FROM WS-RUN-DAY-INT
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-DAY-INT > 0
               IF WS-LAST-DAY-INT > 0
                   AND WS-RUN-DAY-INT > WS-LAST-DAY-INT + 1
                   COMPUTE WS-GAP-FROM = WS-LAST-DAY-INT + 1
                   COMPUTE WS-GAP-TO = WS-RUN-DAY-INT - 1
                   PERFORM LIST-MISSED-DAYS
               END-IF
               IF WS-RUN-DAY-INT > WS-LAST-DAY-INT
                   MOVE WS-RUN-DAY-INT TO WS-LAST-DAY-INT
               END-IF
               MOVE WS-RUN-DAY-INT TO WS-DAY-INT
               PERFORM CHECK-PROCESSING-DAY
           END-IF.

      *****************************************************
      * After the last run on the log, every processing day
      * up to yesterday should also have run - today's run
      * may simply not have happened yet.
      *****************************************************
       CHECK-TRAILING-DAYS.
           IF WS-LAST-DAY-INT > 0
               AND WS-TODAY-INT > WS-LAST-DAY-INT + 1
               COMPUTE WS-GAP-FROM = WS-LAST-DAY-INT + 1
               COMPUTE WS-GAP-TO = WS-TODAY-INT - 1
               PERFORM LIST-MISSED-DAYS
           END-IF.

       LIST-MISSED-DAYS.
           PERFORM VARYING WS-DAY-INT FROM WS-GAP-FROM BY 1
               UNTIL WS-DAY-INT > WS-GAP-TO
               PERFORM CHECK-PROCESSING-DAY
               IF WS-PROC-DAY
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE WS-DAY-DATE TO RPT-RUN-DATE
                   MOVE "------" TO RPT-RUN-START
                   MOVE "------" TO RPT-RUN-END
                   MOVE "NO RUN" TO RPT-RUN-ELAPSED
                   MOVE "*** MISSED" TO RPT-RUN-FLAG
                   MOVE RPT-RUN-LINE TO WINDRPT-RECORD
                   WRITE WINDRPT-RECORD
               END-IF
           END-PERFORM.

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

       WRITE-TREND-SUMMARY.
           MOVE SPACES TO WINDRPT-RECORD
           WRITE WINDRPT-RECORD
           MOVE WS-OVER-COUNT TO RPT-STAT-VALUE
           MOVE RPT-STAT-LINE TO WINDRPT-RECORD
           WRITE WINDRPT-RECORD
           MOVE "RUNS ON NON-PROC DAYS:    " TO RPT-STAT-TEXT
           MOVE WS-OFFDAY-COUNT TO RPT-STAT-VALUE
           MOVE RPT-STAT-LINE TO WINDRPT-RECORD
           WRITE WINDRPT-RECORD
           MOVE "PROCESSING DAYS MISSED:   " TO RPT-STAT-TEXT
           MOVE WS-MISSED-COUNT TO RPT-STAT-VALUE
           MOVE RPT-STAT-LINE TO WINDRPT-RECORD
           WRITE WINDRPT-RECORD
           IF WS-TIMED-COUNT > 0
               DIVIDE WS-ELAPSED-SUM BY WS-TIMED-COUNT
                   GIVING WS-ELAPSED-AVG
           IF WS-RUN-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVER-COUNT > 0 OR WS-MISSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
