      * by COBVALID and COBOLTEST1. Run standalone, it gives the
      * repair desk a worklist instead of eyeballing the raw
      * suspense records: every outstanding item is listed with
      * its age in business days, and the outstanding position
      * is broken out by site, reason code (01 to 05) and age
      * bucket - today, 1 to 7 days, over 7 days.
      * Ages count the processing days since the item was
      * written, read off the shared CALENDAR (Monday to
      * Friday when a date is not listed or the calendar is
      * absent), so a long weekend does not make the repair
      * desk look days late.
      * The stale-item threshold in business days is operator-
      * set through the AGEPARM file (one record, days 9(3));
      * when AGEPARM is absent the threshold defaults to 7.
      *   RETURN-CODE 0 = nothing older than the threshold
      *   RETURN-CODE 4 = one or more items older than the
      *                   threshold (scheduler flags the run)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SUSPRPT-FILE ASSIGN TO SUSPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  AGEPARM-RECORD.
           05  AGEP-STALE-DAYS      PIC 9(3).

       FD  CAL-FILE.
           COPY CALREC.

       FD  SUSPRPT-FILE
           RECORDING MODE IS F.
       01  SUSPRPT-RECORD           PIC X(80).
       01 WS-SUSP-STATUS     PIC X(2) VALUE "00".
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-SUSP-EOF-SW     PIC X(1) VALUE "N".
           88 WS-SUSP-EOF            VALUE "Y".
       COPY CENTWIN.
       01 WS-TODAY-INT       PIC 9(8) VALUE 0.
       01 WS-REC-INT         PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS        PIC S9(5) VALUE 0.
       01 WS-LAST-AGED-INT   PIC 9(8) VALUE 0.
       01 WS-CAL-OPEN-SW     PIC X(1) VALUE "N".
           88 WS-CAL-OPEN            VALUE "Y".
       01 WS-PROC-DAY-SW     PIC X(1) VALUE "Y".
           88 WS-PROC-DAY            VALUE "Y".
           88 WS-NON-PROC-DAY        VALUE "N".
       01 WS-DAY-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-FROM        PIC 9(8) VALUE 0.
       01 WS-DAY-DATE        PIC 9(8) VALUE 0.
       01 WS-DAY-WORK        PIC 9(8) VALUE 0.
       01 WS-DAY-WEEKS       PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK     PIC 9(1) VALUE 0.
       01 WS-DAY-REASON      PIC X(20) VALUE SPACES.
       01 WS-DATE-CCYYMMDD.
           05 WS-DATE-CC    PIC 9(2).
           05 WS-DATE-YY    PIC 9(2).
           05 RPT-HDR-DD         PIC 9(2).
           05 FILLER             PIC X(13) VALUE "  THRESHOLD ".
           05 RPT-HDR-DAYS       PIC ZZ9.
           05 FILLER             PIC X(14) VALUE " BUSINESS DAYS".

       01 RPT-COLUMN-HEADER.
           05 FILLER             PIC X(6)  VALUE "SITE".
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-AGE-PARAMETER
           PERFORM COMPUTE-TODAY-INTEGER
           PERFORM OPEN-CALENDAR

           OPEN OUTPUT SUSPRPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM AGE-SUSPENSE-FILE
           PERFORM WRITE-AGING-SUMMARY
           CLOSE SUSPRPT-FILE
           PERFORM CLOSE-CALENDAR

           PERFORM SET-AGING-RETURN-CODE
           DISPLAY " "
               END-READ
               CLOSE AGEPARM-FILE
           END-IF
           DISPLAY "  Stale threshold: " WS-STALE-DAYS
               " business days".

       COMPUTE-TODAY-INTEGER.
           MOVE 20 TO WS-DATE-CC
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
      * Ages one outstanding item against today's date, in
      * processing days since the day it was written.
      * Bucket 1 = written today (or over a weekend not yet
      * followed by a processing day), bucket 2 = 1 to 7
      * business days, bucket 3 = over 7. Items older than
      * the operator threshold are flagged on the worklist
      * and drive the RETURN-CODE 4 scheduler signal.
      * Suspense is written in run-date order, so an item
      * from the same day as the one before reuses its age
      * rather than walking the calendar again.
      *****************************************************
       AGE-ONE-ITEM.
           MOVE SUSP-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-REC-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-REC-INT NOT = WS-LAST-AGED-INT
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-REC-INT TO WS-LAST-AGED-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS = 0
           PERFORM WRITE-WORKLIST-LINE
           PERFORM TALLY-AGING-ENTRY.

      *****************************************************
      * Counts the processing days after the item's day up
      * to and including today. An item dated in the
      * future ages 0.
      *****************************************************
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-AGE-DAYS
           COMPUTE WS-DAY-FROM = WS-REC-INT + 1
           PERFORM VARYING WS-DAY-INT FROM WS-DAY-FROM BY 1
               UNTIL WS-DAY-INT > WS-TODAY-INT
               PERFORM CHECK-PROCESSING-DAY
               IF WS-PROC-DAY
                   ADD 1 TO WS-AGE-DAYS
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

       WRITE-WORKLIST-LINE.
           MOVE SUSP-SITE-CODE TO RPT-DET-SITE
           MOVE SUSP-REASON-CODE TO RPT-DET-REASON
