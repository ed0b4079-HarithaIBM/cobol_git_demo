       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPENDA.
      *
      * Pending-change aging report over the two maker-checker
      * queues: TOTPEND (expected-totals changes keyed through
      * COBTOTMN) and SITPEND (site-master changes keyed
      * through COBSITMN). Every change still waiting for a
      * second operator is listed with what it would do, who
      * keyed it, when, and its age in business days (read off
      * the shared CALENDAR, Monday to Friday when a date is
      * not listed or the calendar is absent), so supervisors
      * can chase the approvals - a queued expected total that
      * is never approved leaves COBOLTEST1 reconciling
      * against the old figure.
      * The overdue threshold in business days is operator-set
      * through the PENDPARM file (one record, days 9(3)); when
      * PENDPARM is absent the threshold defaults to 2.
      *   RETURN-CODE 0 = nothing older than the threshold
      *   RETURN-CODE 4 = one or more changes older than the
      *                   threshold (scheduler flags the run)
      *   RETURN-CODE 8 = a pending-change cluster not usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPND-FILE ASSIGN TO TOTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPND-RUN-DATE
               FILE STATUS IS WS-TPND-STATUS.

           SELECT SPND-FILE ASSIGN TO SITPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPND-SITE-CODE
               FILE STATUS IS WS-SPND-STATUS.

           SELECT PENDPARM-FILE ASSIGN TO PENDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PENDRPT-FILE ASSIGN TO PENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TPND-FILE.
           COPY TPNDREC.

       FD  SPND-FILE.
           COPY SPNDREC.

       FD  PENDPARM-FILE
           RECORDING MODE IS F.
       01  PENDPARM-RECORD.
           05  PENDP-OVERDUE-DAYS   PIC 9(3).

       FD  CAL-FILE.
           COPY CALREC.

       FD  PENDRPT-FILE
           RECORDING MODE IS F.
       01  PENDRPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TPND-STATUS     PIC X(2) VALUE "00".
       01 WS-SPND-STATUS     PIC X(2) VALUE "00".
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 WS-FILE-EOF            VALUE "Y".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-OVERDUE-DAYS    PIC 9(3) VALUE 2.
       01 WS-TODAY-INT       PIC 9(8) VALUE 0.
       01 WS-REC-INT         PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS        PIC S9(5) VALUE 0.
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
           05 WS-DATE-MM    PIC 9(2).
           05 WS-DATE-DD    PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-CCYYMMDD PIC 9(8).
       01 WS-TOT-PENDING     PIC 9(6) VALUE 0.
       01 WS-SITE-PENDING    PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT   PIC 9(6) VALUE 0.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(36)
               VALUE "COBPENDA - PENDING CHANGE AGING - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).
           05 FILLER             PIC X(12) VALUE "  THRESHOLD ".
           05 RPT-HDR-DAYS       PIC ZZ9.
           05 FILLER             PIC X(14) VALUE " BUSINESS DAYS".

       01 RPT-COLUMN-HEADER.
           05 FILLER             PIC X(10) VALUE "FILE".
           05 FILLER             PIC X(10) VALUE "KEY".
           05 FILLER             PIC X(4)  VALUE "ACT".
           05 FILLER             PIC X(22) VALUE "CHANGE".
           05 FILLER             PIC X(10) VALUE "KEYED BY".
           05 FILLER             PIC X(10) VALUE "KEYED ON".
           05 FILLER             PIC X(4)  VALUE " AGE".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-FILE       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-KEY        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-ACTION     PIC X(1).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-DET-CHANGE     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-MAKER      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-DET-KEYED      PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-DET-AGE        PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-DET-FLAG       PIC X(9).

       01 RPT-TOT-CHANGE.
           05 RPT-TCH-COUNTER    PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE "/".
           05 RPT-TCH-TOTAL      PIC ZZZZZZZ9.
           05 FILLER             PIC X(7)  VALUE SPACES.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBPENDA - pending change aging report"
           DISPLAY "======================================="
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-PEND-PARAMETER
           PERFORM COMPUTE-TODAY-INTEGER
           PERFORM OPEN-CALENDAR

           OPEN OUTPUT PENDRPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LIST-TOTALS-PENDING
           PERFORM LIST-SITES-PENDING
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PENDRPT-FILE
           PERFORM CLOSE-CALENDAR

           PERFORM SET-AGING-RETURN-CODE
           DISPLAY " "
           DISPLAY "  TOTALS changes pending:  " WS-TOT-PENDING
           DISPLAY "  SITEMAST changes pending:" WS-SITE-PENDING
           DISPLAY "  Changes over threshold:  " WS-OVERDUE-COUNT
           DISPLAY "COBPENDA complete - return code: " RETURN-CODE
           STOP RUN.

       READ-PEND-PARAMETER.
           OPEN INPUT PENDPARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PENDPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PENDP-OVERDUE-DAYS IS NUMERIC
                           AND PENDP-OVERDUE-DAYS > 0
                           MOVE PENDP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE PENDPARM-FILE
           END-IF
           DISPLAY "  Overdue threshold: " WS-OVERDUE-DAYS
               " business days".

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
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE WS-OVERDUE-DAYS TO RPT-HDR-DAYS
           MOVE RPT-HEADER-1 TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE RPT-COLUMN-HEADER TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD.

      *****************************************************
      * A queue that has never been defined simply has
      * nothing pending; any other open failure means the
      * report cannot be trusted.
      *****************************************************
       LIST-TOTALS-PENDING.
           OPEN INPUT TPND-FILE
           IF WS-TPND-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-TOTALS-PENDING
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-TOT-PENDING
                   MOVE "TOTALS" TO RPT-DET-FILE
                   MOVE TPND-RUN-DATE TO RPT-DET-KEY
                   MOVE TPND-ACTION TO RPT-DET-ACTION
                   IF TPND-ACTION = "D"
                       MOVE SPACES TO RPT-DET-CHANGE
                   ELSE
                       MOVE TPND-COUNTER TO RPT-TCH-COUNTER
                       MOVE TPND-REL-TOTAL TO RPT-TCH-TOTAL
                       MOVE RPT-TOT-CHANGE TO RPT-DET-CHANGE
                   END-IF
                   MOVE TPND-MAKER-ID TO RPT-DET-MAKER
                   MOVE TPND-KEYED-DATE TO RPT-DET-KEYED
                   PERFORM AGE-ONE-CHANGE
                   PERFORM READ-TOTALS-PENDING
               END-PERFORM
               CLOSE TPND-FILE
           ELSE
               IF WS-TPND-STATUS = "35"
                   DISPLAY "  No TOTPEND queue - nothing pending"
               ELSE
                   DISPLAY "  *** TOTPEND not usable - status "
                       WS-TPND-STATUS " ***"
                   SET WS-SEVERE-ERROR TO TRUE
               END-IF
           END-IF.

       READ-TOTALS-PENDING.
           READ TPND-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       LIST-SITES-PENDING.
           OPEN INPUT SPND-FILE
           IF WS-SPND-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-SITES-PENDING
               PERFORM UNTIL WS-FILE-EOF
                   ADD 1 TO WS-SITE-PENDING
                   MOVE "SITEMAST" TO RPT-DET-FILE
                   MOVE SPND-SITE-CODE TO RPT-DET-KEY
                   MOVE SPND-ACTION TO RPT-DET-ACTION
                   MOVE SPND-SITE-NAME TO RPT-DET-CHANGE
                   MOVE SPND-MAKER-ID TO RPT-DET-MAKER
                   MOVE SPND-KEYED-DATE TO RPT-DET-KEYED
                   PERFORM AGE-ONE-CHANGE
                   PERFORM READ-SITES-PENDING
               END-PERFORM
               CLOSE SPND-FILE
           ELSE
               IF WS-SPND-STATUS = "35"
                   DISPLAY "  No SITPEND queue - nothing pending"
               ELSE
                   DISPLAY "  *** SITPEND not usable - status "
                       WS-SPND-STATUS " ***"
                   SET WS-SEVERE-ERROR TO TRUE
               END-IF
           END-IF.

       READ-SITES-PENDING.
           READ SPND-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

      *****************************************************
      * Ages one pending change (date already moved to the
      * detail line) against today's date, in processing
      * days since the day it was keyed, and writes it.
      *****************************************************
       AGE-ONE-CHANGE.
           MOVE RPT-DET-KEYED TO WS-DATE-NUM
           COMPUTE WS-REC-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-AGE-DAYS TO RPT-DET-AGE
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "*** STALE" TO RPT-DET-FLAG
           ELSE
               MOVE SPACES TO RPT-DET-FLAG
           END-IF
           MOVE RPT-DETAIL-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD.

      *****************************************************
      * Counts the processing days after the keyed day up
      * to and including today. A change dated in the
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

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE "TOTALS CHANGES PENDING: " TO RPT-COUNT-TEXT
           MOVE WS-TOT-PENDING TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE "SITE CHANGES PENDING:   " TO RPT-COUNT-TEXT
           MOVE WS-SITE-PENDING TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE "CHANGES OVER THRESHOLD: " TO RPT-COUNT-TEXT
           MOVE WS-OVERDUE-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD.

       SET-AGING-RETURN-CODE.
           IF WS-SEVERE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
