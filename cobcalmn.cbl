       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCALMN.
      *
      * Supported maintenance path for the processing CALENDAR
      * KSDS shared by the dashboard, the suspense and pending-
      * change aging reports, the expected-totals generator and
      * the batch-window report. Calendar transactions are read
      * from CALMAINT, edit-checked, applied to the cluster,
      * and reported on CALMRPT. Every applied change also cuts
      * a before/after image to the CALAUDIT trail, so a
      * missing-run alarm that did not fire can be traced to
      * the calendar entry that stood it down.
      * Only exceptions to the standing Monday-to-Friday rule
      * need to be listed - bank holidays, and any weekend day
      * the stream is to run - but a full list of business
      * days is accepted as well.
      * Transaction layout (one per record):
      *   action      X(1)      A = add, C = change,
      *                         D = delete
      *   date        9(8)      CCYYMMDD
      *   day type    X(1)      B = business day,
      *                         H = holiday (A/C only)
      *   description X(20)     e.g. holiday name (A/C only)
      *   RETURN-CODE 0 = all transactions applied
      *   RETURN-CODE 4 = some transactions rejected
      *   RETURN-CODE 8 = cluster or transaction file not
      *                   usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CALM-FILE ASSIGN TO CALMAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALM-STATUS.

           SELECT CALMRPT-FILE ASSIGN TO CALMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CAUD-FILE ASSIGN TO CALAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
           COPY CALREC.

       FD  CALM-FILE
           RECORDING MODE IS F.
       01  CALM-RECORD.
           05  CALM-ACTION          PIC X(1).
           05  CALM-DATE            PIC X(8).
           05  CALM-DATE-N REDEFINES CALM-DATE
                                    PIC 9(8).
           05  CALM-DAY-TYPE        PIC X(1).
               88  CALM-TYPE-VALID      VALUE "B" "H".
           05  CALM-DESCRIPTION     PIC X(20).

       FD  CALMRPT-FILE
           RECORDING MODE IS F.
       01  CALMRPT-RECORD           PIC X(80).

       FD  CAUD-FILE
           RECORDING MODE IS F.
       01  CAUD-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS      PIC X(2) VALUE "00".
       01 WS-CALM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-CAUD-STATUS     PIC X(2) VALUE "00".
       01 WS-CALM-EOF-SW     PIC X(1) VALUE "N".
           88 WS-CALM-EOF            VALUE "Y".
       01 WS-TRAN-VALID-SW   PIC X(1) VALUE "Y".
           88 WS-TRAN-VALID          VALUE "Y".
           88 WS-TRAN-INVALID        VALUE "N".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       01 WS-READ-COUNT      PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(6) VALUE 0.
       01 WS-REJECT-TEXT     PIC X(24) VALUE SPACES.
       01 WS-CAL-IMAGE.
           05 WS-CI-DATE         PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CI-TYPE         PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CI-DESC         PIC X(20).
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-RUN-TIME.
           05 WS-RUN-HH     PIC 9(2).
           05 WS-RUN-MIN    PIC 9(2).
           05 WS-RUN-SEC    PIC 9(2).
           05 WS-RUN-HSEC   PIC 9(2).

       01 RPT-HEADER-1.
           05 FILLER             PIC X(35)
               VALUE "COBCALMN - PROCESSING CALENDAR - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).

       01 RPT-TRAN-LINE.
           05 RPT-TRAN-ACTION    PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 RPT-TRAN-DATE      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-TYPE      PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-DESC      PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-STATUS    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-REASON    PIC X(24).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.

       01 CAUD-DETAIL-LINE.
           05 CAUD-STAMP.
               10 CAUD-YY        PIC 9(2).
               10 CAUD-MM        PIC 9(2).
               10 CAUD-DD        PIC 9(2).
               10 FILLER         PIC X(1) VALUE "-".
               10 CAUD-HH        PIC 9(2).
               10 CAUD-MIN       PIC 9(2).
               10 CAUD-SEC       PIC 9(2).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CAUD-ACTION        PIC X(1).
           05 FILLER             PIC X(9)  VALUE "  BEFORE ".
           05 CAUD-BEFORE        PIC X(31).
           05 FILLER             PIC X(8)  VALUE "  AFTER ".
           05 CAUD-AFTER         PIC X(31).
           05 FILLER             PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBCALMN - processing calendar maintenance"
           DISPLAY "==========================================="
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT CALMRPT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN I-O CAL-FILE
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CAL-FILE
               CLOSE CAL-FILE
               OPEN I-O CAL-FILE
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "  *** CALENDAR cluster not usable - status "
                   WS-CAL-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               PERFORM PROCESS-MAINT-FILE
               CLOSE CAL-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE CALMRPT-FILE
           PERFORM SET-MAINT-RETURN-CODE

           DISPLAY " "
           DISPLAY "  Transactions read:    " WS-READ-COUNT
           DISPLAY "  Transactions applied: " WS-APPLIED-COUNT
           DISPLAY "  Transactions rejected:" WS-REJECT-COUNT
           DISPLAY "COBCALMN complete - return code: " RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO CALMRPT-RECORD
           WRITE CALMRPT-RECORD.

       PROCESS-MAINT-FILE.
           OPEN INPUT CALM-FILE
           IF WS-CALM-STATUS = "00"
               PERFORM READ-MAINT-RECORD
               PERFORM UNTIL WS-CALM-EOF
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-MAINT-RECORD
                   PERFORM READ-MAINT-RECORD
               END-PERFORM
               CLOSE CALM-FILE
           ELSE
               DISPLAY "  *** CALMAINT transaction file not found ***"
               SET WS-SEVERE-ERROR TO TRUE
           END-IF.

       READ-MAINT-RECORD.
           READ CALM-FILE
               AT END
                   SET WS-CALM-EOF TO TRUE
           END-READ.

       APPLY-MAINT-RECORD.
           PERFORM EDIT-MAINT-RECORD
           IF WS-TRAN-INVALID
               PERFORM REJECT-MAINT-RECORD
           ELSE
               EVALUATE CALM-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF.

      *****************************************************
      * The date must be a real calendar date - every
      * reader turns it into a day number, and a 31st of
      * a short month would never match a run date.
      *****************************************************
       EDIT-MAINT-RECORD.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           IF CALM-ACTION NOT = "A" AND "C" AND "D"
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF CALM-DATE IS NOT NUMERIC
                   MOVE "NON-NUMERIC DATE" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (CALM-DATE-N)
                       NOT = 0
                       MOVE "INVALID DATE" TO WS-REJECT-TEXT
                       SET WS-TRAN-INVALID TO TRUE
                   ELSE
                       IF CALM-ACTION NOT = "D"
                           PERFORM EDIT-MAINT-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-MAINT-DAY.
           IF NOT CALM-TYPE-VALID
               MOVE "INVALID DAY TYPE" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF CALM-DESCRIPTION = SPACES
                   MOVE "NO DESCRIPTION" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       APPLY-ADD.
           MOVE SPACES TO CAUD-BEFORE
           MOVE "NONE" TO CAUD-BEFORE
           MOVE CALM-DATE-N TO CAL-DATE
           MOVE CALM-DAY-TYPE TO CAL-DAY-TYPE
           MOVE CALM-DESCRIPTION TO CAL-DESCRIPTION
           WRITE CAL-RECORD
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-CAL-IMAGE
                   MOVE WS-CAL-IMAGE TO CAUD-AFTER
                   PERFORM ACCEPT-MAINT-RECORD
           END-WRITE.

       APPLY-CHANGE.
           MOVE CALM-DATE-N TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-CAL-IMAGE
                   MOVE WS-CAL-IMAGE TO CAUD-BEFORE
                   MOVE CALM-DAY-TYPE TO CAL-DAY-TYPE
                   MOVE CALM-DESCRIPTION TO CAL-DESCRIPTION
                   REWRITE CAL-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED"
                               TO WS-REJECT-TEXT
                           PERFORM REJECT-MAINT-RECORD
                       NOT INVALID KEY
                           PERFORM BUILD-CAL-IMAGE
                           MOVE WS-CAL-IMAGE TO CAUD-AFTER
                           PERFORM ACCEPT-MAINT-RECORD
                   END-REWRITE
           END-READ.

       APPLY-DELETE.
           MOVE CALM-DATE-N TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-CAL-IMAGE
                   MOVE WS-CAL-IMAGE TO CAUD-BEFORE
                   DELETE CAL-FILE
                   END-DELETE
                   MOVE SPACES TO CAUD-AFTER
                   MOVE "NONE" TO CAUD-AFTER
                   PERFORM ACCEPT-MAINT-RECORD
           END-READ.

      *    The audit image carries the whole entry - date,
      *    day type and description.
       BUILD-CAL-IMAGE.
           MOVE CAL-DATE TO WS-CI-DATE
           MOVE CAL-DAY-TYPE TO WS-CI-TYPE
           MOVE CAL-DESCRIPTION TO WS-CI-DESC.

       ACCEPT-MAINT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO RPT-TRAN-STATUS
           MOVE SPACES TO RPT-TRAN-REASON
           PERFORM WRITE-TRAN-LINE
           PERFORM WRITE-CHANGE-AUDIT.

       REJECT-MAINT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO RPT-TRAN-STATUS
           MOVE WS-REJECT-TEXT TO RPT-TRAN-REASON
           DISPLAY "  REJECT: " CALM-ACTION " " CALM-DATE
               " - " WS-REJECT-TEXT
           PERFORM WRITE-TRAN-LINE.

       WRITE-TRAN-LINE.
           MOVE CALM-ACTION TO RPT-TRAN-ACTION
           MOVE CALM-DATE TO RPT-TRAN-DATE
           MOVE CALM-DAY-TYPE TO RPT-TRAN-TYPE
           MOVE CALM-DESCRIPTION TO RPT-TRAN-DESC
           MOVE RPT-TRAN-LINE TO CALMRPT-RECORD
           WRITE CALMRPT-RECORD.

       WRITE-CHANGE-AUDIT.
           MOVE WS-RUN-YY TO CAUD-YY
           MOVE WS-RUN-MM TO CAUD-MM
           MOVE WS-RUN-DD TO CAUD-DD
           MOVE WS-RUN-HH TO CAUD-HH
           MOVE WS-RUN-MIN TO CAUD-MIN
           MOVE WS-RUN-SEC TO CAUD-SEC
           MOVE CALM-ACTION TO CAUD-ACTION
           OPEN EXTEND CAUD-FILE
           IF WS-CAUD-STATUS = "35"
               OPEN OUTPUT CAUD-FILE
           END-IF
           MOVE CAUD-DETAIL-LINE TO CAUD-RECORD
           WRITE CAUD-RECORD
           CLOSE CAUD-FILE.

       WRITE-REPORT-TOTALS.
           MOVE "TRANSACTIONS READ:      " TO RPT-COUNT-TEXT
           MOVE WS-READ-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO CALMRPT-RECORD
           WRITE CALMRPT-RECORD
           MOVE "TRANSACTIONS APPLIED:   " TO RPT-COUNT-TEXT
           MOVE WS-APPLIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO CALMRPT-RECORD
           WRITE CALMRPT-RECORD
           MOVE "TRANSACTIONS REJECTED:  " TO RPT-COUNT-TEXT
           MOVE WS-REJECT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO CALMRPT-RECORD
           WRITE CALMRPT-RECORD.

       SET-MAINT-RETURN-CODE.
           IF WS-SEVERE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
