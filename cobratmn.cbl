       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRATMN.
      *
      * Supported maintenance path for the chargeback RATES
      * KSDS read by COBBILLG's month-end billing. Rate
      * transactions are read from RATMAINT, edit-checked,
      * applied to the cluster, and reported on RATMRPT.
      * Every applied change also cuts a before/after image
      * to the RATAUDIT trail so finance and the auditors
      * can see how and when each charge was set.
      * Transaction layout (one per record):
      *   action      X(1)      A = add, C = change,
      *                         D = delete
      *   type        X(1)      F/C/P/B/X, or * for the
      *                         default reject fee
      *   description X(20)     invoice wording (A/C only)
      *   standard    9(5)V99   charge per result (A/C only)
      *   cache hit   9(5)V99   charge per cache hit, not
      *                         above the standard (A/C only)
      *   reject fee  9(5)V99   handling fee (A/C only)
      *   RETURN-CODE 0 = all transactions applied
      *   RETURN-CODE 4 = some transactions rejected
      *   RETURN-CODE 8 = cluster or transaction file not
      *                   usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO RATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-TYPE-CODE
               FILE STATUS IS WS-RATES-STATUS.

           SELECT RATM-FILE ASSIGN TO RATMAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATM-STATUS.

           SELECT RATMRPT-FILE ASSIGN TO RATMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RAUD-FILE ASSIGN TO RATAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
           COPY RATEREC.

       FD  RATM-FILE
           RECORDING MODE IS F.
       01  RATM-RECORD.
           05  RATM-ACTION          PIC X(1).
           05  RATM-TYPE-CODE       PIC X(1).
               88  RATM-TYPE-VALID      VALUE "F" "C" "P" "B"
                                              "X" "*".
           05  RATM-DESCRIPTION     PIC X(20).
           05  RATM-STD-CHARGE      PIC 9(5)V99.
           05  RATM-HIT-CHARGE      PIC 9(5)V99.
           05  RATM-REJECT-FEE      PIC 9(5)V99.

       FD  RATMRPT-FILE
           RECORDING MODE IS F.
       01  RATMRPT-RECORD           PIC X(80).

       FD  RAUD-FILE
           RECORDING MODE IS F.
       01  RAUD-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RATES-STATUS    PIC X(2) VALUE "00".
       01 WS-RATM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-RAUD-STATUS     PIC X(2) VALUE "00".
       01 WS-RATM-EOF-SW     PIC X(1) VALUE "N".
           88 WS-RATM-EOF            VALUE "Y".
       01 WS-TRAN-VALID-SW   PIC X(1) VALUE "Y".
           88 WS-TRAN-VALID          VALUE "Y".
           88 WS-TRAN-INVALID        VALUE "N".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       01 WS-READ-COUNT      PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(6) VALUE 0.
       01 WS-REJECT-TEXT     PIC X(24) VALUE SPACES.
       01 WS-RATE-IMAGE.
           05 WS-RI-TYPE         PIC X(1).
           05 WS-RI-STD          PIC 9(5)V99.
           05 WS-RI-HIT          PIC 9(5)V99.
           05 WS-RI-FEE          PIC 9(5)V99.
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
           05 FILLER             PIC X(37)
               VALUE "COBRATMN - CHARGEBACK RATE MAINT - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).

       01 RPT-TRAN-LINE.
           05 RPT-TRAN-ACTION    PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 RPT-TRAN-TYPE      PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-STD       PIC ZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-HIT       PIC ZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-FEE       PIC ZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-STATUS    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-REASON    PIC X(24).

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.

       01 RAUD-DETAIL-LINE.
           05 RAUD-STAMP.
               10 RAUD-YY        PIC 9(2).
               10 RAUD-MM        PIC 9(2).
               10 RAUD-DD        PIC 9(2).
               10 FILLER         PIC X(1) VALUE "-".
               10 RAUD-HH        PIC 9(2).
               10 RAUD-MIN       PIC 9(2).
               10 RAUD-SEC       PIC 9(2).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RAUD-ACTION        PIC X(1).
           05 FILLER             PIC X(9)  VALUE "  BEFORE ".
           05 RAUD-BEFORE        PIC X(22).
           05 FILLER             PIC X(8)  VALUE "  AFTER ".
           05 RAUD-AFTER         PIC X(22).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBRATMN - chargeback rate maintenance"
           DISPLAY "======================================="
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT RATMRPT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN I-O RATES-FILE
           IF WS-RATES-STATUS = "35"
               OPEN OUTPUT RATES-FILE
               CLOSE RATES-FILE
               OPEN I-O RATES-FILE
           END-IF
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "  *** RATES cluster not usable - status "
                   WS-RATES-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               PERFORM PROCESS-MAINT-FILE
               CLOSE RATES-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE RATMRPT-FILE
           PERFORM SET-MAINT-RETURN-CODE

           DISPLAY " "
           DISPLAY "  Transactions read:    " WS-READ-COUNT
           DISPLAY "  Transactions applied: " WS-APPLIED-COUNT
           DISPLAY "  Transactions rejected:" WS-REJECT-COUNT
           DISPLAY "COBRATMN complete - return code: " RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO RATMRPT-RECORD
           WRITE RATMRPT-RECORD.

       PROCESS-MAINT-FILE.
           OPEN INPUT RATM-FILE
           IF WS-RATM-STATUS = "00"
               PERFORM READ-MAINT-RECORD
               PERFORM UNTIL WS-RATM-EOF
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-MAINT-RECORD
                   PERFORM READ-MAINT-RECORD
               END-PERFORM
               CLOSE RATM-FILE
           ELSE
               DISPLAY "  *** RATMAINT transaction file not found ***"
               SET WS-SEVERE-ERROR TO TRUE
           END-IF.

       READ-MAINT-RECORD.
           READ RATM-FILE
               AT END
                   SET WS-RATM-EOF TO TRUE
           END-READ.

       APPLY-MAINT-RECORD.
           PERFORM EDIT-MAINT-RECORD
           IF WS-TRAN-INVALID
               PERFORM REJECT-MAINT-RECORD
           ELSE
               EVALUATE RATM-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF.

      *****************************************************
      * A cache hit costs no calculation, so its charge is
      * the reduced rate - a hit charge above the standard
      * charge is a keying error and is rejected.
      *****************************************************
       EDIT-MAINT-RECORD.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           IF RATM-ACTION NOT = "A" AND "C" AND "D"
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF NOT RATM-TYPE-VALID
                   MOVE "INVALID TYPE CODE" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF RATM-ACTION NOT = "D"
                       PERFORM EDIT-MAINT-CHARGES
                   END-IF
               END-IF
           END-IF.

       EDIT-MAINT-CHARGES.
           IF RATM-STD-CHARGE IS NOT NUMERIC
               OR RATM-HIT-CHARGE IS NOT NUMERIC
               OR RATM-REJECT-FEE IS NOT NUMERIC
               MOVE "NON-NUMERIC CHARGES" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF RATM-HIT-CHARGE > RATM-STD-CHARGE
                   MOVE "HIT CHARGE OVER STANDARD" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF RATM-DESCRIPTION = SPACES
                       MOVE "NO DESCRIPTION" TO WS-REJECT-TEXT
                       SET WS-TRAN-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD.
           MOVE SPACES TO RAUD-BEFORE
           MOVE "NONE" TO RAUD-BEFORE
           MOVE RATM-TYPE-CODE TO RATE-TYPE-CODE
           MOVE RATM-DESCRIPTION TO RATE-DESCRIPTION
           MOVE RATM-STD-CHARGE TO RATE-STD-CHARGE
           MOVE RATM-HIT-CHARGE TO RATE-HIT-CHARGE
           MOVE RATM-REJECT-FEE TO RATE-REJECT-FEE
           WRITE RATE-RECORD
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-RATE-IMAGE
                   MOVE WS-RATE-IMAGE TO RAUD-AFTER
                   PERFORM ACCEPT-MAINT-RECORD
           END-WRITE.

       APPLY-CHANGE.
           MOVE RATM-TYPE-CODE TO RATE-TYPE-CODE
           READ RATES-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-RATE-IMAGE
                   MOVE WS-RATE-IMAGE TO RAUD-BEFORE
                   MOVE RATM-DESCRIPTION TO RATE-DESCRIPTION
                   MOVE RATM-STD-CHARGE TO RATE-STD-CHARGE
                   MOVE RATM-HIT-CHARGE TO RATE-HIT-CHARGE
                   MOVE RATM-REJECT-FEE TO RATE-REJECT-FEE
                   REWRITE RATE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED"
                               TO WS-REJECT-TEXT
                           PERFORM REJECT-MAINT-RECORD
                       NOT INVALID KEY
                           PERFORM BUILD-RATE-IMAGE
                           MOVE WS-RATE-IMAGE TO RAUD-AFTER
                           PERFORM ACCEPT-MAINT-RECORD
                   END-REWRITE
           END-READ.

       APPLY-DELETE.
           MOVE RATM-TYPE-CODE TO RATE-TYPE-CODE
           READ RATES-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-RATE-IMAGE
                   MOVE WS-RATE-IMAGE TO RAUD-BEFORE
                   DELETE RATES-FILE
                   END-DELETE
                   MOVE SPACES TO RAUD-AFTER
                   MOVE "NONE" TO RAUD-AFTER
                   PERFORM ACCEPT-MAINT-RECORD
           END-READ.

      *    The audit image carries the type and the three
      *    charges - the figures a bill is computed from.
       BUILD-RATE-IMAGE.
           MOVE RATE-TYPE-CODE TO WS-RI-TYPE
           MOVE RATE-STD-CHARGE TO WS-RI-STD
           MOVE RATE-HIT-CHARGE TO WS-RI-HIT
           MOVE RATE-REJECT-FEE TO WS-RI-FEE.

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
           DISPLAY "  REJECT: " RATM-ACTION " " RATM-TYPE-CODE
               " - " WS-REJECT-TEXT
           PERFORM WRITE-TRAN-LINE.

       WRITE-TRAN-LINE.
           MOVE RATM-ACTION TO RPT-TRAN-ACTION
           MOVE RATM-TYPE-CODE TO RPT-TRAN-TYPE
           IF RATM-STD-CHARGE IS NUMERIC
               MOVE RATM-STD-CHARGE TO RPT-TRAN-STD
           ELSE
               MOVE ZEROES TO RPT-TRAN-STD
           END-IF
           IF RATM-HIT-CHARGE IS NUMERIC
               MOVE RATM-HIT-CHARGE TO RPT-TRAN-HIT
           ELSE
               MOVE ZEROES TO RPT-TRAN-HIT
           END-IF
           IF RATM-REJECT-FEE IS NUMERIC
               MOVE RATM-REJECT-FEE TO RPT-TRAN-FEE
           ELSE
               MOVE ZEROES TO RPT-TRAN-FEE
           END-IF
           MOVE RPT-TRAN-LINE TO RATMRPT-RECORD
           WRITE RATMRPT-RECORD.

       WRITE-CHANGE-AUDIT.
           MOVE WS-RUN-YY TO RAUD-YY
           MOVE WS-RUN-MM TO RAUD-MM
           MOVE WS-RUN-DD TO RAUD-DD
           MOVE WS-RUN-HH TO RAUD-HH
           MOVE WS-RUN-MIN TO RAUD-MIN
           MOVE WS-RUN-SEC TO RAUD-SEC
           MOVE RATM-ACTION TO RAUD-ACTION
           OPEN EXTEND RAUD-FILE
           IF WS-RAUD-STATUS = "35"
               OPEN OUTPUT RAUD-FILE
           END-IF
           MOVE RAUD-DETAIL-LINE TO RAUD-RECORD
           WRITE RAUD-RECORD
           CLOSE RAUD-FILE.

       WRITE-REPORT-TOTALS.
           MOVE "TRANSACTIONS READ:      " TO RPT-COUNT-TEXT
           MOVE WS-READ-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO RATMRPT-RECORD
           WRITE RATMRPT-RECORD
           MOVE "TRANSACTIONS APPLIED:   " TO RPT-COUNT-TEXT
           MOVE WS-APPLIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO RATMRPT-RECORD
           WRITE RATMRPT-RECORD
           MOVE "TRANSACTIONS REJECTED:  " TO RPT-COUNT-TEXT
           MOVE WS-REJECT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO RATMRPT-RECORD
           WRITE RATMRPT-RECORD.

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
