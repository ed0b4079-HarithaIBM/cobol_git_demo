      * TOTALS KSDS read by COBOLTEST1's control-total
      * reconciliation. Replaces the ad-hoc IDCAMS REPRO
      * patch decks: maintenance transactions are read from
      * TOTMAINT, edit-checked and reported on TOTMRPT.
      * No change reaches the cluster on one operator's
      * say-so. An add, change or delete is only queued on
      * the TOTPEND pending-change KSDS under the keying
      * operator's ID; a later run, keyed by a different
      * operator, approves it (applied to TOTALS) or rejects
      * it (dropped). Every approved or rejected change cuts
      * an image to the TOTAUDIT trail carrying both
      * operator IDs, so auditors can see how each expected
      * total was set and who let it through. COBPENDA lists
      * the changes still waiting.
      * Transaction layout (one per record):
      *   action   X(1)  A = add, C = change, D = delete -
      *                  queued for approval
      *                  P = approve, R = reject the change
      *                  pending for the date
      *   date     9(8)  run date key (CCYYMMDD)
      *   counter  9(4)  expected counter (A/C only)
      *   total    9(8)  expected REL total (A/C only)
      *   operator X(8)  ID of the operator keying the
      *                  transaction (required)
      * An approval is refused when it comes from the
      * operator who keyed the change, or from the same run
      * that queued it.
      * Decks keyed on the old two-digit-year layout (date
      * YYMMDD) are still recognized by their blank tail and
      * their year expanded through the CENTWIN window, but
      * carry no operator ID and are rejected by the edits.
      *   RETURN-CODE 0 = all transactions queued, approved
      *                   or rejected as asked
      *   RETURN-CODE 4 = some transactions failed the edits
      *                   or could not be applied
      *   RETURN-CODE 8 = a cluster or the transaction file
      *                   not usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EXP-RUN-DATE
               FILE STATUS IS WS-TOTALS-STATUS.

           SELECT TPND-FILE ASSIGN TO TOTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPND-RUN-DATE
               FILE STATUS IS WS-TPND-STATUS.

           SELECT TOTM-FILE ASSIGN TO TOTMAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTM-STATUS.
           05  EXP-COUNTER          PIC 9(4).
           05  EXP-REL-TOTAL        PIC 9(8).

       FD  TPND-FILE.
           COPY TPNDREC.

       FD  TOTM-FILE
           RECORDING MODE IS F.
       01  TOTM-RECORD.
               10  TOTM-RD-DD       PIC 9(2).
           05  TOTM-COUNTER         PIC 9(4).
           05  TOTM-REL-TOTAL       PIC 9(8).
           05  TOTM-OPERATOR        PIC X(8).

       FD  TOTMRPT-FILE
           RECORDING MODE IS F.

       FD  TAUD-FILE
           RECORDING MODE IS F.
       01  TAUD-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-TOTALS-STATUS   PIC X(2) VALUE "00".
       01 WS-TOTM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-TAUD-STATUS     PIC X(2) VALUE "00".
       01 WS-TPND-STATUS     PIC X(2) VALUE "00".
       01 WS-TOTM-EOF-SW     PIC X(1) VALUE "N".
           88 WS-TOTM-EOF            VALUE "Y".
       COPY CENTWIN.
       01 WS-TOTM-IMAGE      PIC X(29) VALUE SPACES.
       01 WS-TRAN-VALID-SW   PIC X(1) VALUE "Y".
           88 WS-TRAN-VALID          VALUE "Y".
           88 WS-TRAN-INVALID        VALUE "N".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       01 WS-ON-FILE-SW      PIC X(1) VALUE "N".
           88 WS-ON-FILE             VALUE "Y".
       01 WS-READ-COUNT      PIC 9(6) VALUE 0.
       01 WS-QUEUED-COUNT    PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01 WS-DECLINED-COUNT  PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(6) VALUE 0.
       01 WS-REJECT-TEXT     PIC X(24) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-MIN    PIC 9(2).
           05 WS-RUN-SEC    PIC 9(2).
           05 WS-RUN-HSEC   PIC 9(2).
       01 WS-KEYED-DATE.
           05 WS-KEYED-CC   PIC 9(2) VALUE 20.
           05 WS-KEYED-YMD  PIC 9(6).
       01 WS-KEYED-DATE-N REDEFINES WS-KEYED-DATE PIC 9(8).
       01 WS-KEYED-TIME      PIC 9(6) VALUE 0.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(32)
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-TOTAL     PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-OPERATOR  PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-STATUS    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-REASON    PIC X(24).
           05 TAUD-BEFORE        PIC X(20).
           05 FILLER             PIC X(8)  VALUE "  AFTER ".
           05 TAUD-AFTER         PIC X(20).
           05 FILLER             PIC X(8)  VALUE "  MAKER ".
           05 TAUD-MAKER         PIC X(8).
           05 FILLER             PIC X(10) VALUE "  CHECKER ".
           05 TAUD-CHECKER       PIC X(8).

       PROCEDURE DIVISION.

           DISPLAY "======================================="
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-KEYED-YMD
           MOVE WS-RUN-TIME (1:6) TO WS-KEYED-TIME

           OPEN OUTPUT TOTMRPT-FILE
           PERFORM WRITE-REPORT-HEADER
               CLOSE TOTALS-FILE
               OPEN I-O TOTALS-FILE
           END-IF
           OPEN I-O TPND-FILE
           IF WS-TPND-STATUS = "35"
               OPEN OUTPUT TPND-FILE
               CLOSE TPND-FILE
               OPEN I-O TPND-FILE
           END-IF
           IF WS-TOTALS-STATUS NOT = "00"
               DISPLAY "  *** TOTALS cluster not usable - status "
                   WS-TOTALS-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               IF WS-TPND-STATUS NOT = "00"
                   DISPLAY "  *** TOTPEND cluster not usable - status "
                       WS-TPND-STATUS " ***"
                   SET WS-SEVERE-ERROR TO TRUE
               ELSE
                   PERFORM PROCESS-MAINT-FILE
               END-IF
           END-IF
           IF WS-TOTALS-STATUS = "00"
               CLOSE TOTALS-FILE
           END-IF
           IF WS-TPND-STATUS = "00"
               CLOSE TPND-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE TOTMRPT-FILE

           DISPLAY " "
           DISPLAY "  Transactions read:    " WS-READ-COUNT
           DISPLAY "  Changes queued:       " WS-QUEUED-COUNT
           DISPLAY "  Changes approved:     " WS-APPLIED-COUNT
           DISPLAY "  Changes declined:     " WS-DECLINED-COUNT
           DISPLAY "  Transactions rejected:" WS-REJECT-COUNT
           DISPLAY "COBTOTMN complete - return code: " RETURN-CODE
           STOP RUN.
      * it) two bytes left of the current positions, and is
      * two bytes shorter - a blank stretch where the
      * current layout has digits, never the year digits
      * themselves, tells the layouts apart. Delete,
      * approve and reject records carry no counter or
      * total, so they are told apart on the date tail
      * (bytes 8-9, blank on an old record, digits on a
      * current one); add/change records on the total tail
      * (bytes 20-21). The old record is reshaped in place
      * with the year expanded through the CENTWIN window,
      * then goes through the same edits as a current-layout
      * record.
      *****************************************************
       CONVERT-MAINT-RECORD.
           IF TOTM-ACTION = "D" OR "P" OR "R"
               IF TOTM-RECORD (8:2) = SPACES
                   PERFORM RESHAPE-OLD-MAINT-RECORD
               END-IF
           ELSE
               EVALUATE TOTM-ACTION
                   WHEN "A"
                   WHEN "C"
                   WHEN "D"
                       PERFORM QUEUE-PENDING-CHANGE
                   WHEN "P"
                       PERFORM APPROVE-PENDING-CHANGE
                   WHEN "R"
                       PERFORM DECLINE-PENDING-CHANGE
               END-EVALUATE
           END-IF.

       EDIT-MAINT-RECORD.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           IF TOTM-ACTION NOT = "A" AND "C" AND "D" AND "P" AND "R"
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
           IF TOTM-OPERATOR = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF TOTM-RUN-DATE IS NOT NUMERIC
                   MOVE "NON-NUMERIC RUN DATE" TO WS-REJECT-TEXT
                   MOVE "IMPLAUSIBLE RUN DATE" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF TOTM-ACTION = "A" OR "C"
                       IF TOTM-COUNTER IS NOT NUMERIC
                           OR TOTM-REL-TOTAL IS NOT NUMERIC
                           MOVE "NON-NUMERIC VALUES"
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************
      * Keying side. The change is checked against the live
      * record now - an add for a date already on file, or
      * a change or delete for one that is not, is refused
      * at once rather than left for the approver - and
      * queued under its date. A second change for a date
      * with one already pending is refused; the pending
      * one has to be approved or rejected first.
      *****************************************************
       QUEUE-PENDING-CHANGE.
           MOVE TOTM-RUN-DATE TO EXP-RUN-DATE
           PERFORM READ-LIVE-RECORD
           EVALUATE TRUE
               WHEN TOTM-ACTION = "A" AND WS-ON-FILE
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               WHEN TOTM-ACTION NOT = "A" AND NOT WS-ON-FILE
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   MOVE TOTM-RUN-DATE TO TPND-RUN-DATE
                   MOVE TOTM-ACTION TO TPND-ACTION
                   IF TOTM-ACTION = "D"
                       MOVE 0 TO TPND-COUNTER
                       MOVE 0 TO TPND-REL-TOTAL
                   ELSE
                       MOVE TOTM-COUNTER TO TPND-COUNTER
                       MOVE TOTM-REL-TOTAL TO TPND-REL-TOTAL
                   END-IF
                   MOVE TOTM-OPERATOR TO TPND-MAKER-ID
                   MOVE WS-KEYED-DATE-N TO TPND-KEYED-DATE
                   MOVE WS-KEYED-TIME TO TPND-KEYED-TIME
                   WRITE TPND-RECORD
                       INVALID KEY
                           MOVE "CHANGE ALREADY PENDING"
                               TO WS-REJECT-TEXT
                           PERFORM REJECT-MAINT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-QUEUED-COUNT
                           MOVE "QUEUED" TO RPT-TRAN-STATUS
                           MOVE SPACES TO RPT-TRAN-REASON
                           PERFORM WRITE-TRAN-LINE
                   END-WRITE
           END-EVALUATE.

       READ-LIVE-RECORD.
           READ TOTALS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-SW
           END-READ.

      *****************************************************
      * Approving side. The pending change is applied to
      * TOTALS and leaves the queue whether or not it could
      * be applied - an add whose date has been added since,
      * say, is reported and dropped, and has to be keyed
      * again. A refused approval (the keying operator, or
      * the run that queued it) leaves it pending.
      *****************************************************
       APPROVE-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF WS-TRAN-VALID
               EVALUATE TPND-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
               END-EVALUATE
               DELETE TPND-FILE
               END-DELETE
           END-IF.

       DECLINE-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF WS-TRAN-VALID
               MOVE TPND-RUN-DATE TO EXP-RUN-DATE
               PERFORM READ-LIVE-RECORD
               IF WS-ON-FILE
                   MOVE TOTALS-RECORD TO TAUD-BEFORE
               ELSE
                   MOVE SPACES TO TAUD-BEFORE
                   MOVE "NONE" TO TAUD-BEFORE
               END-IF
               MOVE SPACES TO TAUD-AFTER
               MOVE "DECLINED" TO TAUD-AFTER
               DELETE TPND-FILE
               END-DELETE
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "DECLINED" TO RPT-TRAN-STATUS
               PERFORM WRITE-TRAN-LINE
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.

      *    Finds the change pending for the transaction's
      *    date and checks the approver may act on it. The
      *    pending values are carried onto the transaction
      *    so the report line shows what was approved.
       READ-PENDING-CHANGE.
           MOVE TOTM-RUN-DATE TO TPND-RUN-DATE
           READ TPND-FILE
               INVALID KEY
                   MOVE "NO CHANGE PENDING" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
           END-READ
           IF WS-TRAN-VALID
               MOVE TPND-COUNTER TO TOTM-COUNTER
               MOVE TPND-REL-TOTAL TO TOTM-REL-TOTAL
               IF TPND-MAKER-ID = TOTM-OPERATOR
                   MOVE "KEYING OPERATOR" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF TPND-KEYED-DATE = WS-KEYED-DATE-N
                       AND TPND-KEYED-TIME = WS-KEYED-TIME
                       MOVE "QUEUED IN THIS RUN" TO WS-REJECT-TEXT
                       SET WS-TRAN-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-INVALID
               PERFORM REJECT-MAINT-RECORD
           ELSE
               MOVE SPACES TO RPT-TRAN-REASON
               STRING TPND-ACTION " KEYED BY " TPND-MAKER-ID
                   DELIMITED BY SIZE INTO RPT-TRAN-REASON
           END-IF.

       APPLY-ADD.
           MOVE SPACES TO TAUD-BEFORE
           MOVE "NONE" TO TAUD-BEFORE
           MOVE TPND-RUN-DATE TO EXP-RUN-DATE
           MOVE TPND-COUNTER TO EXP-COUNTER
           MOVE TPND-REL-TOTAL TO EXP-REL-TOTAL
           WRITE TOTALS-RECORD
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
           END-WRITE.

       APPLY-CHANGE.
           MOVE TPND-RUN-DATE TO EXP-RUN-DATE
           READ TOTALS-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   MOVE TOTALS-RECORD TO TAUD-BEFORE
                   MOVE TPND-COUNTER TO EXP-COUNTER
                   MOVE TPND-REL-TOTAL TO EXP-REL-TOTAL
                   REWRITE TOTALS-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED"
           END-READ.

       APPLY-DELETE.
           MOVE TPND-RUN-DATE TO EXP-RUN-DATE
           READ TOTALS-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT

       ACCEPT-MAINT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPROVED" TO RPT-TRAN-STATUS
           PERFORM WRITE-TRAN-LINE
           PERFORM WRITE-CHANGE-AUDIT.

       WRITE-TRAN-LINE.
           MOVE TOTM-ACTION TO RPT-TRAN-ACTION
           MOVE TOTM-RUN-DATE TO RPT-TRAN-DATE
           MOVE TOTM-OPERATOR TO RPT-TRAN-OPERATOR
           IF TOTM-COUNTER IS NUMERIC
               MOVE TOTM-COUNTER TO RPT-TRAN-COUNTER
           ELSE
           MOVE WS-RUN-HH TO TAUD-HH
           MOVE WS-RUN-MIN TO TAUD-MIN
           MOVE WS-RUN-SEC TO TAUD-SEC
           IF TOTM-ACTION = "R"
               MOVE "R" TO TAUD-ACTION
           ELSE
               MOVE TPND-ACTION TO TAUD-ACTION
           END-IF
           MOVE TPND-MAKER-ID TO TAUD-MAKER
           MOVE TOTM-OPERATOR TO TAUD-CHECKER
           OPEN EXTEND TAUD-FILE
           IF WS-TAUD-STATUS = "35"
               OPEN OUTPUT TAUD-FILE
           MOVE WS-READ-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO TOTMRPT-RECORD
           WRITE TOTMRPT-RECORD
           MOVE "CHANGES QUEUED:         " TO RPT-COUNT-TEXT
           MOVE WS-QUEUED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO TOTMRPT-RECORD
           WRITE TOTMRPT-RECORD
           MOVE "CHANGES DECLINED:       " TO RPT-COUNT-TEXT
           MOVE WS-DECLINED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO TOTMRPT-RECORD
           WRITE TOTMRPT-RECORD
           MOVE "CHANGES APPROVED:       " TO RPT-COUNT-TEXT
           MOVE WS-APPLIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO TOTMRPT-RECORD
           WRITE TOTMRPT-RECORD
