      * SITEMAST KSDS read by COBVALID and COBOLTEST1 when
      * policing TRANS-SITE-CODE. Maintained the same way
      * COBTOTMN maintains TOTALS: maintenance transactions
      * are read from SITMAINT, edit-checked and reported on
      * SITMRPT, and an add, change or delete is only queued
      * on the SITPEND pending-change KSDS under the keying
      * operator's ID until a later run, keyed by a
      * different operator, approves it (applied to
      * SITEMAST) or rejects it (dropped). Every approved or
      * rejected change cuts an image to the SITAUDIT trail
      * carrying both operator IDs. COBPENDA lists the
      * changes still waiting.
      * Transaction layout (one per record):
      *   action   X(1)  A = add, C = change, D = delete -
      *                  queued for approval
      *                  P = approve, R = reject the change
      *                  pending for the site
      *   site     X(4)  branch site code (the record key)
      *   name     X(20) branch name (A/C only)
      *   operator X(8)  ID of the operator keying the
      *                  transaction (required)
      * An approval is refused when it comes from the
      * operator who keyed the change, or from the same run
      * that queued it.
      *   RETURN-CODE 0 = all transactions queued, approved
      *                   or rejected as asked
      *   RETURN-CODE 4 = some transactions failed the edits
      *                   or could not be applied
      *   RETURN-CODE 8 = a cluster or the transaction file
      *                   not usable
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.

           SELECT SPND-FILE ASSIGN TO SITPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPND-SITE-CODE
               FILE STATUS IS WS-SPND-STATUS.

           SELECT SITM-FILE ASSIGN TO SITMAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITM-STATUS.
       FD  SITE-FILE.
           COPY SITEREC.

       FD  SPND-FILE.
           COPY SPNDREC.

       FD  SITM-FILE
           RECORDING MODE IS F.
       01  SITM-RECORD.
           05  SITM-ACTION          PIC X(1).
           05  SITM-SITE-CODE       PIC X(4).
           05  SITM-SITE-NAME       PIC X(20).
           05  SITM-OPERATOR        PIC X(8).

       FD  SITMRPT-FILE
           RECORDING MODE IS F.

       FD  SAUD-FILE
           RECORDING MODE IS F.
       01  SAUD-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SITE-STATUS     PIC X(2) VALUE "00".
       01 WS-SITM-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-SAUD-STATUS     PIC X(2) VALUE "00".
       01 WS-SPND-STATUS     PIC X(2) VALUE "00".
       01 WS-SITM-EOF-SW     PIC X(1) VALUE "N".
           88 WS-SITM-EOF            VALUE "Y".
       01 WS-TRAN-VALID-SW   PIC X(1) VALUE "Y".
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
           05 FILLER             PIC X(39)
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-NAME      PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-OPERATOR  PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-STATUS    PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-TRAN-REASON    PIC X(24).
           05 SAUD-BEFORE        PIC X(24).
           05 FILLER             PIC X(8)  VALUE "  AFTER ".
           05 SAUD-AFTER         PIC X(24).
           05 FILLER             PIC X(8)  VALUE "  MAKER ".
           05 SAUD-MAKER         PIC X(8).
           05 FILLER             PIC X(10) VALUE "  CHECKER ".
           05 SAUD-CHECKER       PIC X(8).

       PROCEDURE DIVISION.

           DISPLAY "=============================================="
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-KEYED-YMD
           MOVE WS-RUN-TIME (1:6) TO WS-KEYED-TIME

           OPEN OUTPUT SITMRPT-FILE
           PERFORM WRITE-REPORT-HEADER
               CLOSE SITE-FILE
               OPEN I-O SITE-FILE
           END-IF
           OPEN I-O SPND-FILE
           IF WS-SPND-STATUS = "35"
               OPEN OUTPUT SPND-FILE
               CLOSE SPND-FILE
               OPEN I-O SPND-FILE
           END-IF
           IF WS-SITE-STATUS NOT = "00"
               DISPLAY "  *** SITEMAST cluster not usable - status "
                   WS-SITE-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               IF WS-SPND-STATUS NOT = "00"
                   DISPLAY "  *** SITPEND cluster not usable - status "
                       WS-SPND-STATUS " ***"
                   SET WS-SEVERE-ERROR TO TRUE
               ELSE
                   PERFORM PROCESS-MAINT-FILE
               END-IF
           END-IF
           IF WS-SITE-STATUS = "00"
               CLOSE SITE-FILE
           END-IF
           IF WS-SPND-STATUS = "00"
               CLOSE SPND-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE SITMRPT-FILE

           DISPLAY " "
           DISPLAY "  Transactions read:    " WS-READ-COUNT
           DISPLAY "  Changes queued:       " WS-QUEUED-COUNT
           DISPLAY "  Changes approved:     " WS-APPLIED-COUNT
           DISPLAY "  Changes declined:     " WS-DECLINED-COUNT
           DISPLAY "  Transactions rejected:" WS-REJECT-COUNT
           DISPLAY "COBSITMN complete - return code: " RETURN-CODE
           STOP RUN.
           ELSE
               EVALUATE SITM-ACTION
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
           IF SITM-ACTION NOT = "A" AND "C" AND "D" AND "P" AND "R"
               MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
           IF SITM-OPERATOR = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-TEXT
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF SITM-SITE-CODE = SPACES
                   MOVE "BLANK SITE CODE" TO WS-REJECT-TEXT
                   MOVE "RESERVED SITE PREFIX" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF SITM-ACTION = "A" OR "C"
                       IF SITM-SITE-NAME = SPACES
                           MOVE "BLANK SITE NAME" TO WS-REJECT-TEXT
                           SET WS-TRAN-INVALID TO TRUE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************
      * Keying side. The change is checked against the live
      * record now - an add for a site already on file, or
      * a change or delete for one that is not, is refused
      * at once rather than left for the approver - and
      * queued under its site code. A second change for a
      * site with one already pending is refused; the
      * pending one has to be approved or rejected first.
      *****************************************************
       QUEUE-PENDING-CHANGE.
           MOVE SITM-SITE-CODE TO SITE-CODE
           PERFORM READ-LIVE-RECORD
           EVALUATE TRUE
               WHEN SITM-ACTION = "A" AND WS-ON-FILE
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               WHEN SITM-ACTION NOT = "A" AND NOT WS-ON-FILE
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   MOVE SITM-SITE-CODE TO SPND-SITE-CODE
                   MOVE SITM-ACTION TO SPND-ACTION
                   IF SITM-ACTION = "D"
                       MOVE SPACES TO SPND-SITE-NAME
                   ELSE
                       MOVE SITM-SITE-NAME TO SPND-SITE-NAME
                   END-IF
                   MOVE SITM-OPERATOR TO SPND-MAKER-ID
                   MOVE WS-KEYED-DATE-N TO SPND-KEYED-DATE
                   MOVE WS-KEYED-TIME TO SPND-KEYED-TIME
                   WRITE SPND-RECORD
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
           READ SITE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-SW
           END-READ.

      *****************************************************
      * Approving side, as in COBTOTMN: the pending change
      * leaves the queue whether or not it could be applied;
      * a refused approval leaves it pending.
      *****************************************************
       APPROVE-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF WS-TRAN-VALID
               EVALUATE SPND-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
               END-EVALUATE
               DELETE SPND-FILE
               END-DELETE
           END-IF.

       DECLINE-PENDING-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF WS-TRAN-VALID
               MOVE SPND-SITE-CODE TO SITE-CODE
               PERFORM READ-LIVE-RECORD
               IF WS-ON-FILE
                   MOVE SITE-RECORD TO SAUD-BEFORE
               ELSE
                   MOVE SPACES TO SAUD-BEFORE
                   MOVE "NONE" TO SAUD-BEFORE
               END-IF
               MOVE SPACES TO SAUD-AFTER
               MOVE "DECLINED" TO SAUD-AFTER
               DELETE SPND-FILE
               END-DELETE
               ADD 1 TO WS-DECLINED-COUNT
               MOVE "DECLINED" TO RPT-TRAN-STATUS
               PERFORM WRITE-TRAN-LINE
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.

      *    Finds the change pending for the transaction's
      *    site and checks the approver may act on it. The
      *    pending name is carried onto the transaction so
      *    the report line shows what was approved.
       READ-PENDING-CHANGE.
           MOVE SITM-SITE-CODE TO SPND-SITE-CODE
           READ SPND-FILE
               INVALID KEY
                   MOVE "NO CHANGE PENDING" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
           END-READ
           IF WS-TRAN-VALID
               MOVE SPND-SITE-NAME TO SITM-SITE-NAME
               IF SPND-MAKER-ID = SITM-OPERATOR
                   MOVE "KEYING OPERATOR" TO WS-REJECT-TEXT
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   IF SPND-KEYED-DATE = WS-KEYED-DATE-N
                       AND SPND-KEYED-TIME = WS-KEYED-TIME
                       MOVE "QUEUED IN THIS RUN" TO WS-REJECT-TEXT
                       SET WS-TRAN-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-INVALID
               PERFORM REJECT-MAINT-RECORD
           ELSE
               MOVE SPACES TO RPT-TRAN-REASON
               STRING SPND-ACTION " KEYED BY " SPND-MAKER-ID
                   DELIMITED BY SIZE INTO RPT-TRAN-REASON
           END-IF.

       APPLY-ADD.
           MOVE SPACES TO SAUD-BEFORE
           MOVE "NONE" TO SAUD-BEFORE
           MOVE SPND-SITE-CODE TO SITE-CODE
           MOVE SPND-SITE-NAME TO SITE-NAME
           WRITE SITE-RECORD
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
           END-WRITE.

       APPLY-CHANGE.
           MOVE SPND-SITE-CODE TO SITE-CODE
           READ SITE-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM REJECT-MAINT-RECORD
               NOT INVALID KEY
                   MOVE SITE-RECORD TO SAUD-BEFORE
                   MOVE SPND-SITE-NAME TO SITE-NAME
                   REWRITE SITE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED"
           END-READ.

       APPLY-DELETE.
           MOVE SPND-SITE-CODE TO SITE-CODE
           READ SITE-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-TEXT

       ACCEPT-MAINT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPROVED" TO RPT-TRAN-STATUS
           PERFORM WRITE-TRAN-LINE
           PERFORM WRITE-CHANGE-AUDIT.

           MOVE SITM-ACTION TO RPT-TRAN-ACTION
           MOVE SITM-SITE-CODE TO RPT-TRAN-SITE
           MOVE SITM-SITE-NAME TO RPT-TRAN-NAME
           MOVE SITM-OPERATOR TO RPT-TRAN-OPERATOR
           MOVE RPT-TRAN-LINE TO SITMRPT-RECORD
           WRITE SITMRPT-RECORD.

           MOVE WS-RUN-HH TO SAUD-HH
           MOVE WS-RUN-MIN TO SAUD-MIN
           MOVE WS-RUN-SEC TO SAUD-SEC
           IF SITM-ACTION = "R"
               MOVE "R" TO SAUD-ACTION
           ELSE
               MOVE SPND-ACTION TO SAUD-ACTION
           END-IF
           MOVE SPND-MAKER-ID TO SAUD-MAKER
           MOVE SITM-OPERATOR TO SAUD-CHECKER
           OPEN EXTEND SAUD-FILE
           IF WS-SAUD-STATUS = "35"
               OPEN OUTPUT SAUD-FILE
           MOVE WS-READ-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO SITMRPT-RECORD
           WRITE SITMRPT-RECORD
           MOVE "CHANGES QUEUED:         " TO RPT-COUNT-TEXT
           MOVE WS-QUEUED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO SITMRPT-RECORD
           WRITE SITMRPT-RECORD
           MOVE "CHANGES DECLINED:       " TO RPT-COUNT-TEXT
           MOVE WS-DECLINED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO SITMRPT-RECORD
           WRITE SITMRPT-RECORD
           MOVE "CHANGES APPROVED:       " TO RPT-COUNT-TEXT
           MOVE WS-APPLIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO SITMRPT-RECORD
           WRITE SITMRPT-RECORD
