       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBINQRY.
      *
      * Batch inquiry against the RESULTS store that COBEXTLD
      * loads from each verified warehouse extract. Reads a
      * file of lookup requests in the TRANREC layout - the
      * same records a department would otherwise send in
      * through its branch TRANSIN file - and looks each one
      * up on RESULTS by site/type/input/operand-2:
      *   - a request found on the store is answered straight
      *     away on INQANS, with the result and the run date
      *     it came from;
      *   - a miss is passed through to INQMISS, wrapped in a
      *     BH/BT site batch with the branch trailer count.
      *     The header is marked as a miss batch, so COBVALID
      *     accepts it alongside the site's own batch; the
      *     job splits INQMISS by site into the files the
      *     next COBTEST1 run concatenates after each
      *     branch's own TRANSIN file.
      * The inquiry file is assembled in department (site)
      * order like TRANSIN, so the INQRPT report breaks on
      * the site code and shows each department's hit/miss
      * split - the calculation volume the store has saved.
      * BH/BT records on the inquiry file are ignored. A
      * RESULTS entry flagged cancelled is no answer, so the
      * request is a miss; a cancellation (type "X") on the
      * inquiry file is not a lookup at all and is passed
      * through with the misses, full length, to go forward
      * to the calculation run.
      *   RETURN-CODE 0 = inquiry answered
      *   RETURN-CODE 4 = RESULTS store not available - every
      *                   request passed through as a miss
      *   RETURN-CODE 8 = INQIN inquiry file missing
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-FILE ASSIGN TO INQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

           SELECT RESULTS-FILE ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT ANS-FILE ASSIGN TO INQANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANS-STATUS.

           SELECT MISS-FILE ASSIGN TO INQMISS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISS-STATUS.

           SELECT INQRPT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQ-FILE
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  RESULTS-FILE.
           COPY RSLTREC.

      *****************************************************
      * Inquiry answer - the request key as asked, the
      * stored result and the run date it was calculated.
      *****************************************************
       FD  ANS-FILE
           RECORDING MODE IS F.
       01  ANS-RECORD.
           05  ANS-SITE-CODE        PIC X(4).
           05  ANS-TYPE-CODE        PIC X(1).
           05  ANS-INPUT-VALUE      PIC 9(4).
           05  ANS-OPERAND-2        PIC 9(4).
           05  ANS-RESULT           PIC 9(20).
           05  ANS-RUN-DATE         PIC 9(8).

       FD  MISS-FILE
           RECORDING MODE IS F.
           COPY TRANREC REPLACING LEADING ==TRANS-== BY ==MISS-==
                                  LEADING ==TBH-== BY ==MBH-==
                                  LEADING ==TBT-== BY ==MBT-==
                                  LEADING ==TCX-== BY ==MCX-==.

       FD  INQRPT-FILE
           RECORDING MODE IS F.
       01  INQRPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INQ-STATUS      PIC X(2) VALUE "00".
       01 WS-RESULTS-STATUS  PIC X(2) VALUE "00".
       01 WS-ANS-STATUS      PIC X(2) VALUE "00".
       01 WS-MISS-STATUS     PIC X(2) VALUE "00".
       01 WS-RPT-STATUS      PIC X(2) VALUE "00".
       01 WS-INQ-EOF-SW      PIC X(1) VALUE "N".
           88 WS-INQ-EOF             VALUE "Y".
       01 WS-RESULTS-SW      PIC X(1) VALUE "N".
           88 WS-RESULTS-AVAIL       VALUE "Y".
       01 WS-FOUND-SW        PIC X(1) VALUE "N".
           88 WS-RESULT-FOUND        VALUE "Y".
       01 WS-MISS-BATCH-SW   PIC X(1) VALUE "N".
           88 WS-MISS-BATCH-OPEN     VALUE "Y".
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-DEPT-CODE       PIC X(4) VALUE LOW-VALUES.
       01 WS-DEPT-REQS       PIC 9(6) VALUE 0.
       01 WS-DEPT-HITS       PIC 9(6) VALUE 0.
       01 WS-DEPT-MISSES     PIC 9(6) VALUE 0.
       01 WS-TOTAL-REQS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-HITS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-MISSES    PIC 9(6) VALUE 0.
       01 WS-DEPT-COUNT      PIC 9(6) VALUE 0.
       01 WS-BATCH-COUNT     PIC 9(6) VALUE 0.
       01 WS-HIT-PCT         PIC 9(3)V9 VALUE 0.

       01 RPT-HEADER-1.
           05 FILLER             PIC X(31)
               VALUE "COBINQRY - RESULTS INQUIRY - 20".
           05 RPT-HDR-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 RPT-HDR-DD         PIC 9(2).

       01 RPT-HEADER-2.
           05 FILLER             PIC X(10) VALUE "DEPT".
           05 FILLER             PIC X(10) VALUE "  REQUESTS".
           05 FILLER             PIC X(10) VALUE "      HITS".
           05 FILLER             PIC X(10) VALUE "    MISSES".
           05 FILLER             PIC X(10) VALUE "   HIT PCT".

       01 RPT-DEPT-LINE.
           05 RPT-DEPT-CODE      PIC X(4).
           05 FILLER             PIC X(10) VALUE SPACES.
           05 RPT-DEPT-REQS      PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-DEPT-HITS      PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-DEPT-MISSES    PIC ZZZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 RPT-DEPT-PCT       PIC ZZ9.9.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZ9.

       01 RPT-STATUS-LINE.
           05 FILLER             PIC X(16) VALUE "RESULTS STORE:  ".
           05 RPT-STATUS-TEXT    PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBINQRY - results store batch inquiry"
           DISPLAY "======================================="
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT INQ-FILE
           IF WS-INQ-STATUS NOT = "00"
               DISPLAY "  *** INQIN inquiry file not found ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INQRPT-FILE
           OPEN OUTPUT ANS-FILE
           OPEN OUTPUT MISS-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM OPEN-RESULTS-STORE

           PERFORM READ-INQUIRY-RECORD
           PERFORM UNTIL WS-INQ-EOF
               IF TRANS-IS-BATCH-HEADER
                   OR TRANS-IS-BATCH-TRAILER
                   CONTINUE
               ELSE
                   PERFORM CHECK-DEPARTMENT-BREAK
                   PERFORM ANSWER-INQUIRY
               END-IF
               PERFORM READ-INQUIRY-RECORD
           END-PERFORM
           IF WS-DEPT-CODE NOT = LOW-VALUES
               PERFORM END-DEPARTMENT
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE INQ-FILE
           CLOSE ANS-FILE
           CLOSE MISS-FILE
           CLOSE INQRPT-FILE
           IF WS-RESULTS-AVAIL
               CLOSE RESULTS-FILE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "  Requests read:   " WS-TOTAL-REQS
           DISPLAY "  Answered (hits): " WS-TOTAL-HITS
           DISPLAY "  Passed (misses): " WS-TOTAL-MISSES
           DISPLAY "COBINQRY complete - return code: " RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-YY TO RPT-HDR-YY
           MOVE WS-RUN-MM TO RPT-HDR-MM
           MOVE WS-RUN-DD TO RPT-HDR-DD
           MOVE RPT-HEADER-1 TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE SPACES TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE RPT-HEADER-2 TO INQRPT-RECORD
           WRITE INQRPT-RECORD.

      *****************************************************
      * Without the store every request is a miss: the
      * whole inquiry file still goes forward as TRANSIN
      * batches, so no department's request is lost.
      *****************************************************
       OPEN-RESULTS-STORE.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS = "00"
               SET WS-RESULTS-AVAIL TO TRUE
               MOVE "AVAILABLE" TO RPT-STATUS-TEXT
           ELSE
               DISPLAY "  *** RESULTS store not available - all"
                   " requests passed through as misses ***"
               MOVE "NOT AVAILABLE - ALL REQUESTS PASSED ON"
                   TO RPT-STATUS-TEXT
           END-IF.

       READ-INQUIRY-RECORD.
           READ INQ-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
           END-READ.

       CHECK-DEPARTMENT-BREAK.
           IF TRANS-SITE-CODE NOT = WS-DEPT-CODE
               IF WS-DEPT-CODE NOT = LOW-VALUES
                   PERFORM END-DEPARTMENT
               END-IF
               MOVE TRANS-SITE-CODE TO WS-DEPT-CODE
               MOVE 0 TO WS-DEPT-REQS
               MOVE 0 TO WS-DEPT-HITS
               MOVE 0 TO WS-DEPT-MISSES
               ADD 1 TO WS-DEPT-COUNT
           END-IF.

       ANSWER-INQUIRY.
           ADD 1 TO WS-DEPT-REQS
           ADD 1 TO WS-TOTAL-REQS
           PERFORM LOOKUP-RESULT
           IF WS-RESULT-FOUND
               ADD 1 TO WS-DEPT-HITS
               ADD 1 TO WS-TOTAL-HITS
               PERFORM WRITE-INQUIRY-ANSWER
           ELSE
               ADD 1 TO WS-DEPT-MISSES
               ADD 1 TO WS-TOTAL-MISSES
               PERFORM WRITE-MISS-DETAIL
           END-IF.

       LOOKUP-RESULT.
           MOVE "N" TO WS-FOUND-SW
           IF WS-RESULTS-AVAIL
               AND NOT TRANS-TYPE-CANCEL
               MOVE SPACES TO RSLT-RECORD
               MOVE TRANS-SITE-CODE TO RSLT-SITE-CODE
               MOVE TRANS-TYPE-CODE TO RSLT-TYPE-CODE
               MOVE TRANS-INPUT-VALUE TO RSLT-INPUT-VALUE
               MOVE TRANS-OPERAND-2 TO RSLT-OPERAND-2
               READ RESULTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RSLT-CANCELLED
                           SET WS-RESULT-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-INQUIRY-ANSWER.
           MOVE TRANS-SITE-CODE TO ANS-SITE-CODE
           MOVE TRANS-TYPE-CODE TO ANS-TYPE-CODE
           MOVE TRANS-INPUT-VALUE TO ANS-INPUT-VALUE
           MOVE TRANS-OPERAND-2 TO ANS-OPERAND-2
           MOVE RSLT-RESULT TO ANS-RESULT
           MOVE RSLT-RUN-DATE TO ANS-RUN-DATE
           WRITE ANS-RECORD.

      *****************************************************
      * The department's batch header is cut at its first
      * miss, so a department answered in full sends no
      * empty batch forward. The header is marked "M" as a
      * miss batch; the trailer carries the count of details
      * in the batch, as a branch's own would.
      *****************************************************
       WRITE-MISS-DETAIL.
           IF NOT WS-MISS-BATCH-OPEN
               MOVE SPACES TO MISS-BATCH-HEADER
               MOVE "BH" TO MBH-RECORD-MARK
               MOVE WS-DEPT-CODE TO MBH-SITE-CODE
               MOVE "M" TO MBH-BATCH-KIND
               WRITE MISS-BATCH-HEADER
               SET WS-MISS-BATCH-OPEN TO TRUE
               ADD 1 TO WS-BATCH-COUNT
           END-IF
           MOVE TRANS-CANCEL-RECORD TO MISS-CANCEL-RECORD
           WRITE MISS-CANCEL-RECORD.

       END-DEPARTMENT.
           IF WS-MISS-BATCH-OPEN
               MOVE SPACES TO MISS-BATCH-TRAILER
               MOVE "BT" TO MBT-RECORD-MARK
               MOVE WS-DEPT-CODE TO MBT-SITE-CODE
               MOVE WS-DEPT-MISSES TO MBT-RECORD-COUNT
               WRITE MISS-BATCH-TRAILER
               MOVE "N" TO WS-MISS-BATCH-SW
           END-IF
           MOVE WS-DEPT-CODE TO RPT-DEPT-CODE
           MOVE WS-DEPT-REQS TO RPT-DEPT-REQS
           MOVE WS-DEPT-HITS TO RPT-DEPT-HITS
           MOVE WS-DEPT-MISSES TO RPT-DEPT-MISSES
           MOVE 0 TO WS-HIT-PCT
           IF WS-DEPT-REQS > 0
               COMPUTE WS-HIT-PCT ROUNDED =
                   WS-DEPT-HITS * 100 / WS-DEPT-REQS
           END-IF
           MOVE WS-HIT-PCT TO RPT-DEPT-PCT
           MOVE RPT-DEPT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE "ALL " TO RPT-DEPT-CODE
           MOVE WS-TOTAL-REQS TO RPT-DEPT-REQS
           MOVE WS-TOTAL-HITS TO RPT-DEPT-HITS
           MOVE WS-TOTAL-MISSES TO RPT-DEPT-MISSES
           MOVE 0 TO WS-HIT-PCT
           IF WS-TOTAL-REQS > 0
               COMPUTE WS-HIT-PCT ROUNDED =
                   WS-TOTAL-HITS * 100 / WS-TOTAL-REQS
           END-IF
           MOVE WS-HIT-PCT TO RPT-DEPT-PCT
           MOVE RPT-DEPT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE SPACES TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE RPT-STATUS-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE "DEPARTMENTS:            " TO RPT-COUNT-TEXT
           MOVE WS-DEPT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE "REQUESTS ANSWERED:      " TO RPT-COUNT-TEXT
           MOVE WS-TOTAL-HITS TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE "REQUESTS PASSED ON:     " TO RPT-COUNT-TEXT
           MOVE WS-TOTAL-MISSES TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD
           MOVE "TRANSIN BATCHES WRITTEN:" TO RPT-COUNT-TEXT
           MOVE WS-BATCH-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO INQRPT-RECORD
           WRITE INQRPT-RECORD.
