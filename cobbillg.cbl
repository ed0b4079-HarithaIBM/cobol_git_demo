       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBBILLG.
      *
      * Month-end usage chargeback. Charges each branch for the
      * calculation work it submitted in the billing month,
      * priced from the RATES KSDS maintained by COBRATMN:
      *   - each EXTRACT result (D record) at the standard
      *     charge for its type, or at the reduced cache-hit
      *     charge when EXTD-CACHE-HIT is "Y"
      *   - each reversal (R record, an accepted cancellation)
      *     at the standard charge for type X
      *   - each SUSPFILE reject at the reject fee for its
      *     type; a type with no rate of its own (an unknown
      *     type code) takes the fee on the "*" default entry
      * Results are dated by EXTD-RUN-DATE, reversals by the
      * run date on their extract header, and rejects by
      * SUSP-RUN-DATE. Rejects for a site not on SITEMAST
      * (reason 04) are counted but not billed - there is no
      * branch to send the invoice to.
      * The billing month (CCYYMM) comes from the BILLPARM
      * file (one record, period 9(6)); when BILLPARM is
      * absent the month just ended is billed.
      * Output is one CHGREC charge record per site on the
      * CHGBACK finance interface file, and the INVOICE print:
      * one page per branch headed with its SITE-NAME from
      * SITEMAST, then a summary page of the run's totals.
      *   RETURN-CODE 0 = every branch billed and priced
      *   RETURN-CODE 4 = billed, but some activity had no
      *                   rate on RATES (priced at zero) or
      *                   a billed site had no SITEMAST name
      *   RETURN-CODE 8 = RATES or EXTRACT not usable, the
      *                   BILLPARM period is invalid, or the
      *                   site table filled (run incomplete)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLPARM-FILE ASSIGN TO BILLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RATES-FILE ASSIGN TO RATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-TYPE-CODE
               FILE STATUS IS WS-RATES-STATUS.

           SELECT SITE-FILE ASSIGN TO SITEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.

           SELECT EXT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT SUSP-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT INVOICE-FILE ASSIGN TO INVOICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLPARM-FILE
           RECORDING MODE IS F.
       01  BILLPARM-RECORD.
           05  BILP-PERIOD          PIC 9(6).

       FD  RATES-FILE.
           COPY RATEREC.

       FD  SITE-FILE.
           COPY SITEREC.

       FD  EXT-FILE
           RECORDING MODE IS F.
           COPY EXTREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  CHG-FILE
           RECORDING MODE IS F.
           COPY CHGREC.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS     PIC X(2) VALUE "00".
       01 WS-RATES-STATUS    PIC X(2) VALUE "00".
       01 WS-SITE-STATUS     PIC X(2) VALUE "00".
       01 WS-EXT-STATUS      PIC X(2) VALUE "00".
       01 WS-SUSP-STATUS     PIC X(2) VALUE "00".
       01 WS-CHG-STATUS      PIC X(2) VALUE "00".
       01 WS-INV-STATUS      PIC X(2) VALUE "00".
       01 WS-EXT-EOF-SW      PIC X(1) VALUE "N".
           88 WS-EXT-EOF             VALUE "Y".
       01 WS-SUSP-EOF-SW     PIC X(1) VALUE "N".
           88 WS-SUSP-EOF            VALUE "Y".
       01 WS-SITEMAST-SW     PIC X(1) VALUE "N".
           88 WS-SITEMAST-AVAIL      VALUE "Y".
       01 WS-SEVERE-SW       PIC X(1) VALUE "N".
           88 WS-SEVERE-ERROR        VALUE "Y".
       COPY CENTWIN.
       01 WS-SUSP-IMAGE      PIC X(23) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-YY     PIC 9(2).
           05 WS-RUN-MM     PIC 9(2).
           05 WS-RUN-DD     PIC 9(2).
       01 WS-BILL-DATE.
           05 FILLER        PIC 9(2) VALUE 20.
           05 WS-BILL-YMD   PIC 9(6).
       01 WS-BILL-DATE-N REDEFINES WS-BILL-DATE PIC 9(8).
       01 WS-BILL-PERIOD.
           05 WS-BILL-CCYY  PIC 9(4).
           05 WS-BILL-MM    PIC 9(2).
       01 WS-BILL-PERIOD-N REDEFINES WS-BILL-PERIOD PIC 9(6).
       01 WS-REC-PERIOD.
           05 WS-REC-CC     PIC 9(2).
           05 WS-REC-YYMM   PIC 9(4).
       01 WS-REC-PERIOD-N REDEFINES WS-REC-PERIOD PIC 9(6).
       01 WS-FRAME-PERIOD    PIC 9(6) VALUE 0.

      *    Rate table - one entry per type in WS-TYPE-LIST
      *    order; the last entry is the "*" default, which
      *    also prices any type code not on the list.
       01 WS-TYPE-LIST       PIC X(6) VALUE "FCPBX*".
       01 WS-TYPE-LIST-R REDEFINES WS-TYPE-LIST.
           05 WS-TYPE-CHAR OCCURS 6 TIMES PIC X(1).
       01 WS-TYPE-MAX        PIC 9(1) VALUE 6.
       01 WS-TYPE-DEFAULT    PIC 9(1) VALUE 6.
       01 WS-TYPE-REVERSAL   PIC 9(1) VALUE 5.
       01 WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 6 TIMES.
               10 WS-RT-FOUND-SW PIC X(1).
                   88 WS-RT-ON-FILE      VALUE "Y".
               10 WS-RT-DESC     PIC X(20).
               10 WS-RT-STD      PIC 9(5)V99.
               10 WS-RT-HIT      PIC 9(5)V99.
               10 WS-RT-FEE      PIC 9(5)V99.

      *    Site table - one entry per site billed, kept in
      *    site-code order so the invoices and CHGBACK come
      *    out in site order whatever order the input is in.
       01 WS-SITE-MAX        PIC 9(4) VALUE 999.
       01 WS-SITE-USED       PIC 9(4) VALUE 0.
       01 WS-SITE-IX         PIC 9(4) VALUE 0.
       01 WS-S               PIC 9(4) VALUE 0.
       01 WS-T               PIC 9(1) VALUE 0.
       01 WS-TYPE-IX         PIC 9(1) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-ST-ENTRY OCCURS 999 TIMES.
               10 WS-ST-SITE      PIC X(4).
               10 WS-ST-REVERSALS PIC 9(7).
               10 WS-ST-TYPE OCCURS 6 TIMES.
                   15 WS-ST-STD   PIC 9(7).
                   15 WS-ST-HIT   PIC 9(7).
                   15 WS-ST-REJ   PIC 9(7).
       01 WS-FIND-SITE       PIC X(4) VALUE SPACES.
       01 WS-FIND-TYPE       PIC X(1) VALUE SPACES.

       01 WS-EXT-READ-COUNT  PIC 9(6) VALUE 0.
       01 WS-SUSP-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-RESULT-COUNT    PIC 9(7) VALUE 0.
       01 WS-HIT-COUNT       PIC 9(7) VALUE 0.
       01 WS-REVERSAL-COUNT  PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-UNBILLED-COUNT  PIC 9(7) VALUE 0.
       01 WS-UNRATED-COUNT   PIC 9(6) VALUE 0.
       01 WS-NONAME-COUNT    PIC 9(6) VALUE 0.
       01 WS-CHG-COUNT       PIC 9(6) VALUE 0.
       01 WS-SITE-RESULTS    PIC 9(7) VALUE 0.
       01 WS-SITE-HITS       PIC 9(7) VALUE 0.
       01 WS-SITE-REJECTS    PIC 9(7) VALUE 0.
       01 WS-SITE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WS-LINE-COUNT      PIC 9(7) VALUE 0.
       01 WS-LINE-RATE       PIC 9(5)V99 VALUE 0.
       01 WS-LINE-AMOUNT     PIC 9(9)V99 VALUE 0.

       01 INV-TITLE-LINE.
           05 FILLER             PIC X(36)
               VALUE "COBBILLG - BRANCH USAGE INVOICE - 20".
           05 INV-TTL-YY         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 INV-TTL-MM         PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "-".
           05 INV-TTL-DD         PIC 9(2).
           05 FILLER             PIC X(10) VALUE "  PERIOD ".
           05 INV-TTL-CCYY       PIC 9(4).
           05 FILLER             PIC X(1)  VALUE "-".
           05 INV-TTL-PMM        PIC 9(2).

       01 INV-SITE-LINE.
           05 FILLER             PIC X(8)  VALUE "BRANCH ".
           05 INV-SITE-CODE      PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-SITE-NAME      PIC X(20).

       01 INV-COLUMN-HEADER.
           05 FILLER             PIC X(5)  VALUE "TYPE".
           05 FILLER             PIC X(22) VALUE "DESCRIPTION".
           05 FILLER             PIC X(12) VALUE "ITEM".
           05 FILLER             PIC X(9)  VALUE "  COUNT".
           05 FILLER             PIC X(8)  VALUE "    RATE".
           05 FILLER             PIC X(16) VALUE "          AMOUNT".

       01 INV-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-TYPE       PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-DESC       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-ITEM       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-COUNT      PIC ZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-RATE       PIC ZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INV-DET-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 INV-DET-FLAG       PIC X(7).

       01 INV-TOTAL-LINE.
           05 FILLER             PIC X(58) VALUE
               "  TOTAL DUE".
           05 INV-TOT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.

       01 RPT-COUNT-LINE.
           05 RPT-COUNT-TEXT     PIC X(24).
           05 RPT-COUNT-VALUE    PIC ZZZZZZ9.

       01 RPT-AMOUNT-LINE.
           05 RPT-AMOUNT-TEXT    PIC X(24).
           05 RPT-AMOUNT-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           DISPLAY "COBBILLG - month-end usage chargeback"
           DISPLAY "====================================="
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-BILL-YMD
           PERFORM READ-BILLING-PERIOD
           DISPLAY "  Billing period: " WS-BILL-PERIOD

           IF NOT WS-SEVERE-ERROR
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF NOT WS-SEVERE-ERROR
               PERFORM TALLY-EXTRACT-FILE
           END-IF
           IF NOT WS-SEVERE-ERROR
               PERFORM TALLY-SUSPENSE-FILE
           END-IF

           IF NOT WS-SEVERE-ERROR
               OPEN OUTPUT CHG-FILE
               OPEN OUTPUT INVOICE-FILE
               PERFORM OPEN-SITE-MASTER
               PERFORM BILL-ONE-SITE
                   VARYING WS-SITE-IX FROM 1 BY 1
                   UNTIL WS-SITE-IX > WS-SITE-USED
               PERFORM WRITE-SUMMARY-PAGE
               IF WS-SITEMAST-AVAIL
                   CLOSE SITE-FILE
               END-IF
               CLOSE INVOICE-FILE
               CLOSE CHG-FILE
           END-IF

           PERFORM SET-BILLING-RETURN-CODE

           DISPLAY " "
           DISPLAY "  Sites billed:         " WS-CHG-COUNT
           DISPLAY "  Results billed:       " WS-RESULT-COUNT
           DISPLAY "  Reversals billed:     " WS-REVERSAL-COUNT
           DISPLAY "  Rejects billed:       " WS-REJECT-COUNT
           DISPLAY "  Total billed:         " WS-GRAND-AMOUNT
           DISPLAY "COBBILLG complete - return code: " RETURN-CODE
           STOP RUN.

      *****************************************************
      * The month just ended is the default - the job is
      * scheduled in the first days of the new month. A
      * BILLPARM period that is not a valid CCYYMM stops
      * the run rather than billing the wrong month.
      *****************************************************
       READ-BILLING-PERIOD.
           MOVE 20 TO WS-BILL-CCYY (1:2)
           MOVE WS-RUN-YY TO WS-BILL-CCYY (3:2)
           MOVE WS-RUN-MM TO WS-BILL-MM
           IF WS-BILL-MM = 1
               MOVE 12 TO WS-BILL-MM
               SUBTRACT 1 FROM WS-BILL-CCYY
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF
           OPEN INPUT BILLPARM-FILE
           IF WS-PARM-STATUS = "00"
               READ BILLPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BILP-PERIOD IS NUMERIC
                           AND BILP-PERIOD (5:2) >= "01"
                           AND BILP-PERIOD (5:2) <= "12"
                           MOVE BILP-PERIOD TO WS-BILL-PERIOD-N
                       ELSE
                           DISPLAY "  *** BILLPARM period not"
                               " a valid CCYYMM ***"
                           SET WS-SEVERE-ERROR TO TRUE
                       END-IF
               END-READ
               CLOSE BILLPARM-FILE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "  *** RATES cluster not usable - status "
                   WS-RATES-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               PERFORM LOAD-ONE-RATE
                   VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TYPE-MAX
               CLOSE RATES-FILE
           END-IF.

       LOAD-ONE-RATE.
           MOVE WS-TYPE-CHAR (WS-T) TO RATE-TYPE-CODE
           READ RATES-FILE
               INVALID KEY
                   MOVE "N" TO WS-RT-FOUND-SW (WS-T)
                   MOVE "NO RATE ON FILE" TO WS-RT-DESC (WS-T)
                   MOVE 0 TO WS-RT-STD (WS-T)
                   MOVE 0 TO WS-RT-HIT (WS-T)
                   MOVE 0 TO WS-RT-FEE (WS-T)
                   DISPLAY "  No rate on RATES for type "
                       WS-TYPE-CHAR (WS-T)
               NOT INVALID KEY
                   MOVE "Y" TO WS-RT-FOUND-SW (WS-T)
                   MOVE RATE-DESCRIPTION TO WS-RT-DESC (WS-T)
                   MOVE RATE-STD-CHARGE TO WS-RT-STD (WS-T)
                   MOVE RATE-HIT-CHARGE TO WS-RT-HIT (WS-T)
                   MOVE RATE-REJECT-FEE TO WS-RT-FEE (WS-T)
           END-READ.

      *****************************************************
      * The EXTRACT input is many runs' extracts one after
      * another (every generation of the extract archive),
      * each framed by its own header and
      * trailer. A reversal carries no date of its own, so
      * it is billed in the month of the header it follows;
      * reversals only ever appear on four-digit-year
      * extracts, so that header date needs no windowing.
      *****************************************************
       TALLY-EXTRACT-FILE.
           OPEN INPUT EXT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "  *** EXTRACT file not usable - status "
                   WS-EXT-STATUS " ***"
               SET WS-SEVERE-ERROR TO TRUE
           ELSE
               PERFORM READ-EXTRACT-RECORD
               PERFORM UNTIL WS-EXT-EOF OR WS-SEVERE-ERROR
                   ADD 1 TO WS-EXT-READ-COUNT
                   EVALUATE EXTH-RECORD-TYPE
                       WHEN "H"
                           MOVE EXTH-RUN-DATE (1:6)
                               TO WS-FRAME-PERIOD
                       WHEN "D"
                           PERFORM TALLY-EXTRACT-DETAIL
                       WHEN "R"
                           PERFORM TALLY-EXTRACT-REVERSAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-EXTRACT-RECORD
               END-PERFORM
               CLOSE EXT-FILE
           END-IF.

       READ-EXTRACT-RECORD.
           READ EXT-FILE
               AT END
                   SET WS-EXT-EOF TO TRUE
           END-READ.

      *    An old-layout detail is two bytes shorter, so its
      *    date tail reads back as spaces; its YYMMDD year is
      *    expanded through the CENTWIN window.
       TALLY-EXTRACT-DETAIL.
           IF EXT-DETAIL-REC (42:2) NOT = SPACES
               MOVE EXTD-RUN-DATE (1:6) TO WS-REC-PERIOD-N
           ELSE
               IF EXTD-RUN-DATE (1:2) > WS-CENTURY-PIVOT
                   MOVE 19 TO WS-REC-CC
               ELSE
                   MOVE 20 TO WS-REC-CC
               END-IF
               MOVE EXTD-RUN-DATE (1:4) TO WS-REC-YYMM
           END-IF
           IF WS-REC-PERIOD-N = WS-BILL-PERIOD-N
               MOVE EXTD-SITE-CODE TO WS-FIND-SITE
               PERFORM FIND-SITE-ENTRY
               IF WS-S > 0
                   MOVE EXTD-TYPE-CODE TO WS-FIND-TYPE
                   PERFORM FIND-TYPE-INDEX
                   IF EXTD-CACHE-HIT = "Y"
                       ADD 1 TO WS-ST-HIT (WS-S WS-TYPE-IX)
                       ADD 1 TO WS-HIT-COUNT
                   ELSE
                       ADD 1 TO WS-ST-STD (WS-S WS-TYPE-IX)
                   END-IF
                   ADD 1 TO WS-RESULT-COUNT
               END-IF
           END-IF.

       TALLY-EXTRACT-REVERSAL.
           IF WS-FRAME-PERIOD = WS-BILL-PERIOD-N
               MOVE EXTR-SITE-CODE TO WS-FIND-SITE
               PERFORM FIND-SITE-ENTRY
               IF WS-S > 0
                   ADD 1 TO WS-ST-REVERSALS (WS-S)
                   ADD 1 TO WS-REVERSAL-COUNT
               END-IF
           END-IF.

      *****************************************************
      * SUSPFILE holds the rejects still outstanding. A
      * missing suspense file means nothing was rejected,
      * not a failed run.
      *****************************************************
       TALLY-SUSPENSE-FILE.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "  No SUSPFILE - no reject fees billed"
           ELSE
               PERFORM READ-SUSP-RECORD
               PERFORM UNTIL WS-SUSP-EOF OR WS-SEVERE-ERROR
                   ADD 1 TO WS-SUSP-READ-COUNT
                   PERFORM CONVERT-SUSP-RECORD
                   PERFORM TALLY-SUSPENSE-RECORD
                   PERFORM READ-SUSP-RECORD
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

       READ-SUSP-RECORD.
           READ SUSP-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

      *****************************************************
      * Suspense cut on the old two-digit-year layout is
      * two bytes shorter, so the record tail reads back as
      * spaces. The record is reshaped in place, with the
      * year expanded through the CENTWIN window.
      *****************************************************
       CONVERT-SUSP-RECORD.
           IF SUSP-RECORD (22:2) NOT = SPACES
               CONTINUE
           ELSE
               MOVE SUSP-RECORD TO WS-SUSP-IMAGE
               MOVE SPACES TO SUSP-RECORD
               MOVE WS-SUSP-IMAGE (1:21) TO SUSP-RECORD (3:21)
               IF WS-SUSP-IMAGE (1:2) > WS-CENTURY-PIVOT
                   MOVE "19" TO SUSP-RECORD (1:2)
               ELSE
                   MOVE "20" TO SUSP-RECORD (1:2)
               END-IF
           END-IF.

       TALLY-SUSPENSE-RECORD.
           IF SUSP-RUN-DATE (1:6) = WS-BILL-PERIOD
               IF SUSP-REASON-CODE = "04"
                   ADD 1 TO WS-UNBILLED-COUNT
               ELSE
                   MOVE SUSP-SITE-CODE TO WS-FIND-SITE
                   PERFORM FIND-SITE-ENTRY
                   IF WS-S > 0
                       MOVE SUSP-TYPE-CODE TO WS-FIND-TYPE
                       PERFORM FIND-TYPE-INDEX
                       ADD 1 TO WS-ST-REJ (WS-S WS-TYPE-IX)
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * Looks WS-FIND-SITE up in the site table, opening a
      * new entry in site-code order if it is not there yet.
      * WS-S returns the entry, or zero when the table is
      * full - the run is then incomplete and ends severe.
      *****************************************************
       FIND-SITE-ENTRY.
           MOVE 0 TO WS-S
           PERFORM VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-USED OR WS-S > 0
               IF WS-ST-SITE (WS-SITE-IX) >= WS-FIND-SITE
                   MOVE WS-SITE-IX TO WS-S
               END-IF
           END-PERFORM
           IF WS-S = 0
               COMPUTE WS-S = WS-SITE-USED + 1
               PERFORM OPEN-SITE-ENTRY
           ELSE
               IF WS-ST-SITE (WS-S) NOT = WS-FIND-SITE
                   PERFORM OPEN-SITE-ENTRY
               END-IF
           END-IF.

      *    Opens a new entry at WS-S, moving the entries from
      *    there on down one place.
       OPEN-SITE-ENTRY.
           IF WS-SITE-USED >= WS-SITE-MAX
               DISPLAY "  *** Site table full - site "
                   WS-FIND-SITE " not billed ***"
               SET WS-SEVERE-ERROR TO TRUE
               MOVE 0 TO WS-S
           ELSE
               PERFORM VARYING WS-SITE-IX FROM WS-SITE-USED BY -1
                   UNTIL WS-SITE-IX < WS-S
                   MOVE WS-ST-ENTRY (WS-SITE-IX)
                       TO WS-ST-ENTRY (WS-SITE-IX + 1)
               END-PERFORM
               ADD 1 TO WS-SITE-USED
               INITIALIZE WS-ST-ENTRY (WS-S)
               MOVE WS-FIND-SITE TO WS-ST-SITE (WS-S)
           END-IF.

      *    WS-FIND-TYPE carries the type code in; any
      *    code not on the list falls to the "*" default.
       FIND-TYPE-INDEX.
           MOVE WS-TYPE-DEFAULT TO WS-TYPE-IX
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T >= WS-TYPE-DEFAULT
               IF WS-TYPE-CHAR (WS-T) = WS-FIND-TYPE
                   MOVE WS-T TO WS-TYPE-IX
               END-IF
           END-PERFORM.

       OPEN-SITE-MASTER.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = "00"
               SET WS-SITEMAST-AVAIL TO TRUE
           ELSE
               DISPLAY "  No SITEMAST master file - invoices"
                   " go out without branch names"
           END-IF.

      *****************************************************
      * One invoice page and one CHGBACK record per site.
      *****************************************************
       BILL-ONE-SITE.
           MOVE 0 TO WS-SITE-AMOUNT
           MOVE 0 TO WS-SITE-RESULTS
           MOVE 0 TO WS-SITE-HITS
           MOVE 0 TO WS-SITE-REJECTS
           PERFORM WRITE-INVOICE-HEADING
           PERFORM BILL-ONE-TYPE
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TYPE-MAX
           MOVE WS-ST-REVERSALS (WS-SITE-IX) TO WS-LINE-COUNT
           MOVE WS-TYPE-REVERSAL TO WS-T
           MOVE WS-RT-STD (WS-T) TO WS-LINE-RATE
           MOVE "REVERSAL" TO INV-DET-ITEM
           PERFORM WRITE-CHARGE-LINE
           MOVE WS-SITE-AMOUNT TO INV-TOT-AMOUNT
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE INV-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           ADD WS-SITE-AMOUNT TO WS-GRAND-AMOUNT
           PERFORM WRITE-CHARGE-RECORD.

       WRITE-INVOICE-HEADING.
           MOVE WS-RUN-YY TO INV-TTL-YY
           MOVE WS-RUN-MM TO INV-TTL-MM
           MOVE WS-RUN-DD TO INV-TTL-DD
           MOVE WS-BILL-CCYY TO INV-TTL-CCYY
           MOVE WS-BILL-MM TO INV-TTL-PMM
           MOVE INV-TITLE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD AFTER ADVANCING PAGE
           MOVE WS-ST-SITE (WS-SITE-IX) TO INV-SITE-CODE
           PERFORM LOOKUP-SITE-NAME
           MOVE INV-SITE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD AFTER ADVANCING 2 LINES
           MOVE INV-COLUMN-HEADER TO INVOICE-RECORD
           WRITE INVOICE-RECORD AFTER ADVANCING 2 LINES.

       LOOKUP-SITE-NAME.
           IF NOT WS-SITEMAST-AVAIL
               MOVE "NAME NOT ON SITEMAST" TO INV-SITE-NAME
               ADD 1 TO WS-NONAME-COUNT
           ELSE
               MOVE WS-ST-SITE (WS-SITE-IX) TO SITE-CODE
               READ SITE-FILE
                   INVALID KEY
                       MOVE "NAME NOT ON SITEMAST" TO INV-SITE-NAME
                       ADD 1 TO WS-NONAME-COUNT
                   NOT INVALID KEY
                       MOVE SITE-NAME TO INV-SITE-NAME
               END-READ
           END-IF.

       BILL-ONE-TYPE.
           MOVE WS-ST-STD (WS-SITE-IX WS-T) TO WS-LINE-COUNT
           ADD WS-LINE-COUNT TO WS-SITE-RESULTS
           MOVE WS-RT-STD (WS-T) TO WS-LINE-RATE
           MOVE "STANDARD" TO INV-DET-ITEM
           PERFORM WRITE-CHARGE-LINE
           MOVE WS-ST-HIT (WS-SITE-IX WS-T) TO WS-LINE-COUNT
           ADD WS-LINE-COUNT TO WS-SITE-RESULTS
           ADD WS-LINE-COUNT TO WS-SITE-HITS
           MOVE WS-RT-HIT (WS-T) TO WS-LINE-RATE
           MOVE "CACHE HIT" TO INV-DET-ITEM
           PERFORM WRITE-CHARGE-LINE
           MOVE WS-ST-REJ (WS-SITE-IX WS-T) TO WS-LINE-COUNT
           ADD WS-LINE-COUNT TO WS-SITE-REJECTS
           MOVE WS-RT-FEE (WS-T) TO WS-LINE-RATE
           MOVE "REJECT" TO INV-DET-ITEM
           PERFORM WRITE-CHARGE-LINE.

      *****************************************************
      * Prices one invoice line for type WS-T. Lines with
      * nothing to charge are not printed. Activity for a
      * type with no rate on RATES is priced at zero and
      * flagged, so finance can rate it and rebill.
      *****************************************************
       WRITE-CHARGE-LINE.
           IF WS-LINE-COUNT > 0
               PERFORM PRICE-CHARGE-LINE
           END-IF.

       PRICE-CHARGE-LINE.
           COMPUTE WS-LINE-AMOUNT = WS-LINE-COUNT * WS-LINE-RATE
           ADD WS-LINE-AMOUNT TO WS-SITE-AMOUNT
           MOVE WS-TYPE-CHAR (WS-T) TO INV-DET-TYPE
           MOVE WS-RT-DESC (WS-T) TO INV-DET-DESC
           MOVE WS-LINE-COUNT TO INV-DET-COUNT
           MOVE WS-LINE-RATE TO INV-DET-RATE
           MOVE WS-LINE-AMOUNT TO INV-DET-AMOUNT
           IF WS-RT-ON-FILE (WS-T)
               MOVE SPACES TO INV-DET-FLAG
           ELSE
               MOVE "NO RATE" TO INV-DET-FLAG
               ADD 1 TO WS-UNRATED-COUNT
           END-IF
           MOVE INV-DETAIL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       WRITE-CHARGE-RECORD.
           MOVE SPACES TO CHG-RECORD
           MOVE WS-BILL-PERIOD-N TO CHG-BILL-PERIOD
           MOVE WS-ST-SITE (WS-SITE-IX) TO CHG-SITE-CODE
           MOVE INV-SITE-NAME TO CHG-SITE-NAME
           MOVE WS-SITE-RESULTS TO CHG-RESULT-COUNT
           MOVE WS-SITE-HITS TO CHG-HIT-COUNT
           MOVE WS-ST-REVERSALS (WS-SITE-IX) TO CHG-REVERSAL-COUNT
           MOVE WS-SITE-REJECTS TO CHG-REJECT-COUNT
           MOVE WS-SITE-AMOUNT TO CHG-AMOUNT
           MOVE WS-BILL-DATE-N TO CHG-BILL-DATE
           WRITE CHG-RECORD
           ADD 1 TO WS-CHG-COUNT.

       WRITE-SUMMARY-PAGE.
           MOVE WS-RUN-YY TO INV-TTL-YY
           MOVE WS-RUN-MM TO INV-TTL-MM
           MOVE WS-RUN-DD TO INV-TTL-DD
           MOVE WS-BILL-CCYY TO INV-TTL-CCYY
           MOVE WS-BILL-MM TO INV-TTL-PMM
           MOVE INV-TITLE-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD AFTER ADVANCING PAGE
           MOVE "RUN SUMMARY" TO INVOICE-RECORD
           WRITE INVOICE-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE "EXTRACT RECORDS READ:   " TO RPT-COUNT-TEXT
           MOVE WS-EXT-READ-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "SUSPENSE RECORDS READ:  " TO RPT-COUNT-TEXT
           MOVE WS-SUSP-READ-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "BRANCHES BILLED:        " TO RPT-COUNT-TEXT
           MOVE WS-CHG-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "RESULTS BILLED:         " TO RPT-COUNT-TEXT
           MOVE WS-RESULT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  OF WHICH CACHE HITS:  " TO RPT-COUNT-TEXT
           MOVE WS-HIT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "REVERSALS BILLED:       " TO RPT-COUNT-TEXT
           MOVE WS-REVERSAL-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "REJECTS BILLED:         " TO RPT-COUNT-TEXT
           MOVE WS-REJECT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "REJECTS NOT BILLED (04):" TO RPT-COUNT-TEXT
           MOVE WS-UNBILLED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "LINES WITH NO RATE:     " TO RPT-COUNT-TEXT
           MOVE WS-UNRATED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "BRANCHES WITH NO NAME:  " TO RPT-COUNT-TEXT
           MOVE WS-NONAME-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "TOTAL BILLED:           " TO RPT-AMOUNT-TEXT
           MOVE WS-GRAND-AMOUNT TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       WRITE-SUMMARY-COUNT.
           MOVE RPT-COUNT-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       SET-BILLING-RETURN-CODE.
           IF WS-SEVERE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRATED-COUNT > 0 OR WS-NONAME-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
