      *****************************************************
      * RETREC.CPY
      * Branch return file - written by COBOLTEST1 so each
      * site on SITEMAST gets back its own answer to the
      * batch it sent. Fixed 60-byte records; the record
      * type leads and the site code follows in bytes 2-5
      * on every record, so the job stream can split the
      * RETURNS file into one return file per branch. Each
      * site's return is framed by its own header and
      * trailer:
      *   H  site code echoed from the branch's BH batch
      *      header, SITE-NAME from SITEMAST, run date and
      *      RUNCTL run number
      *   D  one per processed transaction - byte for byte
      *      the EXTRACT detail record for the same request
      *   R  one per accepted cancellation - byte for byte
      *      the EXTRACT reversal record
      *   E  one per rejected transaction - the transaction
      *      image, the SUSPREC reason code and the reason
      *      spelled out in words
      *   T  the record count the branch put on its BT batch
      *      trailer echoed back, the results, reversals and
      *      rejects actually returned (which together should
      *      equal it) and a hash total of the returned
      *      results less the reversed ones (truncated;
      *      wraps both ways, as on EXTRACT)
      *****************************************************
       01  RET-HEADER-REC.
           05  RETH-RECORD-TYPE    PIC X(1).
           05  RETH-SITE-CODE      PIC X(4).
           05  RETH-SITE-NAME      PIC X(20).
           05  RETH-RUN-DATE       PIC 9(8).
           05  RETH-RUN-NUMBER     PIC 9(6).
           05  FILLER              PIC X(21).

       01  RET-DETAIL-REC.
           05  RETD-RECORD-TYPE    PIC X(1).
           05  RETD-SITE-CODE      PIC X(4).
           05  RETD-TYPE-CODE      PIC X(1).
           05  RETD-INPUT-VALUE    PIC 9(4).
           05  RETD-OPERAND-2      PIC 9(4).
           05  RETD-RESULT         PIC 9(20).
           05  RETD-CACHE-HIT      PIC X(1).
           05  RETD-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X(17).

       01  RET-REVERSAL-REC.
           05  RETR-RECORD-TYPE    PIC X(1).
           05  RETR-SITE-CODE      PIC X(4).
           05  RETR-TYPE-CODE      PIC X(1).
           05  RETR-INPUT-VALUE    PIC 9(4).
           05  RETR-OPERAND-2      PIC 9(4).
           05  RETR-RESULT         PIC 9(20).
           05  RETR-ORIG-RUN-NUMBER PIC 9(6).
           05  FILLER              PIC X(20).

       01  RET-REJECT-REC.
           05  RETE-RECORD-TYPE    PIC X(1).
           05  RETE-SITE-CODE      PIC X(4).
           05  RETE-TYPE-CODE      PIC X(1).
           05  RETE-INPUT-VALUE    PIC 9(4).
           05  RETE-OPERAND-2      PIC 9(4).
           05  RETE-REASON-CODE    PIC X(2).
           05  RETE-REASON-TEXT    PIC X(30).
           05  FILLER              PIC X(14).

       01  RET-TRAILER-REC.
           05  RETT-RECORD-TYPE    PIC X(1).
           05  RETT-SITE-CODE      PIC X(4).
           05  RETT-BATCH-COUNT    PIC 9(6).
           05  RETT-RESULT-COUNT   PIC 9(6).
           05  RETT-REJECT-COUNT   PIC 9(6).
           05  RETT-HASH-TOTAL     PIC 9(20).
           05  RETT-REVERSAL-COUNT PIC 9(6).
           05  FILLER              PIC X(11).
