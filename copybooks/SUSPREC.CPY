      *   03 = unknown transaction type code
      *   04 = site code not on the SITEMAST authorized-
      *        site master
      *   05 = cancellation names a result that was never
      *        delivered - not on RESULTS, already cancelled,
      *        or delivered under a different run number
      * A suspended cancellation keeps the original type
      * and delivering run number it named in the cancel
      * fields after the image; they are spaces on every
      * other suspense record.
      * Corrected suspense records are fed back through
      * COBOLTEST1's reprocess run mode (SUSPIN); records
      * that process cleanly are not rewritten, records
               10  SUSP-TYPE-CODE      PIC X(1).
               10  SUSP-INPUT-VALUE    PIC 9(4).
               10  SUSP-OPERAND-2      PIC 9(4).
           05  SUSP-CANCEL-INFO.
               10  SUSP-ORIG-TYPE      PIC X(1).
               10  SUSP-ORIG-RUN-NUMBER PIC X(6).
