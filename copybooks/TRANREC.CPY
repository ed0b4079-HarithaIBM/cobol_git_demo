      * details (site codes must therefore never begin with
      * "BH" or "BT"), and TBT-RECORD-COUNT carries the
      * branch's own count of the detail records between
      * the pair. TBH-BATCH-KIND is space on a branch's own
      * batch and "M" on a batch of inquiry misses COBINQRY
      * passes back for calculation; a site may send a miss
      * batch as well as its own batch in one run.
      * A cancellation (type "X") reverses a result already
      * delivered on the EXTRACT and loaded to RESULTS. It
      * names the original request in the usual site, input
      * and operand-2 positions, and carries the original
      * calculation type and the run number the result was
      * delivered under in two fields after them - so a
      * cancellation record is 20 bytes where a calculation
      * request is 13, and the branch files are cut at the
      * longer length.
      *****************************************************
       01  TRANS-RECORD.
           05  TRANS-SITE-CODE     PIC X(4).
               88  TRANS-TYPE-COMBINATION  VALUE "C".
               88  TRANS-TYPE-PERMUTATION  VALUE "P".
               88  TRANS-TYPE-FIBONACCI    VALUE "B".
               88  TRANS-TYPE-CANCEL       VALUE "X".
               88  TRANS-TYPE-VALID        VALUE "F" "C" "P" "B"
                                                 "X".
           05  TRANS-INPUT-VALUE   PIC 9(4).
           05  TRANS-OPERAND-2     PIC 9(4).

       01  TRANS-CANCEL-RECORD.
           05  TCX-SITE-CODE       PIC X(4).
           05  TCX-TYPE-CODE       PIC X(1).
           05  TCX-INPUT-VALUE     PIC 9(4).
           05  TCX-OPERAND-2       PIC 9(4).
           05  TCX-ORIG-TYPE       PIC X(1).
           05  TCX-ORIG-RUN-NUMBER PIC X(6).

       01  TRANS-BATCH-HEADER.
           05  TBH-RECORD-MARK     PIC X(2).
               88  TRANS-IS-BATCH-HEADER   VALUE "BH".
           05  TBH-SITE-CODE       PIC X(4).
           05  TBH-BATCH-KIND      PIC X(1).
               88  TRANS-MISS-BATCH        VALUE "M".
           05  FILLER              PIC X(6).

       01  TRANS-BATCH-TRAILER.
           05  TBT-RECORD-MARK     PIC X(2).
