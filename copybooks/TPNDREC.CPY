      *****************************************************
      * TPNDREC.CPY
      * Pending expected-totals change - one record per
      * TOTALS change keyed through COBTOTMN and waiting for
      * a second operator to approve or reject it, held in
      * the TOTPEND VSAM KSDS under the same run-date key as
      * the TOTALS record it would change, so only one
      * change per date can be pending at a time. The
      * keying operator and the date and time the change
      * was queued travel with it, so the approving run can
      * refuse the keying operator and COBPENDA can age it.
      *****************************************************
       01  TPND-RECORD.
           05  TPND-RUN-DATE       PIC 9(8).
           05  TPND-ACTION         PIC X(1).
           05  TPND-COUNTER        PIC 9(4).
           05  TPND-REL-TOTAL      PIC 9(8).
           05  TPND-MAKER-ID       PIC X(8).
           05  TPND-KEYED-DATE     PIC 9(8).
           05  TPND-KEYED-TIME     PIC 9(6).
