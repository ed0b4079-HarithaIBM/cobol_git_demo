      *****************************************************
      * SPNDREC.CPY
      * Pending site-master change - one record per
      * SITEMAST change keyed through COBSITMN and waiting
      * for a second operator to approve or reject it, held
      * in the SITPEND VSAM KSDS under the site code it
      * would change, so only one change per site can be
      * pending at a time. Carries the keying operator and
      * the date and time the change was queued, the same
      * as TPNDREC.
      *****************************************************
       01  SPND-RECORD.
           05  SPND-SITE-CODE      PIC X(4).
           05  SPND-ACTION         PIC X(1).
           05  SPND-SITE-NAME      PIC X(20).
           05  SPND-MAKER-ID       PIC X(8).
           05  SPND-KEYED-DATE     PIC 9(8).
           05  SPND-KEYED-TIME     PIC 9(6).
