      *****************************************************
      * RATEREC.CPY
      * Chargeback rate table record - the RATES VSAM KSDS
      * maintained through COBRATMN's edit-checked deck and
      * read by COBBILLG at month end. One record per
      * calculation type code (F/C/P/B, and X for a
      * cancellation processed), plus an optional "*"
      * default record whose reject fee is charged for a
      * rejected transaction whose type code is not on the
      * table. Each type carries:
      *   standard charge  per result delivered
      *   cache-hit charge per result answered from the
      *                    factorial cache (EXTD-CACHE-HIT
      *                    "Y") - never above the standard
      *   reject fee       handling fee per rejected
      *                    transaction of the type
      * Charges are in currency units with two decimals.
      *****************************************************
       01  RATE-RECORD.
           05  RATE-TYPE-CODE      PIC X(1).
           05  RATE-DESCRIPTION    PIC X(20).
           05  RATE-STD-CHARGE     PIC 9(5)V99.
           05  RATE-HIT-CHARGE     PIC 9(5)V99.
           05  RATE-REJECT-FEE     PIC 9(5)V99.
