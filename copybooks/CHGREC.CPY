      *****************************************************
      * CHGREC.CPY
      * Chargeback interface record - one per site per
      * billing month, written by COBBILLG for the finance
      * ledger feed. Fixed 80-byte records. The counts are
      * the billable items behind the charge:
      *   results    results delivered, cache hits
      *              included
      *   cache hits those of them answered from the
      *              factorial cache at the reduced charge
      *   reversals  cancellations processed
      *   rejects    rejected transactions charged the
      *              handling fee
      * CHG-AMOUNT is the site's total charge for the month
      * (two decimals); CHG-BILL-DATE is the date the
      * billing run cut it.
      *****************************************************
       01  CHG-RECORD.
           05  CHG-BILL-PERIOD     PIC 9(6).
           05  CHG-SITE-CODE       PIC X(4).
           05  CHG-SITE-NAME       PIC X(20).
           05  CHG-RESULT-COUNT    PIC 9(7).
           05  CHG-HIT-COUNT       PIC 9(7).
           05  CHG-REVERSAL-COUNT  PIC 9(7).
           05  CHG-REJECT-COUNT    PIC 9(7).
           05  CHG-AMOUNT          PIC 9(9)V99.
           05  CHG-BILL-DATE       PIC 9(8).
           05  FILLER              PIC X(3).
