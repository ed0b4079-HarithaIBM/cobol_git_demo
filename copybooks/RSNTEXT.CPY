      *****************************************************
      * RSNTEXT.CPY
      * Suspense reason codes spelled out in words, for the
      * outputs that go back to the branches and so must not
      * need the SUSPREC code list to read. Codes are the
      * ones documented on SUSPREC; a code missing from the
      * table is reported as unknown rather than left blank.
      *****************************************************
       01  WS-REASON-VALUES.
           05  FILLER  PIC X(32)
               VALUE "01INPUT VALUE OUT OF RANGE      ".
           05  FILLER  PIC X(32)
               VALUE "02OPERAND-2 OUT OF RANGE        ".
           05  FILLER  PIC X(32)
               VALUE "03UNKNOWN TRANSACTION TYPE      ".
           05  FILLER  PIC X(32)
               VALUE "04SITE NOT ON SITEMAST MASTER   ".
           05  FILLER  PIC X(32)
               VALUE "05CANCELLED RESULT NOT DELIVERED".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 5 TIMES.
               10  WS-RSN-CODE     PIC X(2).
               10  WS-RSN-TEXT     PIC X(30).
       01  WS-REASON-MAX   PIC 9(2) VALUE 5.
