      *****************************************************
      * CALREC.CPY
      * Processing calendar record - the CALENDAR VSAM KSDS
      * maintained through COBCALMN's edit-checked deck and
      * read by COBDASHB, COBSUSPA, COBTOTGN, COBWINDW and
      * COBPENDA to tell a processing day from a day the
      * stream never runs. One record per listed date:
      *   B  business day - a processing day, whatever the
      *      day of the week (a weekend catch-up run)
      *   H  holiday - no processing expected, whatever the
      *      day of the week (a bank holiday)
      * A date not on the calendar follows the standing
      * rule: Monday to Friday are processing days,
      * Saturday and Sunday are not. Readers apply the same
      * rule to every date when the calendar is absent.
      *****************************************************
       01  CAL-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X(1).
               88  CAL-BUSINESS-DAY    VALUE "B".
               88  CAL-HOLIDAY         VALUE "H".
           05  CAL-DESCRIPTION     PIC X(20).
