      * (ARCHRPT) shows the record counts moved and
      * retained for each file, and COBSUMRY's period-to-
      * date figures stop drifting as ancient runs pile up.
      * HISTFILE site detail records carry their run's date,
      * so each one follows its run record to the same file.
      *   RETURN-CODE 0 = housekeeping completed
      *   RETURN-CODE 4 = one or more live files missing
      *                   (processed the ones present)

       FD  ARC-HIST-FILE
           RECORDING MODE IS F.
       01  ARC-HIST-RECORD          PIC X(120).

       FD  NEW-HIST-FILE
           RECORDING MODE IS F.
       01  NEW-HIST-RECORD          PIC X(120).

       FD  EXCEPT-FILE
           RECORDING MODE IS F.
