           05 AUDIT-RUN-DATE      PIC X(10).
           05 AUDIT-RUN-TIME      PIC X(8).
           05 AUDIT-EVENT         PIC X(6).
      *        AUDIT-EVENT is "START " or "END   ".  A "MARK  "
      *        record, written by "0007" and FIZZ BUZZ as they pick
      *        up their files, records where those files stood; a
      *        "BKOUT " record is NIGHTBKOUT's account of a night it
      *        backed out, under that night's identifier.  Readers
      *        pairing STARTs with ENDs pass both over.
           05 AUDIT-PARMS         PIC X(60).
           05 AUDIT-STATUS        PIC X(6).
      *        AUDIT-STATUS is "NORMAL" or "ABEND ".
