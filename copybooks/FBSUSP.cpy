      *through the same classification the original input gets, marks
      *the record RESOLVED, and reports what is still outstanding and
      *its age.
      *
      *A department batch whose envelope does not agree with its
      *contents (see copybooks/FBBATCH.cpy) is held whole, as one
      *suspense record: its reason begins "BATCH ", its value names
      *the department, batch id and number of records held, and the
      *batch's records, header to trailer, are kept byte for byte
      *in FBSUSPB.DAT under its suspense id.  FBRESUB closes such a
      *record when the department resends the batch, or releases
      *the held values for classification when the department
      *confirms them.
       01 SUSP-RECORD.
           05 SUSP-ID             PIC 9(8).
           05 SUSP-RECV-DATE      PIC X(10).
               88 SUSP-IS-RESOLVED     VALUE "RESOLVED".
           05 SUSP-ATTEMPTS       PIC 9(4).
           05 SUSP-REASON         PIC X(20).
           05 SUSP-REASON-PARTS REDEFINES SUSP-REASON.
               10 SUSP-REASON-KIND PIC X(6).
                   88 SUSP-IS-BATCH    VALUE "BATCH ".
               10 FILLER          PIC X(14).
           05 SUSP-VALUE          PIC X(40).
           05 SUSP-BATCH-VALUE REDEFINES SUSP-VALUE.
               10 SUSP-B-DEPT     PIC X(4).
               10 FILLER          PIC X(1).
               10 SUSP-B-BATCH-ID PIC X(8).
               10 FILLER          PIC X(1).
               10 SUSP-B-RECORDS  PIC 9(9).
               10 FILLER          PIC X(17).

      *One held record of a suspended batch (FBSUSPB.DAT): the
      *batch's suspense id and the record as it arrived.
       01 SUSPB-RECORD.
           05 SUSPB-ID            PIC 9(8).
           05 SUSPB-LINE          PIC X(40).
