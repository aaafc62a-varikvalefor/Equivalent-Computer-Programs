      *FBRETREC.cpy -- one line of a department's FIZZ BUZZ return
      *file, FBRETdddd.DAT.  FIZZ BUZZ writes one file per department
      *that sent a batch in FBTRANS.DAT:
      *
      *    HDR  the department, the run date and the run identifier
      *    BAT  one per batch: send date, ACCEPTED or REJECTED, and
      *         for a rejected batch its reason and suspense id
      *    CLS  an accepted batch's classification, as in FBCLASS.DAT
      *    REJ  an accepted batch's rejected value, its reason and
      *         suspense id
      *    BTL  the batch's totals: value records, classified,
      *         rejected, and the trailer's hash
      *    TRL  the file's totals: batches accepted and rejected,
      *         values classified and rejected
       01 FBRET-RECORD.
           05 FBRET-TYPE          PIC X(3).
           05 FILLER              PIC X(1).
           05 FBRET-DEPT          PIC X(4).
           05 FILLER              PIC X(1).
           05 FBRET-BATCH-ID      PIC X(8).
           05 FILLER              PIC X(1).
           05 FBRET-TEXT          PIC X(100).
