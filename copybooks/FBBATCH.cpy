      *FBBATCH.cpy -- the batch envelope records a department wraps
      *around its values in FBTRANS.DAT.  A batch is one header
      *record, the department's value records, and one trailer
      *record:
      *
      *    HDR ddddbbbbbbbbyyyymmdd
      *    value ...
      *    TRL ddddbbbbbbbbnnnnnnnnnhhhhhhhhhh
      *
      *The fields run on with no separators: the tag and its space
      *in columns 1-4, the department in 5-8 (left-justified,
      *space-filled), the batch id in 9-16, then the header's send
      *date in 17-24, or the trailer's value record count in 17-25
      *and hash in 26-35, both zero-padded.
      *
      *The tags follow MISXTRCT.DAT's interface conventions, and so
      *does the hash: the sum of every digit character's value over
      *the batch's value records, byte for byte as sent, modulo
      *1000000007 - the sender computes it from the bytes alone, and
      *a value record that is not a usable number still counts in
      *both the record count and the hash.  A department code is one
      *to four letters or digits; it names the department's return
      *file, FBRETdddd.DAT.  A file whose first record is not a
      *header predates envelopes and is read as one flat stream.
       01 FBB-RECORD.
           05 FBB-TAG             PIC X(4).
               88 FBB-IS-HEADER        VALUE "HDR ".
               88 FBB-IS-TRAILER       VALUE "TRL ".
           05 FBB-DEPT            PIC X(4).
           05 FBB-BATCH-ID        PIC X(8).
           05 FBB-BODY            PIC X(24).
           05 FBB-HDR-BODY REDEFINES FBB-BODY.
               10 FBB-SEND-DATE   PIC X(8).
               10 FILLER          PIC X(16).
           05 FBB-TRL-BODY REDEFINES FBB-BODY.
               10 FBB-REC-COUNT   PIC 9(9).
               10 FBB-HASH        PIC 9(10).
               10 FILLER          PIC X(5).
