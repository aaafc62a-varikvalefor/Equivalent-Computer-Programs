      *G5PART.CPY -- the bracket records of one "0005" partition
      *file (G5PART<nn>.DAT).  A partitioned run cuts the "0005"
      *range into PARM-LIMIT contiguous sub-ranges, each written by
      *its own "0005 PART <nn>" run as a part file of whole numbers
      *between a PART-HEADER-LINE and a PART-TRAILER-LINE; "0005
      *MERGE" joins the parts, in part order, into the catalogued
      *generation.  The header carries the night's run identifier
      *and the sub-range the part was cut for, the trailer the digit
      *count and digit checksum (the digit sum modulo 1000000007,
      *RECON's checksum) of the digits actually written, so the
      *merge can prove each part against its sub-range before it
      *builds anything.
       01 PART-HEADER-LINE.
           05 FILLER              PIC X(4) VALUE "PRT ".
           05 PART-H-RUN-ID       PIC X(10).
           05 FILLER              PIC X(6) VALUE " PART=".
           05 PART-H-PART-NO      PIC 9(2).
           05 FILLER              PIC X(4) VALUE " OF=".
           05 PART-H-PART-COUNT   PIC 9(2).
           05 FILLER              PIC X(5) VALUE " LOW=".
           05 PART-H-LOW          PIC 9(38).
           05 FILLER              PIC X(6) VALUE " HIGH=".
           05 PART-H-HIGH         PIC 9(38).
       01 PART-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE "PTL ".
           05 PART-T-PART-NO      PIC 9(2).
           05 FILLER              PIC X(8) VALUE " DIGITS=".
           05 PART-T-DIGIT-COUNT  PIC 9(38).
           05 FILLER              PIC X(10) VALUE " CHECKSUM=".
           05 PART-T-CHECKSUM     PIC 9(10).
