      *VCARCAT.CPY -- one "0007" extract archive catalog record
      *(VCARCAT.DAT).  VCARCH moves closed VA ranges off the head of
      *VCREC.DAT into keyed archive files (AC-FILE-NAME,
      *VCAR<arch-no>.DAT, VCNDXREC.cpy's layout and key) and appends
      *one of these records per archive file cut.  The ranges run
      *contiguously upward from VA 1 in AC-ARCH-NO order, and the
      *live extract starts at the VA after the last record's
      *AC-HIGH-VA, so a reader wanting a VA finds it in the archive
      *file whose range holds it, or on the live extract above the
      *last range.  AC-THRU-COUNT is the number of chunk records
      *archived through this file, counted from the extract's first
      *record: an archived chunk's position in the whole extract is
      *the same as before it left VCREC.DAT, which is how MISXTRCT's
      *shipped counts keep their meaning.  No catalog means nothing
      *has been archived and VCREC.DAT is the whole extract.
       01 AC-RECORD.
           05 AC-ARCH-NO          PIC 9(4).
           05 AC-FILE-NAME        PIC X(12).
           05 AC-LOW-VA           PIC 9(38).
           05 AC-HIGH-VA          PIC 9(38).
           05 AC-CHUNK-COUNT      PIC 9(9).
           05 AC-THRU-COUNT       PIC 9(9).
           05 AC-RUN-DATE         PIC X(10).
           05 AC-RUN-ID           PIC X(10).
