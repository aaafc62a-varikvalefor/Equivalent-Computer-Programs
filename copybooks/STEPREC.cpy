      *is the highest return code still treated as a successful
      *completion (RECON legitimately returns 8 on a mismatch);
      *STEP-ON-FAIL says whether a return code past that limit stops
      *the run or lets the remaining steps continue.  A step may
      *also name the input files it needs, with the time it will be
      *waited for - see STEP-PREREQ.
       01 STEP-RECORD.
           05 STEP-NAME           PIC X(12).
           05 STEP-COMMAND        PIC X(40).
      *        finished and passed its STEP-MAX-RC / STEP-ON-FAIL
      *        rules.  Zero or spaces means the step runs alone, in
      *        order, as before.
           05 STEP-CUTOFF         PIC 9(6).
      *        STEP-CUTOFF is the latest time of day (HHMMSS) the
      *        control job will wait until for the step's input
      *        files below; zero or spaces means they are checked
      *        once, without waiting.
           05 STEP-PREREQ OCCURS 2 TIMES.
               10 STEP-PRQ-FILE   PIC X(24).
               10 STEP-PRQ-CTL    PIC X(5).
      *        STEP-PREREQ names up to two input files the step
      *        needs - FBTRANS.DAT for FIZZ BUZZ, MISACK.DAT for
      *        MISACK.  Each must exist and hold at least one
      *        record, and when STEP-PRQ-CTL is not blank it must
      *        also hold a record beginning with that text - the
      *        control record ("TRL" for an enveloped FBTRANS.DAT)
      *        that shows the feed arrived whole.  A step whose
      *        inputs are not all there by the cutoff is HELD, not
      *        run and not failed; a RESTART runs it once the file
      *        lands.  A step that reads another step's input -
      *        FBBAL behind FIZZ BUZZ - should name the same file,
      *        so it is held with it.  Blank names mean no
      *        prerequisite; records written before these fields
      *        existed read as blank.
