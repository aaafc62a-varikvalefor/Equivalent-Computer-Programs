      *RUNIDREC.cpy -- the night's run identifier (NIGHTRUN.DAT).
      *NIGHTLYCTL assigns one per night - the night's business date
      *(see BUSDATE.cpy) plus a letter that advances when the same
      *date is started fresh more than once (20260901-A,
      *20260901-B, ...) - and a RESTART
      *continuation reuses the identifier on file, so both halves of
      *an interrupted night visibly belong to the same run.  Every
      *step reads this file at start and carries the identifier into
