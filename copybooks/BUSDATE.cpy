      *BUSDATE.cpy -- the business-date control record (BUSDATE.DAT).
      *The suite's records are stamped with the business date the
      *night is processing, not the machine's calendar: a night that
      *starts at 23:50 stamps every step with one date however far
      *past midnight it runs, and a night missed for an outage can be
      *run later "as of" its own date.  NIGHTLYCTL owns the file: it
      *seeds it from the machine date the first time, takes the
      *night's run identifier from it, and advances it by one day
      *each time a night runs to its end - cleanly, or with failures
      *only on continue (ON-FAIL C) steps, which count as finished; a
      *night stopped by a step failure, or one that holds a step,
      *keeps its date until a RESTART finishes it.
      *Every batch step reads it through the BUSDATE subprogram at
      *start in place of ACCEPT FROM DATE.
       01 BD-RECORD.
           05 BD-BUS-DATE         PIC 9(8).
      *        BD-BUS-DATE (YYYYMMDD) is the business date in force:
      *        the night running now, or the next night to run.
           05 BD-LAST-DONE        PIC 9(8).
      *        BD-LAST-DONE is the last business date a night
      *        completed for, zero before the first.
           05 BD-DONE-RUN-ID      PIC X(10).
      *        BD-DONE-RUN-ID is the run identifier of that night.
