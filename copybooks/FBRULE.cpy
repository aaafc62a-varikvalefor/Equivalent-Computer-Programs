      *occur in FBRULES.DAT, first match wins, so broader divisors
      *(e.g. 15) must be listed ahead of the divisors they combine
      *(e.g. 3 and 5).
      *
      *FBRULES.DAT may hold several dated rule sets.  A set is the
      *records sharing one FB-VERSION, all carrying the same
      *FB-EFF-DATE; the set in force on a processing date is the one
      *with the latest effective date not after it, so a change
      *approved for the first of the month is keyed ahead of time
      *under its own version and date and simply takes over when
      *that date arrives.  A record with both fields blank (the
      *original 24-byte layout) belongs to the base set, version
      *"BASE", in force from the beginning.
       01 FB-RULE.
           05 FB-DIVISOR          PIC 9(4).
           05 FB-WORD             PIC X(20).
           05 FB-EFF-DATE         PIC X(8).
      *        FB-EFF-DATE is YYYYMMDD, or spaces for the base set.
           05 FB-VERSION          PIC X(8).
      *        FB-VERSION names the set; it is stamped on every
      *        classification the set produces.  One word, no
      *        embedded spaces.
