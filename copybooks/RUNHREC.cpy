           05 RH-RUN-DATE         PIC X(10).
           05 RH-JOB-NAME         PIC X(12).
           05 RH-STATUS           PIC X(6).
      *        RH-STATUS "BKOUT " marks NIGHTBKOUT's record for a job
      *        whose night was backed out: it carries no volume, and
      *        for "0007" its RH-CUMULATIVE is the VA the extract was
      *        cut back to, so the next night's delta starts there.
           05 RH-ELAPSED-SECS     PIC 9(8).
           05 RH-VOLUME           PIC 9(38).
           05 RH-CUMULATIVE       PIC 9(38).
