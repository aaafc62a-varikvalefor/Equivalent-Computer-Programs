           05 PARM-LIMIT          PIC 9(38).
      *        PARM-LIMIT holds FIZZ BUZZ's upper bound for job
      *        "FIZZBUZZ" and 0007's optional VA-LIMIT for job
      *        "0007", and for job "CTLMAINT" the age in days at
      *        which a control-file change awaiting approval
      *        expires; for job "0005" it is the partition count
      *        of a partitioned run (two to twenty; zero or one
      *        when "0005" runs its range in one piece).  For job
      *        "MISINTAK", PARM-BOUNDARY is the largest BOUNDARY an
      *        MIS "0005" request may ask for and PARM-LIMIT the
      *        most rows one MIS VCFETCH request may span.
