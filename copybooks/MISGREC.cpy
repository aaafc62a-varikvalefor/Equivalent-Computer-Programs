      *it cuts: the generation number, the run date, whether the
      *generation was a FULL extract or a DELTA since the previous
      *generation, the per-source and total record counts shipped,
      *and the hash total the trailer carried.  MG-TOTAL also counts
      *the "DVF " records of a VCFETCH BATCH delivery shipped inside
      *the generation - the total MIS acknowledges - so those are
      *MG-TOTAL less the two source counts.  MISGEN.DAT only ever
      *holds the latest position of the series; this history is what
      *the acknowledgment matching runs against, and what a
      *resynchronization conversation with MIS reads from.
