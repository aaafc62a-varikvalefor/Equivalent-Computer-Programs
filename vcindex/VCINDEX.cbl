      *extract, and the job falls back to the full from-the-top
      *rebuild, saying so on the console.  A missing or garbled
      *checkpoint, or a VCNDX.DAT that cannot be extended, rebuilds
      *the same way; VCARCH deletes the checkpoint when it trims the
      *extract's head, so the next load rebuilds VCNDX.DAT from the
      *live tail alone and the archived rows are left to the archive
      *files.  The checkpoint is rewritten after every load
      *with the write-to-temp-then-rename protection 0007's
      *CHECKPOINT-PARA uses.

