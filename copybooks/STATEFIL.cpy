      *STATEFIL.CPY -- the suite's state files and the backup-set
      *manifest record.  SF-FILE-NAME lists every small file the
      *suite's recoverability rests on: the four scheduler control
      *files and the business date, then the files that describe what
      *has been produced and shipped, then the checkpoints and
      *positions.  STBACKUP copies them, in this order, into a backup
      *set; STRESTOR puts them back in the same order, so the
      *positions are the last thing an interrupted restore would have
      *changed.  The large data files these positions describe
      *(VCREC.DAT, VCNDX.DAT, the G0005 and VCAR archive files) are
      *not part of a set.
       01 SF-FILE-LIST.
           05 FILLER         PIC X(14) VALUE "PARMFILE.DAT".
           05 FILLER         PIC X(14) VALUE "FBRULES.DAT".
           05 FILLER         PIC X(14) VALUE "STEPTBL.DAT".
           05 FILLER         PIC X(14) VALUE "CALENDAR.DAT".
           05 FILLER         PIC X(14) VALUE "BUSDATE.DAT".
           05 FILLER         PIC X(14) VALUE "REQFILE.DAT".
           05 FILLER         PIC X(14) VALUE "OUT5CAT.DAT".
           05 FILLER         PIC X(14) VALUE "VCARCAT.DAT".
           05 FILLER         PIC X(14) VALUE "ROWPREV.DAT".
           05 FILLER         PIC X(14) VALUE "MISGHIST.DAT".
           05 FILLER         PIC X(14) VALUE "MISINQ.DAT".
           05 FILLER         PIC X(14) VALUE "VCFREQ.DAT".
           05 FILLER         PIC X(14) VALUE "RUNHIST.DAT".
           05 FILLER         PIC X(14) VALUE "NIGHTLYRS.DAT".
           05 FILLER         PIC X(14) VALUE "VCNDXCP.DAT".
           05 FILLER         PIC X(14) VALUE "CHKPTFB.DAT".
           05 FILLER         PIC X(14) VALUE "CHKPT007.DAT".
           05 FILLER         PIC X(14) VALUE "MISGEN.DAT".
           05 FILLER         PIC X(14) VALUE "NIGHTRUN.DAT".
       01 SF-FILE-TABLE REDEFINES SF-FILE-LIST.
           05 SF-FILE-NAME OCCURS 19 TIMES
               INDEXED BY SF-IDX PIC X(14).
       01 SF-FILE-COUNT           PIC 9(3) VALUE 19.
      *One manifest record (BK<set>.MAN).  A "FIL " record per state
      *file, in SF-FILE-NAME order: the file, whether it existed when
      *the set was taken, and the record count and hash of the copy,
      *BK<set>.<file-no>.  A file that did not exist has no copy; to
      *restore the set is to remove it again.  The closing "TRL "
      *record carries the number of "FIL " records, the total record
      *count and the sum of the hashes, so a truncated manifest is
      *caught as surely as a damaged copy.  The hash runs over every
      *character of every record, not only the digits, since a
      *control file is mostly names and switches.
       01 MF-RECORD.
           05 MF-TAG              PIC X(4).
               88 MF-IS-FILE           VALUE "FIL ".
               88 MF-IS-TRAILER        VALUE "TRL ".
           05 MF-SET-NAME         PIC X(9).
           05 MF-FILE-NO          PIC 9(3).
           05 MF-FILE-NAME        PIC X(14).
           05 MF-PRESENT-SW       PIC X(1).
               88 MF-IS-PRESENT        VALUE "Y".
               88 MF-IS-ABSENT         VALUE "N".
           05 MF-REC-COUNT        PIC 9(9).
           05 MF-HASH             PIC 9(10).
           05 MF-RUN-DATE         PIC X(10).
           05 MF-RUN-TIME         PIC X(8).
