       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STBACKUP.
       AUTHOR.  VARIK VALEFOR.
      *STBACKUP takes a point-in-time backup of the suite's state
      *files - the checkpoints, generation positions, catalogs,
      *histories and control files listed in copybooks/STATEFIL.cpy
      *- so that a bad night or a damaged disk costs one STRESTOR run
      *instead of a morning of rebuilding state by hand.  It runs
      *ahead of the nightly sequence.
      *
      *Each run makes a new backup set named for the business date
      *and a letter that advances when the same date is backed up
      *more than once (20261015A, 20261015B, ...), so a rerun after a
      *failed night never overwrites the set taken before it.  Every
      *state file present is copied to BK<set>.<file-no>, and the
      *copy is read back and its record count and hash checked
      *against the original's before the next file is taken.  The
      *manifest BK<set>.MAN (see STATEFIL.cpy) is written last,
      *through its temporary name and one rename: a set without a
      *manifest is not a set, and STRESTOR will not read it.  A file
      *that does not exist yet is recorded as absent.
      *
      *The job holds the run tokens of "0005", "0007", FIZZ BUZZ and
      *MISINTAK while it copies, so no job can move a checkpoint
      *between one file and the next; FORCE on the command line
      *replaces a token a crash left behind.  It returns 0 with the
      *set complete, or 16 with no manifest written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT MAN-FILE ASSIGN TO DYNAMIC WS-MAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01 SRC-FILE-RECORD PIC X(1000).

       FD  COPY-FILE.
       01 COPY-FILE-RECORD PIC X(1000).

       FD  MAN-FILE.
       01 MAN-FILE-RECORD PIC X(68).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
      *run writes; a hand run between nights carries the last
      *assigned identifier.
       COPY RUNIDREC.
       01 WS-RUNID-STATUS     PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-SRC-STATUS       PIC X(2).
       01 WS-COPY-STATUS      PIC X(2).
       01 WS-MAN-STATUS       PIC X(2).

       COPY STATEFIL.
       COPY LOCKREQ.

      *Backup-set file names: BK<set>.<file-no> for a copy,
      *BK<set>.MAN for the manifest and BK<set>.TMP while it is being
      *written.
       01 WS-SRC-NAME         PIC X(14).
       01 WS-COPY-NAME.
           05 FILLER          PIC X(2) VALUE "BK".
           05 WS-COPY-SET     PIC X(9).
           05 FILLER          PIC X(1) VALUE ".".
           05 WS-COPY-EXT     PIC X(3).
       01 WS-MAN-NAME.
           05 FILLER          PIC X(2) VALUE "BK".
           05 WS-MAN-SET      PIC X(9).
           05 FILLER          PIC X(1) VALUE ".".
           05 WS-MAN-EXT      PIC X(3).
       01 WS-MAN-FINAL-NAME   PIC X(15).
       01 WS-MAN-TMP-NAME     PIC X(15).

      *The set name: the business date and the first letter whose
      *manifest is not already on disk.
       01 WS-SET-NAME.
           05 WS-SET-DATE     PIC X(8).
           05 WS-SET-LETTER   PIC X(1).
       01 WS-LETTERS          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETTER-POS       PIC 9(2).
       01 WS-SET-FREE-SW      PIC X(1) VALUE "N".
           88 SET-NAME-IS-FREE     VALUE "Y".

      *TARGA holds the command line, read only for the word FORCE.
       01 TARGA               PIC X(69).
       01 WS-TOKEN-1          PIC X(40).
       01 WS-FORCE-SW         PIC X(1) VALUE "N".
           88 FORCE-REQUESTED      VALUE "Y".

      *The run tokens held while the set is taken, as NIGHTBKOUT
      *holds them while it rewrites the same files.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 4 TIMES.
               10 WS-LOCK-JOB     PIC X(12).
               10 WS-LOCK-HELD-SW PIC X(1).
                   88 LOCK-IS-MINE     VALUE "Y".
       01 WS-LOCK-IDX         PIC 9(1).
       01 WS-LOCK-REFUSED-SW  PIC X(1) VALUE "N".
           88 A-LOCK-WAS-REFUSED   VALUE "Y".

      *Per-file figures: the original's record count and hash, the
      *copy's as read back, and the set's running totals for the
      *manifest trailer.  The hash is a polynomial over every
      *character of every record and each record's length, reduced
      *by RECON's prime as it goes.
       01 WS-FILE-NO          PIC 9(3).
       01 WS-REC-COUNT        PIC 9(9).
       01 WS-FILE-HASH        PIC 9(10).
       01 WS-SRC-COUNT        PIC 9(9).
       01 WS-SRC-HASH         PIC 9(10).
       01 WS-TOTAL-COUNT      PIC 9(9) VALUE 0.
       01 WS-TOTAL-HASH       PIC 9(10) VALUE 0.
       01 WS-PRESENT-COUNT    PIC 9(3) VALUE 0.
       01 WS-ABSENT-COUNT     PIC 9(3) VALUE 0.
       01 WS-HASH-MODULUS     PIC 9(10) VALUE 1000000007.
       01 WS-SCAN-TEXT        PIC X(1000).
      *The manifest records, held until every copy has checked.
       01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 19 TIMES PIC X(68).
       01 WS-SCAN-LEN         PIC 9(4).
       01 WS-CHAR-POS         PIC 9(4).

       01 WS-RUN-DATE         PIC X(10).
       01 WS-RUN-TIME         PIC X(8).
       COPY AUDITREC.
       01 WS-SAVE-RC          PIC S9(4).
       01 WS-REASON           PIC X(40) VALUE SPACES.
       01 D-COUNT-1           PIC Z(2)9.
       01 D-COUNT-2           PIC Z(2)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-PARAMETERS-PARA.
           PERFORM ACQUIRE-LOCKS-PARA.
           PERFORM NAME-SET-PARA.
           PERFORM BACKUP-FILE-PARA
               VARYING SF-IDX FROM 1 BY 1
               UNTIL SF-IDX > SF-FILE-COUNT.
           PERFORM WRITE-MANIFEST-PARA.
           MOVE WS-PRESENT-COUNT TO D-COUNT-1.
           MOVE WS-ABSENT-COUNT TO D-COUNT-2.
           DISPLAY "STBACKUP: backup set " WS-SET-NAME " taken - "
               FUNCTION TRIM(D-COUNT-1) " file(s) copied, "
               FUNCTION TRIM(D-COUNT-2) " absent".
           MOVE "NORMAL" TO AUDIT-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCKS-PARA.
           STOP RUN.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "STBACKUP"    TO AUDIT-JOB-NAME.
           MOVE WS-RUN-DATE   TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "START "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           MOVE "NORMAL"      TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *GET-RUNID-PARA reads the night's identifier.  NIGHTRUN.DAT
      *persists between nights - the same-date suffix series needs
      *the last identifier - so a hand run between nights is
      *stamped with the last assigned identifier, deliberately: a
      *daytime repair, rerun, or correction pass is part of that
      *night's story and should be found under its identifier.
      *Only before the first night ever is the identifier blank.
       GET-RUNID-PARA.
           MOVE SPACES TO NR-RECORD.
           OPEN INPUT RUNID-FILE.
           MOVE WS-RUNID-STATUS TO WS-RUNID-OPEN-STATUS.
           IF WS-RUNID-OPEN-STATUS = "00" THEN
               READ RUNID-FILE INTO NR-RECORD
                   AT END MOVE SPACES TO NR-RECORD
               END-READ
           END-IF.
           IF WS-RUNID-OPEN-STATUS = "00" OR
                   WS-RUNID-OPEN-STATUS = "05" THEN
               CLOSE RUNID-FILE
           END-IF.

      *END-LOG-PARA saves and restores RETURN-CODE around the CALL so
      *the AUDITLOG subprogram's own GOBACK doesn't clobber the exit
      *code MAIN-PARA already set for the caller.  The set name and
      *its file counts go into AUDIT-PARMS.
       END-LOG-PARA.
           MOVE RETURN-CODE   TO WS-SAVE-RC.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "STBACKUP"    TO AUDIT-JOB-NAME.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "END   "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           IF WS-REASON NOT = SPACES THEN
               STRING "reason=" DELIMITED BY SIZE
                      WS-REASON DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           ELSE
               MOVE WS-PRESENT-COUNT TO D-COUNT-1
               MOVE WS-ABSENT-COUNT TO D-COUNT-2
               STRING "SET=" DELIMITED BY SIZE
                      WS-SET-NAME DELIMITED BY SIZE
                      " FILES=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      " ABSENT=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           END-IF.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *ABEND-PARA is the cannot-run exit: no manifest has been
      *written, so whatever copies exist are not a set; the reason is
      *on the END record, and the tokens taken are given back.
       ABEND-PARA.
           MOVE "ABEND " TO AUDIT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCKS-PARA.
           STOP RUN.

      *GET-PARAMETERS-PARA reads the command line: nothing, or FORCE.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-1.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1.
           EVALUATE WS-TOKEN-1
               WHEN SPACES
                   CONTINUE
               WHEN "FORCE"
                   MOVE "Y" TO WS-FORCE-SW
               WHEN OTHER
                   DISPLAY "STBACKUP: unknown argument "
                       FUNCTION TRIM(WS-TOKEN-1) ", job terminated"
                   MOVE "bad command line" TO WS-REASON
                   PERFORM ABEND-PARA
           END-EVALUATE.

      *ACQUIRE-LOCKS-PARA takes the run tokens of the jobs that move
      *the state files.  One refused token releases whatever was
      *taken and stops the job.
       ACQUIRE-LOCKS-PARA.
           MOVE "0005"     TO WS-LOCK-JOB (1).
           MOVE "0007"     TO WS-LOCK-JOB (2).
           MOVE "FIZZBUZZ" TO WS-LOCK-JOB (3).
           MOVE "MISINTAK" TO WS-LOCK-JOB (4).
           MOVE "N" TO WS-LOCK-HELD-SW (1) WS-LOCK-HELD-SW (2)
               WS-LOCK-HELD-SW (3) WS-LOCK-HELD-SW (4).
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > 4 OR A-LOCK-WAS-REFUSED
               MOVE WS-LOCK-JOB (WS-LOCK-IDX) TO LOCK-JOB-NAME
               MOVE "A" TO LOCK-ACTION
               MOVE WS-FORCE-SW TO LOCK-FORCE-SW
               CALL "RUNLOCK" USING LOCK-REQUEST
               IF LOCK-IS-HELD THEN
                   MOVE "Y" TO WS-LOCK-REFUSED-SW
                   DISPLAY "STBACKUP: ABEND - "
                       FUNCTION TRIM(WS-LOCK-JOB (WS-LOCK-IDX))
                       " holds its run lock; if it crashed, rerun "
                       "with FORCE or remove the lock file"
               ELSE
                   MOVE "Y" TO WS-LOCK-HELD-SW (WS-LOCK-IDX)
               END-IF
           END-PERFORM.
           IF A-LOCK-WAS-REFUSED THEN
               MOVE "run lock held" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.

      *RELEASE-LOCKS-PARA gives back every token this job took,
      *saving and restoring RETURN-CODE around the CALLs.
       RELEASE-LOCKS-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > 4
               IF LOCK-IS-MINE (WS-LOCK-IDX) THEN
                   MOVE WS-LOCK-JOB (WS-LOCK-IDX) TO LOCK-JOB-NAME
                   MOVE "R" TO LOCK-ACTION
                   CALL "RUNLOCK" USING LOCK-REQUEST
                   MOVE "N" TO WS-LOCK-HELD-SW (WS-LOCK-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *NAME-SET-PARA finds the set name: the business date and the
      *first letter with no manifest on disk.  Copies left by a run
      *that stopped before its manifest are overwritten - they were
      *never a set.
       NAME-SET-PARA.
           MOVE WS-RUN-DATE (1:8) TO WS-SET-DATE.
           MOVE "N" TO WS-SET-FREE-SW.
           PERFORM VARYING WS-LETTER-POS FROM 1 BY 1
                   UNTIL WS-LETTER-POS > 26 OR SET-NAME-IS-FREE
               MOVE WS-LETTERS (WS-LETTER-POS:1) TO WS-SET-LETTER
               MOVE WS-SET-NAME TO WS-MAN-SET
               MOVE "MAN" TO WS-MAN-EXT
               OPEN INPUT MAN-FILE
               IF WS-MAN-STATUS = "35" THEN
                   MOVE "Y" TO WS-SET-FREE-SW
               ELSE
                   IF WS-MAN-STATUS = "00" THEN
                       CLOSE MAN-FILE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT SET-NAME-IS-FREE THEN
               DISPLAY "STBACKUP: ABEND - 26 backup sets already "
                   "taken for " WS-SET-DATE
               MOVE "no set name free" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-MAN-NAME TO WS-MAN-FINAL-NAME.
           MOVE "TMP" TO WS-MAN-EXT.
           MOVE WS-MAN-NAME TO WS-MAN-TMP-NAME.
           MOVE WS-SET-NAME TO WS-COPY-SET.
           MOVE 0 TO WS-FILE-NO.

      *BACKUP-FILE-PARA takes one state file: a file that does not
      *exist is recorded absent; any other file that will not open
      *stops the set.  The copy is read back and must match the
      *original record for record before the set moves on.
       BACKUP-FILE-PARA.
           ADD 1 TO WS-FILE-NO.
           MOVE SF-FILE-NAME (SF-IDX) TO WS-SRC-NAME.
           MOVE WS-FILE-NO TO WS-COPY-EXT.
           MOVE "FIL "         TO MF-TAG.
           MOVE WS-SET-NAME    TO MF-SET-NAME.
           MOVE WS-FILE-NO     TO MF-FILE-NO.
           MOVE WS-SRC-NAME    TO MF-FILE-NAME.
           MOVE WS-RUN-DATE    TO MF-RUN-DATE.
           MOVE WS-RUN-TIME    TO MF-RUN-TIME.
           OPEN INPUT SRC-FILE.
           EVALUATE WS-SRC-STATUS
               WHEN "35"
                   MOVE "N" TO MF-PRESENT-SW
                   MOVE 0 TO MF-REC-COUNT MF-HASH
                   ADD 1 TO WS-ABSENT-COUNT
               WHEN "00"
                   PERFORM COPY-FILE-PARA
                   PERFORM CHECK-COPY-PARA
                   MOVE "Y" TO MF-PRESENT-SW
                   MOVE WS-SRC-COUNT TO MF-REC-COUNT
                   MOVE WS-SRC-HASH  TO MF-HASH
                   ADD 1 TO WS-PRESENT-COUNT
                   ADD WS-SRC-COUNT TO WS-TOTAL-COUNT
                   COMPUTE WS-TOTAL-HASH = FUNCTION MOD(
                       WS-TOTAL-HASH + WS-SRC-HASH, WS-HASH-MODULUS)
               WHEN OTHER
                   DISPLAY "STBACKUP: ABEND - cannot open "
                       FUNCTION TRIM(WS-SRC-NAME) ", status "
                       WS-SRC-STATUS
                   MOVE "state file unreadable" TO WS-REASON
                   PERFORM ABEND-PARA
           END-EVALUATE.
           PERFORM SAVE-ENTRY-PARA.

      *COPY-FILE-PARA copies the open state file to the set,
      *counting and hashing the original as it goes.
       COPY-FILE-PARA.
           MOVE 0 TO WS-REC-COUNT WS-FILE-HASH.
           OPEN OUTPUT COPY-FILE.
           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SRC-FILE
                   AT END MOVE "10" TO WS-SRC-STATUS
                   NOT AT END
                       MOVE SRC-FILE-RECORD TO WS-SCAN-TEXT
                       PERFORM HASH-RECORD-PARA
                       WRITE COPY-FILE-RECORD FROM SRC-FILE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SRC-FILE.
           CLOSE COPY-FILE.
           MOVE WS-REC-COUNT TO WS-SRC-COUNT.
           MOVE WS-FILE-HASH TO WS-SRC-HASH.

      *CHECK-COPY-PARA reads the copy back; a count or hash that
      *differs from the original's means the set cannot be trusted.
       CHECK-COPY-PARA.
           MOVE 0 TO WS-REC-COUNT WS-FILE-HASH.
           OPEN INPUT COPY-FILE.
           PERFORM UNTIL WS-COPY-STATUS NOT = "00"
               READ COPY-FILE
                   AT END MOVE "10" TO WS-COPY-STATUS
                   NOT AT END
                       MOVE COPY-FILE-RECORD TO WS-SCAN-TEXT
                       PERFORM HASH-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE COPY-FILE.
           IF WS-REC-COUNT NOT = WS-SRC-COUNT
                   OR WS-FILE-HASH NOT = WS-SRC-HASH THEN
               DISPLAY "STBACKUP: ABEND - copy of "
                   FUNCTION TRIM(WS-SRC-NAME) " in " WS-COPY-NAME
                   " does not read back the same"
               MOVE "copy failed read-back check" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.

      *HASH-RECORD-PARA counts one record and folds it into the
      *file's hash: its length first, so records that split or join
      *differently cannot hash alike, then every character up to the
      *last non-blank one.
       HASH-RECORD-PARA.
           ADD 1 TO WS-REC-COUNT.
           IF WS-SCAN-TEXT = SPACES THEN
               MOVE 0 TO WS-SCAN-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-TEXT
                   TRAILING)) TO WS-SCAN-LEN
           END-IF.
           COMPUTE WS-FILE-HASH = FUNCTION MOD(
               WS-FILE-HASH * 31 + WS-SCAN-LEN + 1, WS-HASH-MODULUS).
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-SCAN-LEN
               COMPUTE WS-FILE-HASH = FUNCTION MOD(
                   WS-FILE-HASH * 31
                   + FUNCTION ORD(WS-SCAN-TEXT (WS-CHAR-POS:1)),
                   WS-HASH-MODULUS)
           END-PERFORM.

      *SAVE-ENTRY-PARA holds the file's manifest record until the
      *whole set has been copied and checked.
       SAVE-ENTRY-PARA.
           MOVE MF-RECORD TO WS-MF-ENTRY (WS-FILE-NO).

      *WRITE-MANIFEST-PARA writes the manifest - one "FIL " record
      *per state file and the trailer - under its temporary name and
      *renames it into place, the step that makes the copies a set.
       WRITE-MANIFEST-PARA.
           MOVE WS-MAN-TMP-NAME TO WS-MAN-NAME.
           OPEN OUTPUT MAN-FILE.
           PERFORM VARYING SF-IDX FROM 1 BY 1
                   UNTIL SF-IDX > SF-FILE-COUNT
               WRITE MAN-FILE-RECORD FROM WS-MF-ENTRY (SF-IDX)
           END-PERFORM.
           MOVE SPACES TO MF-RECORD.
           MOVE "TRL "         TO MF-TAG.
           MOVE WS-SET-NAME    TO MF-SET-NAME.
           MOVE SF-FILE-COUNT  TO MF-FILE-NO.
           MOVE WS-TOTAL-COUNT TO MF-REC-COUNT.
           MOVE WS-TOTAL-HASH  TO MF-HASH.
           MOVE WS-RUN-DATE    TO MF-RUN-DATE.
           MOVE WS-RUN-TIME    TO MF-RUN-TIME.
           WRITE MAN-FILE-RECORD FROM MF-RECORD.
           CLOSE MAN-FILE.
           CALL "CBL_RENAME_FILE" USING WS-MAN-TMP-NAME
               WS-MAN-FINAL-NAME.
