       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRESTOR.
       AUTHOR.  VARIK VALEFOR.
      *STRESTOR puts the suite's state files back from a backup set
      *STBACKUP took (see copybooks/STATEFIL.cpy).  It trusts nothing
      *it has not checked: before a single file is touched the set's
      *manifest must be whole - its "FIL " records one per state file
      *in order, each naming the state file at its own position, and
      *its trailer's count, record total and hash sum agreeing with
      *them - and
      *every copy the manifest lists must read back with the record
      *count and hash it was taken with.  A set that fails any check
      *is reported and refused: RC 8, nothing changed.
      *
      *A set that verifies can still be older than the "0007"
      *archives.  VCARCH moves VA ranges off VCREC.DAT into VCAR
      *archive files and catalogs them in VCARCAT.DAT; put back a
      *catalog from before an archive was cut and the archive's rows
      *are on no catalog and no longer on the extract.  So the live
      *VCARCAT.DAT is read against the set's copy, and a set whose
      *catalog lacks ranges the live one holds is refused the same
      *way, RC 8, with each archive it would orphan named in the
      *report.
      *
      *Command line: the set name (e.g. 20261015A), then APPLY to
      *act, and FORCE for run tokens orphaned by a crash.  Without
      *APPLY the job verifies the set, reports it in STRESTOR.RPT and
      *on the console, and changes nothing - the way to find out
      *whether a set can be trusted before it is needed.  APPLY takes
      *the run tokens of "0005", "0007", FIZZ BUZZ and MISINTAK
      *before the manifest is read, then restores the files in
      *manifest order: each copy is written under a temporary name,
      *read back, and renamed over the live file only when it
      *matches; a file the set records as absent is removed.  A
      *restore that stops part-way - a copy that does not read back,
      *a rename that fails - returns 16 and the report names the
      *files already put back, so the same set can simply be
      *restored again.  A set that verifies, and under APPLY is
      *restored in full, returns 0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAN-FILE ASSIGN TO DYNAMIC WS-MAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT TMP-FILE ASSIGN TO "STRESTOR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STRESTOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAN-FILE.
       01 MAN-FILE-RECORD PIC X(68).

       FD  COPY-FILE.
       01 COPY-FILE-RECORD PIC X(1000).

       FD  TMP-FILE.
       01 TMP-FILE-RECORD PIC X(1000).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
      *run writes; a hand run between nights carries the last
      *assigned identifier.
       COPY RUNIDREC.
       01 WS-RUNID-STATUS     PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-MAN-STATUS       PIC X(2).
       01 WS-COPY-STATUS      PIC X(2).
       01 WS-TMP-STATUS       PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-ACAT-STATUS      PIC X(2).
       01 WS-ACAT-OPEN-STATUS PIC X(2).

       COPY STATEFIL.
       COPY LOCKREQ.

      *The archive catalog check: the highest VA the set's copy of
      *VCARCAT.DAT has archived (zero when the set holds no catalog),
      *and the live catalog's ranges above it.
       COPY VCARCAT.
       01 WS-SET-HIGH-VA      PIC 9(38) VALUE 0.
       01 WS-UNCAT-COUNT      PIC 9(4) VALUE 0.
       01 D-ARCH-NO           PIC Z(3)9.

      *Backup-set file names, as STBACKUP builds them.
       01 WS-COPY-NAME.
           05 FILLER          PIC X(2) VALUE "BK".
           05 WS-COPY-SET     PIC X(9).
           05 FILLER          PIC X(1) VALUE ".".
           05 WS-COPY-EXT     PIC X(3).
       01 WS-MAN-NAME.
           05 FILLER          PIC X(2) VALUE "BK".
           05 WS-MAN-SET      PIC X(9).
           05 FILLER          PIC X(1) VALUE ".".
           05 WS-MAN-EXT      PIC X(3) VALUE "MAN".
       01 WS-TMP-NAME         PIC X(14) VALUE "STRESTOR.TMP".
       01 WS-TARGET-NAME      PIC X(14).
       01 WS-SET-NAME         PIC X(9).

      *TARGA holds the command line: the set name, then APPLY and
      *FORCE in either order.
       01 TARGA               PIC X(69).
       01 CMD-SET-NAME        PIC X(40).
       01 CMD-WORD-2          PIC X(40).
       01 CMD-WORD-3          PIC X(40).
       01 WS-APPLY-SW         PIC X(1) VALUE "N".
           88 APPLY-REQUESTED      VALUE "Y".
       01 WS-FORCE-SW         PIC X(1) VALUE "N".
           88 FORCE-REQUESTED      VALUE "Y".

      *The run tokens held while the files are put back, the same
      *four STBACKUP holds while it takes them.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 4 TIMES.
               10 WS-LOCK-JOB     PIC X(12).
               10 WS-LOCK-HELD-SW PIC X(1).
                   88 LOCK-IS-MINE     VALUE "Y".
       01 WS-LOCK-IDX         PIC 9(1).
       01 WS-LOCK-REFUSED-SW  PIC X(1) VALUE "N".
           88 A-LOCK-WAS-REFUSED   VALUE "Y".

      *The manifest as read: one entry per "FIL " record, with what
      *the check of its copy found.  WS-MF-STATE is the line the
      *report gives the file.
       01 WS-MF-COUNT         PIC 9(3) VALUE 0.
       01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 19 TIMES.
               10 WS-MF-FILE-NAME  PIC X(14).
               10 WS-MF-PRESENT-SW PIC X(1).
                   88 WS-MF-IS-PRESENT VALUE "Y".
               10 WS-MF-REC-COUNT  PIC 9(9).
               10 WS-MF-HASH       PIC 9(10).
               10 WS-MF-STATE      PIC X(40).
       01 WS-MF-IDX           PIC 9(3).
       01 WS-TRAILER-SW       PIC X(1) VALUE "N".
           88 TRAILER-WAS-READ     VALUE "Y".
       01 WS-MAN-PROBLEM      PIC X(60) VALUE SPACES.
       01 WS-TAKEN-DATE       PIC X(10) VALUE SPACES.
       01 WS-TAKEN-TIME       PIC X(8) VALUE SPACES.
       01 WS-REFUSE-COUNT     PIC 9(4) VALUE 0.
       01 WS-RESTORED-COUNT   PIC 9(3) VALUE 0.
       01 WS-REMOVED-COUNT    PIC 9(3) VALUE 0.
       01 WS-STOPPED-SW       PIC X(1) VALUE "N".
           88 RESTORE-STOPPED      VALUE "Y".
       01 WS-KNOWN-SW         PIC X(1).
           88 NAME-IS-KNOWN        VALUE "Y".

      *Counting and hashing, exactly as STBACKUP counts and hashes.
       01 WS-REC-COUNT        PIC 9(9).
       01 WS-FILE-HASH        PIC 9(10).
       01 WS-TOTAL-COUNT      PIC 9(9) VALUE 0.
       01 WS-TOTAL-HASH       PIC 9(10) VALUE 0.
       01 WS-HASH-MODULUS     PIC 9(10) VALUE 1000000007.
       01 WS-SCAN-TEXT        PIC X(1000).
       01 WS-SCAN-LEN         PIC 9(4).
       01 WS-CHAR-POS         PIC 9(4).

       01 WS-RUN-DATE         PIC X(10).
       01 WS-RUN-TIME         PIC X(8).
       COPY AUDITREC.
       01 WS-SAVE-RC          PIC S9(4).
       01 WS-RENAME-RC        PIC S9(9) COMP-5.
       01 WS-PRINT-LINE       PIC X(132).
       01 D-COUNT-1           PIC Z(8)9.
       01 D-COUNT-2           PIC Z(8)9.

       01 HEADING-LINE.
           05 FILLER        PIC X(22)
               VALUE "STATE RESTORE  SET    ".
           05 H-SET-NAME    PIC X(9).
           05 FILLER        PIC X(8) VALUE "   MODE ".
           05 H-MODE        PIC X(7).
           05 FILLER        PIC X(7) VALUE "  DATE ".
           05 H-RUN-DATE    PIC X(10).

       01 FILE-LINE.
           05 F-FILE-NO     PIC 9(3).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 F-FILE-NAME   PIC X(14).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 F-PRESENT     PIC X(7).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 F-REC-COUNT   PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 F-STATE       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-PARAMETERS-PARA.
           IF WS-SET-NAME = SPACES THEN
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-LOG-PARA
               STOP RUN
           END-IF.
           IF APPLY-REQUESTED THEN
               PERFORM ACQUIRE-LOCKS-PARA
           END-IF.
           PERFORM READ-MANIFEST-PARA.
           IF WS-MAN-PROBLEM = SPACES THEN
               PERFORM VERIFY-COPY-PARA
                   VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
           ELSE
               ADD 1 TO WS-REFUSE-COUNT
           END-IF.
           PERFORM WRITE-REPORT-PARA.
           IF WS-REFUSE-COUNT = 0 THEN
               PERFORM CHECK-ARCHIVE-CATALOG-PARA
           END-IF.
           IF WS-REFUSE-COUNT > 0 THEN
               DISPLAY "STRESTOR: backup set " WS-SET-NAME
                   " does NOT verify, nothing changed - "
                   "see STRESTOR.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-UNCAT-COUNT > 0 THEN
               DISPLAY "STRESTOR: backup set " WS-SET-NAME
                   " predates archives in VCARCAT.DAT, nothing "
                   "changed - see STRESTOR.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT APPLY-REQUESTED THEN
               DISPLAY "STRESTOR: backup set " WS-SET-NAME
                   " verifies - rerun with APPLY to restore it"
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM RESTORE-FILE-PARA
                   VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT OR RESTORE-STOPPED
               IF RESTORE-STOPPED THEN
                   DISPLAY "STRESTOR: ABEND - restore of "
                       WS-SET-NAME " stopped part-way - "
                       "see STRESTOR.RPT"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "STRESTOR: backup set " WS-SET-NAME
                       " restored - see STRESTOR.RPT"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-REPORT-END-PARA.
           IF RESTORE-STOPPED THEN
               MOVE "ABEND " TO AUDIT-STATUS
           ELSE
               MOVE "NORMAL" TO AUDIT-STATUS
           END-IF.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCKS-PARA.
           STOP RUN.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "STRESTOR"    TO AUDIT-JOB-NAME.
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
      *code MAIN-PARA already set for the caller.  The set, the mode
      *and what was restored go into AUDIT-PARMS.
       END-LOG-PARA.
           MOVE RETURN-CODE   TO WS-SAVE-RC.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "STRESTOR"    TO AUDIT-JOB-NAME.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "END   "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           MOVE WS-RESTORED-COUNT TO D-COUNT-1.
           MOVE WS-REMOVED-COUNT TO D-COUNT-2.
           IF APPLY-REQUESTED THEN
               STRING "SET=" DELIMITED BY SIZE
                      WS-SET-NAME DELIMITED BY SIZE
                      " APPLY RESTORED=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      " REMOVED=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           ELSE
               STRING "SET=" DELIMITED BY SIZE
                      WS-SET-NAME DELIMITED BY SIZE
                      " VERIFY" DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           END-IF.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *GET-PARAMETERS-PARA reads the set name - eight digits of date
      *and the set letter - and the APPLY and FORCE words.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-SET-NAME CMD-WORD-2 CMD-WORD-3.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-SET-NAME CMD-WORD-2 CMD-WORD-3.
           IF CMD-WORD-2 = "APPLY" OR CMD-WORD-3 = "APPLY" THEN
               MOVE "Y" TO WS-APPLY-SW
           END-IF.
           IF CMD-WORD-2 = "FORCE" OR CMD-WORD-3 = "FORCE" THEN
               MOVE "Y" TO WS-FORCE-SW
           END-IF.
           MOVE SPACES TO WS-SET-NAME.
           IF CMD-SET-NAME (1:8) IS NUMERIC
                   AND CMD-SET-NAME (9:1) IS ALPHABETIC-UPPER
                   AND CMD-SET-NAME (9:1) NOT = SPACE
                   AND CMD-SET-NAME (10:1) = SPACE THEN
               MOVE CMD-SET-NAME (1:9) TO WS-SET-NAME
           ELSE
               DISPLAY "STRESTOR: give the backup set name "
                 "(e.g. 20261015A), then APPLY to act - job "
                 "terminated"
           END-IF.
           MOVE WS-SET-NAME TO WS-MAN-SET WS-COPY-SET.

      *ACQUIRE-LOCKS-PARA takes the run tokens of the jobs whose
      *files a restore puts back.  One refused token releases
      *whatever was taken and stops the job.
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
                   DISPLAY "STRESTOR: ABEND - "
                       FUNCTION TRIM(WS-LOCK-JOB (WS-LOCK-IDX))
                       " holds its run lock; if it crashed, rerun "
                       "with FORCE or remove the lock file"
               ELSE
                   MOVE "Y" TO WS-LOCK-HELD-SW (WS-LOCK-IDX)
               END-IF
           END-PERFORM.
           IF A-LOCK-WAS-REFUSED THEN
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-LOG-PARA
               PERFORM RELEASE-LOCKS-PARA
               STOP RUN
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

      *READ-MANIFEST-PARA reads BK<set>.MAN into WS-MF-TABLE and
      *checks its shape; the first thing wrong with it goes into
      *WS-MAN-PROBLEM.  The copies are not opened here.
       READ-MANIFEST-PARA.
           OPEN INPUT MAN-FILE.
           IF WS-MAN-STATUS NOT = "00" THEN
               MOVE "MANIFEST NOT FOUND - NOT A COMPLETE SET"
                   TO WS-MAN-PROBLEM
           ELSE
               PERFORM UNTIL WS-MAN-STATUS NOT = "00"
                       OR WS-MAN-PROBLEM NOT = SPACES
                   READ MAN-FILE INTO MF-RECORD
                       AT END MOVE "10" TO WS-MAN-STATUS
                       NOT AT END PERFORM CHECK-MANIFEST-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE MAN-FILE
               IF WS-MAN-PROBLEM = SPACES
                       AND NOT TRAILER-WAS-READ THEN
                   MOVE "MANIFEST HAS NO TRAILER - TRUNCATED"
                       TO WS-MAN-PROBLEM
               END-IF
           END-IF.

      *CHECK-MANIFEST-RECORD-PARA checks one manifest record: "FIL "
      *records numbered from 1 in order, for this set, each naming
      *the state file at its own position in SF-FILE-NAME; then one
      *trailer agreeing with all of them, after exactly one record
      *per state file, and nothing after it.
       CHECK-MANIFEST-RECORD-PARA.
           IF TRAILER-WAS-READ THEN
               MOVE "RECORDS FOLLOW THE MANIFEST TRAILER"
                   TO WS-MAN-PROBLEM
           ELSE
           IF MF-SET-NAME NOT = WS-SET-NAME THEN
               MOVE "MANIFEST RECORD FOR ANOTHER SET"
                   TO WS-MAN-PROBLEM
           ELSE
           IF MF-IS-TRAILER THEN
               MOVE "Y" TO WS-TRAILER-SW
               IF MF-FILE-NO NOT = WS-MF-COUNT
                       OR WS-MF-COUNT NOT = SF-FILE-COUNT
                       OR MF-REC-COUNT NOT = WS-TOTAL-COUNT
                       OR MF-HASH NOT = WS-TOTAL-HASH THEN
                   MOVE "MANIFEST TRAILER DOES NOT AGREE"
                       TO WS-MAN-PROBLEM
               END-IF
           ELSE
           IF NOT MF-IS-FILE THEN
               MOVE "UNKNOWN MANIFEST RECORD" TO WS-MAN-PROBLEM
           ELSE
           IF WS-MF-COUNT NOT < SF-FILE-COUNT
                   OR MF-FILE-NO IS NOT NUMERIC
                   OR MF-FILE-NO NOT = WS-MF-COUNT + 1 THEN
               MOVE "MANIFEST FILE RECORDS OUT OF SEQUENCE"
                   TO WS-MAN-PROBLEM
           ELSE
           IF NOT MF-IS-PRESENT AND NOT MF-IS-ABSENT THEN
               MOVE "MANIFEST RECORD NEITHER PRESENT NOR ABSENT"
                   TO WS-MAN-PROBLEM
           ELSE
               PERFORM CHECK-FILE-NAME-PARA
               IF NOT NAME-IS-KNOWN THEN
                   MOVE SPACES TO WS-MAN-PROBLEM
                   STRING "MANIFEST NAMES WRONG FILE "
                              DELIMITED BY SIZE
                          MF-FILE-NAME DELIMITED BY SPACE
                          INTO WS-MAN-PROBLEM
               ELSE
                   ADD 1 TO WS-MF-COUNT
                   MOVE MF-FILE-NAME
                       TO WS-MF-FILE-NAME (WS-MF-COUNT)
                   MOVE MF-PRESENT-SW
                       TO WS-MF-PRESENT-SW (WS-MF-COUNT)
                   MOVE MF-REC-COUNT
                       TO WS-MF-REC-COUNT (WS-MF-COUNT)
                   MOVE MF-HASH TO WS-MF-HASH (WS-MF-COUNT)
                   MOVE SPACES TO WS-MF-STATE (WS-MF-COUNT)
                   ADD MF-REC-COUNT TO WS-TOTAL-COUNT
                   COMPUTE WS-TOTAL-HASH = FUNCTION MOD(
                       WS-TOTAL-HASH + MF-HASH, WS-HASH-MODULUS)
                   MOVE MF-RUN-DATE TO WS-TAKEN-DATE
                   MOVE MF-RUN-TIME TO WS-TAKEN-TIME
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *CHECK-FILE-NAME-PARA holds the manifest's file name to the
      *state file at that record's position, already checked to be
      *the next in sequence: a set can put back nothing else, and
      *puts each file back in the order STRESTOR relies on.
       CHECK-FILE-NAME-PARA.
           MOVE "N" TO WS-KNOWN-SW.
           IF MF-FILE-NAME = SF-FILE-NAME (MF-FILE-NO) THEN
               MOVE "Y" TO WS-KNOWN-SW
           END-IF.

      *VERIFY-COPY-PARA reads one copy back and compares its record
      *count and hash with the manifest's.  A file the set records as
      *absent has no copy to check.
       VERIFY-COPY-PARA.
           IF NOT WS-MF-IS-PRESENT (WS-MF-IDX) THEN
               MOVE "ABSENT WHEN TAKEN - WILL BE REMOVED"
                   TO WS-MF-STATE (WS-MF-IDX)
           ELSE
               MOVE WS-MF-IDX TO WS-COPY-EXT
               OPEN INPUT COPY-FILE
               IF WS-COPY-STATUS NOT = "00" THEN
                   MOVE "COPY MISSING" TO WS-MF-STATE (WS-MF-IDX)
                   ADD 1 TO WS-REFUSE-COUNT
               ELSE
                   MOVE 0 TO WS-REC-COUNT WS-FILE-HASH
                   PERFORM UNTIL WS-COPY-STATUS NOT = "00"
                       READ COPY-FILE
                           AT END MOVE "10" TO WS-COPY-STATUS
                           NOT AT END
                               MOVE COPY-FILE-RECORD TO WS-SCAN-TEXT
                               PERFORM HASH-RECORD-PARA
                       END-READ
                   END-PERFORM
                   CLOSE COPY-FILE
                   IF WS-REC-COUNT NOT = WS-MF-REC-COUNT (WS-MF-IDX)
                       MOVE "COPY DOES NOT MATCH - RECORD COUNT"
                           TO WS-MF-STATE (WS-MF-IDX)
                       ADD 1 TO WS-REFUSE-COUNT
                   ELSE
                   IF WS-FILE-HASH NOT = WS-MF-HASH (WS-MF-IDX)
                       MOVE "COPY DOES NOT MATCH - HASH"
                           TO WS-MF-STATE (WS-MF-IDX)
                       ADD 1 TO WS-REFUSE-COUNT
                   ELSE
                       MOVE "VERIFIED" TO WS-MF-STATE (WS-MF-IDX)
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *HASH-RECORD-PARA counts one record and folds it into the
      *file's hash: its length first, then every character up to the
      *last non-blank one - STBACKUP's hash, so the two agree.
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

      *CHECK-ARCHIVE-CATALOG-PARA reads the set's copy of
      *VCARCAT.DAT for the highest VA it has archived, then the live
      *catalog: every live range above that is an archive the set's
      *catalog would lose, and is named in the report.  A live
      *catalog that exists but cannot be read is refused too - what
      *it holds cannot be checked.
       CHECK-ARCHIVE-CATALOG-PARA.
           MOVE 0 TO WS-SET-HIGH-VA.
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-FILE-NAME (WS-MF-IDX) = "VCARCAT.DAT"
                       AND WS-MF-IS-PRESENT (WS-MF-IDX) THEN
                   MOVE WS-MF-IDX TO WS-COPY-EXT
                   OPEN INPUT COPY-FILE
                   PERFORM UNTIL WS-COPY-STATUS NOT = "00"
                       READ COPY-FILE
                           AT END MOVE "10" TO WS-COPY-STATUS
                           NOT AT END
                               MOVE COPY-FILE-RECORD TO AC-RECORD
                               IF AC-HIGH-VA IS NUMERIC AND
                                       AC-HIGH-VA > WS-SET-HIGH-VA
                                       THEN
                                   MOVE AC-HIGH-VA TO WS-SET-HIGH-VA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COPY-FILE
               END-IF
           END-PERFORM.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END
                           IF AC-HIGH-VA IS NOT NUMERIC OR
                                   AC-HIGH-VA > WS-SET-HIGH-VA THEN
                               PERFORM REPORT-UNCATALOGUED-PARA
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-ACAT-OPEN-STATUS NOT = "05" AND
                       WS-ACAT-OPEN-STATUS NOT = "35" THEN
                   ADD 1 TO WS-UNCAT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "LIVE VCARCAT.DAT CANNOT BE READ, STATUS "
                              DELIMITED BY SIZE
                          WS-ACAT-OPEN-STATUS DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM WRITE-RPT-LINE-PARA
               END-IF
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

       REPORT-UNCATALOGUED-PARA.
           ADD 1 TO WS-UNCAT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF AC-ARCH-NO IS NUMERIC THEN
               MOVE AC-ARCH-NO TO D-ARCH-NO
           ELSE
               MOVE 0 TO D-ARCH-NO
           END-IF.
           STRING "ARCHIVE " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ARCH-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AC-FILE-NAME DELIMITED BY SPACE
                  " IS NOT IN THE SET'S VCARCAT.DAT - "
                      DELIMITED BY SIZE
                  "RESTORE WOULD UNCATALOG IT" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

      *RESTORE-FILE-PARA puts one state file back.  A present file's
      *copy is written to STRESTOR.TMP, read back against the
      *manifest, and renamed over the live file; an absent one's live
      *file is removed.  Anything that fails stops the restore.
       RESTORE-FILE-PARA.
           MOVE WS-MF-FILE-NAME (WS-MF-IDX) TO WS-TARGET-NAME.
           IF NOT WS-MF-IS-PRESENT (WS-MF-IDX) THEN
               CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-REMOVED-COUNT
               MOVE "REMOVED" TO WS-MF-STATE (WS-MF-IDX)
           ELSE
               MOVE WS-MF-IDX TO WS-COPY-EXT
               OPEN INPUT COPY-FILE
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS-COPY-STATUS NOT = "00"
                   READ COPY-FILE
                       AT END MOVE "10" TO WS-COPY-STATUS
                       NOT AT END
                           WRITE TMP-FILE-RECORD FROM COPY-FILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
               CLOSE TMP-FILE
               MOVE 0 TO WS-REC-COUNT WS-FILE-HASH
               OPEN INPUT TMP-FILE
               PERFORM UNTIL WS-TMP-STATUS NOT = "00"
                   READ TMP-FILE
                       AT END MOVE "10" TO WS-TMP-STATUS
                       NOT AT END
                           MOVE TMP-FILE-RECORD TO WS-SCAN-TEXT
                           PERFORM HASH-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE TMP-FILE
               IF WS-REC-COUNT NOT = WS-MF-REC-COUNT (WS-MF-IDX)
                       OR WS-FILE-HASH NOT = WS-MF-HASH (WS-MF-IDX)
                   MOVE "Y" TO WS-STOPPED-SW
                   MOVE "STOPPED - COPY DID NOT READ BACK"
                       TO WS-MF-STATE (WS-MF-IDX)
                   CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-TMP-NAME
                       WS-TARGET-NAME
                   MOVE RETURN-CODE TO WS-RENAME-RC
                   IF WS-RENAME-RC NOT = 0 THEN
                       MOVE "Y" TO WS-STOPPED-SW
                       MOVE "STOPPED - RENAME FAILED"
                           TO WS-MF-STATE (WS-MF-IDX)
                   ELSE
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "RESTORED" TO WS-MF-STATE (WS-MF-IDX)
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE WS-MF-IDX TO F-FILE-NO.
           PERFORM REPORT-FILE-PARA.

      *WRITE-REPORT-PARA lays out the set as the manifest describes
      *it and what the check of every copy found, or what is wrong
      *with the manifest itself.
       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SET-NAME TO H-SET-NAME.
           IF APPLY-REQUESTED THEN
               MOVE "APPLY"   TO H-MODE
           ELSE
               MOVE "VERIFY"  TO H-MODE
           END-IF.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF WS-MAN-PROBLEM NOT = SPACES THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SET REFUSED: " DELIMITED BY SIZE
                      WS-MAN-PROBLEM DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SET TAKEN " DELIMITED BY SIZE
                      WS-TAKEN-DATE DELIMITED BY SPACE
                      " AT " DELIMITED BY SIZE
                      WS-TAKEN-TIME (1:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-TAKEN-TIME (3:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-TAKEN-TIME (5:2) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                       UNTIL WS-MF-IDX > WS-MF-COUNT
                   MOVE WS-MF-IDX TO F-FILE-NO
                   PERFORM REPORT-FILE-PARA
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       REPORT-FILE-PARA.
           MOVE WS-MF-FILE-NAME (F-FILE-NO) TO F-FILE-NAME.
           IF WS-MF-IS-PRESENT (F-FILE-NO) THEN
               MOVE "PRESENT" TO F-PRESENT
           ELSE
               MOVE "ABSENT"  TO F-PRESENT
           END-IF.
           MOVE WS-MF-REC-COUNT (F-FILE-NO) TO F-REC-COUNT.
           MOVE WS-MF-STATE (F-FILE-NO) TO F-STATE.
           MOVE FILE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

      *WRITE-REPORT-END-PARA closes the report with the outcome.
       WRITE-REPORT-END-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE WS-RESTORED-COUNT TO D-COUNT-1.
           MOVE WS-REMOVED-COUNT TO D-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-REFUSE-COUNT > 0 THEN
               MOVE "SET DOES NOT VERIFY - NOTHING CHANGED"
                   TO WS-PRINT-LINE
           ELSE
           IF WS-UNCAT-COUNT > 0 THEN
               MOVE WS-UNCAT-COUNT TO D-ARCH-NO
               STRING "SET REFUSED: ITS VCARCAT.DAT LACKS "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(D-ARCH-NO) DELIMITED BY SIZE
                      " LIVE ARCHIVE RANGE(S) - NOTHING CHANGED"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
           IF NOT APPLY-REQUESTED THEN
               STRING "SET VERIFIES - NOTHING CHANGED; "
                          DELIMITED BY SIZE
                      "RERUN WITH APPLY TO RESTORE IT"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
           IF RESTORE-STOPPED THEN
               STRING "RESTORE STOPPED AFTER " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      " FILE(S) RESTORED, " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      " REMOVED - RESTORE THE SET AGAIN"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "SET RESTORED: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      " FILE(S) RESTORED, " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      " REMOVED" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE-PARA.
           CLOSE REPORT-FILE.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
