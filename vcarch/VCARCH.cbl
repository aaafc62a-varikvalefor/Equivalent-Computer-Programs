       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VCARCH.
       AUTHOR.  VARIK VALEFOR.
      *VCARCH is the retention tier for 0007's extract.  VCREC.DAT
      *and VCNDX.DAT only ever grew - 0007 appends every night and
      *nothing ever left - so every VCVERIFY pass and every full
      *VCINDEX rebuild got longer.  This job moves the closed VA
      *range at the head of the extract, up to a cutoff, into an
      *archive file of its own, keyed on VA plus chunk sequence
      *number exactly as VCNDX.DAT is (see copybooks/VCNDXREC.cpy),
      *and records the range in the archive catalog VCARCAT.DAT (see
      *copybooks/VCARCAT.cpy).  VCREC.DAT keeps only the tail above
      *the cutoff, and VCINDEX's load checkpoint is removed so the
      *next load rebuilds VCNDX.DAT from that tail alone.  VCFETCH
      *reads the catalog and serves a VA from whichever tier holds
      *it; MISXTRCT counts and ships archived chunks as if they were
      *still at the head of VCREC.DAT.
      *
      *Command line: the cutoff VA, or KEEP and a number of rows to
      *leave live below 0007's checkpoint (the form a nightly step
      *uses), then FORCE for a run token orphaned by a crash.  Only
      *closed rows move: a cutoff above CHKPT007.DAT's VA is lowered
      *to it, and every chain from the live extract's first VA
      *through the cutoff must be whole - the chain walk VCREPAIR's
      *scan makes - or nothing is touched and the job returns 8;
      *VCVERIFY and VCREPAIR are the tools for a torn extract.  A
      *cutoff at or below what is already archived returns 4.
      *
      *The archive file is written and closed first, then the
      *catalog record is added (write-then-rename), and only then is
      *the trimmed VCREC.TMP renamed over VCREC.DAT.  An abend
      *between the last two leaves the archived rows on both tiers;
      *readers take them from the archive, and the next VCARCH run
      *drops them from the live extract before it does anything
      *else.  The job holds 0007's own run token throughout, as
      *VCREPAIR does - 0007 appending while the extract is rewritten
      *would lose its rows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VCREC-FILE ASSIGN TO "VCREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCREC-STATUS.
           SELECT VCREC-TMP-FILE ASSIGN TO "VCREC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCREC-TMP-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VX-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT ACAT-TMP-FILE ASSIGN TO "VCARCAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-TMP-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "CHKPT007.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VCREC-FILE.
       01 VCREC-FILE-RECORD PIC X(557).

       FD  VCREC-TMP-FILE.
       01 VCREC-TMP-RECORD PIC X(557).

       FD  ARCH-FILE.
       COPY VCNDXREC.

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  ACAT-TMP-FILE.
       01 ACAT-TMP-RECORD PIC X(130).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(84).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
      *run writes; a hand run between nights carries the last
      *assigned identifier - see GET-RUNID-PARA.
       COPY RUNIDREC.
       01 WS-RUNID-STATUS     PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-VCREC-STATUS      PIC X(2).
       01 WS-VCREC-TMP-STATUS  PIC X(2).
       01 WS-ARCH-STATUS       PIC X(2).
       01 WS-ACAT-STATUS       PIC X(2).
       01 WS-ACAT-OPEN-STATUS  PIC X(2).
       01 WS-ACAT-TMP-STATUS   PIC X(2).
       01 WS-CHKPT-STATUS      PIC X(2).
       01 WS-CHKPT-OPEN-STATUS PIC X(2).

       COPY VCREC.
       COPY VCARCAT.
       COPY CHKPTREC.
       COPY LOCKREQ.

       01 WS-VCREC-TMP-NAME   PIC X(9)  VALUE "VCREC.TMP".
       01 WS-VCREC-FINAL-NAME PIC X(9)  VALUE "VCREC.DAT".
       01 WS-ACAT-TMP-NAME    PIC X(11) VALUE "VCARCAT.TMP".
       01 WS-ACAT-FINAL-NAME  PIC X(11) VALUE "VCARCAT.DAT".
       01 WS-NDXCP-NAME       PIC X(11) VALUE "VCNDXCP.DAT".
      *The new archive file's name, VCAR<arch-no>.DAT.
       01 WS-ARCH-NAME.
           05 FILLER          PIC X(4) VALUE "VCAR".
           05 WS-ARCH-NAME-NO PIC 9(4) VALUE 0.
           05 FILLER          PIC X(4) VALUE ".DAT".
       01 D-ARCH-NO           PIC X(4).

      *TARGA holds the command line: the cutoff VA, or KEEP and a
      *row count, and the word FORCE.
       01 TARGA            PIC X(69).
       01 WS-TOKEN-1       PIC X(40).
       01 WS-TOKEN-2       PIC X(40).
       01 WS-TOKEN-3       PIC X(40).
       01 WS-CUTOFF-TEXT   PIC X(40).
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-VALID-SW      PIC X(1) VALUE "Y".
           88 TARGA-IS-VALID      VALUE "Y".
           88 TARGA-IS-INVALID    VALUE "N".
       01 WS-KEEP-SW       PIC X(1) VALUE "N".
           88 KEEP-MODE           VALUE "Y".
       01 WS-FORCE-SW      PIC X(1) VALUE "N".
           88 FORCE-REQUESTED     VALUE "Y".
       01 WS-LOCK-HELD-SW  PIC X(1) VALUE "N".
           88 LOCK-HELD-BY-ME     VALUE "Y".

      *The cutoff as asked for, and as lowered to the last closed
      *row; the checkpoint's VA is that last closed row.
       01 WS-ASKED-CUTOFF  PIC 9(38) VALUE 0.
       01 WS-KEEP-ROWS     PIC 9(38) VALUE 0.
       01 WS-CUTOFF-VA     PIC 9(38) VALUE 0.
       01 WS-CLOSED-VA     PIC 9(38) VALUE 0.

      *What the catalog already holds: the number of archive files,
      *the top of the archived range, and the chunk records archived
      *so far.  WS-CAT-BAD-SW marks a catalog whose ranges do not
      *chain, which this job will not add to.
       01 WS-ARCH-COUNT    PIC 9(4) VALUE 0.
       01 WS-ARCH-HIGH-VA  PIC 9(38) VALUE 0.
       01 WS-ARCH-THRU     PIC 9(9) VALUE 0.
       01 WS-CAT-BAD-SW    PIC X(1) VALUE "N".
           88 CATALOG-IS-BAD      VALUE "Y".

      *Scan-pass chain state, VCREPAIR's walk: the open chain's VA,
      *its last sequence number, whether its last-chunk record has
      *gone by, and the first defect met at or below the cutoff.
       01 WS-CHAIN-OPEN-SW PIC X(1) VALUE "N".
           88 CHAIN-IS-OPEN       VALUE "Y".
       01 WS-CUR-VA        PIC 9(38) VALUE 0.
       01 WS-CUR-SEQ       PIC 9(8).
       01 WS-CUR-CLOSED-SW PIC X(1).
           88 CHAIN-IS-CLOSED     VALUE "Y".
       01 WS-SCAN-DONE-SW  PIC X(1) VALUE "N".
           88 SCAN-IS-DONE        VALUE "Y".
       01 WS-DEFECT-SW     PIC X(1) VALUE "N".
           88 DEFECT-WAS-FOUND    VALUE "Y".
       01 WS-DEFECT-VA     PIC 9(38) VALUE 0.

      *Move-pass counts: chunk records archived, kept live, and
      *dropped as already archived by an interrupted earlier run.
       01 WS-PAST-CUTOFF-SW PIC X(1) VALUE "N".
           88 PAST-CUTOFF         VALUE "Y".
       01 WS-MOVED-COUNT   PIC 9(9) VALUE 0.
       01 WS-KEPT-COUNT    PIC 9(9) VALUE 0.
       01 WS-STALE-COUNT   PIC 9(9) VALUE 0.

       01 WS-RUN-DATE      PIC X(10).
       01 WS-RUN-TIME      PIC X(8).
       COPY AUDITREC.
       01 WS-SAVE-RC       PIC S9(4).
       01 WS-REASON        PIC X(40) VALUE SPACES.
       01 D-VA-1           PIC Z(37)9.
       01 D-VA-2           PIC Z(37)9.
       01 D-COUNT          PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-PARAMETERS-PARA.
           IF TARGA-IS-INVALID THEN
               MOVE "bad command line" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           PERFORM ACQUIRE-LOCK-PARA.
           PERFORM READ-CHECKPOINT-PARA.
           PERFORM SET-CUTOFF-PARA.
           PERFORM READ-CATALOG-PARA.
           IF CATALOG-IS-BAD THEN
               DISPLAY "VCARCH: ABEND - VCARCAT.DAT ranges do not "
                 "run contiguously from VA 1; archive refused"
               MOVE "catalog ranges broken" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           IF WS-CUTOFF-VA <= WS-ARCH-HIGH-VA THEN
               PERFORM COUNT-STALE-PARA
               IF WS-STALE-COUNT > 0 THEN
                   PERFORM DROP-STALE-PARA
                   PERFORM SWAP-EXTRACT-PARA
               END-IF
               MOVE WS-ARCH-HIGH-VA TO D-VA-1
               DISPLAY "VCARCH: nothing to archive - rows through VA "
                   FUNCTION TRIM(D-VA-1) " are already archived "
                   "or none are closed"
               MOVE "NORMAL" TO AUDIT-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SCAN-EXTRACT-PARA
               IF DEFECT-WAS-FOUND THEN
                   MOVE WS-DEFECT-VA TO D-VA-1
                   DISPLAY "VCARCH: VCREC.DAT is not whole at VA "
                       FUNCTION TRIM(D-VA-1)
                       " - nothing archived; run VCVERIFY"
                   MOVE "extract not whole below cutoff"
                       TO WS-REASON
                   MOVE "ABEND " TO AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM MOVE-ROWS-PARA
                   PERFORM ADD-CATALOG-PARA
                   PERFORM SWAP-EXTRACT-PARA
                   COMPUTE D-VA-1 = WS-ARCH-HIGH-VA + 1
                   MOVE WS-CUTOFF-VA TO D-VA-2
                   MOVE WS-MOVED-COUNT TO D-COUNT
                   DISPLAY "VCARCH: VA " FUNCTION TRIM(D-VA-1)
                       " through " FUNCTION TRIM(D-VA-2) ", "
                       FUNCTION TRIM(D-COUNT)
                       " chunk record(s), archived to "
                       WS-ARCH-NAME
                   MOVE "NORMAL" TO AUDIT-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCK-PARA.
           STOP RUN.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "VCARCH"      TO AUDIT-JOB-NAME.
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
      *code MAIN-PARA already set for the caller.  The archived range
      *goes into AUDIT-PARMS, the way VCREPAIR records its cut.
       END-LOG-PARA.
           MOVE RETURN-CODE   TO WS-SAVE-RC.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "VCARCH"      TO AUDIT-JOB-NAME.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "END   "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           IF WS-REASON NOT = SPACES THEN
               STRING "reason=" DELIMITED BY SIZE
                      WS-REASON DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           ELSE
               MOVE WS-CUTOFF-VA TO D-VA-2
               MOVE WS-MOVED-COUNT TO D-COUNT
               IF WS-ARCH-NAME-NO = 0 THEN
                   MOVE "NONE" TO D-ARCH-NO
               ELSE
                   MOVE WS-ARCH-NAME-NO TO D-ARCH-NO
               END-IF
               STRING "ARCH=" DELIMITED BY SIZE
                      D-ARCH-NO DELIMITED BY SIZE
                      " CUTVA=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-VA-2) DELIMITED BY SIZE
                      " CHUNKS=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           END-IF.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *ABEND-PARA is the cannot-run exit: nothing has been written,
      *the reason is on the END record, and the token (if taken) is
      *given back.
       ABEND-PARA.
           MOVE "ABEND " TO AUDIT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCK-PARA.
           STOP RUN.

      *GET-PARAMETERS-PARA reads "cutoff [FORCE]" or "KEEP rows
      *[FORCE]", with the character-level number check "0005"
      *applies to its BOUNDARY.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           MOVE "Y" TO WS-VALID-SW.
           IF WS-TOKEN-1 = "KEEP" THEN
               MOVE "Y" TO WS-KEEP-SW
               MOVE WS-TOKEN-2 TO WS-CUTOFF-TEXT
               IF WS-TOKEN-3 = "FORCE" THEN
                   MOVE "Y" TO WS-FORCE-SW
               END-IF
           ELSE
               MOVE WS-TOKEN-1 TO WS-CUTOFF-TEXT
               IF WS-TOKEN-2 = "FORCE" THEN
                   MOVE "Y" TO WS-FORCE-SW
               END-IF
           END-IF.
           IF WS-CUTOFF-TEXT = SPACES THEN
               DISPLAY "VCARCH: no cutoff VA or KEEP count given, "
                 "job terminated"
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE 0 TO WS-BAD-CHAR-COUNT
               INSPECT WS-CUTOFF-TEXT TALLYING WS-BAD-CHAR-COUNT
                   FOR ALL "-" ALL "+" ALL "."
               IF WS-BAD-CHAR-COUNT > 0
                       OR FUNCTION TEST-NUMVAL(WS-CUTOFF-TEXT) NOT = 0
                       THEN
                   DISPLAY "VCARCH: invalid cutoff or KEEP count, "
                     "job terminated"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   IF KEEP-MODE THEN
                       MOVE WS-CUTOFF-TEXT TO WS-KEEP-ROWS
                   ELSE
                       MOVE WS-CUTOFF-TEXT TO WS-ASKED-CUTOFF
                   END-IF
               END-IF
           END-IF.

      *ACQUIRE-LOCK-PARA takes 0007's run token, not a token of its
      *own, for VCREPAIR's reason: what must never run alongside
      *this job is 0007 appending to the extract being rewritten.
       ACQUIRE-LOCK-PARA.
           MOVE "0007" TO LOCK-JOB-NAME.
           MOVE "A" TO LOCK-ACTION.
           MOVE WS-FORCE-SW TO LOCK-FORCE-SW.
           CALL "RUNLOCK" USING LOCK-REQUEST.
           IF LOCK-IS-HELD THEN
               DISPLAY "VCARCH: ABEND - another instance holds "
                 "LOCK0007.DAT; if 0007 crashed, rerun with FORCE "
                 "or remove the lock file"
               MOVE "run lock held" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           MOVE "Y" TO WS-LOCK-HELD-SW.

      *RELEASE-LOCK-PARA saves and restores RETURN-CODE around the
      *CALL, like END-LOG-PARA, so the RUNLOCK subprogram's GOBACK
      *doesn't clobber an exit code already set for the caller.
       RELEASE-LOCK-PARA.
           IF LOCK-HELD-BY-ME THEN
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "0007" TO LOCK-JOB-NAME
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-REQUEST
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

      *READ-CHECKPOINT-PARA finds the last closed row: 0007
      *checkpoints after every row, so CHKPT007.DAT's VA is the
      *highest VA whose chain is complete on disk.  Without a
      *readable checkpoint nothing can be called closed.
       READ-CHECKPOINT-PARA.
           MOVE 0 TO WS-CLOSED-VA.
           OPEN INPUT CHKPT-FILE.
           MOVE WS-CHKPT-STATUS TO WS-CHKPT-OPEN-STATUS.
           IF WS-CHKPT-OPEN-STATUS = "00" THEN
               READ CHKPT-FILE INTO CHKPT-RECORD
                   NOT AT END
                       IF CHKPT-VA IS NUMERIC THEN
                           MOVE CHKPT-VA TO WS-CLOSED-VA
                       END-IF
               END-READ
           END-IF.
           IF WS-CHKPT-OPEN-STATUS = "00" OR
                   WS-CHKPT-OPEN-STATUS = "05" THEN
               CLOSE CHKPT-FILE
           END-IF.

      *SET-CUTOFF-PARA turns the command line into the VA to archive
      *through.  KEEP counts back from the last closed row; a cutoff
      *asked for above that row is lowered to it, since a row 0007
      *has not finished is not closed.
       SET-CUTOFF-PARA.
           IF KEEP-MODE THEN
               IF WS-KEEP-ROWS >= WS-CLOSED-VA THEN
                   MOVE 0 TO WS-CUTOFF-VA
               ELSE
                   COMPUTE WS-CUTOFF-VA = WS-CLOSED-VA - WS-KEEP-ROWS
               END-IF
           ELSE
               IF WS-ASKED-CUTOFF > WS-CLOSED-VA THEN
                   MOVE WS-CLOSED-VA TO D-VA-1
                   DISPLAY "VCARCH: cutoff lowered to VA "
                       FUNCTION TRIM(D-VA-1)
                       ", the last row CHKPT007.DAT closes"
                   MOVE WS-CLOSED-VA TO WS-CUTOFF-VA
               ELSE
                   MOVE WS-ASKED-CUTOFF TO WS-CUTOFF-VA
               END-IF
           END-IF.

      *READ-CATALOG-PARA takes the catalog's running position and
      *checks that its ranges chain: file numbers one up, each range
      *starting the VA after the last, each through-count the last
      *plus the file's own chunk count.
       READ-CATALOG-PARA.
           MOVE 0 TO WS-ARCH-COUNT WS-ARCH-HIGH-VA WS-ARCH-THRU.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END PERFORM TAKE-CATALOG-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.
           IF WS-ARCH-COUNT >= 9999 THEN
               MOVE "Y" TO WS-CAT-BAD-SW
           END-IF.

       TAKE-CATALOG-PARA.
           IF AC-ARCH-NO NOT NUMERIC
                   OR AC-LOW-VA NOT NUMERIC
                   OR AC-HIGH-VA NOT NUMERIC
                   OR AC-CHUNK-COUNT NOT NUMERIC
                   OR AC-THRU-COUNT NOT NUMERIC THEN
               MOVE "Y" TO WS-CAT-BAD-SW
           ELSE
               IF AC-ARCH-NO NOT = WS-ARCH-COUNT + 1
                       OR AC-LOW-VA NOT = WS-ARCH-HIGH-VA + 1
                       OR AC-HIGH-VA < AC-LOW-VA
                       OR AC-THRU-COUNT NOT =
                           WS-ARCH-THRU + AC-CHUNK-COUNT THEN
                   MOVE "Y" TO WS-CAT-BAD-SW
               END-IF
               MOVE AC-ARCH-NO    TO WS-ARCH-COUNT
               MOVE AC-HIGH-VA    TO WS-ARCH-HIGH-VA
               MOVE AC-THRU-COUNT TO WS-ARCH-THRU
           END-IF.

      *SCAN-EXTRACT-PARA proves the rows to be archived before
      *anything is written: from the VA after the archived range up
      *to the cutoff, every chain must follow the last, run its
      *sequence numbers from 1, and close with its last-chunk
      *record.  Records at or below the archived range are an
      *interrupted earlier run's leftovers and are passed over.  The
      *scan stops at the first record past the cutoff, which is also
      *what proves the cutoff's own chain closed.
       SCAN-EXTRACT-PARA.
           OPEN INPUT VCREC-FILE.
           IF WS-VCREC-STATUS NOT = "00" THEN
               DISPLAY "VCARCH: ABEND - cannot open VCREC.DAT, status "
                   WS-VCREC-STATUS
               MOVE "extract will not open" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-ARCH-HIGH-VA TO WS-CUR-VA.
           PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
                   OR SCAN-IS-DONE OR DEFECT-WAS-FOUND
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END PERFORM SCAN-RECORD-PARA
               END-READ
           END-PERFORM.
      *Running out of extract before the cutoff's chain was seen to
      *close is a defect too: the checkpoint claims rows the extract
      *does not hold whole.
           IF NOT SCAN-IS-DONE AND NOT DEFECT-WAS-FOUND THEN
               IF NOT CHAIN-IS-OPEN OR NOT CHAIN-IS-CLOSED
                       OR WS-CUR-VA < WS-CUTOFF-VA THEN
                   MOVE "Y" TO WS-DEFECT-SW
                   COMPUTE WS-DEFECT-VA = WS-CUR-VA + 1
                   IF CHAIN-IS-OPEN AND NOT CHAIN-IS-CLOSED THEN
                       MOVE WS-CUR-VA TO WS-DEFECT-VA
                   END-IF
               END-IF
           END-IF.
           CLOSE VCREC-FILE.

       SCAN-RECORD-PARA.
           EVALUATE TRUE
               WHEN VC-VA NOT NUMERIC OR VC-SEQ-NO NOT NUMERIC
                   MOVE "Y" TO WS-DEFECT-SW
                   COMPUTE WS-DEFECT-VA = WS-CUR-VA + 1
               WHEN VC-VA <= WS-ARCH-HIGH-VA AND NOT CHAIN-IS-OPEN
                   CONTINUE
               WHEN CHAIN-IS-OPEN AND VC-VA = WS-CUR-VA
                   IF CHAIN-IS-CLOSED THEN
                       MOVE "Y" TO WS-DEFECT-SW
                       MOVE WS-CUR-VA TO WS-DEFECT-VA
                   ELSE
                       PERFORM TAKE-SCAN-CHUNK-PARA
                   END-IF
               WHEN CHAIN-IS-OPEN AND NOT CHAIN-IS-CLOSED
                   MOVE "Y" TO WS-DEFECT-SW
                   MOVE WS-CUR-VA TO WS-DEFECT-VA
               WHEN VC-VA NOT = WS-CUR-VA + 1
                   MOVE "Y" TO WS-DEFECT-SW
                   COMPUTE WS-DEFECT-VA = WS-CUR-VA + 1
               WHEN VC-VA > WS-CUTOFF-VA
                   MOVE "Y" TO WS-SCAN-DONE-SW
               WHEN OTHER
                   MOVE "Y" TO WS-CHAIN-OPEN-SW
                   MOVE VC-VA TO WS-CUR-VA
                   MOVE 0 TO WS-CUR-SEQ
                   MOVE "N" TO WS-CUR-CLOSED-SW
                   PERFORM TAKE-SCAN-CHUNK-PARA
           END-EVALUATE.

       TAKE-SCAN-CHUNK-PARA.
           IF VC-SEQ-NO NOT = WS-CUR-SEQ + 1 THEN
               MOVE "Y" TO WS-DEFECT-SW
               MOVE WS-CUR-VA TO WS-DEFECT-VA
           ELSE
               MOVE VC-SEQ-NO TO WS-CUR-SEQ
               IF VC-IS-LAST-CHUNK THEN
                   MOVE "Y" TO WS-CUR-CLOSED-SW
               END-IF
           END-IF.

      *MOVE-ROWS-PARA is the copy pass: chunks through the cutoff
      *go to the new archive file, rekeyed the way VCINDEX loads
      *VCNDX.DAT, and everything after them goes to VCREC.TMP
      *untouched.  Nothing is renamed here.
       MOVE-ROWS-PARA.
           COMPUTE WS-ARCH-NAME-NO = WS-ARCH-COUNT + 1.
           OPEN OUTPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "VCARCH: ABEND - cannot create " WS-ARCH-NAME
                   ", status " WS-ARCH-STATUS
               MOVE "archive file will not open" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           OPEN INPUT VCREC-FILE.
           OPEN OUTPUT VCREC-TMP-FILE.
           PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END PERFORM MOVE-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE VCREC-FILE.
           CLOSE VCREC-TMP-FILE.
           CLOSE ARCH-FILE.

       MOVE-RECORD-PARA.
           EVALUATE TRUE
               WHEN PAST-CUTOFF
                   PERFORM KEEP-RECORD-PARA
               WHEN VC-VA <= WS-ARCH-HIGH-VA
                   ADD 1 TO WS-STALE-COUNT
               WHEN VC-VA <= WS-CUTOFF-VA
                   PERFORM ARCHIVE-RECORD-PARA
               WHEN OTHER
                   MOVE "Y" TO WS-PAST-CUTOFF-SW
                   PERFORM KEEP-RECORD-PARA
           END-EVALUATE.

       ARCHIVE-RECORD-PARA.
           MOVE VC-VA       TO VX-VA.
           MOVE VC-SEQ-NO   TO VX-SEQ-NO.
           MOVE VC-RUN-DATE TO VX-RUN-DATE.
           MOVE VC-LAST-SW  TO VX-LAST-SW.
           MOVE VC-ROW-TEXT TO VX-ROW-TEXT.
           WRITE VX-RECORD.
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "VCARCH: ABEND - " WS-ARCH-NAME
                   " write failed, status " WS-ARCH-STATUS
               CLOSE VCREC-FILE
               CLOSE VCREC-TMP-FILE
               CLOSE ARCH-FILE
               MOVE "archive write failed" TO WS-REASON
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-MOVED-COUNT.

       KEEP-RECORD-PARA.
           MOVE VCREC-FILE-RECORD TO VCREC-TMP-RECORD.
           WRITE VCREC-TMP-RECORD.
           ADD 1 TO WS-KEPT-COUNT.

      *ADD-CATALOG-PARA copies the catalog to VCARCAT.TMP with the
      *new range on the end and renames it into place.  The archive
      *file is already closed, so the catalog never names a file
      *that is not whole on disk.
       ADD-CATALOG-PARA.
           OPEN OUTPUT ACAT-TMP-FILE.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END
                           MOVE ACAT-FILE-RECORD TO ACAT-TMP-RECORD
                           WRITE ACAT-TMP-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.
           MOVE WS-ARCH-NAME-NO TO AC-ARCH-NO.
           MOVE WS-ARCH-NAME    TO AC-FILE-NAME.
           COMPUTE AC-LOW-VA = WS-ARCH-HIGH-VA + 1.
           MOVE WS-CUTOFF-VA    TO AC-HIGH-VA.
           MOVE WS-MOVED-COUNT  TO AC-CHUNK-COUNT.
           COMPUTE AC-THRU-COUNT = WS-ARCH-THRU + WS-MOVED-COUNT.
           MOVE WS-RUN-DATE     TO AC-RUN-DATE.
           MOVE NR-RUN-ID       TO AC-RUN-ID.
           WRITE ACAT-TMP-RECORD FROM AC-RECORD.
           CLOSE ACAT-TMP-FILE.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "CBL_RENAME_FILE" USING WS-ACAT-TMP-NAME
               WS-ACAT-FINAL-NAME.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *COUNT-STALE-PARA looks at the head of the extract on a run
      *with nothing new to archive: chunk records at or below the
      *archived range are an interrupted earlier run's leftovers,
      *still on both tiers.  The look stops at the first record above
      *the range, so a clean extract costs one read.
       COUNT-STALE-PARA.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE "N" TO WS-PAST-CUTOFF-SW.
           OPEN INPUT VCREC-FILE.
           IF WS-VCREC-STATUS = "00" THEN
               PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
                       OR PAST-CUTOFF
                   READ VCREC-FILE INTO VC-RECORD
                       AT END MOVE "10" TO WS-VCREC-STATUS
                       NOT AT END PERFORM COUNT-STALE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE VCREC-FILE
           END-IF.

       COUNT-STALE-RECORD-PARA.
           IF VC-VA IS NUMERIC AND VC-VA <= WS-ARCH-HIGH-VA THEN
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE "Y" TO WS-PAST-CUTOFF-SW
           END-IF.

      *DROP-STALE-PARA copies the extract to VCREC.TMP without those
      *leftovers - nothing is archived and no catalog record is
      *added - for SWAP-EXTRACT-PARA to put in place.
       DROP-STALE-PARA.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE "N" TO WS-PAST-CUTOFF-SW.
           OPEN INPUT VCREC-FILE.
           OPEN OUTPUT VCREC-TMP-FILE.
           PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END PERFORM DROP-STALE-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE VCREC-FILE.
           CLOSE VCREC-TMP-FILE.

       DROP-STALE-RECORD-PARA.
           IF PAST-CUTOFF THEN
               PERFORM KEEP-RECORD-PARA
           ELSE
               PERFORM COUNT-STALE-RECORD-PARA
               IF PAST-CUTOFF THEN
                   PERFORM KEEP-RECORD-PARA
               END-IF
           END-IF.

      *SWAP-EXTRACT-PARA puts the trimmed extract in place, then
      *removes VCINDEX's load checkpoint: the index is no longer a
      *prefix of the extract, and a missing checkpoint is VCINDEX's
      *signal to rebuild from the top of the tail.
       SWAP-EXTRACT-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "CBL_RENAME_FILE" USING WS-VCREC-TMP-NAME
               WS-VCREC-FINAL-NAME.
           CALL "CBL_DELETE_FILE" USING WS-NDXCP-NAME.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF WS-STALE-COUNT > 0 THEN
               MOVE WS-STALE-COUNT TO D-COUNT
               DISPLAY "VCARCH: " FUNCTION TRIM(D-COUNT)
                   " chunk record(s) an earlier run had already "
                   "archived were dropped from VCREC.DAT"
           END-IF.
