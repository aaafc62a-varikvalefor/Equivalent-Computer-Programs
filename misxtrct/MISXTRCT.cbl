      *re-sent; a first run, or a MISGEN.DAT from before the delta
      *feature (generation number only), ships full the same way.
      *
      *0007's extract is counted and shipped whole across both of its
      *tiers: chunks VCARCH has archived (see copybooks/VCARCAT.cpy)
      *are still the head of the 07 source, in their original order,
      *so the shipped count keeps meaning "this many records from
      *the top".  A delta whose skip point is past the archived
      *count reads VCREC.DAT alone; a FULL run, or a delta still
      *owing archived chunks, reads them from the archive files
      *first.
      *
      *The rows MIS asked for through MISINTAK ride the generation
      *they were promised: VCFETCH BATCH leaves them in VCFBATCH.DAT
      *behind a batch record naming that generation (see
      *copybooks/MISREQ.cpy), and when it is the generation being
      *cut every line of the batch is shipped as a "DVF " record,
      *counted on the trailer's CNTVF and in its total and hash.  A
      *batch for any other generation is left unshipped and named on
      *the console.
      *
      *The generation number and shipped counts live in MISGEN.DAT
      *and advance with the same write-then-rename protection 0007
      *gives its checkpoint; one history record per generation is
           SELECT VCREC-FILE ASSIGN TO "VCREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCREC-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VX-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT XTRCT-FILE ASSIGN TO "MISXTRCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCT-STATUS.
           SELECT OPTIONAL GHIST-FILE ASSIGN TO "MISGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GHIST-STATUS.
           SELECT OPTIONAL BATCH-FILE ASSIGN TO "VCFBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
       01 DIGIT-IN-RECORD PIC X(200).

       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  CAT-TMP-FILE.
       01 CAT-TMP-RECORD PIC X(51).

       FD  VCREC-FILE.
       01 VCREC-FILE-RECORD PIC X(557).

       FD  ARCH-FILE.
       COPY VCNDXREC.

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  XTRCT-FILE.
       01 XTRCT-RECORD PIC X(561).

       FD  GHIST-FILE.
       01 GHIST-FILE-RECORD PIC X(60).

       FD  BATCH-FILE.
       01 BATCH-FILE-RECORD PIC X(546).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       01 WS-GEN-OPEN-STATUS PIC X(2).
       01 WS-GEN-TMP-STATUS  PIC X(2).
       01 WS-GHIST-STATUS    PIC X(2).
       01 WS-ARCH-STATUS     PIC X(2).
       01 WS-ACAT-STATUS     PIC X(2).
       01 WS-ACAT-OPEN-STATUS PIC X(2).
       01 WS-ARCH-NAME       PIC X(12).
       01 WS-BATCH-STATUS    PIC X(2).
       01 WS-BATCH-OPEN-STATUS PIC X(2).

      *0007's archive tier: the catalog, the top of the archived VA
      *range and the chunk records archived through it.  A live
      *record at or below that VA is one an interrupted VCARCH left
      *on both tiers; it is counted and shipped from the archive.
       COPY VCARCAT.
       COPY VCREC.
       01 WS-ARCH-HIGH-VA    PIC 9(38) VALUE 0.
       01 WS-ARCH-THRU       PIC 9(9) VALUE 0.
       01 WS-LIVE-SKIP       PIC 9(9) VALUE 0.
       01 WS-FILE-SKIP       PIC 9(9) VALUE 0.

      *The generation position record: the number last used, how
      *many records of each source had been shipped through it, and
           05 XT-TOTAL        PIC 9(9).
           05 FILLER          PIC X(6) VALUE " HASH=".
           05 XT-HASH         PIC 9(10).
           05 FILLER          PIC X(7) VALUE " CNTVF=".
           05 XT-COUNT-VF     PIC 9(9).
       01 XD-DATA-LINE.
           05 XD-TAG          PIC X(4).
           05 XD-TEXT         PIC X(557).

       01 WS-COUNT-05        PIC 9(9) VALUE 0.
       01 WS-COUNT-07        PIC 9(9) VALUE 0.
       01 WS-COUNT-VF        PIC 9(9) VALUE 0.

      *VCFETCH BATCH's batch record, read to see which generation
      *the batch behind it belongs to.
       01 WS-BATCH-HEAD.
           05 WS-BATCH-TAG    PIC X(8).
           05 WS-BATCH-GEN    PIC X(8).
           05 FILLER          PIC X(530).
       01 WS-TOTAL-COUNT     PIC 9(9) VALUE 0.

      *The hash total sums the value of every digit character in the
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
               PERFORM ABEND-PARA
           END-IF.
           CLOSE VCREC-FILE.
           PERFORM CHECK-ARCHIVE-PARA.

      *CHECK-ARCHIVE-PARA reads the archive catalog's position and
      *proves every archive file it names opens, so a FULL or
      *catching-up delta never cuts a generation with a hole in it.
       CHECK-ARCHIVE-PARA.
           MOVE 0 TO WS-ARCH-HIGH-VA WS-ARCH-THRU.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END PERFORM CHECK-ARCHIVE-FILE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

       CHECK-ARCHIVE-FILE-PARA.
           IF AC-HIGH-VA NOT NUMERIC OR AC-THRU-COUNT NOT NUMERIC
                   OR AC-CHUNK-COUNT NOT NUMERIC THEN
               DISPLAY "MISXTRCT: VCARCAT.DAT record is not readable"
               CLOSE ACAT-FILE
               PERFORM ABEND-PARA
           END-IF.
           MOVE AC-FILE-NAME TO WS-ARCH-NAME.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "MISXTRCT: cannot open archive "
                   FUNCTION TRIM(WS-ARCH-NAME) ", status "
                   WS-ARCH-STATUS
               CLOSE ACAT-FILE
               PERFORM ABEND-PARA
           END-IF.
           CLOSE ARCH-FILE.
           MOVE AC-HIGH-VA TO WS-ARCH-HIGH-VA.
           MOVE AC-THRU-COUNT TO WS-ARCH-THRU.

       ABEND-PARA.
           MOVE "ABEND " TO AUDIT-STATUS.
               END-READ
           END-PERFORM.
           CLOSE DIGIT-IN-FILE.
           MOVE WS-ARCH-THRU TO WS-FILE-07-COUNT.
           OPEN INPUT VCREC-FILE.
           PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END
                       IF NOT (VC-VA IS NUMERIC
                               AND VC-VA <= WS-ARCH-HIGH-VA) THEN
                           ADD 1 TO WS-FILE-07-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VCREC-FILE.
           WRITE XTRCT-RECORD.
           PERFORM COPY-0005-PARA.
           PERFORM COPY-0007-PARA.
           PERFORM COPY-BATCH-PARA.
           COMPUTE WS-HASH-MOD =
               FUNCTION MOD(WS-HASH-TOTAL, WS-HASH-MODULUS).
           MOVE WS-COUNT-05 TO XT-COUNT-05.
           MOVE WS-COUNT-07 TO XT-COUNT-07.
           MOVE WS-COUNT-VF TO XT-COUNT-VF.
           COMPUTE WS-TOTAL-COUNT =
               WS-COUNT-05 + WS-COUNT-07 + WS-COUNT-VF.
           MOVE WS-TOTAL-COUNT TO XT-TOTAL.
           MOVE WS-HASH-MOD TO XT-HASH.
           MOVE SPACES TO XTRCT-RECORD.
           END-PERFORM.
           CLOSE DIGIT-IN-FILE.

      *COPY-0007-PARA ships the 07 source past its skip point: the
      *archived head first when the skip point falls inside it, then
      *the live tail, passing over any live record an interrupted
      *VCARCH left behind at or below the archived top.
       COPY-0007-PARA.
           IF WS-SKIP-07 < WS-ARCH-THRU THEN
               PERFORM COPY-ARCHIVE-PARA
               MOVE 0 TO WS-LIVE-SKIP
           ELSE
               COMPUTE WS-LIVE-SKIP = WS-SKIP-07 - WS-ARCH-THRU
           END-IF.
           OPEN INPUT VCREC-FILE.
           MOVE 0 TO WS-SKIPPED.
           PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN VC-VA IS NUMERIC
                                   AND VC-VA <= WS-ARCH-HIGH-VA
                               CONTINUE
                           WHEN WS-SKIPPED < WS-LIVE-SKIP
                               ADD 1 TO WS-SKIPPED
                           WHEN OTHER
                               MOVE "D07 " TO XD-TAG
                               MOVE SPACES TO XD-TEXT
                               MOVE VCREC-FILE-RECORD TO XD-TEXT
                               PERFORM WRITE-DATA-RECORD-PARA
                               ADD 1 TO WS-COUNT-07
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE VCREC-FILE.

      *COPY-ARCHIVE-PARA walks the catalog in range order; a file
      *wholly inside the skip point is passed over unopened.
       COPY-ARCHIVE-PARA.
           OPEN INPUT ACAT-FILE.
           PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
               READ ACAT-FILE INTO AC-RECORD
                   AT END MOVE "10" TO WS-ACAT-STATUS
                   NOT AT END
                       IF AC-THRU-COUNT > WS-SKIP-07 THEN
                           PERFORM COPY-ARCHIVE-FILE-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACAT-FILE.

      *COPY-ARCHIVE-FILE-PARA ships one archive file's chunks past
      *the skip point, each put back in VCREC.DAT's record layout so
      *MIS receives exactly the bytes the live extract held.
       COPY-ARCHIVE-FILE-PARA.
           MOVE 0 TO WS-FILE-SKIP.
           IF WS-SKIP-07 > AC-THRU-COUNT - AC-CHUNK-COUNT THEN
               COMPUTE WS-FILE-SKIP =
                   WS-SKIP-07 - (AC-THRU-COUNT - AC-CHUNK-COUNT)
           END-IF.
           MOVE AC-FILE-NAME TO WS-ARCH-NAME.
           OPEN INPUT ARCH-FILE.
           MOVE 0 TO WS-SKIPPED.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
               READ ARCH-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-ARCH-STATUS
                   NOT AT END
                       IF WS-SKIPPED < WS-FILE-SKIP THEN
                           ADD 1 TO WS-SKIPPED
                       ELSE
                           MOVE VX-RUN-DATE TO VC-RUN-DATE
                           MOVE VX-VA       TO VC-VA
                           MOVE VX-SEQ-NO   TO VC-SEQ-NO
                           MOVE VX-LAST-SW  TO VC-LAST-SW
                           MOVE VX-ROW-TEXT TO VC-ROW-TEXT
                           MOVE "D07 " TO XD-TAG
                           MOVE VC-RECORD TO XD-TEXT
                           PERFORM WRITE-DATA-RECORD-PARA
                           ADD 1 TO WS-COUNT-07
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

      *COPY-BATCH-PARA ships VCFETCH BATCH's delivery of MIS's row
      *requests when the batch is for this generation, the batch
      *record and every bracket line with it, so MIS can pair the
      *rows with their requests.
       COPY-BATCH-PARA.
           OPEN INPUT BATCH-FILE.
           MOVE WS-BATCH-STATUS TO WS-BATCH-OPEN-STATUS.
           IF WS-BATCH-OPEN-STATUS = "00" THEN
               READ BATCH-FILE INTO WS-BATCH-HEAD
                   AT END MOVE "10" TO WS-BATCH-STATUS
               END-READ
               IF WS-BATCH-STATUS = "00" THEN
                   IF WS-BATCH-TAG = "BAT GEN="
                           AND WS-BATCH-GEN IS NUMERIC
                           AND WS-BATCH-GEN = WS-GEN-NO THEN
                       PERFORM COPY-BATCH-LINE-PARA
                       PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
                           READ BATCH-FILE
                               AT END MOVE "10" TO WS-BATCH-STATUS
                               NOT AT END PERFORM COPY-BATCH-LINE-PARA
                           END-READ
                       END-PERFORM
                   ELSE
                       DISPLAY "MISXTRCT: VCFBATCH.DAT is not for "
                         "this generation - not shipped"
                   END-IF
               END-IF
           END-IF.
           IF WS-BATCH-OPEN-STATUS = "00" OR
                   WS-BATCH-OPEN-STATUS = "05" THEN
               CLOSE BATCH-FILE
           END-IF.

       COPY-BATCH-LINE-PARA.
           MOVE "DVF " TO XD-TAG.
           MOVE SPACES TO XD-TEXT.
           MOVE BATCH-FILE-RECORD TO XD-TEXT.
           PERFORM WRITE-DATA-RECORD-PARA.
           ADD 1 TO WS-COUNT-VF.

       WRITE-DATA-RECORD-PARA.
           PERFORM HASH-TEXT-PARA.
