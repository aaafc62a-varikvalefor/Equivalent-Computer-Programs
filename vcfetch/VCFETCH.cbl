      *first line, continuation lines blank under it.  The actuarial
      *group's one-row requests cost a keyed positioning instead of
      *the full-file pass they used to.
      *
      *Rows VCARCH has moved off the head of the extract are served
      *from the archive tier instead: the catalog VCARCAT.DAT (see
      *copybooks/VCARCAT.cpy) says which archive file holds which VA
      *range, and each of those files is keyed exactly as VCNDX.DAT
      *is, so the same positioning and chain walk read either tier.
      *A range that straddles the tiers is fetched from the archive
      *files up to the archived top and from VCNDX.DAT above it, and
      *VCROW.DAT reads the same whichever tier a row came from.
      *
      *VCFETCH BATCH serves the queue MISINTAK builds from MIS's row
      *requests, VCFREQ.DAT (see copybooks/MISREQ.cpy), in one pass
      *in the nightly sequence: every queued request's rows go to
      *VCFBATCH.DAT, each request bracketed by its id and range and
      *by the rows delivered and missing, behind a batch record
      *naming the MIS generation the requests were promised to.  The
      *file is written under a temporary name and renamed when
      *complete, and any earlier batch is deleted first, so MISXTRCT
      *never ships a stale or half-written one.  An empty queue
      *returns 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS WS-VCNDX-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT OPTIONAL VCQ-FILE ASSIGN TO "VCFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCQ-STATUS.
           SELECT VCROW-FILE ASSIGN TO DYNAMIC WS-VCROW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCROW-STATUS.

       FD  VCNDX-FILE.
       COPY VCNDXREC.

      *An archive file's records are VCNDXREC.cpy's; they are read
      *INTO VX-RECORD so the chain walk sees one layout whichever
      *tier the chunk came from.
       FD  ARCH-FILE.
       01 ARCH-FILE-RECORD.
           05 AR-KEY          PIC X(46).
           05 FILLER          PIC X(511).

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  VCQ-FILE.
       01 VCQ-FILE-RECORD PIC X(92).

       FD  VCROW-FILE.
       01 VCROW-FILE-RECORD PIC X(546).

       WORKING-STORAGE SECTION.
       01 WS-VCNDX-STATUS   PIC X(2).
       01 WS-VCROW-STATUS   PIC X(2).
       01 WS-ARCH-STATUS    PIC X(2).
       01 WS-ACAT-STATUS    PIC X(2).
       01 WS-ACAT-OPEN-STATUS PIC X(2).
       01 WS-ARCH-NAME      PIC X(12).
       01 WS-VCROW-NAME     PIC X(12) VALUE "VCROW.DAT".

      *The archive catalog, and the top of the archived range: VAs
      *at or below it are read from an archive file, VAs above it
      *from VCNDX.DAT.
       COPY VCARCAT.
       01 WS-ARCH-HIGH-VA   PIC 9(38) VALUE 0.
       01 WS-VCNDX-OPEN-SW  PIC X(1) VALUE "N".
           88 VCNDX-IS-OPEN      VALUE "Y".
      *The tier the chain walk is reading (A archive, L live), the
      *last VA it is to serve from that file, and the status of the
      *last chunk read from it.
       01 WS-SOURCE-SW      PIC X(1) VALUE "L".
           88 FROM-ARCHIVE       VALUE "A".
       01 WS-SOURCE-HIGH    PIC 9(38).
       01 WS-CHUNK-STATUS   PIC X(2).

      *TARGA contains the arguments: the requested VA, optionally
      *followed by the high end of a VA range, as in "0005".
           88 TARGA-IS-VALID     VALUE "Y".
           88 TARGA-IS-INVALID   VALUE "N".
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-BATCH-SW       PIC X(1) VALUE "N".
           88 BATCH-MODE         VALUE "Y".

      *BATCH mode: the request queue and the batch it produces, the
      *generation the batch is for, the requests in it, and the
      *found and missing counts as they stood before the request in
      *hand, for its trailer.
       COPY MISREQ.
       01 WS-VCQ-STATUS     PIC X(2).
       01 WS-VCQ-OPEN-STATUS PIC X(2).
       01 WS-BATCH-TMP-NAME PIC X(12) VALUE "VCFBATCH.TMP".
       01 WS-BATCH-FINAL-NAME PIC X(12) VALUE "VCFBATCH.DAT".
       01 WS-BATCH-GEN      PIC 9(8) VALUE 0.
       01 WS-BATCH-COUNT    PIC 9(9) VALUE 0.
       01 WS-BAD-REQ-COUNT  PIC 9(9) VALUE 0.
       01 WS-BATCH-HIGH-VA  PIC 9(38) VALUE 0.
       01 WS-FOUND-BEFORE   PIC 9(9).
       01 WS-MISSING-BEFORE PIC 9(9).

      *Fetch bookkeeping: the VA whose chain is being reassembled,
      *its expected next sequence number, and the rows found and
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BATCH-MODE THEN
               PERFORM RUN-BATCH-PARA
               STOP RUN
           END-IF.
           PERFORM FIND-ARCHIVE-TOP-PARA.
           IF WS-VA-HIGH > WS-ARCH-HIGH-VA THEN
               OPEN INPUT VCNDX-FILE
               IF WS-VCNDX-STATUS NOT = "00" THEN
                   DISPLAY "VCFETCH: cannot open VCNDX.DAT, status "
                       WS-VCNDX-STATUS " - run VCINDEX first"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-VCNDX-OPEN-SW
           END-IF.
           OPEN OUTPUT VCROW-FILE.
           PERFORM FETCH-RANGE-PARA.
           IF VCNDX-IS-OPEN THEN
               CLOSE VCNDX-FILE
           END-IF.
           CLOSE VCROW-FILE.
           MOVE WS-ROWS-FOUND TO D-ROW-COUNT.
           DISPLAY "VCFETCH: " FUNCTION TRIM(D-ROW-COUNT)
           END-IF.
           STOP RUN.

      *RUN-BATCH-PARA serves the MIS request queue.  A first pass
      *over VCFREQ.DAT finds the generation the requests were
      *promised to and the highest VA asked for, so VCNDX.DAT is
      *opened only when some request reaches the live tier; the
      *second pass fetches each request's range exactly as a command
      *line range is fetched, inside its brackets.
       RUN-BATCH-PARA.
           CALL "CBL_DELETE_FILE" USING WS-BATCH-FINAL-NAME.
           MOVE WS-BATCH-TMP-NAME TO WS-VCROW-NAME.
           PERFORM SIZE-BATCH-PARA.
           IF WS-BATCH-COUNT = 0 THEN
               DISPLAY "VCFETCH: no requests queued in VCFREQ.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM FIND-ARCHIVE-TOP-PARA
               IF WS-BATCH-HIGH-VA > WS-ARCH-HIGH-VA THEN
                   OPEN INPUT VCNDX-FILE
                   IF WS-VCNDX-STATUS NOT = "00" THEN
                       DISPLAY "VCFETCH: cannot open VCNDX.DAT, "
                           "status " WS-VCNDX-STATUS
                           " - run VCINDEX first"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "Y" TO WS-VCNDX-OPEN-SW
               END-IF
               OPEN OUTPUT VCROW-FILE
               MOVE WS-BATCH-GEN   TO VB-GEN-NO
               MOVE WS-BATCH-COUNT TO VB-REQ-COUNT
               MOVE SPACES TO VCROW-FILE-RECORD
               MOVE VB-BATCH-LINE TO VCROW-FILE-RECORD
               WRITE VCROW-FILE-RECORD
               OPEN INPUT VCQ-FILE
               PERFORM UNTIL WS-VCQ-STATUS NOT = "00"
                   READ VCQ-FILE INTO VQ-RECORD
                       AT END MOVE "10" TO WS-VCQ-STATUS
                       NOT AT END PERFORM FETCH-REQUEST-PARA
                   END-READ
               END-PERFORM
               CLOSE VCQ-FILE
               IF VCNDX-IS-OPEN THEN
                   CLOSE VCNDX-FILE
               END-IF
               CLOSE VCROW-FILE
               CALL "CBL_RENAME_FILE" USING WS-BATCH-TMP-NAME
                   WS-BATCH-FINAL-NAME
               MOVE WS-BATCH-COUNT TO D-ROW-COUNT
               DISPLAY "VCFETCH: " FUNCTION TRIM(D-ROW-COUNT)
                   " queued request(s) written to VCFBATCH.DAT"
               MOVE WS-ROWS-FOUND TO D-ROW-COUNT
               DISPLAY "VCFETCH: " FUNCTION TRIM(D-ROW-COUNT)
                   " row(s) delivered"
               IF WS-ROWS-MISSING > 0 OR ANY-CHAIN-ERROR
                       OR WS-BAD-REQ-COUNT > 0 THEN
                   MOVE WS-ROWS-MISSING TO D-ROW-COUNT
                   DISPLAY "VCFETCH: " FUNCTION TRIM(D-ROW-COUNT)
                       " requested row(s) missing or broken - run "
                       "VCVERIFY"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *SIZE-BATCH-PARA counts the queue and takes its generation -
      *the highest promised, since MISINTAK retires a generation's
      *requests once it is cut - and the top VA wanted.
       SIZE-BATCH-PARA.
           MOVE 0 TO WS-BATCH-COUNT WS-BATCH-GEN WS-BATCH-HIGH-VA.
           OPEN INPUT VCQ-FILE.
           MOVE WS-VCQ-STATUS TO WS-VCQ-OPEN-STATUS.
           IF WS-VCQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-VCQ-STATUS NOT = "00"
                   READ VCQ-FILE INTO VQ-RECORD
                       AT END MOVE "10" TO WS-VCQ-STATUS
                       NOT AT END
                           ADD 1 TO WS-BATCH-COUNT
                           IF VQ-GEN-NO IS NUMERIC
                                   AND VQ-GEN-NO > WS-BATCH-GEN THEN
                               MOVE VQ-GEN-NO TO WS-BATCH-GEN
                           END-IF
                           IF VQ-VA-HIGH IS NUMERIC
                                   AND VQ-VA-HIGH > WS-BATCH-HIGH-VA
                                   THEN
                               MOVE VQ-VA-HIGH TO WS-BATCH-HIGH-VA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-VCQ-OPEN-STATUS = "00" OR
                   WS-VCQ-OPEN-STATUS = "05" THEN
               CLOSE VCQ-FILE
           END-IF.

      *FETCH-REQUEST-PARA fetches one queued request between its
      *brackets.  A record whose range cannot be read is bracketed
      *with nothing delivered, so the request still shows in the
      *batch, and fails the step.
       FETCH-REQUEST-PARA.
           MOVE WS-ROWS-FOUND   TO WS-FOUND-BEFORE.
           MOVE WS-ROWS-MISSING TO WS-MISSING-BEFORE.
           MOVE VQ-REQ-ID TO VB-H-REQ-ID VB-T-REQ-ID.
           IF VQ-VA-LOW IS NUMERIC AND VQ-VA-HIGH IS NUMERIC
                   AND VQ-VA-LOW > 0
                   AND VQ-VA-HIGH >= VQ-VA-LOW THEN
               MOVE VQ-VA-LOW  TO WS-VA-LOW VB-H-VA-LOW
               MOVE VQ-VA-HIGH TO WS-VA-HIGH VB-H-VA-HIGH
               PERFORM WRITE-BRACKET-HEADER-PARA
               PERFORM FETCH-RANGE-PARA
           ELSE
               DISPLAY "VCFETCH: VCFREQ.DAT request "
                   FUNCTION TRIM(VQ-REQ-ID) " has no readable range"
               ADD 1 TO WS-BAD-REQ-COUNT
               MOVE 0 TO VB-H-VA-LOW VB-H-VA-HIGH
               PERFORM WRITE-BRACKET-HEADER-PARA
           END-IF.
           COMPUTE VB-T-ROWS = WS-ROWS-FOUND - WS-FOUND-BEFORE.
           COMPUTE VB-T-MISSING = WS-ROWS-MISSING - WS-MISSING-BEFORE.
           MOVE SPACES TO VCROW-FILE-RECORD.
           MOVE VB-TRAILER-LINE TO VCROW-FILE-RECORD.
           WRITE VCROW-FILE-RECORD.

       WRITE-BRACKET-HEADER-PARA.
           MOVE SPACES TO VCROW-FILE-RECORD.
           MOVE VB-HEADER-LINE TO VCROW-FILE-RECORD.
           WRITE VCROW-FILE-RECORD.

      *GET-PARAMETERS-PARA takes the VA, or VA range, from the
      *command line with the same character-level validation "0005"
      *applies to its BOUNDARY: a sign or decimal point is rejected
      *outright rather than silently accepted and truncated.  The
      *word BATCH instead asks for the queued requests.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-VA-LOW CMD-VA-HIGH.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-VA-LOW CMD-VA-HIGH.
           MOVE "Y" TO WS-VALID-SW.
           IF CMD-VA-LOW = "BATCH" THEN
               MOVE "Y" TO WS-BATCH-SW
               MOVE 1 TO WS-VA-LOW WS-VA-HIGH
           ELSE
           IF CMD-VA-LOW = SPACES THEN
               DISPLAY "VCFETCH: no VA given, job terminated"
               MOVE "N" TO WS-VALID-SW
                   MOVE CMD-VA-LOW TO WS-VA-LOW
                   MOVE WS-VA-LOW TO WS-VA-HIGH
               END-IF
           END-IF
           END-IF.
           IF TARGA-IS-VALID AND CMD-VA-HIGH NOT = SPACES THEN
               MOVE 0 TO WS-BAD-CHAR-COUNT
               MOVE "N" TO WS-VALID-SW
           END-IF.

      *FIND-ARCHIVE-TOP-PARA reads the catalog for the top of the
      *archived range.  No catalog means nothing is archived and
      *every VA is looked for in VCNDX.DAT, as before.
       FIND-ARCHIVE-TOP-PARA.
           MOVE 0 TO WS-ARCH-HIGH-VA.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END
                           IF AC-HIGH-VA IS NUMERIC
                                   AND AC-HIGH-VA > WS-ARCH-HIGH-VA
                                   THEN
                               MOVE AC-HIGH-VA TO WS-ARCH-HIGH-VA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

      *FETCH-RANGE-PARA serves the archived part of the range from
      *the archive files, then positions the index at the first VA
      *above it and walks forward, one row at a time, until the
      *range's high VA is done or the index runs out.
       FETCH-RANGE-PARA.
           MOVE WS-VA-LOW TO WS-CUR-VA.
           IF WS-CUR-VA <= WS-ARCH-HIGH-VA THEN
               PERFORM FETCH-ARCHIVE-PARA
           END-IF.
           IF WS-CUR-VA <= WS-VA-HIGH THEN
               MOVE "L" TO WS-SOURCE-SW
               MOVE WS-VA-HIGH TO WS-SOURCE-HIGH
               MOVE "N" TO WS-FETCH-DONE-SW
               PERFORM FETCH-ONE-ROW-PARA
                   UNTIL FETCH-IS-DONE OR WS-CUR-VA > WS-SOURCE-HIGH
           END-IF.

      *FETCH-ARCHIVE-PARA walks the catalog in range order and hands
      *each archive file holding part of the request to
      *FETCH-ARCHIVE-FILE-PARA.
       FETCH-ARCHIVE-PARA.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                       OR WS-CUR-VA > WS-VA-HIGH
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END
                           IF AC-HIGH-VA IS NUMERIC
                                   AND AC-LOW-VA IS NUMERIC
                                   AND AC-HIGH-VA >= WS-CUR-VA
                                   AND AC-LOW-VA <= WS-CUR-VA THEN
                               PERFORM FETCH-ARCHIVE-FILE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

      *FETCH-ARCHIVE-FILE-PARA serves the request's VAs inside one
      *catalogued range from its archive file.  A file that will not
      *open, or runs out before the range's top, leaves the rows it
      *should have held counted missing - the catalog says they were
      *archived, so they are not looked for on the live tier.
       FETCH-ARCHIVE-FILE-PARA.
           MOVE AC-FILE-NAME TO WS-ARCH-NAME.
           MOVE AC-HIGH-VA TO WS-SOURCE-HIGH.
           IF WS-VA-HIGH < WS-SOURCE-HIGH THEN
               MOVE WS-VA-HIGH TO WS-SOURCE-HIGH
           END-IF.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "VCFETCH: cannot open archive "
                   FUNCTION TRIM(WS-ARCH-NAME) ", status "
                   WS-ARCH-STATUS
               MOVE "Y" TO WS-FETCH-DONE-SW
           ELSE
               MOVE "A" TO WS-SOURCE-SW
               MOVE "N" TO WS-FETCH-DONE-SW
               PERFORM FETCH-ONE-ROW-PARA
                   UNTIL FETCH-IS-DONE OR WS-CUR-VA > WS-SOURCE-HIGH
               CLOSE ARCH-FILE
           END-IF.
           IF WS-CUR-VA <= WS-SOURCE-HIGH THEN
               COMPUTE WS-ROWS-MISSING = WS-ROWS-MISSING
                   + WS-SOURCE-HIGH - WS-CUR-VA + 1
               MOVE "Y" TO WS-ANY-ERROR-SW
               COMPUTE WS-CUR-VA = WS-SOURCE-HIGH + 1
           END-IF.

      *FETCH-ONE-ROW-PARA starts on the current VA's first chunk and
      *reads the chain forward in key order.  A START that misses, or
       FETCH-ONE-ROW-PARA.
           MOVE WS-CUR-VA TO VX-VA.
           MOVE 1 TO VX-SEQ-NO.
           IF FROM-ARCHIVE THEN
               MOVE VX-KEY TO AR-KEY
               START ARCH-FILE KEY = AR-KEY
                   INVALID KEY
                       PERFORM NOTE-MISSING-ROW-PARA
                   NOT INVALID KEY
                       PERFORM READ-CHAIN-PARA
               END-START
           ELSE
               START VCNDX-FILE KEY = VX-KEY
                   INVALID KEY
                       PERFORM NOTE-MISSING-ROW-PARA
                   NOT INVALID KEY
                       PERFORM READ-CHAIN-PARA
               END-START
           END-IF.
           ADD 1 TO WS-CUR-VA.

       NOTE-MISSING-ROW-PARA.
           DISPLAY "VCFETCH: VA " FUNCTION TRIM(D-VA-ALPHA)
               " not on file".
           ADD 1 TO WS-ROWS-MISSING.
           IF WS-CUR-VA >= WS-SOURCE-HIGH THEN
               MOVE "Y" TO WS-FETCH-DONE-SW
           END-IF.

           MOVE "N" TO WS-CHAIN-ERROR-SW.
           MOVE 1 TO WS-EXPECT-SEQ.
           PERFORM READ-CHUNK-PARA.
           IF WS-CHUNK-STATUS NOT = "00" OR VX-VA NOT = WS-CUR-VA THEN
               PERFORM NOTE-MISSING-ROW-PARA
           ELSE
               ADD 1 TO WS-ROWS-FOUND
           END-IF.

       READ-CHUNK-PARA.
           IF FROM-ARCHIVE THEN
               READ ARCH-FILE NEXT RECORD INTO VX-RECORD
                   AT END MOVE "10" TO WS-ARCH-STATUS
               END-READ
               MOVE WS-ARCH-STATUS TO WS-CHUNK-STATUS
           ELSE
               READ VCNDX-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-VCNDX-STATUS
               END-READ
               MOVE WS-VCNDX-STATUS TO WS-CHUNK-STATUS
           END-IF.

      *WALK-CHAIN-PARA takes the next chunk of the current chain.
      *Running off the file, or onto another VA, before the
       WALK-CHAIN-PARA.
           ADD 1 TO WS-EXPECT-SEQ.
           PERFORM READ-CHUNK-PARA.
           IF WS-CHUNK-STATUS NOT = "00"
                   OR VX-VA NOT = WS-CUR-VA
                   OR VX-SEQ-NO NOT = WS-EXPECT-SEQ THEN
               MOVE WS-CUR-VA TO D-VA
                   " chain is incomplete on file"
               MOVE "Y" TO WS-CHAIN-ERROR-SW
               MOVE "Y" TO WS-ANY-ERROR-SW
               IF WS-CHUNK-STATUS NOT = "00" THEN
                   MOVE "Y" TO WS-FETCH-DONE-SW
               END-IF
           ELSE
