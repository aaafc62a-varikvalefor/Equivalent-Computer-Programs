      *CHECKPOINT-PARA uses, so an abend mid-repair never leaves a
      *checkpoint pointing past what is on disk.
      *
      *Once VCARCH has archived the head of the extract (see
      *copybooks/VCARCAT.cpy), the live VCREC.DAT starts at the VA
      *after the archived top, and the cut can never fall below that
      *top: archived rows are closed and whole by construction, so a
      *tear in the first live chain cuts back to the archived top
      *and the carry is taken from the archive file holding it.  The
      *listing is rebuilt across both tiers, archived chains first,
      *so its pagination still counts from VA 1.  A live record at
      *or below the archived top is one an interrupted VCARCH left
      *on both tiers; it is dropped, not treated as a tear.
      *
      *The job takes 0007's own run token before touching its files -
      *a repair racing a production run would be worse than the tear.
      *After an 0007 crash that token is usually stale; rerun with
           SELECT CARRY-TMP-FILE ASSIGN TO "ROWPREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-TMP-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VX-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "CHKPT007.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
       FD  CARRY-TMP-FILE.
       01 CARRY-TMP-RECORD PIC X(500).

       FD  ARCH-FILE.
       COPY VCNDXREC.

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(84).

       01 WS-CHKPT-STATUS      PIC X(2).
       01 WS-CHKPT-OPEN-STATUS PIC X(2).
       01 WS-CHKPT-TMP-STATUS  PIC X(2).
       01 WS-ARCH-STATUS       PIC X(2).
       01 WS-ACAT-STATUS       PIC X(2).
       01 WS-ACAT-OPEN-STATUS  PIC X(2).
       01 WS-ARCH-NAME         PIC X(12).

       COPY VCREC.
      *The archive tier: the top of the archived VA range is the
      *floor the cut cannot go below.
       COPY VCARCAT.
       01 WS-ARCH-HIGH-VA     PIC 9(38) VALUE 0.
       COPY CHKPTREC.
       COPY LOCKREQ.

           PERFORM START-LOG-PARA.
           PERFORM GET-FORCE-PARA.
           PERFORM ACQUIRE-LOCK-PARA.
           PERFORM CHECK-ARCHIVE-PARA.
           PERFORM SCAN-EXTRACT-PARA.
           IF NOT TEAR-WAS-FOUND THEN
               DISPLAY "VCREPAIR: VCREC.DAT chains are whole - "
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *CHECK-ARCHIVE-PARA reads the archive catalog for the archived
      *top, which becomes the cut's floor, and proves every archive
      *file it names opens - the listing rebuild reads them all, and
      *finding one missing there would be too late.
       CHECK-ARCHIVE-PARA.
           MOVE 0 TO WS-ARCH-HIGH-VA.
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
           MOVE WS-ARCH-HIGH-VA TO WS-LAST-GOOD-VA.

       CHECK-ARCHIVE-FILE-PARA.
           MOVE AC-FILE-NAME TO WS-ARCH-NAME.
           IF AC-HIGH-VA IS NUMERIC THEN
               OPEN INPUT ARCH-FILE
           ELSE
               MOVE "XX" TO WS-ARCH-STATUS
           END-IF.
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "VCREPAIR: ABEND - archive "
                   FUNCTION TRIM(WS-ARCH-NAME)
                   " in VCARCAT.DAT cannot be read, status "
                   WS-ARCH-STATUS
               CLOSE ACAT-FILE
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-LOG-PARA
               PERFORM RELEASE-LOCK-PARA
               STOP RUN
           END-IF.
           CLOSE ARCH-FILE.
           MOVE AC-HIGH-VA TO WS-ARCH-HIGH-VA.

      *SCAN-EXTRACT-PARA is the deciding pass: it walks the chunk
      *chains the way VCVERIFY does and stops at the first defect -
      *a non-numeric key, a VA out of step, a sequence gap, a chunk
           IF VC-VA NOT NUMERIC OR VC-SEQ-NO NOT NUMERIC THEN
               MOVE "Y" TO WS-TEAR-SW
           ELSE
               IF NOT CHAIN-IS-OPEN AND WS-ARCH-HIGH-VA > 0
                       AND VC-VA <= WS-ARCH-HIGH-VA THEN
                   CONTINUE
               ELSE
               IF NOT CHAIN-IS-OPEN THEN
                   PERFORM OPEN-SCAN-CHAIN-PARA
               ELSE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *OPEN-SCAN-CHAIN-PARA opens the extract's first chain.  Under
      *an archive it must be the VA just above the archived top.
       OPEN-SCAN-CHAIN-PARA.
           IF WS-ARCH-HIGH-VA > 0
                   AND VC-VA NOT = WS-ARCH-HIGH-VA + 1 THEN
               MOVE "Y" TO WS-TEAR-SW
           END-IF.
           MOVE "Y" TO WS-CHAIN-OPEN-SW.
           MOVE VC-VA TO WS-CUR-VA.
           MOVE 0 TO WS-CUR-SEQ.
           MOVE SPACES TO CARRY-TMP-RECORD.
           MOVE WS-CARRY-HEADER (1:38) TO CARRY-TMP-RECORD (1:38).
           WRITE CARRY-TMP-RECORD.
           PERFORM LIST-ARCHIVE-PARA.
      *The pass runs to end of file so the cut's true size can be
      *counted; once the first record fails the keep test, every
      *later record is cut too - a record past the tear carrying a
               READ VCREC-FILE INTO VC-RECORD
                   AT END MOVE "10" TO WS-VCREC-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOT CUT-HAS-STARTED
                                   AND VC-VA NUMERIC
                                   AND WS-ARCH-HIGH-VA > 0
                                   AND VC-VA <= WS-ARCH-HIGH-VA
                               CONTINUE
                           WHEN NOT CUT-HAS-STARTED
                                   AND VC-VA NUMERIC
                                   AND VC-VA <= WS-LAST-GOOD-VA
                               PERFORM KEEP-RECORD-PARA
                           WHEN OTHER
                               MOVE "Y" TO WS-CUT-STARTED-SW
                               PERFORM COUNT-DROP-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE VCREC-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CARRY-TMP-NAME
               WS-CARRY-FINAL-NAME.

      *LIST-ARCHIVE-PARA lays the archived chains into the rebuilt
      *listing, in catalog order, ahead of the live ones; when the
      *cut falls on the archived top, the last archived row's chunks
      *are the carry.
       LIST-ARCHIVE-PARA.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END PERFORM LIST-ARCHIVE-FILE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

       LIST-ARCHIVE-FILE-PARA.
           MOVE AC-FILE-NAME TO WS-ARCH-NAME.
           OPEN INPUT ARCH-FILE.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
               READ ARCH-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-ARCH-STATUS
                   NOT AT END
                       MOVE VX-RUN-DATE TO VC-RUN-DATE
                       MOVE VX-VA       TO VC-VA
                       MOVE VX-SEQ-NO   TO VC-SEQ-NO
                       MOVE VX-LAST-SW  TO VC-LAST-SW
                       MOVE VX-ROW-TEXT TO VC-ROW-TEXT
                       IF VC-VA = WS-LAST-GOOD-VA THEN
                           MOVE VC-ROW-TEXT TO CARRY-TMP-RECORD
                           WRITE CARRY-TMP-RECORD
                       END-IF
                       PERFORM WRITE-LISTING-CHUNK-PARA
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

      *COUNT-DROP-PARA tallies the rows the cut removes, one per
      *distinct dropped VA, so the console message and the audit
      *record's CUTROWS= reflect what actually left the extract.
