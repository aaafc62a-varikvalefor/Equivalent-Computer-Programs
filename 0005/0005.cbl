           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DIGIT-OUT-RECORD PIC X(200).

       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).
       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       FD  PART-IN-FILE.
       01 PART-IN-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
       01 WS-PARMS-TRUNC-SW PIC X(1) VALUE "N".
           88 PARMS-WERE-TRUNCATED   VALUE "Y".

      *Partitioned running.  When one range is too big for one run,
      *the "0005" record's PARM-LIMIT gives a partition count (two to
      *twenty) and the night runs "0005 PART 1" .. "0005 PART <n>"
      *as one concurrent NIGHTLYCTL phase, then "0005 MERGE".  Each
      *part run cuts its own contiguous sub-range of the record's
      *BOUNDARY/START-OFFSET range - the numbers are shared out as
      *evenly as they divide, the first parts taking one more each -
      *and writes it as G5PART<nn>.DAT (see copybooks/G5PART.cpy)
      *through a temporary name, under its own run lock, so parts
      *never collide and a part that dies leaves no part file.  The
      *merge proves every part against the digit count and checksum
      *its sub-range implies, by the same closed-form arithmetic
      *RECON uses, and only when every part agrees builds and
      *catalogues the generation and removes the parts; otherwise it
      *builds nothing and names the parts to rerun - the parts that
      *passed stay on file and are not run again.
       COPY G5PART.
       01 WS-RUN-MODE-SW      PIC X(1) VALUE "S".
           88 PARTITION-RUN          VALUE "P".
           88 MERGE-RUN              VALUE "M".
       01 WS-LOCK-NAME        PIC X(12) VALUE "0005".
       01 WS-PART-NO          PIC 9(2) VALUE 0.
       01 WS-PART-COUNT       PIC 9(2) VALUE 0.
       01 WS-PART-MAX         PIC 9(2) VALUE 20.
       01 WS-PART-TMP-NAME    PIC X(20).
       01 WS-PART-FILE-NAME   PIC X(20).
       01 WS-PART-IN-STATUS   PIC X(2).
       01 WS-RUN-BOUNDARY     PIC 9(38).
       01 WS-RUN-OFFSET       PIC 9(38).
       01 WS-RANGE-START      PIC 9(38).
       01 WS-RANGE-SIZE       PIC 9(38).
       01 WS-PART-QUOT        PIC 9(38).
       01 WS-PART-REM         PIC 9(2).
       01 WS-PART-LOW         PIC 9(38).
       01 WS-PART-HIGH        PIC 9(38).
       01 WS-SEG-CHECKSUM     PIC 9(38) VALUE 0.
       01 WS-CHECKSUM-MODULUS PIC 9(10) VALUE 1000000007.
       01 WS-CHAR-POS         PIC 9(4).
       01 WS-DIGIT-VALUE      PIC 9(1).
       01 WS-PART-NO-DISP     PIC 9(2).
       01 WS-PART-COUNT-DISP  PIC 9(2).

      *Merge verification workings: what one part file holds, what
      *its sub-range implies, and why it was refused, if it was.
       01 WS-PART-HDR-SW      PIC X(1).
           88 PART-HEADER-SEEN       VALUE "Y".
       01 WS-PART-TRL-SW      PIC X(1).
           88 PART-TRAILER-SEEN      VALUE "Y".
       01 WS-PART-REASON      PIC X(40).
       01 WS-BAD-PART-COUNT   PIC 9(2) VALUE 0.
       01 WS-COPY-FAIL-SW     PIC X(1) VALUE "N".
           88 PART-COPY-FAILED       VALUE "Y".
       01 ACTUAL-DIGIT-COUNT  PIC 9(38) VALUE 0.
       01 ACTUAL-CHECKSUM     PIC 9(38) VALUE 0.
       01 ACTUAL-CHECKSUM-MOD PIC 9(10) VALUE 0.
       01 WS-TRIMMED-LEN      PIC 9(4).
       01 WS-ONE-CHAR         PIC X(1).
       01 EXPECTED-DIGIT-COUNT  PIC 9(38) VALUE 0.
       01 EXPECTED-CHECKSUM     PIC 9(38) VALUE 0.
       01 EXPECTED-CHECKSUM-MOD PIC 9(10) VALUE 0.
       01 WS-BAND-DIGITS        PIC 9(2).
       01 WS-BAND-LOW           PIC 9(38).
       01 WS-BAND-HIGH          PIC 9(38).
       01 WS-OVERLAP-LOW        PIC 9(38).
       01 WS-OVERLAP-HIGH       PIC 9(38).
       01 WS-RECON-OVERFLOW-SW  PIC X(1) VALUE "N".
           88 RECON-VALUES-OVERFLOWED VALUE "Y".
       01 DS-N                  PIC 9(38).
       01 DS-TOTAL              PIC 9(38).
       01 DS-P                  PIC 9(38).
       01 DS-HIGHER             PIC 9(38).
       01 DS-CUR                PIC 9(38).
       01 DS-LOWER              PIC 9(38).
       01 DS-HIGH-SUM           PIC 9(38).
       01 DS-LOW-SUM            PIC 9(38).
       01 D-PART-DIGITS         PIC Z(37)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-FORCE-PARA.
           PERFORM GET-RUN-MODE-PARA.
           PERFORM LOAD-REQUESTS-PARA.
           IF PARTITION-RUN OR MERGE-RUN THEN
               PERFORM GET-PARTITION-PARMS-PARA
           ELSE
               IF NOT REQUESTS-FROM-FILE THEN
                   PERFORM GET-PARAMETERS-PARA
               END-IF
           END-IF.
           IF TARGA-IS-VALID THEN
               PERFORM ACQUIRE-LOCK-PARA
               EVALUATE TRUE
                   WHEN PARTITION-RUN
                       PERFORM RUN-PARTITION-PARA
                   WHEN MERGE-RUN
                       PERFORM RUN-MERGE-PARA
                   WHEN OTHER
                       PERFORM OPEN-FILES-PARA
                       IF REQUESTS-FROM-FILE THEN
                           PERFORM PROCESS-REQUEST-PARA
                               VARYING REQ-IDX FROM 1 BY 1
                               UNTIL REQ-IDX > WS-REQ-COUNT
                       ELSE
                           PERFORM PARA-PARA UNTIL CURRENTX >= BOUNDARY
                           PERFORM FLUSH-BUFFER-PARA
                       END-IF
                       PERFORM CLOSE-FILES-PARA
                       MOVE "NORMAL" TO AUDIT-STATUS
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-FORCE-SW
           END-IF.

      *GET-RUN-MODE-PARA reads a partitioned run's command line:
      *PART and the part number, or MERGE.  Anything else is an
      *ordinary run, whose BOUNDARY/offset GET-PARAMETERS-PARA reads.
      *A part number that is not one or two digits is left at zero
      *for GET-PARTITION-PARMS-PARA to refuse.
       GET-RUN-MODE-PARA.
           IF WS-FORCE-TOKEN-1 = "PART" THEN
               MOVE "P" TO WS-RUN-MODE-SW
               MOVE 0 TO WS-PART-NO
               IF WS-FORCE-TOKEN-2 (1:1) IS NUMERIC
                       AND WS-FORCE-TOKEN-2 (3:10) = SPACES
                       AND (WS-FORCE-TOKEN-2 (2:1) IS NUMERIC
                           OR WS-FORCE-TOKEN-2 (2:1) = SPACE) THEN
                   COMPUTE WS-PART-NO =
                       FUNCTION NUMVAL(WS-FORCE-TOKEN-2)
               END-IF
           END-IF.
           IF WS-FORCE-TOKEN-1 = "MERGE" THEN
               MOVE "M" TO WS-RUN-MODE-SW
           END-IF.

      *GET-PARTITION-PARMS-PARA takes a partitioned run's range and
      *partition count from the "0005" parameter record - every
      *part and the merge must cut the range the same way, so the
      *command line is not a source here - with the same validation
      *an ordinary run gets.  A request file cannot be partitioned:
      *its bracketed segments are one run's work.
       GET-PARTITION-PARMS-PARA.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-RAW-BOUNDARY-TEXT WS-RAW-OFFSET-TEXT.
           IF REQUESTS-FROM-FILE THEN
               DISPLAY "0005: REQFILE.DAT requests cannot be run "
                   "partitioned, job terminated"
               MOVE "N" TO WS-VALID-SW
           END-IF.
           IF TARGA-IS-VALID THEN
               PERFORM READ-PARM-FILE-PARA
               IF PARMS-FROM-FILE THEN
                   MOVE PARM-BOUNDARY     TO WS-RAW-BOUNDARY-TEXT
                   MOVE PARM-START-OFFSET TO WS-RAW-OFFSET-TEXT
                   PERFORM VALIDATE-PARM-PARA
               ELSE
                   DISPLAY "0005: a partitioned run needs the 0005 "
                       "record in PARMFILE.DAT, job terminated"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF.
           IF TARGA-IS-VALID THEN
               IF PARM-LIMIT NOT NUMERIC
                       OR PARM-LIMIT < 2
                       OR PARM-LIMIT > WS-PART-MAX THEN
                   DISPLAY "0005: partition count (PARM-LIMIT) must "
                       "be 2 to 20 for a partitioned run, terminated"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE PARM-LIMIT TO WS-PART-COUNT
               END-IF
           END-IF.
           IF TARGA-IS-VALID AND PARTITION-RUN THEN
               IF WS-PART-NO < 1 OR WS-PART-NO > WS-PART-COUNT THEN
                   DISPLAY "0005: invalid partition number, "
                       "job terminated"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE SPACES TO WS-LOCK-NAME
                   MOVE WS-PART-NO TO WS-PART-NO-DISP
                   STRING "0005P" DELIMITED BY SIZE
                          WS-PART-NO-DISP DELIMITED BY SIZE
                          INTO WS-LOCK-NAME
               END-IF
           END-IF.
           IF TARGA-IS-VALID THEN
               MOVE BOUNDARY     TO WS-RUN-BOUNDARY
               MOVE START-OFFSET TO WS-RUN-OFFSET
           END-IF.

      *ACQUIRE-LOCK-PARA takes the job's exclusive run token before
      *any output file is opened - a second copy of this job
      *reopening DIGIT-OUT-FILE for OUTPUT would truncate the
      *its own ABEND audit record, like a corrupt checkpoint in
      *"0007".
       ACQUIRE-LOCK-PARA.
           MOVE WS-LOCK-NAME TO LOCK-JOB-NAME.
           MOVE "A" TO LOCK-ACTION.
           MOVE WS-FORCE-SW TO LOCK-FORCE-SW.
           CALL "RUNLOCK" USING LOCK-REQUEST.
           IF LOCK-IS-HELD THEN
               DISPLAY "0005: ABEND - another instance holds "
                 "LOCK" FUNCTION TRIM(WS-LOCK-NAME) ".DAT; if it "
                 "crashed, rerun with FORCE or remove the lock file"
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE "ABEND " TO AUDIT-EVENT
       RELEASE-LOCK-PARA.
           IF LOCK-HELD-BY-ME THEN
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE WS-LOCK-NAME TO LOCK-JOB-NAME
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-REQUEST
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
      *actually rejected; log the raw captured input instead.
           MOVE "N" TO WS-PARMS-TRUNC-SW.
           EVALUATE TRUE
               WHEN PARTITION-RUN AND TARGA-IS-VALID
                   MOVE WS-PART-NO TO WS-PART-NO-DISP
                   MOVE WS-PART-COUNT TO WS-PART-COUNT-DISP
                   MOVE WS-TOTAL-DIGIT-COUNT TO WS-TOTAL-DIGIT-DISP
                   STRING "PART=" DELIMITED BY SIZE
                          WS-PART-NO-DISP DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-PART-COUNT-DISP DELIMITED BY SIZE
                          " DIGITS=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TOTAL-DIGIT-DISP)
                              DELIMITED BY SIZE
                          INTO AUDIT-PARMS
                          ON OVERFLOW
                              MOVE "Y" TO WS-PARMS-TRUNC-SW
                   END-STRING
               WHEN MERGE-RUN AND TARGA-IS-VALID
                   MOVE WS-PART-COUNT TO WS-PART-COUNT-DISP
                   MOVE WS-TOTAL-DIGIT-COUNT TO WS-TOTAL-DIGIT-DISP
                   STRING "MERGE PARTS=" DELIMITED BY SIZE
                          WS-PART-COUNT-DISP DELIMITED BY SIZE
                          " DIGITS=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TOTAL-DIGIT-DISP)
                              DELIMITED BY SIZE
                          INTO AUDIT-PARMS
                          ON OVERFLOW
                              MOVE "Y" TO WS-PARMS-TRUNC-SW
                   END-STRING
               WHEN PARTITION-RUN OR MERGE-RUN
                   MOVE "PARTITION=INVALID" TO AUDIT-PARMS
               WHEN REQUESTS-FROM-FILE AND TARGA-IS-VALID
                   MOVE WS-REQ-COUNT TO WS-REQ-COUNT-DISP
                   MOVE WS-TOTAL-DIGIT-COUNT TO WS-TOTAL-DIGIT-DISP
           END-STRING.
           COMPUTE OUTPUT-BUFFER-LEN = WS-BUFFER-PTR - 1.
           ADD WS-DIGIT-LEN TO WS-SEG-DIGIT-COUNT.
           IF PARTITION-RUN THEN
               PERFORM SUM-DIGITS-PARA
           END-IF.

      *SUM-DIGITS-PARA adds the number just written into the part's
      *digit checksum.
       SUM-DIGITS-PARA.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-DIGIT-LEN
               MOVE WS-DIGIT-TEXT (WS-CHAR-POS:1) TO WS-DIGIT-VALUE
               ADD WS-DIGIT-VALUE TO WS-SEG-CHECKSUM
           END-PERFORM.

      *FLUSH-BUFFER-PARA writes the accumulated digits in one block
      *instead of issuing a DISPLAY (or WRITE) per number, which is

      *CLOSE-FILES-PARA catalogues the generation only once its file
      *is complete and closed; RECON and MISXTRCT come along later
      *and mark what they balanced and shipped.  The night's run
      *identifier goes on the record so a night's generation can be
      *found, and backed out, by identifier.
       CLOSE-FILES-PARA.
           CLOSE DIGIT-OUT-FILE.
           MOVE WS-GEN-NO        TO G5-GEN-NO.
           MOVE WS-RUN-DATE      TO G5-RUN-DATE.
           MOVE WS-GEN-FILE-NAME TO G5-FILE-NAME.
           MOVE NR-RUN-ID        TO G5-RUN-ID.
           MOVE "N" TO G5-BALANCED-SW G5-SHIPPED-SW G5-RETIRED-SW.
           OPEN EXTEND CAT-FILE.
           WRITE CAT-FILE-RECORD FROM G5-RECORD.
           CLOSE CAT-FILE.

      *SET-PART-RANGE-PARA works out partition WS-PART-NO's sub-range
      *of the night's range: the range's numbers divided as evenly as
      *they go, the remainder taken one each by the first parts.  A
      *part left with no numbers (a range smaller than the partition
      *count) gets a high one below its low, and an empty part file.
       SET-PART-RANGE-PARA.
           IF WS-RUN-OFFSET = 0 THEN
               MOVE 1 TO WS-RANGE-START
           ELSE
               MOVE WS-RUN-OFFSET TO WS-RANGE-START
           END-IF.
           IF WS-RUN-BOUNDARY < WS-RANGE-START THEN
               MOVE 0 TO WS-RANGE-SIZE
           ELSE
               COMPUTE WS-RANGE-SIZE =
                   WS-RUN-BOUNDARY - WS-RANGE-START + 1
           END-IF.
           DIVIDE WS-RANGE-SIZE BY WS-PART-COUNT
               GIVING WS-PART-QUOT REMAINDER WS-PART-REM.
           COMPUTE WS-PART-LOW =
               WS-RANGE-START + ((WS-PART-NO - 1) * WS-PART-QUOT).
           IF WS-PART-NO - 1 < WS-PART-REM THEN
               COMPUTE WS-PART-LOW = WS-PART-LOW + WS-PART-NO - 1
           ELSE
               ADD WS-PART-REM TO WS-PART-LOW
           END-IF.
           COMPUTE WS-PART-HIGH = WS-PART-LOW + WS-PART-QUOT - 1.
           IF WS-PART-NO <= WS-PART-REM THEN
               ADD 1 TO WS-PART-HIGH
           END-IF.
           MOVE WS-PART-NO TO WS-PART-NO-DISP.
           MOVE SPACES TO WS-PART-TMP-NAME WS-PART-FILE-NAME.
           STRING "G5PART" DELIMITED BY SIZE
                  WS-PART-NO-DISP DELIMITED BY SIZE
                  ".TMP" DELIMITED BY SIZE
                  INTO WS-PART-TMP-NAME.
           STRING "G5PART" DELIMITED BY SIZE
                  WS-PART-NO-DISP DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PART-FILE-NAME.

      *RUN-PARTITION-PARA writes one part: the header, the
      *sub-range's numbers through PARA-PARA and the OUTPUT-BUFFER
      *exactly as an ordinary run writes them, and the trailer with
      *the count and checksum of what was written.  The part is cut
      *under its temporary name and renamed only once it is whole.
      *A part that cannot be created or renamed into place ends RC 16
      *with an ABEND audit record, so NIGHTLYCTL RESTART reruns it;
      *it leaves no part file behind.
       RUN-PARTITION-PARA.
           PERFORM SET-PART-RANGE-PARA.
           MOVE WS-PART-TMP-NAME TO WS-GEN-FILE-NAME.
           OPEN OUTPUT DIGIT-OUT-FILE.
           IF WS-DIGIT-OUT-STATUS NOT = "00" THEN
               DISPLAY "0005: ABEND - cannot create "
                   FUNCTION TRIM(WS-PART-TMP-NAME) ", status "
                   WS-DIGIT-OUT-STATUS
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-PART-PARA
           END-IF.

       WRITE-PART-PARA.
           MOVE SPACES TO OUTPUT-BUFFER.
           MOVE 0 TO OUTPUT-BUFFER-LEN.
           MOVE NR-RUN-ID     TO PART-H-RUN-ID.
           MOVE WS-PART-NO    TO PART-H-PART-NO.
           MOVE WS-PART-COUNT TO PART-H-PART-COUNT.
           MOVE WS-PART-LOW   TO PART-H-LOW.
           MOVE WS-PART-HIGH  TO PART-H-HIGH.
           MOVE PART-HEADER-LINE TO DIGIT-OUT-RECORD.
           WRITE DIGIT-OUT-RECORD.
           MOVE WS-PART-HIGH TO BOUNDARY.
           COMPUTE CURRENTX = WS-PART-LOW - 1.
           MOVE 0 TO WS-SEG-DIGIT-COUNT WS-SEG-CHECKSUM.
           PERFORM PARA-PARA UNTIL CURRENTX >= BOUNDARY.
           PERFORM FLUSH-BUFFER-PARA.
           MOVE WS-PART-NO         TO PART-T-PART-NO.
           MOVE WS-SEG-DIGIT-COUNT TO PART-T-DIGIT-COUNT.
           COMPUTE PART-T-CHECKSUM =
               FUNCTION MOD(WS-SEG-CHECKSUM, WS-CHECKSUM-MODULUS).
           MOVE PART-TRAILER-LINE TO DIGIT-OUT-RECORD.
           WRITE DIGIT-OUT-RECORD.
           CLOSE DIGIT-OUT-FILE.
           MOVE WS-SEG-DIGIT-COUNT TO WS-TOTAL-DIGIT-COUNT.
           CALL "CBL_RENAME_FILE" USING WS-PART-TMP-NAME
               WS-PART-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "0005: ABEND - "
                   FUNCTION TRIM(WS-PART-TMP-NAME)
                   " could not be renamed to "
                   FUNCTION TRIM(WS-PART-FILE-NAME)
               CALL "CBL_DELETE_FILE" USING WS-PART-TMP-NAME
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-SEG-DIGIT-COUNT TO D-PART-DIGITS
               DISPLAY "0005: part " WS-PART-NO-DISP " of "
                   WS-PART-COUNT " written to "
                   FUNCTION TRIM(WS-PART-FILE-NAME) ", "
                   FUNCTION TRIM(D-PART-DIGITS) " digits"
               MOVE "NORMAL" TO AUDIT-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.

      *RUN-MERGE-PARA proves every part first and builds the
      *generation only when none is refused - a generation is never
      *half-built from some of its parts.  The built generation is
      *catalogued exactly as an ordinary run's, and the part files
      *are removed so they cannot be merged a second time.
       RUN-MERGE-PARA.
           MOVE 0 TO WS-BAD-PART-COUNT WS-TOTAL-DIGIT-COUNT.
           PERFORM VERIFY-PART-PARA
               VARYING WS-PART-NO FROM 1 BY 1
               UNTIL WS-PART-NO > WS-PART-COUNT.
           IF WS-BAD-PART-COUNT > 0 THEN
               DISPLAY "0005: " WS-BAD-PART-COUNT " part(s) refused, "
                   "no generation built - rerun the part(s) named "
                   "above, then MERGE again"
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-FILES-PARA
               MOVE "N" TO WS-COPY-FAIL-SW
               PERFORM COPY-PART-PARA
                   VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PART-COUNT
                       OR PART-COPY-FAILED
               IF PART-COPY-FAILED THEN
                   PERFORM DROP-MERGE-PARA
               ELSE
                   PERFORM CLOSE-FILES-PARA
                   PERFORM REMOVE-PART-PARA
                       VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > WS-PART-COUNT
                   DISPLAY "0005: " WS-PART-COUNT
                       " parts merged into "
                       FUNCTION TRIM(WS-GEN-FILE-NAME)
                   MOVE "NORMAL" TO AUDIT-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *DROP-MERGE-PARA abandons a merge whose part could not be read
      *back after it was proven: the half-built generation is closed
      *and deleted, never catalogued, and the parts stay on file for
      *the MERGE to be run again.
       DROP-MERGE-PARA.
           CLOSE DIGIT-OUT-FILE.
           CALL "CBL_DELETE_FILE" USING WS-GEN-FILE-NAME.
           DISPLAY "0005: ABEND - part " WS-PART-NO-DISP
               " could not be read back, status " WS-PART-IN-STATUS
               "; no generation built - MERGE again".
           MOVE "ABEND " TO AUDIT-STATUS.
           MOVE 16 TO RETURN-CODE.

      *VERIFY-PART-PARA proves one part file: it must be there, be
      *this night's and this sub-range's part, carry a trailer that
      *matches the digits actually in it, and hold the digit count
      *and checksum its sub-range implies.
       VERIFY-PART-PARA.
           PERFORM SET-PART-RANGE-PARA.
           PERFORM EXPECT-PART-TOTALS-PARA.
           MOVE "N" TO WS-PART-HDR-SW WS-PART-TRL-SW.
           MOVE SPACES TO WS-PART-REASON.
           MOVE 0 TO ACTUAL-DIGIT-COUNT ACTUAL-CHECKSUM.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               MOVE "part file missing" TO WS-PART-REASON
           ELSE
               PERFORM UNTIL WS-PART-IN-STATUS NOT = "00"
                   READ PART-IN-FILE
                       AT END MOVE "10" TO WS-PART-IN-STATUS
                       NOT AT END PERFORM TAKE-PART-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE PART-IN-FILE
               PERFORM CHECK-PART-TOTALS-PARA
           END-IF.
           IF WS-PART-REASON NOT = SPACES THEN
               ADD 1 TO WS-BAD-PART-COUNT
               DISPLAY "0005: part " WS-PART-NO-DISP " of "
                   WS-PART-COUNT " REFUSED - "
                   FUNCTION TRIM(WS-PART-REASON)
                   "; rerun 0005 PART " WS-PART-NO-DISP
           ELSE
               ADD ACTUAL-DIGIT-COUNT TO WS-TOTAL-DIGIT-COUNT
               MOVE ACTUAL-DIGIT-COUNT TO D-PART-DIGITS
               DISPLAY "0005: part " WS-PART-NO-DISP " of "
                   WS-PART-COUNT " agrees, "
                   FUNCTION TRIM(D-PART-DIGITS) " digits"
           END-IF.

       TAKE-PART-LINE-PARA.
           EVALUATE PART-IN-RECORD (1:4)
               WHEN "PRT "
                   IF PART-HEADER-SEEN OR PART-TRAILER-SEEN THEN
                       MOVE "records out of order" TO WS-PART-REASON
                   END-IF
                   MOVE PART-IN-RECORD (1:115) TO PART-HEADER-LINE
                   MOVE "Y" TO WS-PART-HDR-SW
               WHEN "PTL "
                   IF PART-TRAILER-SEEN OR NOT PART-HEADER-SEEN THEN
                       MOVE "records out of order" TO WS-PART-REASON
                   END-IF
                   MOVE PART-IN-RECORD (1:72) TO PART-TRAILER-LINE
                   MOVE "Y" TO WS-PART-TRL-SW
               WHEN OTHER
                   IF PART-TRAILER-SEEN OR NOT PART-HEADER-SEEN THEN
                       MOVE "records out of order" TO WS-PART-REASON
                   END-IF
                   PERFORM SCAN-PART-LINE-PARA
           END-EVALUATE.

       SCAN-PART-LINE-PARA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PART-IN-RECORD))
               TO WS-TRIMMED-LEN.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-TRIMMED-LEN
               MOVE PART-IN-RECORD (WS-CHAR-POS:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC THEN
                   MOVE WS-ONE-CHAR TO WS-DIGIT-VALUE
                   ADD 1 TO ACTUAL-DIGIT-COUNT
                   ADD WS-DIGIT-VALUE TO ACTUAL-CHECKSUM
               END-IF
           END-PERFORM.

       CHECK-PART-TOTALS-PARA.
           COMPUTE ACTUAL-CHECKSUM-MOD =
               FUNCTION MOD(ACTUAL-CHECKSUM, WS-CHECKSUM-MODULUS).
           EVALUATE TRUE
               WHEN WS-PART-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT PART-HEADER-SEEN OR NOT PART-TRAILER-SEEN
                   MOVE "header or trailer missing"
                       TO WS-PART-REASON
               WHEN PART-H-RUN-ID NOT = NR-RUN-ID
                   MOVE "cut under another run identifier"
                       TO WS-PART-REASON
               WHEN PART-H-PART-NO NOT = WS-PART-NO
                       OR PART-H-PART-COUNT NOT = WS-PART-COUNT
                       OR PART-H-LOW NOT NUMERIC
                       OR PART-H-HIGH NOT NUMERIC
                       OR PART-H-LOW NOT = WS-PART-LOW
                       OR PART-H-HIGH NOT = WS-PART-HIGH
                   MOVE "cut for another sub-range"
                       TO WS-PART-REASON
               WHEN PART-T-PART-NO NOT = WS-PART-NO
                       OR PART-T-DIGIT-COUNT NOT NUMERIC
                       OR PART-T-CHECKSUM NOT NUMERIC
                       OR PART-T-DIGIT-COUNT NOT = ACTUAL-DIGIT-COUNT
                       OR PART-T-CHECKSUM NOT = ACTUAL-CHECKSUM-MOD
                   MOVE "trailer does not match its digits"
                       TO WS-PART-REASON
               WHEN RECON-VALUES-OVERFLOWED
                   MOVE "totals exceed 38 digits, cannot verify"
                       TO WS-PART-REASON
               WHEN ACTUAL-DIGIT-COUNT NOT = EXPECTED-DIGIT-COUNT
                       OR ACTUAL-CHECKSUM-MOD NOT =
                           EXPECTED-CHECKSUM-MOD
                   MOVE "digits do not match the sub-range"
                       TO WS-PART-REASON
           END-EVALUATE.

      *EXPECT-PART-TOTALS-PARA derives, from the part's sub-range
      *alone, the digit count and checksum it should hold - RECON's
      *band-overlap count and digit-sum-up-to-N arithmetic, applied
      *to WS-PART-LOW .. WS-PART-HIGH.
       EXPECT-PART-TOTALS-PARA.
           MOVE "N" TO WS-RECON-OVERFLOW-SW.
           MOVE 0 TO EXPECTED-DIGIT-COUNT EXPECTED-CHECKSUM.
           MOVE 1 TO WS-BAND-LOW.
           PERFORM VARYING WS-BAND-DIGITS FROM 1 BY 1
                   UNTIL WS-BAND-DIGITS > 38
               COMPUTE WS-BAND-HIGH = (WS-BAND-LOW * 10) - 1
               IF WS-BAND-LOW > WS-PART-HIGH
                       OR WS-BAND-HIGH < WS-PART-LOW
                   CONTINUE
               ELSE
                   IF WS-BAND-LOW > WS-PART-LOW THEN
                       MOVE WS-BAND-LOW TO WS-OVERLAP-LOW
                   ELSE
                       MOVE WS-PART-LOW TO WS-OVERLAP-LOW
                   END-IF
                   IF WS-BAND-HIGH < WS-PART-HIGH THEN
                       MOVE WS-BAND-HIGH TO WS-OVERLAP-HIGH
                   ELSE
                       MOVE WS-PART-HIGH TO WS-OVERLAP-HIGH
                   END-IF
                   IF WS-OVERLAP-LOW <= WS-OVERLAP-HIGH THEN
                       COMPUTE EXPECTED-DIGIT-COUNT =
                           EXPECTED-DIGIT-COUNT +
                           ((WS-OVERLAP-HIGH - WS-OVERLAP-LOW + 1)
                               * WS-BAND-DIGITS)
                           ON SIZE ERROR
                               SET RECON-VALUES-OVERFLOWED TO TRUE
                       END-COMPUTE
                   END-IF
               END-IF
               COMPUTE WS-BAND-LOW = WS-BAND-LOW * 10
           END-PERFORM.
           IF WS-PART-HIGH >= WS-PART-LOW THEN
               MOVE WS-PART-HIGH TO DS-N
               PERFORM DIGITSUM-PARA
               MOVE DS-TOTAL TO DS-HIGH-SUM
               COMPUTE DS-N = WS-PART-LOW - 1
               PERFORM DIGITSUM-PARA
               MOVE DS-TOTAL TO DS-LOW-SUM
               COMPUTE EXPECTED-CHECKSUM = DS-HIGH-SUM - DS-LOW-SUM
           END-IF.
           COMPUTE EXPECTED-CHECKSUM-MOD =
               FUNCTION MOD(EXPECTED-CHECKSUM, WS-CHECKSUM-MODULUS).

      *DIGITSUM-PARA computes, in DS-TOTAL, the sum of the digits of
      *every integer from 0 through DS-N.
       DIGITSUM-PARA.
           MOVE 0 TO DS-TOTAL.
           MOVE 1 TO DS-P.
           PERFORM UNTIL DS-P > DS-N
               COMPUTE DS-HIGHER = DS-N / (DS-P * 10)
               COMPUTE DS-CUR = FUNCTION MOD((DS-N / DS-P), 10)
               COMPUTE DS-LOWER = FUNCTION MOD(DS-N, DS-P)
               COMPUTE DS-TOTAL = DS-TOTAL + (DS-HIGHER * 45 * DS-P)
                   ON SIZE ERROR
                       SET RECON-VALUES-OVERFLOWED TO TRUE
               END-COMPUTE
               IF DS-CUR > 0 THEN
                   COMPUTE DS-TOTAL = DS-TOTAL +
                       (((DS-CUR - 1) * DS-CUR / 2) * DS-P) +
                       (DS-CUR * (DS-LOWER + 1))
                       ON SIZE ERROR
                           SET RECON-VALUES-OVERFLOWED TO TRUE
                   END-COMPUTE
               END-IF
               COMPUTE DS-P = DS-P * 10
           END-PERFORM.

      *COPY-PART-PARA appends one proven part's digit lines, without
      *its bracket records, to the generation being built.  A part
      *that will not open - gone since it was proven - stops the
      *merge.
       COPY-PART-PARA.
           PERFORM SET-PART-RANGE-PARA.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-COPY-FAIL-SW
           ELSE
               PERFORM UNTIL WS-PART-IN-STATUS NOT = "00"
                   READ PART-IN-FILE
                       AT END MOVE "10" TO WS-PART-IN-STATUS
                       NOT AT END
                           IF PART-IN-RECORD (1:4) NOT = "PRT "
                                   AND PART-IN-RECORD (1:4)
                                       NOT = "PTL "
                               MOVE PART-IN-RECORD
                                   TO DIGIT-OUT-RECORD
                               WRITE DIGIT-OUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-IN-FILE
           END-IF.

      *REMOVE-PART-PARA deletes one merged part file; CBL_DELETE_FILE
      *sets RETURN-CODE, so it is saved and restored around the call.
       REMOVE-PART-PARA.
           PERFORM SET-PART-RANGE-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           MOVE WS-SAVE-RC TO RETURN-CODE.
