           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT TRANS-SCAN-FILE ASSIGN TO "FBTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT OPTIONAL SUSPB-FILE ASSIGN TO "FBSUSPB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPB-STATUS.
           SELECT RETWK-FILE ASSIGN TO "FBRWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETWK-STATUS.
           SELECT RET-FILE ASSIGN TO DYNAMIC WS-RET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).
       01 TRANS-FILE-RECORD PIC X(40).

      *The classification record must hold the widest input value (38
      *digits), the version id of the rule set that classified it,
      *and its classification, which for an unmatched number is the
      *value's own digits again.
       FD  CLASS-FILE.
       01 CLASS-FILE-RECORD PIC X(90).

       FD  ERR-FILE.
       01 ERR-FILE-RECORD PIC X(40).
       01 SUSP-FILE-RECORD PIC X(90).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(882).

       FD  CHKPT-TMP-FILE.
       01 CHKPT-TMP-FILE-RECORD PIC X(882).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       FD  TRANS-SCAN-FILE.
       01 TRANS-SCAN-RECORD PIC X(40).

       FD  SUSPB-FILE.
       01 SUSPB-FILE-RECORD PIC X(48).

      *The return work file: each return line as the run produces it,
      *led by the number of the batch it belongs to, so the
      *per-department files can be cut from it once the input is
      *done - and survive a restart the way FBCLASS.DAT does.
       FD  RETWK-FILE.
       01 RETWK-FILE-RECORD PIC X(122).

       FD  RET-FILE.
       01 RET-FILE-RECORD PIC X(118).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
           88 RULE-MATCHED       VALUE "Y".
       01 WS-CLASS-TEXT PIC X(39).

      *The rule set in force: the processing date it was chosen for,
      *its effective date and version id as PICK-RULE-SET-PARA found
      *them, and the id stamped on every classification - "BASE" for
      *the undated base set, "BUILTIN" for the built-in table.
       01 WS-PROC-DATE     PIC X(8).
       01 WS-EFF-KEY       PIC X(8).
       01 WS-SET-EFF-KEY   PIC X(8).
       01 WS-SET-EFF-DATE  PIC X(8).
       01 WS-SET-VERSION   PIC X(8).
       01 WS-SET-FOUND-SW  PIC X(1).
           88 RULE-SET-FOUND     VALUE "Y".
       01 WS-RULE-VERSION  PIC X(8).

      *Transaction-input mode: when FBTRANS.DAT is present the number
      *stream comes from its records - one number per record - rather
      *than from A-PARA's own counter.  Each input record's
       01 WS-SUSP-OPEN-STATUS PIC X(2).
       01 WS-NEXT-SUSP-ID PIC 9(8) VALUE 1.
       01 WS-REJECT-REASON PIC X(20).
      *WS-MARK-PARMS is the "MARK  " audit record's parameter text:
      *the first suspense id this run can assign, which is where
      *NIGHTBKOUT cuts the suspense file back to.
       01 WS-MARK-PARMS.
           05 FILLER         PIC X(7) VALUE "SUSPID=".
           05 WS-MARK-SUSP-ID PIC 9(8).

      *Transaction-mode checkpoint: how far into FBTRANS.DAT the run
      *has safely gotten, with every tally FOOTER-PARA and the audit
      *and redoing the whole input.  Written to CHKPTFB.TMP and
      *renamed over CHKPTFB.DAT after every record, 0007's
      *write-then-rename discipline; removed once the run completes
      *so the next night starts fresh.  The processing date the run
      *chose its rule set for is kept with the tallies, so a restart
      *after midnight finishes under the same set it started with.
       01 WS-CHKPT-STATUS  PIC X(2).
       01 WS-CHKPT-OPEN-STATUS PIC X(2).
       01 WS-CHKPT-TMP-STATUS PIC X(2).
       01 WS-RESUME-COUNT  PIC 9(38) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(38).
       01 FBCK-RECORD.
           05 FBCK-TALLIES.
               10 FBCK-TRANS-COUNT  PIC 9(38).
               10 FBCK-REJECT-COUNT PIC 9(38).
               10 FBCK-NUMBER-COUNT PIC 9(38).
               10 FBCK-RULE-COUNTS.
                   15 FBCK-RULE-COUNT OCCURS 20 TIMES PIC 9(38).
           05 FBCK-PROC-DATE    PIC X(8).
       01 D-TRANS-COUNT   PIC Z(38)9.
       01 D-REJECT-COUNT  PIC Z(38)9.

      *Department batch envelopes (see copybooks/FBBATCH.cpy).  Before
      *any record is classified, CHECK-ENVELOPES-PARA reads the whole
      *input once and proves every batch against its trailer, so a
      *batch that does not agree is rejected whole instead of half of
      *it being classified before the trailer shows it short.  The
      *table holds each batch's place in the file - the record
      *numbers of its header and last record - and what the check
      *found; a rejected batch carries its reason.  The check is
      *repeated on a restart, which finds the same answers from the
      *same file.
       COPY FBBATCH.
       COPY FBRETREC.
       01 WS-SCAN-STATUS   PIC X(2).
       01 WS-SUSPB-STATUS  PIC X(2).
       01 WS-RETWK-STATUS  PIC X(2).
       01 WS-RET-STATUS    PIC X(2).
       01 WS-ENVELOPE-SW   PIC X(1) VALUE "N".
           88 TRANS-IN-BATCHES       VALUE "Y".
       01 WS-BATCH-FULL-SW PIC X(1) VALUE "N".
           88 BATCH-TABLE-FULL       VALUE "Y".
       01 WS-BATCH-COUNT   PIC 9(4) VALUE 0.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 200 TIMES INDEXED BY BAT-IDX.
               10 WS-B-DEPT      PIC X(4).
               10 WS-B-BATCH-ID  PIC X(8).
               10 WS-B-SEND-DATE PIC X(8).
               10 WS-B-FIRST     PIC 9(9).
               10 WS-B-LAST      PIC 9(9).
               10 WS-B-VALUES    PIC 9(9).
               10 WS-B-HASH      PIC 9(18).
               10 WS-B-TRL-HASH  PIC 9(10).
               10 WS-B-DEPT-SW   PIC X(1).
                   88 BATCH-DEPT-IS-GOOD  VALUE "Y".
               10 WS-B-STATUS    PIC X(1).
                   88 BATCH-IS-ACCEPTED   VALUE "A".
                   88 BATCH-IS-REJECTED   VALUE "R".
               10 WS-B-REASON    PIC X(20).
       01 WS-SCAN-REC-NO   PIC 9(9) VALUE 0.
       01 WS-OPEN-BATCH    PIC 9(4) VALUE 0.
       01 WS-CUR-BATCH     PIC 9(4) VALUE 0.
       01 WS-DUP-IDX       PIC 9(4).
       01 WS-BATCH-REASON  PIC X(20).
       01 WS-BATCH-REJECTS PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT    PIC 9(9) VALUE 0.
       01 WS-HELD-RECORDS  PIC 9(9).
       01 WS-CHK-MONTH     PIC 9(2).
       01 WS-CHK-DAY       PIC 9(2).
       01 WS-DEPT-LEN      PIC 9(4).
       01 WS-DEPT-POS      PIC 9(4).
       01 WS-DEPT-CHAR     PIC X(1).

      *The trailer hash, MISXTRCT's: every digit character's value,
      *summed, modulo the prime RECON uses for its checksum.
       01 WS-SCAN-POS      PIC 9(4).
       01 WS-DIGIT-VALUE   PIC 9(1).
       01 WS-HASH-MOD      PIC 9(10).
       01 WS-HASH-MODULUS  PIC 9(10) VALUE 1000000007.

      *Return file workings: the work-file line in hand, the name of
      *the department's return file, and its running totals.
       01 WS-RW-RECORD.
           05 RW-BATCH-NO      PIC 9(4).
           05 RW-LINE          PIC X(118).
       01 WS-RETWK-EOF-SW  PIC X(1).
           88 RETWK-AT-END           VALUE "Y".
       01 WS-RET-NAME      PIC X(20).
       01 WS-RET-BATCH     PIC 9(4).
       01 WS-RET-CLASSED   PIC 9(9).
       01 WS-RET-REJECTED  PIC 9(9).
       01 WS-DEPT-ACCEPTED PIC 9(4).
       01 WS-DEPT-REFUSED  PIC 9(4).
       01 WS-DEPT-CLASSED  PIC 9(9).
       01 WS-DEPT-REJECTED PIC 9(9).
       01 D-RET-COUNT-1    PIC Z(8)9.
       01 D-RET-COUNT-2    PIC Z(8)9.
       01 D-RET-COUNT-3    PIC Z(8)9.
       01 D-RET-COUNT-4    PIC Z(8)9.
       01 D-SUSP-ID        PIC 9(8).

      *Tally footer counters.
       01 NUMBER-COUNT     PIC 9(38) VALUE 0.
       01 D-NUMBER-COUNT    PIC Z(38)9.
       01 D-RULE-COUNT      PIC Z(38)9.
       01 WS-TALLY-RULE-NO  PIC 9(2).

       COPY AUDITREC.
       01 WS-RUN-DATE PIC X(10).
           PERFORM CHECK-TRANS-FILE-PARA.
           IF TRANS-FROM-FILE THEN
               PERFORM ACQUIRE-LOCK-PARA
               PERFORM CHECK-ENVELOPES-PARA
               PERFORM PROCESS-TRANS-PARA
               PERFORM FOOTER-PARA
               PERFORM TALLY-LOG-PARA
               MOVE "NORMAL" TO AUDIT-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM END-LOG-PARA
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:8) TO WS-PROC-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *TALLY-LOG-PARA puts the footer's tallies on the audit trail
      *ahead of the END record, one "TALLY " record per rule in
      *rule-table order and one each for the no-match NUMBERS and the
      *REJECTED counts, the way AUDITARC marks its retention cuts with
      *"CUTOK " records.  A leading VERSION record names the rule set
      *the tallies were counted under.  The END record's sixty bytes
      *only carry the record and reject counts; these records are
      *what FBBAL balances its own re-derived per-rule totals
      *against.  A rule's count is placed ahead of its word so a long
      *word, not the count, is what gives way when the line is full.
       TALLY-LOG-PARA.
           MOVE RETURN-CODE  TO WS-SAVE-RC.
           MOVE "FIZZBUZZ"   TO AUDIT-JOB-NAME.
           MOVE "TALLY "     TO AUDIT-EVENT.
           MOVE "NORMAL"     TO AUDIT-STATUS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "VERSION=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                  " EFFECTIVE=" DELIMITED BY SIZE
                  WS-SET-EFF-DATE DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > FB-RULE-COUNT
               SET WS-TALLY-RULE-NO TO FB-IDX
               MOVE FB-T-COUNT(FB-IDX) TO D-RULE-COUNT
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE SPACES TO AUDIT-PARMS
               STRING WS-TALLY-RULE-NO DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-RULE-COUNT LEADING)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(FB-T-WORD(FB-IDX))
                          DELIMITED BY SIZE
                      INTO AUDIT-PARMS
               CALL "AUDITLOG" USING AUDIT-RECORD
           END-PERFORM.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE NUMBER-COUNT TO D-NUMBER-COUNT.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "NUMBERS=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-NUMBER-COUNT LEADING)
                      DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-REJECT-COUNT TO D-REJECT-COUNT.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "REJECTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-REJECT-COUNT LEADING)
                      DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           IF TRANS-IN-BATCHES THEN
               PERFORM TALLY-BATCHES-PARA
           END-IF.
           MOVE SPACES TO AUDIT-PARMS.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *TALLY-BATCHES-PARA adds the envelope totals for an input that
      *came in department batches: batches read, batches rejected
      *whole, and the records those rejected batches hold.
       TALLY-BATCHES-PARA.
           MOVE WS-BATCH-COUNT TO D-RET-COUNT-1.
           MOVE WS-BATCH-REJECTS TO D-RET-COUNT-2.
           MOVE WS-HELD-COUNT TO D-RET-COUNT-3.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "BATCHES=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-1) DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "BATCHREJ=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-2) DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "HELD=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-3) DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *LOAD-RULES-PARA reads the configurable divisor/word table from
      *FBRULES.DAT.  When the file is absent, the original hardcoded
      *15/5/3 rules are kept as the default table.  The file may hold
      *several dated rule sets (see copybooks/FBRULE.cpy); only the
      *set PICK-RULE-SET-PARA finds in force on the processing date
      *is loaded.  A file with no set in force yet - every set dated
      *ahead - leaves the built-in table in place, as if absent.
       LOAD-RULES-PARA.
           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > 20
               MOVE 0 TO FB-T-COUNT(FB-IDX)
           MOVE 3  TO FB-T-DIVISOR(3).
           MOVE "FIZZ"          TO FB-T-WORD(3).
           MOVE 3 TO FB-RULE-COUNT.
           MOVE "BUILTIN" TO WS-RULE-VERSION.
           PERFORM PICK-RULE-SET-PARA.
           IF RULE-SET-FOUND THEN
               MOVE WS-SET-VERSION TO WS-RULE-VERSION
               IF WS-SET-VERSION = SPACES THEN
                   MOVE "BASE" TO WS-RULE-VERSION
               END-IF
               OPEN INPUT RULES-FILE
               MOVE WS-RULES-STATUS TO WS-RULES-OPEN-STATUS
               MOVE 0 TO FB-RULE-COUNT
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                      OR FB-RULE-COUNT >= 20
                   READ RULES-FILE INTO FB-RULE
                       AT END MOVE "10" TO WS-RULES-STATUS
                       NOT AT END
                           IF FB-EFF-DATE = WS-SET-EFF-DATE
                                   AND FB-VERSION = WS-SET-VERSION THEN
                               PERFORM TAKE-RULE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RULES-OPEN-STATUS = "00" OR
                       WS-RULES-OPEN-STATUS = "05" THEN
                   CLOSE RULES-FILE
               END-IF
           END-IF.

      *FB-DIVISOR NOT NUMERIC OR = 0 is rejected here the same way a
      *non-numeric PARM-LIMIT is rejected elsewhere in this change
      *set - FUNCTION MOD(X, 0) returns 0 in this runtime rather than
      *erroring, so a blank/zero divisor row would otherwise match
      *every X and silently swallow the whole run into one bucket.
       TAKE-RULE-PARA.
           IF FB-DIVISOR NOT NUMERIC
                   OR FB-DIVISOR = 0 THEN
               DISPLAY
                 "FIZZ BUZZ: WARNING - FBRULES.DAT "
                 "rule with non-numeric or zero "
                 "divisor skipped"
           ELSE
               ADD 1 TO FB-RULE-COUNT
               MOVE FB-DIVISOR TO
                   FB-T-DIVISOR(FB-RULE-COUNT)
               MOVE FB-WORD TO
                   FB-T-WORD(FB-RULE-COUNT)
           END-IF.

      *PICK-RULE-SET-PARA finds the set in force on WS-PROC-DATE: of
      *the sets effective on or before it, the latest, a blank date
      *being the base set's "since the beginning".  Two sets sharing
      *a date resolve to the later one in the file - CTLMAINT and
      *PREFLIGHT both refuse that case, so this is a tie-break, not
      *a feature.  A record whose date is not a date belongs to no
      *set that could ever come into force and is passed over with
      *a warning.
       PICK-RULE-SET-PARA.
           MOVE "N" TO WS-SET-FOUND-SW.
           MOVE SPACES TO WS-SET-EFF-DATE WS-SET-VERSION.
           MOVE "00000000" TO WS-SET-EFF-KEY.
           OPEN INPUT RULES-FILE.
           MOVE WS-RULES-STATUS TO WS-RULES-OPEN-STATUS.
           IF WS-RULES-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                   READ RULES-FILE INTO FB-RULE
                       AT END MOVE "10" TO WS-RULES-STATUS
                       NOT AT END PERFORM TAKE-RULE-DATE-PARA
                   END-READ
               END-PERFORM
               IF NOT RULE-SET-FOUND THEN
                   DISPLAY "FIZZ BUZZ: WARNING - FBRULES.DAT holds "
                     "no rule set in force on " WS-PROC-DATE
                     ", built-in rules used"
               END-IF
           END-IF.
           IF WS-RULES-OPEN-STATUS = "00" OR
                   WS-RULES-OPEN-STATUS = "05" THEN
               CLOSE RULES-FILE
           END-IF.

       TAKE-RULE-DATE-PARA.
           IF FB-EFF-DATE = SPACES THEN
               MOVE "00000000" TO WS-EFF-KEY
           ELSE
               MOVE FB-EFF-DATE TO WS-EFF-KEY
           END-IF.
           IF WS-EFF-KEY NOT NUMERIC THEN
               DISPLAY "FIZZ BUZZ: WARNING - FBRULES.DAT rule with "
                 "invalid effective date skipped"
           ELSE
               IF WS-EFF-KEY <= WS-PROC-DATE AND
                       (NOT RULE-SET-FOUND OR
                        WS-EFF-KEY >= WS-SET-EFF-KEY) THEN
                   MOVE "Y" TO WS-SET-FOUND-SW
                   MOVE WS-EFF-KEY  TO WS-SET-EFF-KEY
                   MOVE FB-EFF-DATE TO WS-SET-EFF-DATE
                   MOVE FB-VERSION  TO WS-SET-VERSION
               END-IF
           END-IF.

      *GET-PARAMETERS-PARA first tries the scheduler parameter file;
      *otherwise it falls back to the same command-line BOUNDARY
      *pattern "0005" uses.
               CLOSE TRANS-FILE
           END-IF.

      *CHECK-ENVELOPES-PARA makes the proving pass over FBTRANS.DAT.
      *A first record that is not a batch header means a flat input
      *and nothing to prove.  Otherwise every batch is entered in the
      *table and checked: a sound header, no second batch under the
      *same department and batch id, a trailer naming the same
      *batch, and the trailer's record count and hash agreeing with
      *the values between.  A batch cut off by the next header or by
      *the end of the file never had a trailer.  More batches than
      *the table holds stops the run before anything is written.
       CHECK-ENVELOPES-PARA.
           MOVE "N" TO WS-ENVELOPE-SW.
           MOVE 0 TO WS-BATCH-COUNT WS-OPEN-BATCH WS-SCAN-REC-NO.
           OPEN INPUT TRANS-SCAN-FILE.
           PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   OR BATCH-TABLE-FULL
               READ TRANS-SCAN-FILE INTO FBB-RECORD
                   AT END MOVE "10" TO WS-SCAN-STATUS
                   NOT AT END
                       ADD 1 TO WS-SCAN-REC-NO
                       IF WS-SCAN-REC-NO = 1 AND FBB-IS-HEADER THEN
                           MOVE "Y" TO WS-ENVELOPE-SW
                       END-IF
                       IF TRANS-IN-BATCHES THEN
                           PERFORM SCAN-ENVELOPE-PARA
                       ELSE
                           MOVE "10" TO WS-SCAN-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-SCAN-FILE.
           IF WS-OPEN-BATCH > 0 THEN
               MOVE WS-SCAN-REC-NO TO WS-B-LAST (WS-OPEN-BATCH)
               MOVE "BATCH NO TRAILER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REASON-PARA
               MOVE 0 TO WS-OPEN-BATCH
           END-IF.
           IF BATCH-TABLE-FULL THEN
               PERFORM ABEND-BATCH-FULL-PARA
           END-IF.
           MOVE 0 TO WS-BATCH-REJECTS WS-HELD-COUNT.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > WS-BATCH-COUNT
               IF BATCH-IS-REJECTED (BAT-IDX) THEN
                   ADD 1 TO WS-BATCH-REJECTS
                   COMPUTE WS-HELD-COUNT = WS-HELD-COUNT
                       + WS-B-LAST (BAT-IDX) - WS-B-FIRST (BAT-IDX) + 1
               END-IF
           END-PERFORM.

      *SCAN-ENVELOPE-PARA takes one record of a batched input.
       SCAN-ENVELOPE-PARA.
           EVALUATE TRUE
               WHEN FBB-IS-HEADER
                   IF WS-OPEN-BATCH > 0 THEN
                       COMPUTE WS-B-LAST (WS-OPEN-BATCH) =
                           WS-SCAN-REC-NO - 1
                       MOVE "BATCH NO TRAILER" TO WS-BATCH-REASON
                       PERFORM SET-BATCH-REASON-PARA
                       MOVE 0 TO WS-OPEN-BATCH
                   END-IF
                   IF WS-BATCH-COUNT >= 200 THEN
                       MOVE "Y" TO WS-BATCH-FULL-SW
                   ELSE
                       PERFORM OPEN-BATCH-PARA
                   END-IF
               WHEN FBB-IS-TRAILER AND WS-OPEN-BATCH > 0
                   MOVE WS-SCAN-REC-NO TO WS-B-LAST (WS-OPEN-BATCH)
                   PERFORM CHECK-BATCH-TRAILER-PARA
                   MOVE 0 TO WS-OPEN-BATCH
               WHEN WS-OPEN-BATCH > 0
                   ADD 1 TO WS-B-VALUES (WS-OPEN-BATCH)
                   MOVE WS-SCAN-REC-NO TO WS-B-LAST (WS-OPEN-BATCH)
                   PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                           UNTIL WS-SCAN-POS > 40
                       IF FBB-RECORD (WS-SCAN-POS:1) IS NUMERIC THEN
                           MOVE FBB-RECORD (WS-SCAN-POS:1)
                               TO WS-DIGIT-VALUE
                           ADD WS-DIGIT-VALUE TO
                               WS-B-HASH (WS-OPEN-BATCH)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *OPEN-BATCH-PARA enters a new batch from its header and checks
      *the header: a department code of one to four letters or
      *digits, a batch id, and a real send date no later than today.
      *A batch id the same department has already used in this file
      *is a duplicate, rejected rather than classified twice.
       OPEN-BATCH-PARA.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-COUNT TO WS-OPEN-BATCH.
           MOVE FBB-DEPT      TO WS-B-DEPT (WS-OPEN-BATCH).
           MOVE FBB-BATCH-ID  TO WS-B-BATCH-ID (WS-OPEN-BATCH).
           MOVE FBB-SEND-DATE TO WS-B-SEND-DATE (WS-OPEN-BATCH).
           MOVE WS-SCAN-REC-NO TO WS-B-FIRST (WS-OPEN-BATCH)
                                  WS-B-LAST (WS-OPEN-BATCH).
           MOVE 0 TO WS-B-VALUES (WS-OPEN-BATCH)
                     WS-B-HASH (WS-OPEN-BATCH)
                     WS-B-TRL-HASH (WS-OPEN-BATCH).
           MOVE "A" TO WS-B-STATUS (WS-OPEN-BATCH).
           MOVE SPACES TO WS-B-REASON (WS-OPEN-BATCH).
           MOVE "Y" TO WS-B-DEPT-SW (WS-OPEN-BATCH).
           MOVE 0 TO WS-DEPT-LEN.
           INSPECT FBB-DEPT TALLYING WS-DEPT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DEPT-LEN = 0 THEN
               MOVE "N" TO WS-B-DEPT-SW (WS-OPEN-BATCH)
           ELSE
               IF WS-DEPT-LEN < 4 THEN
                   IF FBB-DEPT (WS-DEPT-LEN + 1:) NOT = SPACES THEN
                       MOVE "N" TO WS-B-DEPT-SW (WS-OPEN-BATCH)
                   END-IF
               END-IF
               PERFORM VARYING WS-DEPT-POS FROM 1 BY 1
                       UNTIL WS-DEPT-POS > WS-DEPT-LEN
                   MOVE FBB-DEPT (WS-DEPT-POS:1) TO WS-DEPT-CHAR
                   IF (WS-DEPT-CHAR < "A" OR WS-DEPT-CHAR > "Z") AND
                       (WS-DEPT-CHAR < "0" OR WS-DEPT-CHAR > "9") THEN
                       MOVE "N" TO WS-B-DEPT-SW (WS-OPEN-BATCH)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-CHK-MONTH WS-CHK-DAY.
           IF FBB-SEND-DATE IS NUMERIC THEN
               MOVE FBB-SEND-DATE (5:2) TO WS-CHK-MONTH
               MOVE FBB-SEND-DATE (7:2) TO WS-CHK-DAY
           END-IF.
           IF NOT BATCH-DEPT-IS-GOOD (WS-OPEN-BATCH)
                   OR FBB-BATCH-ID = SPACES
                   OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
                   OR FBB-SEND-DATE > WS-RUN-DATE (1:8) THEN
               MOVE "BATCH BAD HEADER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REASON-PARA
           END-IF.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-OPEN-BATCH
               IF WS-B-DEPT (WS-DUP-IDX) = FBB-DEPT AND
                       WS-B-BATCH-ID (WS-DUP-IDX) = FBB-BATCH-ID THEN
                   MOVE "BATCH DUPLICATE" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
               END-IF
           END-PERFORM.

      *CHECK-BATCH-TRAILER-PARA proves a batch against its trailer.
       CHECK-BATCH-TRAILER-PARA.
           COMPUTE WS-HASH-MOD = FUNCTION MOD(WS-B-HASH (WS-OPEN-BATCH),
               WS-HASH-MODULUS).
           IF FBB-HASH IS NUMERIC THEN
               MOVE FBB-HASH TO WS-B-TRL-HASH (WS-OPEN-BATCH)
           END-IF.
           EVALUATE TRUE
               WHEN FBB-DEPT NOT = WS-B-DEPT (WS-OPEN-BATCH) OR
                       FBB-BATCH-ID NOT = WS-B-BATCH-ID (WS-OPEN-BATCH)
                   MOVE "BATCH TRL MISMATCH" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
               WHEN FBB-REC-COUNT NOT NUMERIC
                   MOVE "BATCH COUNT MISMATCH" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
               WHEN FBB-REC-COUNT NOT = WS-B-VALUES (WS-OPEN-BATCH)
                   MOVE "BATCH COUNT MISMATCH" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
               WHEN FBB-HASH NOT NUMERIC
                   MOVE "BATCH HASH MISMATCH" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
               WHEN FBB-HASH NOT = WS-HASH-MOD
                   MOVE "BATCH HASH MISMATCH" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REASON-PARA
           END-EVALUATE.

      *SET-BATCH-REASON-PARA rejects the open batch; the first
      *reason found is the one kept.
       SET-BATCH-REASON-PARA.
           IF WS-B-REASON (WS-OPEN-BATCH) = SPACES THEN
               MOVE WS-BATCH-REASON TO WS-B-REASON (WS-OPEN-BATCH)
           END-IF.
           MOVE "R" TO WS-B-STATUS (WS-OPEN-BATCH).

      *ABEND-BATCH-FULL-PARA stops a run whose input holds more
      *batches than the table can prove - classifying the batches
      *that fit and not the rest would leave no department sure
      *where it stands.
       ABEND-BATCH-FULL-PARA.
           DISPLAY
             "FIZZ BUZZ: ABEND - FBTRANS.DAT holds more than 200 "
             "department batches; split the input and rerun".
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE "ABEND " TO AUDIT-EVENT.
           MOVE "ABEND " TO AUDIT-STATUS.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "reason=too many batches" DELIMITED BY SIZE
               INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE 16 TO RETURN-CODE.
           PERFORM RELEASE-LOCK-PARA.
           STOP RUN.

      *PROCESS-TRANS-PARA opens the outputs for OUTPUT only on a
      *fresh run; a resumed run extends them, exactly as 0007's
      *OPEN-FILES-PARA extends its extract past a checkpoint, so
      *everything already classified before the abend survives the
      *rerun.  The checkpoint is rewritten after every record, and
      *retired once the input is exhausted so the next run starts
      *clean - after the department return files are cut, so a
      *failure while cutting them is resumed, not rerun from the
      *top.
       PROCESS-TRANS-PARA.
           PERFORM RESTART-TRANS-PARA.
           PERFORM FIND-NEXT-SUSP-ID-PARA.
           PERFORM MARK-LOG-PARA.
           OPEN INPUT TRANS-FILE.
           IF RUN-IS-RESUMED THEN
               OPEN EXTEND CLASS-FILE
               OPEN EXTEND ERR-FILE
               IF TRANS-IN-BATCHES THEN
                   OPEN EXTEND RETWK-FILE
               END-IF
               PERFORM SKIP-DONE-TRANS-PARA
           ELSE
               OPEN OUTPUT CLASS-FILE
               OPEN OUTPUT ERR-FILE
               IF TRANS-IN-BATCHES THEN
                   OPEN OUTPUT RETWK-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-TRANS-STATUS NOT = "00"
               READ TRANS-FILE INTO WS-TRANS-VALUE
                   AT END MOVE "10" TO WS-TRANS-STATUS
                   NOT AT END
                       PERFORM ROUTE-TRANS-PARA
                       PERFORM CHECKPOINT-TRANS-PARA
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           CLOSE CLASS-FILE.
           CLOSE ERR-FILE.
           IF TRANS-IN-BATCHES THEN
               CLOSE RETWK-FILE
               PERFORM WRITE-RETURNS-PARA
           END-IF.
           PERFORM REMOVE-CHKPT-PARA.

      *ROUTE-TRANS-PARA decides what one input record is.  A flat
      *input is all values.  In a batched input a record is the
      *header or trailer of an accepted batch (nothing to classify),
      *a value of an accepted batch, a record of a rejected batch
      *(held whole in suspense once its last record is reached), or
      *a record outside every batch, which no department owns and is
      *rejected on its own.
       ROUTE-TRANS-PARA.
           ADD 1 TO WS-TRANS-COUNT.
           IF NOT TRANS-IN-BATCHES THEN
               PERFORM CLASSIFY-TRANS-PARA
           ELSE
               PERFORM FIND-BATCH-PARA
               EVALUATE TRUE
                   WHEN WS-CUR-BATCH = 0
                       MOVE "OUTSIDE BATCH" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANS-PARA
                   WHEN BATCH-IS-REJECTED (WS-CUR-BATCH)
                       IF WS-TRANS-COUNT = WS-B-LAST (WS-CUR-BATCH)
                               THEN
                           PERFORM HOLD-BATCH-PARA
                       END-IF
                   WHEN WS-TRANS-COUNT = WS-B-FIRST (WS-CUR-BATCH)
                   WHEN WS-TRANS-COUNT = WS-B-LAST (WS-CUR-BATCH)
                       CONTINUE
                   WHEN OTHER
                       PERFORM CLASSIFY-TRANS-PARA
               END-EVALUATE
           END-IF.

      *FIND-BATCH-PARA finds the batch whose header-to-last-record
      *span holds the record in hand, 0 when none does.
       FIND-BATCH-PARA.
           MOVE 0 TO WS-CUR-BATCH.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > WS-BATCH-COUNT
                       OR WS-CUR-BATCH > 0
               IF WS-TRANS-COUNT >= WS-B-FIRST (BAT-IDX) AND
                       WS-TRANS-COUNT <= WS-B-LAST (BAT-IDX) THEN
                   SET WS-CUR-BATCH TO BAT-IDX
               END-IF
           END-PERFORM.

      *RESTART-TRANS-PARA resumes from the last checkpointed record
      *count and tallies, under the rule set of the processing date
      *the interrupted run began with - reloaded here when the clock
      *has since moved on.  A checkpoint written before the date was
      *kept carries spaces there and resumes under today's set.  Like
      *0007's RESTART-PARA, a checkpoint that exists but fails the
      *numeric checks is NOT trusted as "safe to start over" -
      *falling through to OPEN OUTPUT would truncate every
      *classification already on disk - and the run stops instead.
       RESTART-TRANS-PARA.
           MOVE "N" TO WS-RESUME-SW.
           MOVE "N" TO WS-CHKPT-INVALID-SW.
           IF WS-CHKPT-OPEN-STATUS = "00" THEN
               READ CHKPT-FILE INTO FBCK-RECORD
                   NOT AT END
                       IF FBCK-TALLIES IS NUMERIC AND
                               (FBCK-PROC-DATE IS NUMERIC OR
                                FBCK-PROC-DATE = SPACES) THEN
                           IF FBCK-PROC-DATE NOT = SPACES AND
                                   FBCK-PROC-DATE NOT = WS-PROC-DATE
                                   THEN
                               MOVE FBCK-PROC-DATE TO WS-PROC-DATE
                               PERFORM LOAD-RULES-PARA
                           END-IF
                           MOVE FBCK-TRANS-COUNT TO WS-RESUME-COUNT
                                                    WS-TRANS-COUNT
                           MOVE FBCK-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE WS-TRANS-COUNT  TO FBCK-TRANS-COUNT.
           MOVE WS-REJECT-COUNT TO FBCK-REJECT-COUNT.
           MOVE NUMBER-COUNT    TO FBCK-NUMBER-COUNT.
           MOVE WS-PROC-DATE    TO FBCK-PROC-DATE.
           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > 20
               MOVE FB-T-COUNT(FB-IDX) TO FBCK-RULE-COUNT(FB-IDX)
           END-PERFORM.
      *CLASSIFY-TRANS-PARA runs one input record through the same
      *validation the command-line BOUNDARY gets - a sign or decimal
      *point is rejected outright, not silently truncated - then
      *through the rule table.  A classified record is written as its
      *value, the rule set's version id, and its classification, so
      *"why did X come back BUZZ" is answered from the line itself.
      *A rejected record goes to the error file byte for byte, so
      *whoever sent it can see exactly what arrived, and into the
      *suspense file with its reject reason so the correction cycle
      *can chase it.  A value from a department batch is also put on
      *the department's return work, classified or rejected.
       CLASSIFY-TRANS-PARA.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-TRANS-VALUE TALLYING WS-BAD-CHAR-COUNT
               FOR ALL "-" ALL "+" ALL ".".
                   OR FUNCTION TEST-NUMVAL(WS-TRANS-VALUE) NOT = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-TRANS-VALUE))
                       > 38 THEN
               PERFORM SET-REJECT-REASON-PARA
               PERFORM REJECT-TRANS-PARA
           ELSE
               MOVE WS-TRANS-VALUE TO X
               PERFORM CLASSIFY-X-PARA
               MOVE SPACES TO CLASS-FILE-RECORD
               STRING FUNCTION TRIM(WS-TRANS-VALUE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLASS-TEXT) DELIMITED BY SIZE
                      INTO CLASS-FILE-RECORD
               WRITE CLASS-FILE-RECORD
               IF WS-CUR-BATCH > 0 THEN
                   MOVE SPACES TO FBRET-RECORD
                   MOVE "CLS" TO FBRET-TYPE
                   MOVE CLASS-FILE-RECORD TO FBRET-TEXT
                   PERFORM WRITE-RETURN-WORK-PARA
               END-IF
           END-IF.

      *REJECT-TRANS-PARA sends the record in hand to the error file
      *and into suspense under WS-REJECT-REASON.
       REJECT-TRANS-PARA.
           MOVE WS-TRANS-VALUE TO ERR-FILE-RECORD.
           WRITE ERR-FILE-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-NEXT-SUSP-ID TO D-SUSP-ID.
           PERFORM WRITE-SUSPENSE-PARA.
           IF WS-CUR-BATCH > 0 THEN
               MOVE SPACES TO FBRET-RECORD
               MOVE "REJ" TO FBRET-TYPE
               STRING WS-TRANS-VALUE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " SUSPENSE " DELIMITED BY SIZE
                      D-SUSP-ID DELIMITED BY SIZE
                      INTO FBRET-TEXT
               PERFORM WRITE-RETURN-WORK-PARA
           END-IF.

      *WRITE-RETURN-WORK-PARA stamps the line built in FBRET-RECORD
      *with its batch and department and puts it on the work file.
       WRITE-RETURN-WORK-PARA.
           MOVE WS-B-DEPT (WS-CUR-BATCH)     TO FBRET-DEPT.
           MOVE WS-B-BATCH-ID (WS-CUR-BATCH) TO FBRET-BATCH-ID.
           MOVE WS-CUR-BATCH TO RW-BATCH-NO.
           MOVE FBRET-RECORD TO RW-LINE.
           WRITE RETWK-FILE-RECORD FROM WS-RW-RECORD.

      *HOLD-BATCH-PARA puts a rejected batch into suspense whole,
      *once its last record has been reached: one suspense record
      *naming the batch and giving the reason, and every record of
      *the batch, header to last, copied byte for byte to
      *FBSUSPB.DAT under the same id from a second pass over its
      *span of the input.  The batch's return work gets a HLD line
      *with the id the department will be quoted.
       HOLD-BATCH-PARA.
           COMPUTE WS-HELD-RECORDS = WS-B-LAST (WS-CUR-BATCH)
               - WS-B-FIRST (WS-CUR-BATCH) + 1.
           MOVE WS-NEXT-SUSP-ID TO D-SUSP-ID.
           MOVE WS-NEXT-SUSP-ID  TO SUSP-ID.
           MOVE WS-RUN-DATE      TO SUSP-RECV-DATE.
           MOVE "OPEN"           TO SUSP-STATUS.
           MOVE 1                TO SUSP-ATTEMPTS.
           MOVE WS-B-REASON (WS-CUR-BATCH) TO SUSP-REASON.
           MOVE SPACES           TO SUSP-VALUE.
           MOVE WS-B-DEPT (WS-CUR-BATCH) TO SUSP-B-DEPT.
           MOVE WS-B-BATCH-ID (WS-CUR-BATCH) TO SUSP-B-BATCH-ID.
           MOVE WS-HELD-RECORDS  TO SUSP-B-RECORDS.
           OPEN EXTEND SUSPB-FILE.
           MOVE 0 TO WS-SCAN-REC-NO.
           OPEN INPUT TRANS-SCAN-FILE.
           PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   OR WS-SCAN-REC-NO >= WS-B-LAST (WS-CUR-BATCH)
               READ TRANS-SCAN-FILE
                   AT END MOVE "10" TO WS-SCAN-STATUS
                   NOT AT END
                       ADD 1 TO WS-SCAN-REC-NO
                       IF WS-SCAN-REC-NO >= WS-B-FIRST (WS-CUR-BATCH)
                               THEN
                           MOVE SUSP-ID TO SUSPB-ID
                           MOVE TRANS-SCAN-RECORD TO SUSPB-LINE
                           WRITE SUSPB-FILE-RECORD FROM SUSPB-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-SCAN-FILE.
           CLOSE SUSPB-FILE.
           OPEN EXTEND SUSP-FILE.
           WRITE SUSP-FILE-RECORD FROM SUSP-RECORD.
           CLOSE SUSP-FILE.
           ADD 1 TO WS-NEXT-SUSP-ID.
           MOVE SPACES TO FBRET-RECORD.
           MOVE "HLD" TO FBRET-TYPE.
           MOVE WS-HELD-RECORDS TO D-RET-COUNT-1.
           STRING "BATCH HELD AS SUSPENSE " DELIMITED BY SIZE
                  D-SUSP-ID DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-1) DELIMITED BY SIZE
                  " RECORDS" DELIMITED BY SIZE
                  INTO FBRET-TEXT.
           PERFORM WRITE-RETURN-WORK-PARA.

      *WRITE-RETURNS-PARA cuts one return file per department from
      *the return work, a department being taken at its first batch
      *in the table.  A batch whose header carried no usable
      *department code has no file to go to; it is still held in
      *suspense and counted on the audit trail.
       WRITE-RETURNS-PARA.
           PERFORM VARYING WS-RET-BATCH FROM 1 BY 1
                   UNTIL WS-RET-BATCH > WS-BATCH-COUNT
               IF BATCH-DEPT-IS-GOOD (WS-RET-BATCH) THEN
                   MOVE 0 TO WS-DUP-IDX
                   PERFORM VARYING BAT-IDX FROM 1 BY 1
                           UNTIL BAT-IDX >= WS-RET-BATCH
                       IF WS-B-DEPT (BAT-IDX) =
                               WS-B-DEPT (WS-RET-BATCH) THEN
                           MOVE 1 TO WS-DUP-IDX
                       END-IF
                   END-PERFORM
                   IF WS-DUP-IDX = 0 THEN
                       PERFORM WRITE-DEPT-RETURN-PARA
                   END-IF
               END-IF
           END-PERFORM.

      *WRITE-DEPT-RETURN-PARA writes FBRETdddd.DAT for the department
      *of batch WS-RET-BATCH: a header, each of its batches in input
      *order, and the department's totals.
       WRITE-DEPT-RETURN-PARA.
           MOVE SPACES TO WS-RET-NAME.
           STRING "FBRET" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-B-DEPT (WS-RET-BATCH))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RET-NAME.
           OPEN OUTPUT RET-FILE.
           MOVE 0 TO WS-DEPT-ACCEPTED WS-DEPT-REFUSED
                     WS-DEPT-CLASSED WS-DEPT-REJECTED.
           MOVE SPACES TO FBRET-RECORD.
           MOVE "HDR" TO FBRET-TYPE.
           MOVE WS-B-DEPT (WS-RET-BATCH) TO FBRET-DEPT.
           STRING "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  NR-RUN-ID DELIMITED BY SIZE
                  " RULE SET " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                  INTO FBRET-TEXT.
           WRITE RET-FILE-RECORD FROM FBRET-RECORD.
           PERFORM VARYING WS-CUR-BATCH FROM WS-RET-BATCH BY 1
                   UNTIL WS-CUR-BATCH > WS-BATCH-COUNT
               IF WS-B-DEPT (WS-CUR-BATCH) = WS-B-DEPT (WS-RET-BATCH)
                       THEN
                   PERFORM WRITE-BATCH-RETURN-PARA
               END-IF
           END-PERFORM.
           MOVE SPACES TO FBRET-RECORD.
           MOVE "TRL" TO FBRET-TYPE.
           MOVE WS-B-DEPT (WS-RET-BATCH) TO FBRET-DEPT.
           MOVE WS-DEPT-ACCEPTED TO D-RET-COUNT-1.
           MOVE WS-DEPT-REFUSED  TO D-RET-COUNT-2.
           MOVE WS-DEPT-CLASSED  TO D-RET-COUNT-3.
           MOVE WS-DEPT-REJECTED TO D-RET-COUNT-4.
           STRING "BATCHES ACCEPTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-1) DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-2) DELIMITED BY SIZE
                  " VALUES CLASSIFIED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-3) DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-4) DELIMITED BY SIZE
                  INTO FBRET-TEXT.
           WRITE RET-FILE-RECORD FROM FBRET-RECORD.
           CLOSE RET-FILE.

      *WRITE-BATCH-RETURN-PARA writes one batch: its BAT line, its
      *lines from the return work in the order they were produced,
      *and its BTL totals.
       WRITE-BATCH-RETURN-PARA.
           MOVE 0 TO WS-RET-CLASSED WS-RET-REJECTED.
           MOVE SPACES TO FBRET-RECORD.
           MOVE "BAT" TO FBRET-TYPE.
           MOVE WS-B-DEPT (WS-CUR-BATCH)     TO FBRET-DEPT.
           MOVE WS-B-BATCH-ID (WS-CUR-BATCH) TO FBRET-BATCH-ID.
           IF BATCH-IS-ACCEPTED (WS-CUR-BATCH) THEN
               ADD 1 TO WS-DEPT-ACCEPTED
               STRING "SENT " DELIMITED BY SIZE
                      WS-B-SEND-DATE (WS-CUR-BATCH) DELIMITED BY SIZE
                      " ACCEPTED" DELIMITED BY SIZE
                      INTO FBRET-TEXT
           ELSE
               ADD 1 TO WS-DEPT-REFUSED
               STRING "SENT " DELIMITED BY SIZE
                      WS-B-SEND-DATE (WS-CUR-BATCH) DELIMITED BY SIZE
                      " REJECTED " DELIMITED BY SIZE
                      WS-B-REASON (WS-CUR-BATCH) DELIMITED BY SIZE
                      INTO FBRET-TEXT
           END-IF.
           WRITE RET-FILE-RECORD FROM FBRET-RECORD.
           MOVE "N" TO WS-RETWK-EOF-SW.
           OPEN INPUT RETWK-FILE.
           PERFORM UNTIL RETWK-AT-END
               READ RETWK-FILE INTO WS-RW-RECORD
                   AT END MOVE "Y" TO WS-RETWK-EOF-SW
                   NOT AT END
                       IF RW-BATCH-NO = WS-CUR-BATCH THEN
                           MOVE RW-LINE TO FBRET-RECORD
                           EVALUATE FBRET-TYPE
                               WHEN "CLS" ADD 1 TO WS-RET-CLASSED
                               WHEN "REJ" ADD 1 TO WS-RET-REJECTED
                           END-EVALUATE
                           WRITE RET-FILE-RECORD FROM FBRET-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETWK-FILE.
           ADD WS-RET-CLASSED  TO WS-DEPT-CLASSED.
           ADD WS-RET-REJECTED TO WS-DEPT-REJECTED.
           MOVE SPACES TO FBRET-RECORD.
           MOVE "BTL" TO FBRET-TYPE.
           MOVE WS-B-DEPT (WS-CUR-BATCH)     TO FBRET-DEPT.
           MOVE WS-B-BATCH-ID (WS-CUR-BATCH) TO FBRET-BATCH-ID.
           MOVE WS-B-VALUES (WS-CUR-BATCH) TO D-RET-COUNT-1.
           MOVE WS-RET-CLASSED  TO D-RET-COUNT-2.
           MOVE WS-RET-REJECTED TO D-RET-COUNT-3.
           STRING "VALUES=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-1) DELIMITED BY SIZE
                  " CLASSIFIED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-2) DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-RET-COUNT-3) DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-B-TRL-HASH (WS-CUR-BATCH) DELIMITED BY SIZE
                  INTO FBRET-TEXT.
           WRITE RET-FILE-RECORD FROM FBRET-RECORD.

      *SET-REJECT-REASON-PARA names which validation check the
      *record failed, in the order the combined IF above tests them,
                   MOVE "VALUE TOO LONG" TO WS-REJECT-REASON
           END-EVALUATE.

      *MARK-LOG-PARA puts the first suspense id this run can assign
      *on the audit trail as a "MARK  " record, an event the pairing
      *readers pass over.  The first mark under a run identifier is
      *where the night found the suspense file, and NIGHTBKOUT
      *removes every entry from that id on.
       MARK-LOG-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME     TO AUDIT-RUN-TIME.
           MOVE "MARK  "        TO AUDIT-EVENT.
           MOVE WS-NEXT-SUSP-ID TO WS-MARK-SUSP-ID.
           MOVE WS-MARK-PARMS   TO AUDIT-PARMS.
           MOVE "NORMAL"        TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE SPACES          TO AUDIT-PARMS.

      *FIND-NEXT-SUSP-ID-PARA learns the next free suspense id from
      *the highest id already on file, so resubmission cycles and
      *later runs never reuse one.  A record whose id cannot be read
               DISPLAY "REJECTED: "
                   FUNCTION TRIM(D-REJECT-COUNT LEADING)
           END-IF.
           IF TRANS-IN-BATCHES THEN
               MOVE WS-BATCH-COUNT TO D-RET-COUNT-1
               MOVE WS-BATCH-REJECTS TO D-RET-COUNT-2
               DISPLAY "BATCHES: " FUNCTION TRIM(D-RET-COUNT-1)
                   ", REJECTED WHOLE: " FUNCTION TRIM(D-RET-COUNT-2)
           END-IF.
