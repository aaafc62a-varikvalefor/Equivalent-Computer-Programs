       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FBBAL.
       AUTHOR.  VARIK VALEFOR.
      *FBBAL is the input-to-output balancing job for FIZZ BUZZ's
      *transaction mode, the proof RECON gives "0005"'s output and
      *VCVERIFY gives 0007's.  Run in the nightly behind FIZZ BUZZ,
      *it makes three checks over the run just finished:
      *
      *  - every FBTRANS.DAT record is accounted for exactly once:
      *    a usable value in FBCLASS.DAT, or a rejected record in
      *    FBERROR.DAT, byte for byte, with a suspense record in
      *    FBSUSP.DAT holding the same value.  Output lines no input
      *    record accounts for are reported as well.  An input sent
      *    in department batches (see copybooks/FBBATCH.cpy) is
      *    proved against its trailers here too, independently: a
      *    batch that does not agree must have been held whole - one
      *    batch suspense record, its records in FBSUSPB.DAT - and
      *    none of its values classified;
      *  - every FBCLASS.DAT line is classified again, independently,
      *    against FBRULES.DAT by the same first-match-wins walk
      *    CLASSIFY-X-PARA makes, under the rule set the run logged it
      *    used, and every line whose word disagrees - or that carries
      *    another set's version id - is reported;
      *  - the per-rule totals derived from that re-classification,
      *    the NUMBERS count, the record and reject counts, and the
      *    batch counts must match what FIZZ BUZZ itself tallied -
      *    its END audit record and the "TALLY " records
      *    TALLY-LOG-PARA writes ahead of it.
      *
      *Every difference goes to FBBAL.RPT and the job returns 8, so a
      *dropped or mis-classified record is flagged the night it
      *happens instead of when a department calls.  No FBTRANS.DAT on
      *file means FIZZ BUZZ ran in counter mode and there is nothing
      *to balance; that is reported and the job returns 0.  The job
      *changes nothing on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "FBTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT OPTIONAL CLASS-FILE ASSIGN TO "FBCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL ERR-FILE ASSIGN TO "FBERROR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "FBSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO "FBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT OPTIONAL SUSPB-FILE ASSIGN TO "FBSUSPB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FBBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01 TRANS-FILE-RECORD PIC X(40).

       FD  CLASS-FILE.
       01 CLASS-FILE-RECORD PIC X(90).

       FD  ERR-FILE.
       01 ERR-FILE-RECORD PIC X(40).

       FD  SUSP-FILE.
       01 SUSP-FILE-RECORD PIC X(90).

       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(112).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       FD  SUSPB-FILE.
       01 SUSPB-FILE-RECORD PIC X(48).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS   PIC X(2).
       01 WS-TRANS-OPEN-STATUS PIC X(2).
       01 WS-CLASS-STATUS   PIC X(2).
       01 WS-CLASS-OPEN-STATUS PIC X(2).
       01 WS-ERR-STATUS     PIC X(2).
       01 WS-ERR-OPEN-STATUS PIC X(2).
       01 WS-SUSP-STATUS    PIC X(2).
       01 WS-SUSP-OPEN-STATUS PIC X(2).
       01 WS-RULES-STATUS   PIC X(2).
       01 WS-RULES-OPEN-STATUS PIC X(2).
       01 WS-AUDIT-STATUS   PIC X(2).
       01 WS-AUDIT-OPEN-STATUS PIC X(2).
       01 WS-RUNID-STATUS   PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-REPORT-STATUS  PIC X(2).
       01 WS-SUSPB-STATUS   PIC X(2).
       01 WS-SUSPB-OPEN-STATUS PIC X(2).

       COPY AUDITREC.
       COPY RUNIDREC.
       COPY FBRULE.
       COPY FBSUSP.
       COPY NUMPAIR REPLACING COUNTER-NAME BY X
                              DISPLAY-NAME BY Z.

       01 WS-RUN-DATE       PIC X(10).

      *The rule table, loaded exactly as FIZZ BUZZ's LOAD-RULES-PARA
      *loads it - the 15/5/3 default when FBRULES.DAT is absent, a
      *non-numeric or zero divisor skipped - from the rule set the
      *run's VERSION tally names, so the re-classification is made
      *against the table the run itself used even when FBBAL runs
      *after midnight or a new set has since come into force.
      *FB-T-COUNT is the per-rule total derived from FBCLASS.DAT;
      *FB-T-LOGGED is the total FIZZ BUZZ logged for the same table
      *position.
       01 FB-RULE-COUNT     PIC 9(4) VALUE 3.
       01 FB-RULE-TABLE.
           05 FB-RULE-ENTRY OCCURS 20 TIMES
                   INDEXED BY FB-IDX.
               10 FB-T-DIVISOR  PIC 9(4).
               10 FB-T-WORD     PIC X(20).
               10 FB-T-COUNT    PIC 9(38).
               10 FB-T-LOGGED   PIC 9(38).
       01 WS-MATCHED        PIC X(1).
           88 RULE-MATCHED       VALUE "Y".
       01 WS-CLASS-TEXT     PIC X(39).
       01 NUMBER-COUNT      PIC 9(38) VALUE 0.
       01 WS-PROC-DATE      PIC X(8).
       01 WS-EFF-KEY        PIC X(8).
       01 WS-SET-EFF-KEY    PIC X(8).
       01 WS-SET-EFF-DATE   PIC X(8).
       01 WS-SET-VERSION    PIC X(8).
       01 WS-SET-FOUND-SW   PIC X(1).
           88 RULE-SET-FOUND     VALUE "Y".
       01 WS-RULE-VERSION   PIC X(8).

      *FIZZ BUZZ's own account of the run, from the audit trail: the
      *last transaction-mode START/END pair carrying tonight's run
      *identifier, and the "TALLY " records between them.  A START
      *clears whatever an earlier, unfinished run had logged, so only
      *the tallies of the run that closed are kept.
       01 WS-RUN-FOUND-SW   PIC X(1) VALUE "N".
           88 RUN-WAS-FOUND      VALUE "Y".
       01 WS-LOG-TRANS      PIC 9(38) VALUE 0.
       01 WS-LOG-REJECTS    PIC 9(38) VALUE 0.
       01 WS-LOG-NUMBERS    PIC 9(38) VALUE 0.
       01 WS-LOG-RULES      PIC 9(4) VALUE 0.
       01 WS-PEND-NUMBERS   PIC 9(38) VALUE 0.
       01 WS-PEND-REJECTS   PIC 9(38) VALUE 0.
       01 WS-PEND-RULES     PIC 9(4) VALUE 0.
       01 WS-LOG-VERSION    PIC X(8) VALUE SPACES.
       01 WS-LOG-EFF-DATE   PIC X(8) VALUE SPACES.
       01 WS-PEND-VERSION   PIC X(8) VALUE SPACES.
       01 WS-PEND-EFF-DATE  PIC X(8) VALUE SPACES.
       01 WS-LOG-BATCHES    PIC 9(9) VALUE 0.
       01 WS-LOG-BATCH-REJ  PIC 9(9) VALUE 0.
       01 WS-LOG-HELD       PIC 9(9) VALUE 0.
       01 WS-PEND-BATCHES   PIC 9(9) VALUE 0.
       01 WS-PEND-BATCH-REJ PIC 9(9) VALUE 0.
       01 WS-PEND-HELD      PIC 9(9) VALUE 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT OCCURS 20 TIMES PIC 9(38).
       01 WS-PEND-IDX       PIC 9(4).
       01 WS-PARM-TAG       PIC X(20).
       01 WS-PARM-REST      PIC X(60).
       01 WS-PARM-REST-2    PIC X(60).
       01 WS-PARM-NUM-TEXT  PIC X(40).
       01 WS-PARM-VALUE     PIC 9(38).

      *The run's suspense records: FIZZ BUZZ appends one per reject,
      *in input order, so the run's records are the last block of
      *FBSUSP.DAT as long as the reject count - FBRESUB rewrites the
      *file in place and never reorders it.  Each entry is used by at
      *most one FBERROR.DAT record.
       01 WS-SUSP-TOTAL     PIC 9(9) VALUE 0.
       01 WS-SUSP-SKIP      PIC 9(9) VALUE 0.
       01 WS-SUSP-READ      PIC 9(9) VALUE 0.
       01 WS-SUSP-COUNT     PIC 9(4) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES INDEXED BY SUSP-IDX.
               10 WS-S-ID       PIC 9(8).
               10 WS-S-VALUE    PIC X(40).
               10 WS-S-BATCH-SW PIC X(1).
               10 WS-S-USED-SW  PIC X(1).
       01 WS-SUSP-HIT-SW    PIC X(1).
           88 SUSP-WAS-MATCHED   VALUE "Y".
       01 WS-HELD-ID        PIC 9(8).
       01 WS-HELD-LINES     PIC 9(9).

      *The batch envelopes, proved over again from FBTRANS.DAT by
      *FIZZ BUZZ's rules: each batch's span of record numbers and
      *whether it agrees with its trailer.
       COPY FBBATCH.
       01 WS-ENVELOPE-SW    PIC X(1) VALUE "N".
           88 TRANS-IN-BATCHES    VALUE "Y".
       01 WS-BATCH-COUNT    PIC 9(4) VALUE 0.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 200 TIMES INDEXED BY BAT-IDX.
               10 WS-B-DEPT      PIC X(4).
               10 WS-B-BATCH-ID  PIC X(8).
               10 WS-B-FIRST     PIC 9(9).
               10 WS-B-LAST      PIC 9(9).
               10 WS-B-VALUES    PIC 9(9).
               10 WS-B-HASH      PIC 9(18).
               10 WS-B-STATUS    PIC X(1).
                   88 BATCH-IS-ACCEPTED   VALUE "A".
                   88 BATCH-IS-REJECTED   VALUE "R".
               10 WS-B-REASON    PIC X(20).
       01 WS-SCAN-REC-NO    PIC 9(9) VALUE 0.
       01 WS-OPEN-BATCH     PIC 9(4) VALUE 0.
       01 WS-CUR-BATCH      PIC 9(4) VALUE 0.
       01 WS-DUP-IDX        PIC 9(4).
       01 WS-BATCH-REASON   PIC X(20).
       01 WS-BATCH-REJECTS  PIC 9(9) VALUE 0.
       01 WS-HELD-COUNT     PIC 9(9) VALUE 0.
       01 WS-CHK-MONTH      PIC 9(2).
       01 WS-CHK-DAY        PIC 9(2).
       01 WS-DEPT-LEN       PIC 9(4).
       01 WS-DEPT-POS       PIC 9(4).
       01 WS-DEPT-CHAR      PIC X(1).
       01 WS-DEPT-SW        PIC X(1).
           88 DEPT-IS-GOOD        VALUE "Y".
       01 WS-SCAN-POS       PIC 9(4).
       01 WS-DIGIT-VALUE    PIC 9(1).
       01 WS-HASH-MOD       PIC 9(10).
       01 WS-HASH-MODULUS   PIC 9(10) VALUE 1000000007.

      *Walk state for the accounting check.  FBCLASS.DAT and
      *FBERROR.DAT are each written in input order, so each is read
      *by a cursor that only advances when the FBTRANS.DAT record in
      *hand is found on it; a record missing from its output is
      *reported without losing step for the records behind it.
       01 WS-TRANS-VALUE    PIC X(40).
       01 WS-TRANS-NO       PIC 9(9) VALUE 0.
       01 WS-ERR-TOTAL      PIC 9(9) VALUE 0.
       01 WS-CLASS-LINE     PIC X(90).
       01 WS-CLASS-EOF-SW   PIC X(1) VALUE "N".
           88 CLASS-AT-END       VALUE "Y".
       01 WS-ERR-LINE       PIC X(40).
       01 WS-ERR-EOF-SW     PIC X(1) VALUE "N".
           88 ERR-AT-END         VALUE "Y".
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-VALUE-OK-SW    PIC X(1).
           88 VALUE-IS-USABLE    VALUE "Y".

      *One FBCLASS.DAT line taken apart: the value, the version id of
      *the rule set that classified it, and the classification text
      *behind them.
       01 WS-LINE-VALUE     PIC X(40).
       01 WS-LINE-VERSION   PIC X(8).
       01 WS-LINE-WORD      PIC X(40).
       01 WS-LINE-PTR       PIC 9(4).
       01 WS-CLASS-LINES    PIC 9(9) VALUE 0.

       01 WS-ERROR-COUNT    PIC 9(9) VALUE 0.
       01 D-ERROR-COUNT     PIC Z(8)9.
       01 D-COUNT-1         PIC Z(37)9.
       01 D-COUNT-2         PIC Z(37)9.
       01 D-TRANS-NO        PIC Z(8)9.
       01 D-RULE-NO         PIC Z9.

       01 WS-PRINT-LINE     PIC X(132).
       01 HEADING-LINE.
           05 FILLER         PIC X(32)
               VALUE "FIZZ BUZZ TRANSACTION BALANCING ".
           05 H-RUN-DATE     PIC X(10).
           05 FILLER         PIC X(6) VALUE "  RUN ".
           05 H-RUN-ID       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM GET-RUNID-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE NR-RUN-ID TO H-RUN-ID.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           OPEN INPUT TRANS-FILE.
           MOVE WS-TRANS-STATUS TO WS-TRANS-OPEN-STATUS.
           IF WS-TRANS-OPEN-STATUS NOT = "00" THEN
               IF WS-TRANS-OPEN-STATUS = "05" THEN
                   CLOSE TRANS-FILE
               END-IF
               MOVE "NO FBTRANS.DAT ON FILE - NOTHING TO BALANCE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               CLOSE REPORT-FILE
               DISPLAY "FBBAL: no FBTRANS.DAT on file, nothing to "
                   "balance"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TRANS-FILE.
           MOVE WS-RUN-DATE (1:8) TO WS-PROC-DATE.
           PERFORM FIND-RUN-TALLIES-PARA.
           PERFORM LOAD-RULES-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RULE SET: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM CHECK-ENVELOPES-PARA.
           PERFORM LOAD-SUSPENSE-PARA.
           PERFORM ACCOUNT-TRANS-PARA.
           PERFORM CHECK-TOTALS-PARA.
           IF WS-ERROR-COUNT = 0 THEN
               MOVE "FBTRANS.DAT BALANCES TO ITS OUTPUTS - OK"
                   TO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               DISPLAY "FBBAL: transaction run balances - OK"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-ERROR-COUNT TO D-ERROR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DIFFERENCES FOUND: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-ERROR-COUNT) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               DISPLAY "FBBAL: " FUNCTION TRIM(D-ERROR-COUNT)
                   " difference(s) - see FBBAL.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

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

      *LOAD-RULES-PARA is FIZZ BUZZ's own: the default table first,
      *replaced by the chosen FBRULES.DAT rule set.  The set is the
      *one the run logged; with no logged set, the one in force
      *today.  A logged set no longer on file is itself a difference
      *- the run cannot be re-proved - and today's set is used so the
      *rest of the checks still run.
       LOAD-RULES-PARA.
           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > 20
               MOVE 0 TO FB-T-COUNT(FB-IDX)
           END-PERFORM.
           MOVE 15 TO FB-T-DIVISOR(1).
           MOVE "FIZZ BUZZ"     TO FB-T-WORD(1).
           MOVE 5  TO FB-T-DIVISOR(2).
           MOVE "BUZZ"          TO FB-T-WORD(2).
           MOVE 3  TO FB-T-DIVISOR(3).
           MOVE "FIZZ"          TO FB-T-WORD(3).
           MOVE 3 TO FB-RULE-COUNT.
           MOVE "BUILTIN" TO WS-RULE-VERSION.
           MOVE "N" TO WS-SET-FOUND-SW.
           IF WS-LOG-VERSION NOT = SPACES
                   AND WS-LOG-VERSION NOT = "BUILTIN" THEN
               PERFORM FIND-LOGGED-SET-PARA
               IF NOT RULE-SET-FOUND THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "RULE SET " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LOG-VERSION)
                              DELIMITED BY SIZE
                          " THE RUN USED IS NOT ON FBRULES.DAT"
                              DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-IF.
           IF NOT RULE-SET-FOUND AND WS-LOG-VERSION NOT = "BUILTIN"
                   THEN
               PERFORM PICK-RULE-SET-PARA
           END-IF.
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
                                   AND FB-VERSION = WS-SET-VERSION
                                   AND FB-DIVISOR IS NUMERIC
                                   AND FB-DIVISOR NOT = 0 THEN
                               ADD 1 TO FB-RULE-COUNT
                               MOVE FB-DIVISOR TO
                                   FB-T-DIVISOR(FB-RULE-COUNT)
                               MOVE FB-WORD TO
                                   FB-T-WORD(FB-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RULES-OPEN-STATUS = "00" OR
                       WS-RULES-OPEN-STATUS = "05" THEN
                   CLOSE RULES-FILE
               END-IF
           END-IF.

      *FIND-LOGGED-SET-PARA looks for the logged version and effective
      *date on file; "BASE" is how the undated base set is logged.
       FIND-LOGGED-SET-PARA.
           OPEN INPUT RULES-FILE.
           MOVE WS-RULES-STATUS TO WS-RULES-OPEN-STATUS.
           IF WS-RULES-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                       OR RULE-SET-FOUND
                   READ RULES-FILE INTO FB-RULE
                       AT END MOVE "10" TO WS-RULES-STATUS
                       NOT AT END
                           IF FB-EFF-DATE = WS-LOG-EFF-DATE
                                   AND (FB-VERSION = WS-LOG-VERSION
                                     OR (FB-VERSION = SPACES AND
                                         WS-LOG-VERSION = "BASE"))
                                   THEN
                               MOVE "Y" TO WS-SET-FOUND-SW
                               MOVE FB-EFF-DATE TO WS-SET-EFF-DATE
                               MOVE FB-VERSION  TO WS-SET-VERSION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-RULES-OPEN-STATUS = "00" OR
                   WS-RULES-OPEN-STATUS = "05" THEN
               CLOSE RULES-FILE
           END-IF.

      *PICK-RULE-SET-PARA is FIZZ BUZZ's: the latest set effective on
      *or before the processing date, a blank date counting as the
      *beginning of time.
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
           IF WS-EFF-KEY IS NUMERIC THEN
               IF WS-EFF-KEY <= WS-PROC-DATE AND
                       (NOT RULE-SET-FOUND OR
                        WS-EFF-KEY >= WS-SET-EFF-KEY) THEN
                   MOVE "Y" TO WS-SET-FOUND-SW
                   MOVE WS-EFF-KEY  TO WS-SET-EFF-KEY
                   MOVE FB-EFF-DATE TO WS-SET-EFF-DATE
                   MOVE FB-VERSION  TO WS-SET-VERSION
               END-IF
           END-IF.

      *FIND-RUN-TALLIES-PARA walks the audit trail for FIZZ BUZZ's
      *records.  A pair counts as tonight's when its END carries
      *tonight's run identifier, the keying NIGHTBAL uses; with no
      *identifier on file the last transaction-mode pair is taken.
      *A counter-mode END ("BOUNDARY=") is not a transaction run and
      *is passed over.
       FIND-RUN-TALLIES-PARA.
           OPEN INPUT AUDIT-FILE.
           MOVE WS-AUDIT-STATUS TO WS-AUDIT-OPEN-STATUS.
           IF WS-AUDIT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE INTO AUDIT-RECORD
                       AT END MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           IF AUDIT-JOB-NAME = "FIZZBUZZ" THEN
                               PERFORM TAKE-AUDIT-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-AUDIT-OPEN-STATUS = "00" OR
                   WS-AUDIT-OPEN-STATUS = "05" THEN
               CLOSE AUDIT-FILE
           END-IF.
           IF NOT RUN-WAS-FOUND THEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO COMPLETED FIZZ BUZZ TRANSACTION RUN ON THE "
                      DELIMITED BY SIZE
                      "AUDIT TRAIL FOR THIS RUN" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

       TAKE-AUDIT-RECORD-PARA.
           EVALUATE AUDIT-EVENT
               WHEN "START "
                   MOVE 0 TO WS-PEND-RULES WS-PEND-NUMBERS
                       WS-PEND-REJECTS WS-PEND-BATCHES
                       WS-PEND-BATCH-REJ WS-PEND-HELD
                   MOVE SPACES TO WS-PEND-VERSION WS-PEND-EFF-DATE
               WHEN "TALLY "
                   PERFORM TAKE-TALLY-PARA
               WHEN "END   "
                   IF AUDIT-PARMS (1:14) = "TRANS RECORDS="
                           AND (NR-RUN-ID = SPACES
                             OR AUDIT-RUN-ID = NR-RUN-ID) THEN
                       PERFORM TAKE-END-PARA
                   END-IF
           END-EVALUATE.

      *TAKE-TALLY-PARA files one "TALLY " record: "nn=count word" for
      *rule nn, "NUMBERS=n" / "REJECTED=n", the rule set's
      *"VERSION=id EFFECTIVE=yyyymmdd", or for a batched input
      *"BATCHES=n" / "BATCHREJ=n" / "HELD=n".
       TAKE-TALLY-PARA.
           MOVE SPACES TO WS-PARM-TAG WS-PARM-REST WS-PARM-REST-2
               WS-PARM-NUM-TEXT.
           UNSTRING AUDIT-PARMS DELIMITED BY "="
               INTO WS-PARM-TAG WS-PARM-REST WS-PARM-REST-2.
           UNSTRING WS-PARM-REST DELIMITED BY ALL SPACES
               INTO WS-PARM-NUM-TEXT.
           MOVE 0 TO WS-PARM-VALUE.
           IF WS-PARM-NUM-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-NUM-TEXT) = 0 THEN
               MOVE WS-PARM-NUM-TEXT TO WS-PARM-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARM-TAG = "VERSION"
                   MOVE WS-PARM-NUM-TEXT TO WS-PEND-VERSION
                   MOVE WS-PARM-REST-2 (1:8) TO WS-PEND-EFF-DATE
               WHEN WS-PARM-TAG = "NUMBERS"
                   MOVE WS-PARM-VALUE TO WS-PEND-NUMBERS
               WHEN WS-PARM-TAG = "REJECTED"
                   MOVE WS-PARM-VALUE TO WS-PEND-REJECTS
               WHEN WS-PARM-TAG = "BATCHES"
                   MOVE WS-PARM-VALUE TO WS-PEND-BATCHES
               WHEN WS-PARM-TAG = "BATCHREJ"
                   MOVE WS-PARM-VALUE TO WS-PEND-BATCH-REJ
               WHEN WS-PARM-TAG = "HELD"
                   MOVE WS-PARM-VALUE TO WS-PEND-HELD
               WHEN WS-PARM-TAG (1:2) IS NUMERIC
                   MOVE WS-PARM-TAG (1:2) TO WS-PEND-IDX
                   IF WS-PEND-IDX > 0 AND WS-PEND-IDX <= 20 THEN
                       MOVE WS-PARM-VALUE
                           TO WS-PEND-COUNT (WS-PEND-IDX)
                       IF WS-PEND-IDX > WS-PEND-RULES THEN
                           MOVE WS-PEND-IDX TO WS-PEND-RULES
                       END-IF
                   END-IF
           END-EVALUATE.

      *TAKE-END-PARA latches the closing pair's counts - "TRANS
      *RECORDS=n REJECTED=m" - and the tallies gathered since its
      *START.
       TAKE-END-PARA.
           MOVE "Y" TO WS-RUN-FOUND-SW.
           MOVE SPACES TO WS-PARM-TAG WS-PARM-REST WS-PARM-REST-2.
           UNSTRING AUDIT-PARMS DELIMITED BY "="
               INTO WS-PARM-TAG WS-PARM-REST WS-PARM-REST-2.
           MOVE SPACES TO WS-PARM-NUM-TEXT.
           UNSTRING WS-PARM-REST DELIMITED BY ALL SPACES
               INTO WS-PARM-NUM-TEXT.
           MOVE 0 TO WS-LOG-TRANS.
           IF WS-PARM-NUM-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-NUM-TEXT) = 0 THEN
               MOVE WS-PARM-NUM-TEXT TO WS-LOG-TRANS
           END-IF.
           MOVE SPACES TO WS-PARM-NUM-TEXT.
           UNSTRING WS-PARM-REST-2 DELIMITED BY ALL SPACES
               INTO WS-PARM-NUM-TEXT.
           MOVE 0 TO WS-LOG-REJECTS.
           IF WS-PARM-NUM-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARM-NUM-TEXT) = 0 THEN
               MOVE WS-PARM-NUM-TEXT TO WS-LOG-REJECTS
           END-IF.
           MOVE WS-PEND-NUMBERS TO WS-LOG-NUMBERS.
           MOVE WS-PEND-VERSION TO WS-LOG-VERSION.
           MOVE WS-PEND-EFF-DATE TO WS-LOG-EFF-DATE.
           MOVE WS-PEND-RULES TO WS-LOG-RULES.
           MOVE WS-PEND-BATCHES TO WS-LOG-BATCHES.
           MOVE WS-PEND-BATCH-REJ TO WS-LOG-BATCH-REJ.
           MOVE WS-PEND-HELD TO WS-LOG-HELD.
           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > 20
               MOVE WS-PEND-COUNT (FB-IDX) TO FB-T-LOGGED (FB-IDX)
               MOVE 0 TO WS-PEND-COUNT (FB-IDX)
           END-PERFORM.
           IF WS-PEND-REJECTS NOT = WS-LOG-REJECTS THEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE "TALLY REJECTED COUNT DISAGREES WITH END RECORD"
                   TO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

      *CHECK-ENVELOPES-PARA proves FBTRANS.DAT's batches the way
      *FIZZ BUZZ's CHECK-ENVELOPES-PARA does - a first record that
      *is not a header means a flat input - so the accounting knows
      *which records should have been held whole.
       CHECK-ENVELOPES-PARA.
           MOVE 0 TO WS-BATCH-COUNT WS-OPEN-BATCH WS-SCAN-REC-NO.
           OPEN INPUT TRANS-FILE.
           PERFORM UNTIL WS-TRANS-STATUS NOT = "00"
               READ TRANS-FILE INTO FBB-RECORD
                   AT END MOVE "10" TO WS-TRANS-STATUS
                   NOT AT END
                       ADD 1 TO WS-SCAN-REC-NO
                       IF WS-SCAN-REC-NO = 1 AND FBB-IS-HEADER THEN
                           MOVE "Y" TO WS-ENVELOPE-SW
                       END-IF
                       IF TRANS-IN-BATCHES THEN
                           PERFORM SCAN-ENVELOPE-PARA
                       ELSE
                           MOVE "10" TO WS-TRANS-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           IF WS-OPEN-BATCH > 0 THEN
               MOVE WS-SCAN-REC-NO TO WS-B-LAST (WS-OPEN-BATCH)
               MOVE "BATCH NO TRAILER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REASON-PARA
           END-IF.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > WS-BATCH-COUNT
               IF BATCH-IS-REJECTED (BAT-IDX) THEN
                   ADD 1 TO WS-BATCH-REJECTS
                   COMPUTE WS-HELD-COUNT = WS-HELD-COUNT
                       + WS-B-LAST (BAT-IDX) - WS-B-FIRST (BAT-IDX) + 1
               END-IF
           END-PERFORM.
           IF TRANS-IN-BATCHES THEN
               MOVE WS-BATCH-COUNT   TO D-COUNT-1
               MOVE WS-BATCH-REJECTS TO D-COUNT-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPARTMENT BATCHES: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      ", FAILING THEIR ENVELOPE: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

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
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "MORE THAN 200 BATCHES - REST NOT PROVED"
                           TO WS-PRINT-LINE
                       PERFORM WRITE-RPT-LINE-PARA
                       MOVE "10" TO WS-TRANS-STATUS
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

      *OPEN-BATCH-PARA enters a batch and checks its header: a one-
      *to-four letter or digit department, a batch id, a real send
      *date no later than today, and no earlier batch of the same
      *department under the same id.
       OPEN-BATCH-PARA.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-COUNT TO WS-OPEN-BATCH.
           MOVE FBB-DEPT     TO WS-B-DEPT (WS-OPEN-BATCH).
           MOVE FBB-BATCH-ID TO WS-B-BATCH-ID (WS-OPEN-BATCH).
           MOVE WS-SCAN-REC-NO TO WS-B-FIRST (WS-OPEN-BATCH)
                                  WS-B-LAST (WS-OPEN-BATCH).
           MOVE 0 TO WS-B-VALUES (WS-OPEN-BATCH)
                     WS-B-HASH (WS-OPEN-BATCH).
           MOVE "A" TO WS-B-STATUS (WS-OPEN-BATCH).
           MOVE SPACES TO WS-B-REASON (WS-OPEN-BATCH).
           MOVE "Y" TO WS-DEPT-SW.
           MOVE 0 TO WS-DEPT-LEN.
           INSPECT FBB-DEPT TALLYING WS-DEPT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DEPT-LEN = 0 THEN
               MOVE "N" TO WS-DEPT-SW
           ELSE
               IF WS-DEPT-LEN < 4 THEN
                   IF FBB-DEPT (WS-DEPT-LEN + 1:) NOT = SPACES THEN
                       MOVE "N" TO WS-DEPT-SW
                   END-IF
               END-IF
               PERFORM VARYING WS-DEPT-POS FROM 1 BY 1
                       UNTIL WS-DEPT-POS > WS-DEPT-LEN
                   MOVE FBB-DEPT (WS-DEPT-POS:1) TO WS-DEPT-CHAR
                   IF (WS-DEPT-CHAR < "A" OR WS-DEPT-CHAR > "Z") AND
                       (WS-DEPT-CHAR < "0" OR WS-DEPT-CHAR > "9") THEN
                       MOVE "N" TO WS-DEPT-SW
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-CHK-MONTH WS-CHK-DAY.
           IF FBB-SEND-DATE IS NUMERIC THEN
               MOVE FBB-SEND-DATE (5:2) TO WS-CHK-MONTH
               MOVE FBB-SEND-DATE (7:2) TO WS-CHK-DAY
           END-IF.
           IF NOT DEPT-IS-GOOD
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

       CHECK-BATCH-TRAILER-PARA.
           COMPUTE WS-HASH-MOD = FUNCTION MOD(WS-B-HASH (WS-OPEN-BATCH),
               WS-HASH-MODULUS).
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

       SET-BATCH-REASON-PARA.
           IF WS-B-REASON (WS-OPEN-BATCH) = SPACES THEN
               MOVE WS-BATCH-REASON TO WS-B-REASON (WS-OPEN-BATCH)
           END-IF.
           MOVE "R" TO WS-B-STATUS (WS-OPEN-BATCH).

      *LOAD-SUSPENSE-PARA counts FBERROR.DAT and FBSUSP.DAT, then
      *loads the tail block of FBSUSP.DAT the run's rejects wrote:
      *one record per rejected value and one per batch held whole.
       LOAD-SUSPENSE-PARA.
           OPEN INPUT ERR-FILE.
           MOVE WS-ERR-STATUS TO WS-ERR-OPEN-STATUS.
           IF WS-ERR-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ERR-STATUS NOT = "00"
                   READ ERR-FILE
                       AT END MOVE "10" TO WS-ERR-STATUS
                       NOT AT END ADD 1 TO WS-ERR-TOTAL
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ERR-OPEN-STATUS = "00" OR
                   WS-ERR-OPEN-STATUS = "05" THEN
               CLOSE ERR-FILE
           END-IF.
           OPEN INPUT SUSP-FILE.
           MOVE WS-SUSP-STATUS TO WS-SUSP-OPEN-STATUS.
           IF WS-SUSP-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSP-FILE
                       AT END MOVE "10" TO WS-SUSP-STATUS
                       NOT AT END ADD 1 TO WS-SUSP-TOTAL
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUSP-OPEN-STATUS = "00" OR
                   WS-SUSP-OPEN-STATUS = "05" THEN
               CLOSE SUSP-FILE
           END-IF.
           MOVE 0 TO WS-SUSP-SKIP.
           IF WS-SUSP-TOTAL > WS-ERR-TOTAL + WS-BATCH-REJECTS THEN
               COMPUTE WS-SUSP-SKIP = WS-SUSP-TOTAL - WS-ERR-TOTAL
                   - WS-BATCH-REJECTS
           END-IF.
           OPEN INPUT SUSP-FILE.
           MOVE WS-SUSP-STATUS TO WS-SUSP-OPEN-STATUS.
           IF WS-SUSP-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSP-FILE INTO SUSP-RECORD
                       AT END MOVE "10" TO WS-SUSP-STATUS
                       NOT AT END PERFORM TAKE-SUSPENSE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUSP-OPEN-STATUS = "00" OR
                   WS-SUSP-OPEN-STATUS = "05" THEN
               CLOSE SUSP-FILE
           END-IF.

       TAKE-SUSPENSE-PARA.
           ADD 1 TO WS-SUSP-READ.
           IF WS-SUSP-READ > WS-SUSP-SKIP THEN
               IF WS-SUSP-COUNT < 500 THEN
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE SUSP-ID TO WS-S-ID (WS-SUSP-COUNT)
                   MOVE SUSP-VALUE TO WS-S-VALUE (WS-SUSP-COUNT)
                   MOVE "N" TO WS-S-BATCH-SW (WS-SUSP-COUNT)
                   IF SUSP-IS-BATCH THEN
                       MOVE "Y" TO WS-S-BATCH-SW (WS-SUSP-COUNT)
                   END-IF
                   MOVE "N" TO WS-S-USED-SW (WS-SUSP-COUNT)
               ELSE
                   IF WS-SUSP-COUNT = 500 THEN
                       DISPLAY "FBBAL: WARNING - more than 500 "
                           "rejects; suspense matching stops at 500"
                       ADD 1 TO WS-SUSP-COUNT
                   END-IF
               END-IF
           END-IF.

      *ACCOUNT-TRANS-PARA is the accounting pass.  Each FBTRANS.DAT
      *record is validated the way CLASSIFY-TRANS-PARA validates it,
      *which says where it must have gone; the cursor on that output
      *must be holding it.  Whatever is left on either output once
      *the input is exhausted came from no input record.
       ACCOUNT-TRANS-PARA.
           OPEN INPUT CLASS-FILE.
           MOVE WS-CLASS-STATUS TO WS-CLASS-OPEN-STATUS.
           IF WS-CLASS-OPEN-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CLASS-EOF-SW
           ELSE
               PERFORM NEXT-CLASS-LINE-PARA
           END-IF.
           OPEN INPUT ERR-FILE.
           MOVE WS-ERR-STATUS TO WS-ERR-OPEN-STATUS.
           IF WS-ERR-OPEN-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-ERR-EOF-SW
           ELSE
               PERFORM NEXT-ERR-LINE-PARA
           END-IF.
           OPEN INPUT TRANS-FILE.
           PERFORM UNTIL WS-TRANS-STATUS NOT = "00"
               READ TRANS-FILE INTO WS-TRANS-VALUE
                   AT END MOVE "10" TO WS-TRANS-STATUS
                   NOT AT END PERFORM ACCOUNT-ONE-TRANS-PARA
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           PERFORM UNTIL CLASS-AT-END
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCLASS.DAT LINE FROM NO INPUT RECORD: "
                      DELIMITED BY SIZE
                      WS-CLASS-LINE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM REPORT-LINE-PARA
               PERFORM RECLASSIFY-LINE-PARA
               PERFORM NEXT-CLASS-LINE-PARA
           END-PERFORM.
           PERFORM UNTIL ERR-AT-END
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBERROR.DAT RECORD FROM NO INPUT RECORD: "
                      DELIMITED BY SIZE
                      WS-ERR-LINE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM REPORT-LINE-PARA
               PERFORM NEXT-ERR-LINE-PARA
           END-PERFORM.
           IF WS-CLASS-OPEN-STATUS = "00" OR
                   WS-CLASS-OPEN-STATUS = "05" THEN
               CLOSE CLASS-FILE
           END-IF.
           IF WS-ERR-OPEN-STATUS = "00" OR
                   WS-ERR-OPEN-STATUS = "05" THEN
               CLOSE ERR-FILE
           END-IF.

       NEXT-CLASS-LINE-PARA.
           READ CLASS-FILE INTO WS-CLASS-LINE
               AT END MOVE "Y" TO WS-CLASS-EOF-SW
           END-READ.

       NEXT-ERR-LINE-PARA.
           READ ERR-FILE INTO WS-ERR-LINE
               AT END MOVE "Y" TO WS-ERR-EOF-SW
           END-READ.

      *ACCOUNT-ONE-TRANS-PARA places one input record.  In a batched
      *input the envelope records of an accepted batch go nowhere, a
      *rejected batch is looked for in suspense once its last record
      *is reached, and a record outside every batch must have been
      *rejected on its own.
       ACCOUNT-ONE-TRANS-PARA.
           ADD 1 TO WS-TRANS-NO.
           MOVE WS-TRANS-NO TO D-TRANS-NO.
           MOVE 0 TO WS-CUR-BATCH.
           IF TRANS-IN-BATCHES THEN
               PERFORM FIND-BATCH-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUR-BATCH = 0
                   PERFORM ACCOUNT-VALUE-PARA
               WHEN BATCH-IS-REJECTED (WS-CUR-BATCH)
                   IF WS-TRANS-NO = WS-B-LAST (WS-CUR-BATCH) THEN
                       PERFORM MATCH-BATCH-SUSPENSE-PARA
                   END-IF
               WHEN WS-TRANS-NO = WS-B-FIRST (WS-CUR-BATCH)
               WHEN WS-TRANS-NO = WS-B-LAST (WS-CUR-BATCH)
                   CONTINUE
               WHEN OTHER
                   PERFORM ACCOUNT-VALUE-PARA
           END-EVALUATE.

       FIND-BATCH-PARA.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > WS-BATCH-COUNT
                       OR WS-CUR-BATCH > 0
               IF WS-TRANS-NO >= WS-B-FIRST (BAT-IDX) AND
                       WS-TRANS-NO <= WS-B-LAST (BAT-IDX) THEN
                   SET WS-CUR-BATCH TO BAT-IDX
               END-IF
           END-PERFORM.

      *MATCH-BATCH-SUSPENSE-PARA finds the run's suspense record for
      *a batch that should have been held whole, and counts the
      *batch's records kept under its id in FBSUSPB.DAT.
       MATCH-BATCH-SUSPENSE-PARA.
           MOVE "N" TO WS-SUSP-HIT-SW.
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > WS-SUSP-COUNT
                       OR SUSP-IDX > 500
                       OR SUSP-WAS-MATCHED
               MOVE WS-S-VALUE (SUSP-IDX) TO SUSP-VALUE
               IF WS-S-USED-SW (SUSP-IDX) = "N"
                       AND WS-S-BATCH-SW (SUSP-IDX) = "Y"
                       AND SUSP-B-DEPT = WS-B-DEPT (WS-CUR-BATCH)
                       AND SUSP-B-BATCH-ID
                           = WS-B-BATCH-ID (WS-CUR-BATCH) THEN
                   MOVE "Y" TO WS-S-USED-SW (SUSP-IDX)
                   MOVE "Y" TO WS-SUSP-HIT-SW
                   MOVE WS-S-ID (SUSP-IDX) TO WS-HELD-ID
               END-IF
           END-PERFORM.
           IF NOT SUSP-WAS-MATCHED THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BATCH " DELIMITED BY SIZE
                      WS-B-DEPT (WS-CUR-BATCH) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-B-BATCH-ID (WS-CUR-BATCH) DELIMITED BY SIZE
                      " FAILS ITS ENVELOPE (" DELIMITED BY SIZE
                      WS-B-REASON (WS-CUR-BATCH) DELIMITED BY SIZE
                      ") BUT WAS NOT HELD IN SUSPENSE"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM REPORT-LINE-PARA
           ELSE
               MOVE 0 TO WS-HELD-LINES
               OPEN INPUT SUSPB-FILE
               MOVE WS-SUSPB-STATUS TO WS-SUSPB-OPEN-STATUS
               IF WS-SUSPB-OPEN-STATUS = "00" THEN
                   PERFORM UNTIL WS-SUSPB-STATUS NOT = "00"
                       READ SUSPB-FILE INTO SUSPB-RECORD
                           AT END MOVE "10" TO WS-SUSPB-STATUS
                           NOT AT END
                               IF SUSPB-ID = WS-HELD-ID THEN
                                   ADD 1 TO WS-HELD-LINES
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-SUSPB-OPEN-STATUS = "00" OR
                       WS-SUSPB-OPEN-STATUS = "05" THEN
                   CLOSE SUSPB-FILE
               END-IF
               IF WS-HELD-LINES NOT = WS-B-LAST (WS-CUR-BATCH)
                       - WS-B-FIRST (WS-CUR-BATCH) + 1 THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "BATCH " DELIMITED BY SIZE
                          WS-B-DEPT (WS-CUR-BATCH) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-B-BATCH-ID (WS-CUR-BATCH)
                              DELIMITED BY SIZE
                          " HELD IN SUSPENSE BUT FBSUSPB.DAT DOES NOT"
                              DELIMITED BY SIZE
                          " HOLD ALL ITS RECORDS" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-IF.

      *ACCOUNT-VALUE-PARA places one value record on the output its
      *validation says it must have gone to.
       ACCOUNT-VALUE-PARA.
           PERFORM VALIDATE-VALUE-PARA.
           IF WS-CUR-BATCH = 0 AND TRANS-IN-BATCHES THEN
               MOVE "N" TO WS-VALUE-OK-SW
           END-IF.
           IF VALUE-IS-USABLE THEN
               PERFORM SPLIT-CLASS-LINE-PARA
               IF NOT CLASS-AT-END
                       AND WS-LINE-VALUE
                           = FUNCTION TRIM(WS-TRANS-VALUE) THEN
                   PERFORM RECLASSIFY-LINE-PARA
                   PERFORM NEXT-CLASS-LINE-PARA
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FBTRANS.DAT RECORD " DELIMITED BY SIZE
                          FUNCTION TRIM(D-TRANS-NO) DELIMITED BY SIZE
                          " MISSING FROM FBCLASS.DAT: "
                          DELIMITED BY SIZE
                          WS-TRANS-VALUE DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           ELSE
               IF NOT ERR-AT-END AND WS-ERR-LINE = WS-TRANS-VALUE THEN
                   PERFORM MATCH-SUSPENSE-PARA
                   PERFORM NEXT-ERR-LINE-PARA
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FBTRANS.DAT RECORD " DELIMITED BY SIZE
                          FUNCTION TRIM(D-TRANS-NO) DELIMITED BY SIZE
                          " REJECTED BUT MISSING FROM FBERROR.DAT: "
                          DELIMITED BY SIZE
                          WS-TRANS-VALUE DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-IF.

      *VALIDATE-VALUE-PARA is CLASSIFY-TRANS-PARA's test: blank, a
      *sign or decimal point, not numeric, or longer than 38 digits
      *is a reject.
       VALIDATE-VALUE-PARA.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-TRANS-VALUE TALLYING WS-BAD-CHAR-COUNT
               FOR ALL "-" ALL "+" ALL ".".
           IF WS-TRANS-VALUE = SPACES
                   OR WS-BAD-CHAR-COUNT > 0
                   OR FUNCTION TEST-NUMVAL(WS-TRANS-VALUE) NOT = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-TRANS-VALUE))
                       > 38 THEN
               MOVE "N" TO WS-VALUE-OK-SW
           ELSE
               MOVE "Y" TO WS-VALUE-OK-SW
           END-IF.

      *MATCH-SUSPENSE-PARA finds an unused suspense entry of the run
      *holding the rejected value; a reject with none is a reject
      *nobody will ever chase.
       MATCH-SUSPENSE-PARA.
           MOVE "N" TO WS-SUSP-HIT-SW.
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > WS-SUSP-COUNT
                       OR SUSP-IDX > 500
                       OR SUSP-WAS-MATCHED
               IF WS-S-USED-SW (SUSP-IDX) = "N"
                       AND WS-S-BATCH-SW (SUSP-IDX) = "N"
                       AND WS-S-VALUE (SUSP-IDX) = WS-TRANS-VALUE THEN
                   MOVE "Y" TO WS-S-USED-SW (SUSP-IDX)
                   MOVE "Y" TO WS-SUSP-HIT-SW
               END-IF
           END-PERFORM.
           IF NOT SUSP-WAS-MATCHED THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBTRANS.DAT RECORD " DELIMITED BY SIZE
                      FUNCTION TRIM(D-TRANS-NO) DELIMITED BY SIZE
                      " REJECTED WITH NO SUSPENSE RECORD: "
                      DELIMITED BY SIZE
                      WS-TRANS-VALUE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM REPORT-LINE-PARA
           END-IF.

      *SPLIT-CLASS-LINE-PARA takes the cursor's FBCLASS.DAT line
      *apart: FIZZ BUZZ writes the trimmed value, the version id, and
      *the classification, one space apart.
       SPLIT-CLASS-LINE-PARA.
           MOVE SPACES TO WS-LINE-VALUE WS-LINE-VERSION WS-LINE-WORD.
           IF NOT CLASS-AT-END THEN
               MOVE 1 TO WS-LINE-PTR
               UNSTRING WS-CLASS-LINE DELIMITED BY SPACE
                   INTO WS-LINE-VALUE WS-LINE-VERSION
                   WITH POINTER WS-LINE-PTR
               IF WS-LINE-PTR <= 90 THEN
                   MOVE WS-CLASS-LINE (WS-LINE-PTR:) TO WS-LINE-WORD
               END-IF
           END-IF.

      *RECLASSIFY-LINE-PARA runs the line's value through the rule
      *table, CLASSIFY-X-PARA's walk, keeping the derived per-rule
      *totals, and reports a line whose word disagrees.
       RECLASSIFY-LINE-PARA.
           ADD 1 TO WS-CLASS-LINES.
           PERFORM SPLIT-CLASS-LINE-PARA.
           MOVE SPACES TO WS-TRANS-VALUE.
           MOVE WS-LINE-VALUE TO WS-TRANS-VALUE.
           PERFORM VALIDATE-VALUE-PARA.
           IF NOT VALUE-IS-USABLE THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCLASS.DAT VALUE IS NOT A USABLE NUMBER: "
                      DELIMITED BY SIZE
                      WS-CLASS-LINE DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM REPORT-LINE-PARA
           ELSE
               IF WS-LINE-VERSION NOT = WS-RULE-VERSION THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "WRONG RULE SET: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-VALUE)
                              DELIMITED BY SIZE
                          " STAMPED " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-VERSION)
                              DELIMITED BY SIZE
                          ", RUN USED " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RULE-VERSION)
                              DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
               MOVE WS-LINE-VALUE TO X
               PERFORM CLASSIFY-X-PARA
               IF FUNCTION TRIM(WS-CLASS-TEXT)
                       NOT = FUNCTION TRIM(WS-LINE-WORD) THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "MIS-CLASSIFIED: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-VALUE)
                              DELIMITED BY SIZE
                          " FILED AS " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LINE-WORD)
                              DELIMITED BY SIZE
                          ", RULES GIVE " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CLASS-TEXT)
                              DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-IF.

      *CLASSIFY-X-PARA is FIZZ BUZZ's match: first rule whose divisor
      *divides X wins; no match is the number's own digits.
       CLASSIFY-X-PARA.
           MOVE "N" TO WS-MATCHED.
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > FB-RULE-COUNT
                       OR RULE-MATCHED
               IF FUNCTION MOD(X, FB-T-DIVISOR(FB-IDX)) = 0 THEN
                   MOVE FB-T-WORD(FB-IDX) TO WS-CLASS-TEXT
                   ADD 1 TO FB-T-COUNT(FB-IDX)
                   MOVE "Y" TO WS-MATCHED
               END-IF
           END-PERFORM.
           IF NOT RULE-MATCHED THEN
               MOVE X TO Z
               MOVE FUNCTION TRIM(Z LEADING) TO WS-CLASS-TEXT
               ADD 1 TO NUMBER-COUNT
           END-IF.

      *CHECK-TOTALS-PARA sets the derived totals against FIZZ BUZZ's
      *own: records read and rejected from the END record, each
      *rule's count and the NUMBERS count from its "TALLY " records.
       CHECK-TOTALS-PARA.
           IF RUN-WAS-FOUND THEN
               IF WS-TRANS-NO NOT = WS-LOG-TRANS THEN
                   MOVE WS-TRANS-NO  TO D-COUNT-1
                   MOVE WS-LOG-TRANS TO D-COUNT-2
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FBTRANS.DAT RECORDS " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                          " - RUN LOGGED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
               IF WS-ERR-TOTAL NOT = WS-LOG-REJECTS THEN
                   MOVE WS-ERR-TOTAL   TO D-COUNT-1
                   MOVE WS-LOG-REJECTS TO D-COUNT-2
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FBERROR.DAT RECORDS " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                          " - RUN LOGGED REJECTED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
               IF WS-LOG-RULES NOT = FB-RULE-COUNT THEN
                   MOVE FB-RULE-COUNT TO D-COUNT-1
                   MOVE WS-LOG-RULES  TO D-COUNT-2
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "RULE TABLE HOLDS " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                          " RULE(S) - RUN TALLIED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
               PERFORM VARYING FB-IDX FROM 1 BY 1
                       UNTIL FB-IDX > FB-RULE-COUNT
                   IF FB-T-COUNT (FB-IDX) NOT = FB-T-LOGGED (FB-IDX)
                           THEN
                       SET WS-PEND-IDX TO FB-IDX
                       MOVE WS-PEND-IDX TO D-RULE-NO
                       MOVE FB-T-COUNT (FB-IDX)  TO D-COUNT-1
                       MOVE FB-T-LOGGED (FB-IDX) TO D-COUNT-2
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "RULE " DELIMITED BY SIZE
                              FUNCTION TRIM(D-RULE-NO)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(FB-T-WORD (FB-IDX))
                                  DELIMITED BY SIZE
                              ": DERIVED " DELIMITED BY SIZE
                              FUNCTION TRIM(D-COUNT-1)
                                  DELIMITED BY SIZE
                              " - RUN TALLIED " DELIMITED BY SIZE
                              FUNCTION TRIM(D-COUNT-2)
                                  DELIMITED BY SIZE
                              INTO WS-PRINT-LINE
                       PERFORM REPORT-LINE-PARA
                   END-IF
               END-PERFORM
               IF WS-BATCH-COUNT NOT = WS-LOG-BATCHES OR
                       WS-BATCH-REJECTS NOT = WS-LOG-BATCH-REJ OR
                       WS-HELD-COUNT NOT = WS-LOG-HELD THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "BATCH COUNTS (BATCHES/REJECTED/HELD "
                          DELIMITED BY SIZE
                          "RECORDS) DIFFER FROM THE RUN'S TALLY"
                          DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
               IF NUMBER-COUNT NOT = WS-LOG-NUMBERS THEN
                   MOVE NUMBER-COUNT   TO D-COUNT-1
                   MOVE WS-LOG-NUMBERS TO D-COUNT-2
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "NUMBERS: DERIVED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                          " - RUN TALLIED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-IF.

       REPORT-LINE-PARA.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
