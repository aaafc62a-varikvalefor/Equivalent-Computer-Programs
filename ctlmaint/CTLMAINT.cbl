      *The in-core tables carry the same capacities the consuming
      *programs load with, so a record the nightly could not hold is
      *refused here, at entry, not at two in the morning.
      *
      *Who may touch what is no longer open to any operator id.  The
      *authority table OPERAUTH.DAT, kept by the security
      *administrator and deliberately not maintainable through this
      *job, names for each operator the control files they may key
      *changes to (role M), approve changes to (role C), or both
      *(role B); a transaction from an operator without the right
      *role for its file is refused, and with no table on file every
      *transaction is.
      *
      *STEPTBL.DAT and FBRULES.DAT - the night's shape and the
      *classifications departments see - are under two-person
      *control.  A change keyed to either is checked exactly as
      *before but not applied: it is held in CTLPEND.DAT as PENDING
      *under a change id, shown on the console and in CTLPEND.RPT.
      *A second transaction naming that id with action V (approve)
      *or R (reject), from a different operator authorized to
      *approve for the file, decides it; only approval applies it,
      *re-checked against the file as it stands by then - and
      *refused, with its reason in CTLPEND.RPT, if the record it
      *changes or deletes is no longer the one the maker saw - and the
      *history record carries both the maker's and the checker's
      *ids.  A pending change as old in days as the CTLMAINT
      *record's PARM-LIMIT (seven when there is none) expires
      *unapplied at the start of the next run.  Every outcome -
      *pending, applied, rejected, expired - is its own CTLHIST.DAT
      *record, and expiries are listed in CTLPEND.RPT beside the
      *changes still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAL-TMP-FILE ASSIGN TO "CALENDAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-TMP-STATUS.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL PEND-FILE ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-TMP-FILE ASSIGN TO "CTLPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-TMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CTLPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 TRAN-FILE-RECORD PIC X(151).

       FD  HIST-FILE.
       01 HIST-FILE-RECORD PIC X(319).

       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).
       01 PARM-TMP-RECORD PIC X(126).

       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  RULES-TMP-FILE.
       01 RULES-TMP-RECORD PIC X(40).

       FD  STEP-FILE.
       01 STEP-FILE-RECORD PIC X(124).

       FD  STEP-TMP-FILE.
       01 STEP-TMP-RECORD PIC X(124).

       FD  CAL-FILE.
       01 CAL-FILE-RECORD PIC X(29).
       FD  CAL-TMP-FILE.
       01 CAL-TMP-RECORD PIC X(29).

       FD  AUTH-FILE.
       01 AUTH-FILE-RECORD PIC X(13).

       FD  PEND-FILE.
       01 PEND-FILE-RECORD PIC X(303).

       FD  PEND-TMP-FILE.
       01 PEND-TMP-RECORD PIC X(303).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS   PIC X(2).
       01 WS-TRAN-OPEN-STATUS PIC X(2).
       01 WS-CAL-STATUS    PIC X(2).
       01 WS-CAL-TMP-STATUS PIC X(2).
       01 WS-ANY-OPEN-STATUS PIC X(2).
       01 WS-AUTH-STATUS   PIC X(2).
       01 WS-PEND-STATUS   PIC X(2).
       01 WS-PEND-TMP-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-HIST-OPEN-STATUS PIC X(2).

       COPY PARMREC.
       COPY FBRULE.
               88 CT-IS-ADD         VALUE "A".
               88 CT-IS-CHANGE      VALUE "C".
               88 CT-IS-DELETE      VALUE "D".
               88 CT-IS-APPROVE     VALUE "V".
               88 CT-IS-REJECT      VALUE "R".
           05 CT-KEY           PIC X(12).
      *        An approval or rejection names the pending change id
      *        in the first eight positions of CT-KEY; its image is
      *        not used.
           05 CT-IMAGE         PIC X(126).

      *One change-history record: everything needed to answer who
           05 CH-KEY           PIC X(12).
           05 CH-OLD-IMAGE     PIC X(126).
           05 CH-NEW-IMAGE     PIC X(126).
           05 CH-APPROVER      PIC X(8).
      *        CH-OPERATOR is always the operator who keyed the
      *        change; CH-APPROVER is the one who approved or
      *        rejected it, spaces for a change to a file outside
      *        two-person control.
           05 CH-PEND-ID       PIC 9(8).
           05 CH-OUTCOME       PIC X(8).
      *        CH-OUTCOME is PENDING, APPLIED, REJECTED or EXPIRED.
      *        Records written before these three fields existed are
      *        all changes applied on entry.

      *One operator's authority over one control file, from
      *OPERAUTH.DAT.
       01 OA-RECORD.
           05 OA-OPERATOR      PIC X(8).
           05 OA-FILE-ID       PIC X(4).
           05 OA-ROLE          PIC X(1).
               88 OA-MAY-KEY        VALUES "M" "B".
               88 OA-MAY-APPROVE    VALUES "C" "B".
       01 WS-AUTH-COUNT    PIC 9(4) VALUE 0.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 200 TIMES INDEXED BY AUTH-IDX.
               10 WS-A-OPERATOR     PIC X(8).
               10 WS-A-FILE-ID      PIC X(4).
               10 WS-A-ROLE         PIC X(1).
       01 WS-AUTH-NEED     PIC X(1).
           88 NEED-TO-KEY           VALUE "M".
           88 NEED-TO-APPROVE       VALUE "C".
       01 WS-AUTH-OPERATOR PIC X(8).
       01 WS-AUTH-OK-SW    PIC X(1).
           88 OPERATOR-IS-AUTHORIZED VALUE "Y".

      *One change held for a second operator's decision: its id, when
      *it was keyed, and the maker's whole transaction.  The in-core
      *pending table is loaded from CTLPEND.DAT and, when anything
      *in it changed, written back through CTLPEND.TMP and renamed,
      *like the control files themselves.  PD-BEFORE-IMAGE is the
      *record the maker's change or delete found at its key when it
      *was keyed (spaces for an add), so an approval can tell whether
      *the file has since moved under it.
       01 PD-RECORD.
           05 PD-ID            PIC 9(8).
           05 PD-DATE          PIC X(10).
           05 PD-TIME          PIC X(8).
           05 PD-TRAN          PIC X(151).
           05 PD-BEFORE-IMAGE  PIC X(126).
       01 WS-PEND-COUNT    PIC 9(4) VALUE 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-REC OCCURS 50 TIMES PIC X(303).
       01 WS-PEND-DIRTY-SW PIC X(1) VALUE "N".
           88 PENDING-IS-DIRTY  VALUE "Y".
       01 WS-PEND-TMP-NAME  PIC X(11) VALUE "CTLPEND.TMP".
       01 WS-PEND-FINAL-NAME PIC X(11) VALUE "CTLPEND.DAT".
       01 WS-LAST-PEND-ID  PIC 9(8) VALUE 0.
       01 WS-PEND-POS      PIC 9(4).
       01 WS-EXPIRY-DAYS   PIC 9(4) VALUE 7.
       01 WS-TODAY-NUM     PIC 9(8).
       01 WS-TODAY-INT     PIC 9(9).
       01 WS-PEND-INT      PIC 9(9).
       01 WS-DATE-NUM      PIC 9(8).

      *The outcome of the transaction in hand, for its history record
      *and the run's counts: the checker's id and the change id when
      *two-person control is involved.
       01 WS-OUTCOME       PIC X(8).
       01 WS-APPROVER      PIC X(8).
       01 WS-CUR-PEND-ID   PIC 9(8).
       01 WS-DECISION      PIC X(1).
           88 DECISION-IS-APPROVE   VALUE "V".

      *Table snapshots: a change bound for two-person control is put
      *through its worker against the live table, so it meets every
      *entry-time check, and the table is then put back as it was.
       01 WS-RULE-SAVE-COUNT PIC 9(4).
       01 WS-RULE-SAVE-TABLE PIC X(4000).
       01 WS-RULE-SAVE-DIRTY PIC X(1).
       01 WS-STEP-SAVE-COUNT PIC 9(4).
       01 WS-STEP-SAVE-TABLE PIC X(2480).
       01 WS-STEP-SAVE-DIRTY PIC X(1).

       01 WS-PRINT-LINE    PIC X(132).
       01 PEND-HEADING-LINE.
           05 FILLER        PIC X(34)
               VALUE "CONTROL-FILE CHANGES UNDER REVIEW ".
           05 H-RUN-DATE    PIC X(10).
       01 PEND-DETAIL-LINE.
           05 P-STATE       PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 P-PEND-ID     PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 P-FILE-ID     PIC X(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 P-ACTION      PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 P-KEY         PIC X(12).
           05 FILLER        PIC X(4) VALUE " BY ".
           05 P-OPERATOR    PIC X(8).
           05 FILLER        PIC X(4) VALUE " ON ".
           05 P-DATE        PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 P-TIME        PIC X(8).

      *The in-core control tables, raw record images, each capped at
      *the capacity its consuming program loads with - FIZZ BUZZ and
      *the control job hold 20 rules and 20 steps, the calendar
      *loader 20 rules plus 50 holidays.  FBRULES.DAT holds several
      *dated rule sets, each of which FIZZ BUZZ must be able to hold
      *whole, so the 20-rule cap applies per set (CHECK-RULE-SET-PARA)
      *and the file as a whole is held to five sets' worth.
       01 WS-PARM-COUNT    PIC 9(4) VALUE 0.
       01 WS-PARM-TABLE.
           05 WS-PARM-REC OCCURS 50 TIMES PIC X(126).
       01 WS-RULE-COUNT    PIC 9(4) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-REC OCCURS 100 TIMES PIC X(40).
       01 WS-STEP-COUNT    PIC 9(4) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-REC OCCURS 20 TIMES PIC X(124).
       01 WS-CAL-COUNT     PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-REC OCCURS 70 TIMES PIC X(29).
           05 FILLER           PIC X(12) VALUE "FIZZBUZZ".
           05 FILLER           PIC X(12) VALUE "AUDITARC".
           05 FILLER           PIC X(12) VALUE "NIGHTLYCTL".
           05 FILLER           PIC X(12) VALUE "CTLMAINT".
           05 FILLER           PIC X(12) VALUE "MISINTAK".
       01 WS-KNOWN-JOB-TABLE REDEFINES WS-KNOWN-JOBS.
           05 WS-KNOWN-JOB OCCURS 7 TIMES
               INDEXED BY KNOWN-IDX PIC X(12).
       01 WS-NAME-KNOWN-SW PIC X(1).
           88 NAME-IS-KNOWN        VALUE "Y".
       01 WS-SHIFT-POS     PIC 9(4).
       01 WS-REFUSE-REASON PIC X(60).
       01 WS-OLD-IMAGE     PIC X(126).
       01 WS-CUR-IMAGE     PIC X(126).
       01 WS-RULE-KEY-NUM  PIC 9(4).
       01 WS-CHK-DIVISOR   PIC 9(4).
       01 WS-OTH-DIVISOR   PIC 9(4).
       01 WS-SET-MEMBERS   PIC 9(4).
       01 WS-VERSION-LEN   PIC 9(4).
       01 WS-CHK-MONTH     PIC 9(2).
       01 WS-CHK-DAY       PIC 9(2).

       01 WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDED-COUNT  PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
       01 D-APPLIED-COUNT  PIC ZZZ9.
       01 D-REFUSED-COUNT  PIC ZZZ9.
       01 D-PENDED-COUNT   PIC ZZZ9.
       01 D-REJECTED-COUNT PIC ZZZ9.
       01 D-EXPIRED-COUNT  PIC ZZZ9.
       01 D-TRAN-NO        PIC ZZZ9.
       01 D-PEND-ID        PIC Z(7)9.
       01 D-AGE-DAYS       PIC ZZZ9.
       01 WS-AGE-DAYS      PIC 9(9).

       01 WS-RUN-DATE      PIC X(10).
       01 WS-RUN-TIME      PIC X(8).
           PERFORM LOAD-RULE-TABLE-PARA.
           PERFORM LOAD-STEP-TABLE-PARA.
           PERFORM LOAD-CAL-TABLE-PARA.
           PERFORM LOAD-AUTH-PARA.
           PERFORM LOAD-PENDING-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE PEND-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM EXPIRE-PENDING-PARA.
           PERFORM APPLY-TRANSACTIONS-PARA.
           PERFORM WRITE-BACK-PARA.
           PERFORM REPORT-PENDING-PARA.
           CLOSE REPORT-FILE.
           MOVE WS-APPLIED-COUNT TO D-APPLIED-COUNT.
           MOVE WS-REFUSED-COUNT TO D-REFUSED-COUNT.
           MOVE WS-PENDED-COUNT TO D-PENDED-COUNT.
           MOVE WS-REJECTED-COUNT TO D-REJECTED-COUNT.
           MOVE WS-EXPIRED-COUNT TO D-EXPIRED-COUNT.
           DISPLAY "CTLMAINT: " FUNCTION TRIM(D-APPLIED-COUNT)
               " change(s) applied, "
               FUNCTION TRIM(D-PENDED-COUNT) " held pending, "
               FUNCTION TRIM(D-REJECTED-COUNT) " rejected, "
               FUNCTION TRIM(D-EXPIRED-COUNT) " expired, "
               FUNCTION TRIM(D-REFUSED-COUNT) " refused".
           IF WS-REFUSED-COUNT > 0 OR WS-EXPIRED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                   READ RULES-FILE
                       AT END MOVE "10" TO WS-RULES-STATUS
                       NOT AT END
                           IF WS-RULE-COUNT >= 100 THEN
                               DISPLAY "CTLMAINT: FBRULES.DAT "
                                 "exceeds table capacity, terminated"
                               MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-PERFORM.

      *LOAD-AUTH-PARA reads the operator authority table.  Authority
      *fails closed: with no table on file, or an empty one, every
      *transaction is refused, and the console says why before the
      *first refusal does.
       LOAD-AUTH-PARA.
           OPEN INPUT AUTH-FILE.
           MOVE WS-AUTH-STATUS TO WS-ANY-OPEN-STATUS.
           IF WS-ANY-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-AUTH-STATUS NOT = "00"
                   READ AUTH-FILE INTO OA-RECORD
                       AT END MOVE "10" TO WS-AUTH-STATUS
                       NOT AT END
                           IF OA-OPERATOR NOT = SPACES THEN
                               IF WS-AUTH-COUNT >= 200 THEN
                                   DISPLAY "CTLMAINT: OPERAUTH.DAT "
                                     "exceeds table capacity, "
                                     "terminated"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE OA-OPERATOR TO
                                   WS-A-OPERATOR (WS-AUTH-COUNT)
                               MOVE OA-FILE-ID TO
                                   WS-A-FILE-ID (WS-AUTH-COUNT)
                               MOVE OA-ROLE TO
                                   WS-A-ROLE (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ANY-OPEN-STATUS = "00" OR
                   WS-ANY-OPEN-STATUS = "05" THEN
               CLOSE AUTH-FILE
           END-IF.
           IF WS-AUTH-COUNT = 0 THEN
               DISPLAY "CTLMAINT: WARNING - no operator authority "
                   "on file in OPERAUTH.DAT, every transaction "
                   "will be refused"
           END-IF.

      *LOAD-PENDING-PARA reads the changes awaiting a decision, as
      *strictly as the control files themselves are read: the queue
      *is rewritten from this table.  Change ids are never reused,
      *so the next is one past the highest found either in the
      *queue or anywhere in the history.
       LOAD-PENDING-PARA.
           OPEN INPUT PEND-FILE.
           MOVE WS-PEND-STATUS TO WS-ANY-OPEN-STATUS.
           IF WS-ANY-OPEN-STATUS NOT = "00" AND
                   WS-ANY-OPEN-STATUS NOT = "05" AND
                   WS-ANY-OPEN-STATUS NOT = "35" THEN
               DISPLAY "CTLMAINT: cannot open CTLPEND.DAT, "
                   "status " WS-ANY-OPEN-STATUS " - maintenance "
                   "refused before any file is rewritten"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ANY-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-PEND-STATUS NOT = "00"
                   READ PEND-FILE INTO PD-RECORD
                       AT END MOVE "10" TO WS-PEND-STATUS
                       NOT AT END
                           IF WS-PEND-COUNT >= 50 THEN
                               DISPLAY "CTLMAINT: CTLPEND.DAT "
                                 "exceeds table capacity, terminated"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PD-RECORD TO
                               WS-PEND-REC (WS-PEND-COUNT)
                           IF PD-ID IS NUMERIC AND
                                   PD-ID > WS-LAST-PEND-ID THEN
                               MOVE PD-ID TO WS-LAST-PEND-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ANY-OPEN-STATUS = "00" OR
                   WS-ANY-OPEN-STATUS = "05" THEN
               CLOSE PEND-FILE
           END-IF.
           OPEN INPUT HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-HIST-OPEN-STATUS.
           IF WS-HIST-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HIST-FILE INTO CH-RECORD
                       AT END MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF CH-PEND-ID IS NUMERIC AND
                                   CH-PEND-ID > WS-LAST-PEND-ID THEN
                               MOVE CH-PEND-ID TO WS-LAST-PEND-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HIST-OPEN-STATUS = "00" OR
                   WS-HIST-OPEN-STATUS = "05" THEN
               CLOSE HIST-FILE
           END-IF.

      *EXPIRE-PENDING-PARA retires, before any transaction is read,
      *every pending change that has waited the CTLMAINT record's
      *PARM-LIMIT in days, seven when the record is absent or zero.
      *An expired change is never applied; it gets its EXPIRED
      *history record and a line in CTLPEND.RPT, and must be keyed
      *again if it is still wanted.
       EXPIRE-PENDING-PARA.
           MOVE 7 TO WS-EXPIRY-DAYS.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-PARM-COUNT
               IF WS-PARM-REC (WS-SCAN-POS) (1:12) = "CTLMAINT" THEN
                   MOVE WS-PARM-REC (WS-SCAN-POS) TO PARM-RECORD
                   IF PARM-LIMIT IS NUMERIC AND PARM-LIMIT > 0 THEN
                       IF PARM-LIMIT > 9999 THEN
                           MOVE 9999 TO WS-EXPIRY-DAYS
                       ELSE
                           MOVE PARM-LIMIT TO WS-EXPIRY-DAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE (1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE 1 TO WS-PEND-POS.
           PERFORM UNTIL WS-PEND-POS > WS-PEND-COUNT
               MOVE WS-PEND-REC (WS-PEND-POS) TO PD-RECORD
               MOVE 0 TO WS-AGE-DAYS
               IF PD-DATE (1:8) IS NUMERIC THEN
                   MOVE PD-DATE (1:8) TO WS-DATE-NUM
                   COMPUTE WS-PEND-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-TODAY-INT > WS-PEND-INT THEN
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-INT - WS-PEND-INT
                   END-IF
               END-IF
               IF WS-AGE-DAYS >= WS-EXPIRY-DAYS THEN
                   PERFORM EXPIRE-ONE-PARA
               ELSE
                   ADD 1 TO WS-PEND-POS
               END-IF
           END-PERFORM.

       EXPIRE-ONE-PARA.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE PD-TRAN TO CT-RECORD.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE SPACES TO WS-APPROVER.
           MOVE PD-ID TO WS-CUR-PEND-ID.
           MOVE "EXPIRED " TO WS-OUTCOME.
           PERFORM WRITE-HISTORY-PARA.
           MOVE "EXPIRED" TO P-STATE.
           PERFORM REPORT-ONE-PENDING-PARA.
           MOVE PD-ID TO D-PEND-ID.
           MOVE WS-AGE-DAYS TO D-AGE-DAYS.
           DISPLAY "CTLMAINT: change id " FUNCTION TRIM(D-PEND-ID)
               " expired unapplied after "
               FUNCTION TRIM(D-AGE-DAYS) " day(s)".
           PERFORM REMOVE-PENDING-PARA.

      *REPORT-PENDING-PARA lists, after the run's transactions, every
      *change still awaiting a decision, under the expiries.
       REPORT-PENDING-PARA.
           PERFORM VARYING WS-PEND-POS FROM 1 BY 1
                   UNTIL WS-PEND-POS > WS-PEND-COUNT
               MOVE WS-PEND-REC (WS-PEND-POS) TO PD-RECORD
               MOVE "PENDING" TO P-STATE
               PERFORM REPORT-ONE-PENDING-PARA
           END-PERFORM.
           MOVE WS-PEND-COUNT TO D-TRAN-NO.
           MOVE WS-EXPIRED-COUNT TO D-EXPIRED-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING FUNCTION TRIM(D-TRAN-NO) " AWAITING APPROVAL, "
               FUNCTION TRIM(D-EXPIRED-COUNT) " EXPIRED THIS RUN"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       REPORT-ONE-PENDING-PARA.
           MOVE PD-ID TO P-PEND-ID.
           MOVE PD-TRAN (9:4) TO P-FILE-ID.
           MOVE PD-TRAN (13:1) TO P-ACTION.
           MOVE PD-TRAN (14:12) TO P-KEY.
           MOVE PD-TRAN (1:8) TO P-OPERATOR.
           MOVE PD-DATE TO P-DATE.
           MOVE PD-TIME TO P-TIME.
           MOVE PEND-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       APPLY-TRANSACTIONS-PARA.
           OPEN INPUT TRAN-FILE.
           MOVE WS-TRAN-STATUS TO WS-TRAN-OPEN-STATUS.
               CLOSE TRAN-FILE
           END-IF.

      *APPLY-ONE-TRAN-PARA steers one transaction: common checks,
      *the operator's authority, then either a per-file worker or -
      *for the files under two-person control - the pending queue,
      *and on success the history record.  A worker that sets
      *WS-REFUSE-REASON has refused the transaction and left its
      *table untouched.
       APPLY-ONE-TRAN-PARA.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE SPACES TO WS-APPROVER.
           MOVE 0 TO WS-CUR-PEND-ID.
           MOVE "APPLIED " TO WS-OUTCOME.
           EVALUATE TRUE
               WHEN CT-OPERATOR = SPACES
                   MOVE "OPERATOR ID IS BLANK" TO WS-REFUSE-REASON
               WHEN NOT CT-IS-ADD AND NOT CT-IS-CHANGE
                       AND NOT CT-IS-DELETE AND NOT CT-IS-APPROVE
                       AND NOT CT-IS-REJECT
                   MOVE "ACTION IS NOT A, C, D, V, OR R"
                       TO WS-REFUSE-REASON
               WHEN NOT CT-FILE-PARM AND NOT CT-FILE-RULE
                       AND NOT CT-FILE-STEP AND NOT CT-FILE-CAL
                   MOVE "UNKNOWN TARGET FILE" TO WS-REFUSE-REASON
               WHEN CT-IS-APPROVE OR CT-IS-REJECT
                   PERFORM DECIDE-PENDING-PARA
               WHEN OTHER
                   MOVE "M" TO WS-AUTH-NEED
                   MOVE CT-OPERATOR TO WS-AUTH-OPERATOR
                   PERFORM CHECK-AUTHORITY-PARA
                   IF NOT OPERATOR-IS-AUTHORIZED THEN
                       MOVE "OPERATOR NOT AUTHORIZED TO CHANGE FILE"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF CT-FILE-RULE OR CT-FILE-STEP THEN
                           PERFORM SUBMIT-PENDING-PARA
                       ELSE
                           PERFORM APPLY-TO-TABLE-PARA
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-REFUSE-REASON = SPACES THEN
               EVALUATE WS-OUTCOME
                   WHEN "PENDING "
                       ADD 1 TO WS-PENDED-COUNT
                   WHEN "REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
               END-EVALUATE
               PERFORM WRITE-HISTORY-PARA
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-TRAN-COUNT TO D-TRAN-NO
               DISPLAY "CTLMAINT: transaction "
                   FUNCTION TRIM(D-TRAN-NO) " refused - "
                   FUNCTION TRIM(WS-REFUSE-REASON)
           END-IF.

      *APPLY-TO-TABLE-PARA hands the transaction to its file's
      *worker.
       APPLY-TO-TABLE-PARA.
           EVALUATE TRUE
               WHEN CT-FILE-PARM
                   PERFORM APPLY-PARM-TRAN-PARA
               WHEN CT-FILE-RULE
                   PERFORM APPLY-STEP-TRAN-PARA
               WHEN CT-FILE-CAL
                   PERFORM APPLY-CAL-TRAN-PARA
           END-EVALUATE.

      *CHECK-AUTHORITY-PARA looks WS-AUTH-OPERATOR up in the
      *authority table for the transaction's file and the role in
      *WS-AUTH-NEED: M to key a change, C to approve or reject one.
      *Role B carries both.
       CHECK-AUTHORITY-PARA.
           MOVE "N" TO WS-AUTH-OK-SW.
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > WS-AUTH-COUNT
                       OR OPERATOR-IS-AUTHORIZED
               IF WS-A-OPERATOR (AUTH-IDX) = WS-AUTH-OPERATOR
                       AND WS-A-FILE-ID (AUTH-IDX) = CT-FILE-ID THEN
                   MOVE WS-A-ROLE (AUTH-IDX) TO OA-ROLE
                   IF (NEED-TO-KEY AND OA-MAY-KEY) OR
                           (NEED-TO-APPROVE AND OA-MAY-APPROVE) THEN
                       MOVE "Y" TO WS-AUTH-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

      *SUBMIT-PENDING-PARA holds a change to a two-person file for
      *approval.  It is first put through its worker against the
      *live table, so a change that could never be applied is
      *refused now rather than approved later, and the table is put
      *back exactly as it was; the old image the worker found stays
      *with the PENDING history record and is held in the queue as
      *the change's before-image.
       SUBMIT-PENDING-PARA.
           MOVE WS-RULE-COUNT TO WS-RULE-SAVE-COUNT.
           MOVE WS-RULE-TABLE TO WS-RULE-SAVE-TABLE.
           MOVE WS-RULE-DIRTY-SW TO WS-RULE-SAVE-DIRTY.
           MOVE WS-STEP-COUNT TO WS-STEP-SAVE-COUNT.
           MOVE WS-STEP-TABLE TO WS-STEP-SAVE-TABLE.
           MOVE WS-STEP-DIRTY-SW TO WS-STEP-SAVE-DIRTY.
           PERFORM APPLY-TO-TABLE-PARA.
           MOVE WS-RULE-SAVE-COUNT TO WS-RULE-COUNT.
           MOVE WS-RULE-SAVE-TABLE TO WS-RULE-TABLE.
           MOVE WS-RULE-SAVE-DIRTY TO WS-RULE-DIRTY-SW.
           MOVE WS-STEP-SAVE-COUNT TO WS-STEP-COUNT.
           MOVE WS-STEP-SAVE-TABLE TO WS-STEP-TABLE.
           MOVE WS-STEP-SAVE-DIRTY TO WS-STEP-DIRTY-SW.
           IF WS-REFUSE-REASON = SPACES THEN
               IF WS-PEND-COUNT >= 50 THEN
                   MOVE "PENDING CHANGE QUEUE IS FULL"
                       TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO WS-LAST-PEND-ID
                   MOVE WS-LAST-PEND-ID TO WS-CUR-PEND-ID
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE WS-CUR-PEND-ID TO PD-ID
                   MOVE WS-RUN-DATE TO PD-DATE
                   MOVE WS-RUN-TIME TO PD-TIME
                   MOVE CT-RECORD TO PD-TRAN
                   MOVE WS-OLD-IMAGE TO PD-BEFORE-IMAGE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE PD-RECORD TO WS-PEND-REC (WS-PEND-COUNT)
                   MOVE "Y" TO WS-PEND-DIRTY-SW
                   MOVE "PENDING " TO WS-OUTCOME
                   MOVE WS-TRAN-COUNT TO D-TRAN-NO
                   MOVE WS-CUR-PEND-ID TO D-PEND-ID
                   DISPLAY "CTLMAINT: transaction "
                       FUNCTION TRIM(D-TRAN-NO)
                       " held PENDING as change id "
                       FUNCTION TRIM(D-PEND-ID)
               END-IF
           END-IF.

      *DECIDE-PENDING-PARA works an approval (V) or rejection (R).
      *The change id must be waiting, for the file named, and the
      *decider must be another operator with approving authority for
      *that file.  The maker's own transaction is then restored and,
      *on approval, checked against its before-image and put through
      *its worker against the table as it stands now; if the file
      *has moved on so that the record at the change's key is not
      *the one the maker saw, or the change no longer passes, the
      *approval is refused, the reason is printed in CTLPEND.RPT,
      *and the change stays pending for rejection or expiry.
       DECIDE-PENDING-PARA.
           MOVE CT-ACTION TO WS-DECISION.
           MOVE CT-OPERATOR TO WS-APPROVER.
           MOVE 0 TO WS-PEND-POS.
           IF CT-KEY (1:8) NOT NUMERIC OR
                   CT-KEY (9:4) NOT = SPACES THEN
               MOVE "CHANGE ID IS NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE
               MOVE CT-KEY (1:8) TO WS-CUR-PEND-ID
               PERFORM FIND-PENDING-PARA
               IF WS-PEND-POS = 0 THEN
                   MOVE "NO PENDING CHANGE WITH THIS ID"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-PEND-REC (WS-PEND-POS) TO PD-RECORD
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES THEN
               MOVE "C" TO WS-AUTH-NEED
               MOVE CT-OPERATOR TO WS-AUTH-OPERATOR
               PERFORM CHECK-AUTHORITY-PARA
               EVALUATE TRUE
                   WHEN PD-TRAN (9:4) NOT = CT-FILE-ID
                       MOVE "CHANGE ID IS FOR ANOTHER FILE"
                           TO WS-REFUSE-REASON
                   WHEN PD-TRAN (1:8) = CT-OPERATOR
                       MOVE "MAKER MAY NOT DECIDE OWN CHANGE"
                           TO WS-REFUSE-REASON
                   WHEN NOT OPERATOR-IS-AUTHORIZED
                       MOVE "OPERATOR NOT AUTHORIZED TO APPROVE FILE"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.
           IF WS-REFUSE-REASON = SPACES THEN
               MOVE PD-TRAN TO CT-RECORD
               IF DECISION-IS-APPROVE THEN
                   PERFORM CHECK-BEFORE-IMAGE-PARA
                   IF WS-REFUSE-REASON = SPACES THEN
                       PERFORM APPLY-TO-TABLE-PARA
                   END-IF
                   IF WS-REFUSE-REASON = SPACES THEN
                       MOVE "APPLIED " TO WS-OUTCOME
                       PERFORM REMOVE-PENDING-PARA
                   END-IF
               ELSE
                   MOVE "REJECTED" TO WS-OUTCOME
                   PERFORM REMOVE-PENDING-PARA
               END-IF
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES AND WS-PEND-POS > 0 AND
                   DECISION-IS-APPROVE THEN
               MOVE "REFUSED" TO P-STATE
               PERFORM REPORT-ONE-PENDING-PARA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "         APPROVAL BY " FUNCTION TRIM(WS-APPROVER)
                   " REFUSED - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

      *CHECK-BEFORE-IMAGE-PARA compares the record now at a pending
      *change's or delete's key - a rule's table position, a step's
      *name - with the before-image the maker's change found there.
      *Anything else at that key (an earlier approval shifted the
      *rules, another change rewrote the step, the record is gone)
      *means the change is no longer the one the checker is being
      *asked to approve.  An add carries no before-image and appends,
      *so it is not compared.
       CHECK-BEFORE-IMAGE-PARA.
           IF NOT CT-IS-ADD THEN
               MOVE SPACES TO WS-CUR-IMAGE
               EVALUATE TRUE
                   WHEN CT-FILE-RULE
                       IF CT-KEY (1:4) IS NUMERIC THEN
                           MOVE CT-KEY (1:4) TO WS-RULE-KEY-NUM
                           IF WS-RULE-KEY-NUM > 0 AND
                                   WS-RULE-KEY-NUM <= WS-RULE-COUNT
                                   THEN
                               MOVE WS-RULE-REC (WS-RULE-KEY-NUM)
                                   TO WS-CUR-IMAGE
                           END-IF
                       END-IF
                   WHEN CT-FILE-STEP
                       PERFORM FIND-STEP-PARA
                       IF WS-HIT-POS > 0 THEN
                           MOVE WS-STEP-REC (WS-HIT-POS)
                               TO WS-CUR-IMAGE
                       END-IF
               END-EVALUATE
               IF PD-BEFORE-IMAGE = SPACES THEN
                   MOVE "CHANGE HELD WITHOUT A BEFORE-IMAGE, KEY AGAIN"
                       TO WS-REFUSE-REASON
               ELSE
                   IF WS-CUR-IMAGE NOT = PD-BEFORE-IMAGE THEN
                       MOVE "RECORD AT KEY CHANGED SINCE KEYING"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-PENDING-PARA.
           MOVE 0 TO WS-PEND-POS.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-PEND-COUNT
                       OR WS-PEND-POS > 0
               MOVE WS-PEND-REC (WS-SCAN-POS) TO PD-RECORD
               IF PD-ID = WS-CUR-PEND-ID THEN
                   MOVE WS-SCAN-POS TO WS-PEND-POS
               END-IF
           END-PERFORM.

       REMOVE-PENDING-PARA.
           PERFORM VARYING WS-SHIFT-POS FROM WS-PEND-POS BY 1
                   UNTIL WS-SHIFT-POS >= WS-PEND-COUNT
               MOVE WS-PEND-REC (WS-SHIFT-POS + 1)
                   TO WS-PEND-REC (WS-SHIFT-POS)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PEND-COUNT.
           MOVE "Y" TO WS-PEND-DIRTY-SW.

      *APPLY-PARM-TRAN-PARA works one PARMFILE.DAT transaction.  The
      *image must pass the checks PREFLIGHT applies to a parameter
      *record, an add must not duplicate a job's record, and the
           MOVE CT-IMAGE TO PARM-RECORD.
           MOVE "N" TO WS-NAME-KNOWN-SW.
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > 7 OR NAME-IS-KNOWN
               IF WS-KNOWN-JOB (KNOWN-IDX) = PARM-JOB-NAME THEN
                   MOVE "Y" TO WS-NAME-KNOWN-SW
               END-IF
                       AND PARM-START-OFFSET > PARM-BOUNDARY
                   MOVE "START-OFFSET IS PAST BOUNDARY"
                       TO WS-REFUSE-REASON
               WHEN PARM-JOB-NAME = "0005"
                       AND PARM-LIMIT > 20
                   MOVE "PARTITION COUNT IS MORE THAN 20"
                       TO WS-REFUSE-REASON
               WHEN PARM-JOB-NAME = "NIGHTLYCTL"
                       AND PARM-BOUNDARY (33:6) NOT = "000000"
                       AND (PARM-BOUNDARY (33:2) > "23" OR
      *FIZZ BUZZ, so position is the rule's identity); an add appends
      *at the end.  The image must pass PREFLIGHT's rule checks, and
      *the table must stay free of unreachable rules - a divisor
      *that is a multiple of an earlier rule's can never fire.  Rule
      *sets are kept apart: ordering is checked only against rules of
      *the image's own set, and the image must agree with the sets
      *already on file - see CHECK-RULE-SET-PARA.
       APPLY-RULE-TRAN-PARA.
           IF CT-IS-ADD THEN
               MOVE 0 TO WS-RULE-KEY-NUM
                   WHEN CT-IS-ADD
                       PERFORM VALIDATE-RULE-IMAGE-PARA
                       IF WS-REFUSE-REASON = SPACES THEN
                           IF WS-RULE-COUNT >= 100 THEN
                               MOVE "RULE TABLE IS FULL"
                                   TO WS-REFUSE-REASON
                           ELSE
                               COMPUTE WS-RULE-KEY-NUM =
                                   WS-RULE-COUNT + 1
                               PERFORM CHECK-RULE-SET-PARA
                               IF WS-REFUSE-REASON = SPACES THEN
                                   PERFORM CHECK-RULE-ORDER-PARA
                               END-IF
                               IF WS-REFUSE-REASON = SPACES THEN
                                   ADD 1 TO WS-RULE-COUNT
                                   MOVE CT-IMAGE (1:40) TO
                                       WS-RULE-REC (WS-RULE-COUNT)
                                   MOVE "Y" TO WS-RULE-DIRTY-SW
                               END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM VALIDATE-RULE-IMAGE-PARA
                       IF WS-REFUSE-REASON = SPACES THEN
                           PERFORM CHECK-RULE-SET-PARA
                       END-IF
                       IF WS-REFUSE-REASON = SPACES THEN
                           PERFORM CHECK-RULE-ORDER-PARA
                       END-IF
                       IF WS-REFUSE-REASON = SPACES THEN
                           MOVE WS-RULE-REC (WS-RULE-KEY-NUM)
                               TO WS-OLD-IMAGE
                           MOVE CT-IMAGE (1:40) TO
                               WS-RULE-REC (WS-RULE-KEY-NUM)
                           MOVE "Y" TO WS-RULE-DIRTY-SW
                       END-IF
           END-PERFORM.
           SUBTRACT 1 FROM WS-RULE-COUNT.

      *VALIDATE-RULE-IMAGE-PARA applies PREFLIGHT's rule checks, and
      *the rule-set layout's: an effective date that is a real
      *YYYYMMDD, a version id of one word, and a dated set always
      *named - only the base set goes without both.
       VALIDATE-RULE-IMAGE-PARA.
           MOVE CT-IMAGE (1:40) TO FB-RULE.
           MOVE 0 TO WS-VERSION-LEN.
           INSPECT FB-VERSION TALLYING WS-VERSION-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-CHK-MONTH WS-CHK-DAY.
           IF FB-EFF-DATE IS NUMERIC THEN
               MOVE FB-EFF-DATE (5:2) TO WS-CHK-MONTH
               MOVE FB-EFF-DATE (7:2) TO WS-CHK-DAY
           END-IF.
           EVALUATE TRUE
               WHEN FB-DIVISOR NOT NUMERIC OR FB-DIVISOR = 0
                   MOVE "NON-NUMERIC OR ZERO DIVISOR"
                       TO WS-REFUSE-REASON
               WHEN FB-WORD = SPACES
                   MOVE "BLANK RULE WORD" TO WS-REFUSE-REASON
               WHEN FB-EFF-DATE NOT = SPACES AND
                       (FB-EFF-DATE NOT NUMERIC OR
                        WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12 OR
                        WS-CHK-DAY < 1 OR WS-CHK-DAY > 31)
                   MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD"
                       TO WS-REFUSE-REASON
               WHEN WS-VERSION-LEN < 8 AND
                       FB-VERSION (WS-VERSION-LEN + 1:) NOT = SPACES
                   MOVE "VERSION ID MUST BE ONE WORD"
                       TO WS-REFUSE-REASON
               WHEN FB-EFF-DATE = SPACES AND FB-VERSION NOT = SPACES
                   MOVE "VERSIONED RULE SET NEEDS AN EFFECTIVE DATE"
                       TO WS-REFUSE-REASON
               WHEN FB-EFF-DATE NOT = SPACES AND FB-VERSION = SPACES
                   MOVE "DATED RULE SET NEEDS A VERSION ID"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

      *CHECK-RULE-SET-PARA keeps the image consistent with the sets
      *on file, the position being replaced excepted: a version id
      *names one set, so it may not reappear under another date, and
      *two sets may not share a date, or which is in force would
      *depend on file order.  A set FIZZ BUZZ could not hold whole
      *is refused.
       CHECK-RULE-SET-PARA.
           MOVE CT-IMAGE (1:40) TO FB-RULE.
           MOVE 0 TO WS-SET-MEMBERS.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-RULE-COUNT
                       OR WS-REFUSE-REASON NOT = SPACES
               IF WS-SCAN-POS NOT = WS-RULE-KEY-NUM THEN
                   EVALUATE TRUE
                       WHEN WS-RULE-REC (WS-SCAN-POS) (25:16)
                               = CT-IMAGE (25:16)
                           ADD 1 TO WS-SET-MEMBERS
                       WHEN WS-RULE-REC (WS-SCAN-POS) (33:8)
                               = FB-VERSION
                           MOVE "VERSION ID IN USE UNDER ANOTHER DATE"
                               TO WS-REFUSE-REASON
                       WHEN WS-RULE-REC (WS-SCAN-POS) (25:8)
                               = FB-EFF-DATE
                           MOVE "ANOTHER RULE SET HAS THIS DATE"
                               TO WS-REFUSE-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-REFUSE-REASON = SPACES AND WS-SET-MEMBERS >= 20 THEN
               MOVE "RULE SET IS FULL" TO WS-REFUSE-REASON
           END-IF.

      *CHECK-RULE-ORDER-PARA keeps PREFLIGHT's reachability rule
      *true from both sides of the affected position: the incoming
      *divisor must not be a multiple of an earlier rule's (it could
      *never fire), and no later rule's divisor may be a multiple of
      *it (the change would silence the later rule).  Only rules of
      *the image's own set are compared; sets never run together.
       CHECK-RULE-ORDER-PARA.
           MOVE CT-IMAGE (1:40) TO FB-RULE.
           MOVE FB-DIVISOR TO WS-CHK-DIVISOR.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-RULE-COUNT
                       OR WS-REFUSE-REASON NOT = SPACES
               IF WS-SCAN-POS NOT = WS-RULE-KEY-NUM
                       AND WS-RULE-REC (WS-SCAN-POS) (25:16)
                           = CT-IMAGE (25:16)
                       AND WS-RULE-REC (WS-SCAN-POS) (1:4)
                           IS NUMERIC THEN
                   MOVE WS-RULE-REC (WS-SCAN-POS) (1:4)

      *APPLY-STEP-TRAN-PARA works one STEPTBL.DAT transaction with
      *the checks TAKE-STEP-RECORD-PARA in the control job applies:
      *non-blank name and command, numeric return-code limit, an
      *on-fail byte of S or C, and an arrival cutoff that is a time
      *of day, with no control record named for an absent file.
       APPLY-STEP-TRAN-PARA.
           PERFORM FIND-STEP-PARA.
           EVALUATE TRUE
                                   TO WS-REFUSE-REASON
                           ELSE
                               ADD 1 TO WS-STEP-COUNT
                               MOVE CT-IMAGE (1:124) TO
                                   WS-STEP-REC (WS-STEP-COUNT)
                               MOVE "Y" TO WS-STEP-DIRTY-SW
                           END-IF
                       IF WS-REFUSE-REASON = SPACES THEN
                           MOVE WS-STEP-REC (WS-HIT-POS)
                               TO WS-OLD-IMAGE
                           MOVE CT-IMAGE (1:124) TO
                               WS-STEP-REC (WS-HIT-POS)
                           MOVE "Y" TO WS-STEP-DIRTY-SW
                       END-IF
           SUBTRACT 1 FROM WS-STEP-COUNT.

       VALIDATE-STEP-IMAGE-PARA.
           MOVE CT-IMAGE (1:124) TO STEP-RECORD.
           EVALUATE TRUE
               WHEN STEP-NAME NOT = CT-KEY
                   MOVE "IMAGE STEP NAME DOES NOT MATCH KEY"
                       AND STEP-PHASE NOT = SPACES
                   MOVE "PHASE IS NOT NUMERIC OR BLANK"
                       TO WS-REFUSE-REASON
               WHEN STEP-CUTOFF NOT NUMERIC
                       AND STEP-CUTOFF NOT = SPACES
                   MOVE "ARRIVAL CUTOFF IS NOT NUMERIC OR BLANK"
                       TO WS-REFUSE-REASON
               WHEN STEP-CUTOFF IS NUMERIC
                       AND (STEP-CUTOFF (1:2) > "23" OR
                            STEP-CUTOFF (3:2) > "59" OR
                            STEP-CUTOFF (5:2) > "59")
                   MOVE "ARRIVAL CUTOFF IS NOT A VALID TIME OF DAY"
                       TO WS-REFUSE-REASON
               WHEN (STEP-PRQ-FILE (1) = SPACES AND
                       STEP-PRQ-CTL (1) NOT = SPACES)
                       OR (STEP-PRQ-FILE (2) = SPACES AND
                       STEP-PRQ-CTL (2) NOT = SPACES)
                   MOVE "CONTROL RECORD NAMED WITHOUT ITS FILE"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

      *APPLY-CAL-TRAN-PARA works one CALENDAR.DAT transaction with
                       TO WS-REFUSE-REASON
           END-EVALUATE.

      *WRITE-HISTORY-PARA appends the change's outcome to the history
      *as soon as it is decided - write-as-you-go, like the restart
      *records in the control job - so even an abend mid-run leaves
      *every outcome on the record.
       WRITE-HISTORY-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE   TO CH-RUN-DATE.
           ELSE
               MOVE CT-IMAGE TO CH-NEW-IMAGE
           END-IF.
           MOVE WS-APPROVER   TO CH-APPROVER.
           MOVE WS-CUR-PEND-ID TO CH-PEND-ID.
           MOVE WS-OUTCOME    TO CH-OUTCOME.
           OPEN EXTEND HIST-FILE.
           WRITE HIST-FILE-RECORD FROM CH-RECORD.
           CLOSE HIST-FILE.
               CALL "CBL_RENAME_FILE" USING WS-CAL-TMP-NAME
                   WS-CAL-FINAL-NAME
           END-IF.
           IF PENDING-IS-DIRTY THEN
               OPEN OUTPUT PEND-TMP-FILE
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-PEND-COUNT
                   WRITE PEND-TMP-RECORD
                       FROM WS-PEND-REC (WS-SCAN-POS)
               END-PERFORM
               CLOSE PEND-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-PEND-TMP-NAME
                   WS-PEND-FINAL-NAME
           END-IF.
