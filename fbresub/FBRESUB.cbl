      *stop re-keying rejects into the next day's FBTRANS.DAT and
      *nothing resolved is ever lost track of.
      *
      *A department batch held whole (its reason begins "BATCH ") is
      *not corrected value by value.  A correction of RESENT closes
      *it once the department has sent the batch again; RELEASE,
      *once the department confirms the held values are right and
      *only the envelope was wrong, classifies every value the batch
      *holds in FBSUSPB.DAT - all of them or, if any one fails
      *validation, none, the batch staying held.
      *
      *The suspense file is rewritten through FBSUSP.TMP and renamed
      *into place, the protection 0007 gives its checkpoint.  The job
      *takes FIZZ BUZZ's own run token - both append to FBCLASS.DAT,
      *returns 8 when any correction could not be applied (an id with
      *no open suspense record, or a corrected value that fails
      *validation again), so the morning sequence surfaces it.
      *
      *Corrections that could not be applied, and rejects left open
      *longer than the aging limit below, are also posted to the
      *operator alert queue through ALERTPOST, one alert for each
      *kind per run, so aging suspense is chased from the queue
      *rather than found by reading FBSUSP.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CLASS-FILE ASSIGN TO "FBCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL SUSPB-FILE ASSIGN TO "FBSUSPB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FBSUSP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01 CORR-FILE-RECORD PIC X(48).

       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  CLASS-FILE.
       01 CLASS-FILE-RECORD PIC X(90).

       FD  SUSPB-FILE.
       01 SUSPB-FILE-RECORD PIC X(48).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       01 WS-RULES-OPEN-STATUS PIC X(2).
       01 WS-CLASS-STATUS  PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-SUSPB-STATUS  PIC X(2).
       01 WS-SUSPB-OPEN-STATUS PIC X(2).

       COPY FBSUSP.
       COPY FBRULE.
       COPY LOCKREQ.
       COPY FBBATCH.

      *Batch release workings: the held reason, kept while the
      *values are validated, and the first value that failed.
       01 WS-HELD-REASON   PIC X(20).
       01 WS-HELD-COUNT    PIC 9(9).
       01 WS-BAD-VALUE     PIC X(40).
       01 WS-RELEASE-PASS  PIC X(1).
           88 RELEASE-CHECKING     VALUE "C".
           88 RELEASE-CLASSIFYING  VALUE "W".

      *One operator correction: the held record's suspense id and the
      *value that should have arrived.
       01 WS-MATCHED    PIC X(1).
           88 RULE-MATCHED       VALUE "Y".
       01 WS-CLASS-TEXT PIC X(39).

      *The rule set in force on the processing date, chosen the way
      *FIZZ BUZZ chooses it; its version id is stamped on every
      *resubmitted classification.
       01 WS-PROC-DATE     PIC X(8).
       01 WS-EFF-KEY       PIC X(8).
       01 WS-SET-EFF-KEY   PIC X(8).
       01 WS-SET-EFF-DATE  PIC X(8).
       01 WS-SET-VERSION   PIC X(8).
       01 WS-SET-FOUND-SW  PIC X(1).
           88 RULE-SET-FOUND     VALUE "Y".
       01 WS-RULE-VERSION  PIC X(8).
       COPY NUMPAIR REPLACING COUNTER-NAME BY X
                              DISPLAY-NAME BY Z.
       01 WS-TRANS-VALUE   PIC X(40).
       01 WS-RECV-INT      PIC 9(9).
       01 WS-DATE-NUM      PIC 9(8).
       01 WS-AGE-DAYS      PIC S9(6).
      *A reject held longer than this many days is counted as aged
      *and raised on the alert queue.
       01 WS-AGING-ALERT-DAYS PIC 9(4) VALUE 5.
       01 WS-AGED-COUNT    PIC 9(9) VALUE 0.
       01 D-AGED-COUNT     PIC Z(8)9.
       01 D-AGING-DAYS     PIC ZZZ9.
       COPY ALERTREC.

       01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT  PIC 9(9) VALUE 0.
               " correction(s) applied, "
               FUNCTION TRIM(D-OPEN-COUNT)
               " reject(s) still open - see FBSUSP.RPT".
           PERFORM RAISE-SUSPENSE-ALERTS-PARA.
           IF WS-FAILED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:8) TO WS-PROC-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
      *LOAD-RULES-PARA is FIZZ BUZZ's: FBRULES.DAT over the built-in
      *15/5/3 default, unusable rules skipped with a warning, so a
      *resubmitted record is classified by exactly the table the
      *original input would have met.  As there, only the rule set in
      *force on the processing date is loaded - a correction keyed
      *after a new set takes over is classified, and stamped, under
      *the new set.
       LOAD-RULES-PARA.
           MOVE 15 TO FB-T-DIVISOR(1).
           MOVE "FIZZ BUZZ"     TO FB-T-WORD(1).
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

       TAKE-RULE-PARA.
           IF FB-DIVISOR NOT NUMERIC
                   OR FB-DIVISOR = 0 THEN
               DISPLAY
                 "FBRESUB: WARNING - FBRULES.DAT "
                 "rule with non-numeric or zero "
                 "divisor skipped"
           ELSE
               ADD 1 TO FB-RULE-COUNT
               MOVE FB-DIVISOR TO
                   FB-T-DIVISOR(FB-RULE-COUNT)
               MOVE FB-WORD TO
                   FB-T-WORD(FB-RULE-COUNT)
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
               IF NOT RULE-SET-FOUND THEN
                   DISPLAY "FBRESUB: WARNING - FBRULES.DAT holds "
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
               DISPLAY "FBRESUB: WARNING - FBRULES.DAT rule with "
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

      *LOAD-CORRECTIONS-PARA reads the operator's corrections into
      *the lookup table.  A record with a non-numeric id, or a file
      *past the table's capacity, fails the run up front - applying
               IF SUSP-IS-OPEN THEN
                   PERFORM FIND-CORRECTION-PARA
                   IF WS-HIT-IDX > 0 THEN
                       IF SUSP-IS-BATCH THEN
                           PERFORM APPLY-BATCH-CORRECTION-PARA
                       ELSE
                           PERFORM APPLY-CORRECTION-PARA
                       END-IF
                   END-IF
               END-IF
               IF SUSP-IS-OPEN THEN
               PERFORM CLASSIFY-X-PARA
               MOVE SPACES TO CLASS-FILE-RECORD
               STRING FUNCTION TRIM(WS-TRANS-VALUE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLASS-TEXT) DELIMITED BY SIZE
                      INTO CLASS-FILE-RECORD
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

      *APPLY-BATCH-CORRECTION-PARA works a correction against a
      *batch held whole.  RESENT closes it.  RELEASE reads the held
      *records twice: once to prove every value usable, and only
      *then again to classify them, so a release never half
      *happens.  Anything else is refused and the batch stays held.
       APPLY-BATCH-CORRECTION-PARA.
           MOVE "Y" TO WS-C-USED-SW (WS-HIT-IDX).
           ADD 1 TO SUSP-ATTEMPTS.
           MOVE SUSP-ID TO A-SUSP-ID.
           EVALUATE WS-C-VALUE (WS-HIT-IDX)
               WHEN "RESENT"
                   MOVE "RESOLVED" TO SUSP-STATUS
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "RELEASE"
                   MOVE SUSP-REASON TO WS-HELD-REASON
                   MOVE SPACES TO WS-BAD-VALUE
                   MOVE 0 TO WS-HELD-COUNT
                   MOVE "C" TO WS-RELEASE-PASS
                   PERFORM READ-HELD-BATCH-PARA
                   MOVE WS-HELD-REASON TO SUSP-REASON
                   IF WS-HELD-COUNT = 0 THEN
                       MOVE "(NO HELD RECORDS ON FILE)" TO WS-BAD-VALUE
                   END-IF
                   IF WS-BAD-VALUE = SPACES THEN
                       MOVE "W" TO WS-RELEASE-PASS
                       PERFORM READ-HELD-BATCH-PARA
                       MOVE "RESOLVED" TO SUSP-STATUS
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "RELEASE OF BATCH ID " DELIMITED BY SIZE
                              A-SUSP-ID DELIMITED BY SIZE
                              " REFUSED - VALUE FAILS VALIDATION: "
                              DELIMITED BY SIZE
                              WS-BAD-VALUE DELIMITED BY SIZE
                              INTO WS-PRINT-LINE
                       PERFORM WRITE-RPT-LINE-PARA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "CORRECTION FOR BATCH ID " DELIMITED BY SIZE
                          A-SUSP-ID DELIMITED BY SIZE
                          " MUST BE RESENT OR RELEASE - STILL HELD"
                          DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM WRITE-RPT-LINE-PARA
           END-EVALUATE.

      *READ-HELD-BATCH-PARA walks the batch's held records, passing
      *over its header and trailer.  Checking, the first value that
      *fails validation stops the release; classifying, each value
      *is appended to FBCLASS.DAT the way APPLY-CORRECTION-PARA
      *appends a corrected one.  A batch with no held records on
      *file cannot be released.
       READ-HELD-BATCH-PARA.
           OPEN INPUT SUSPB-FILE.
           MOVE WS-SUSPB-STATUS TO WS-SUSPB-OPEN-STATUS.
           IF WS-SUSPB-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSPB-STATUS NOT = "00"
                   READ SUSPB-FILE INTO SUSPB-RECORD
                       AT END MOVE "10" TO WS-SUSPB-STATUS
                       NOT AT END
                           IF SUSPB-ID = SUSP-ID THEN
                               PERFORM TAKE-HELD-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUSPB-OPEN-STATUS = "00" OR
                   WS-SUSPB-OPEN-STATUS = "05" THEN
               CLOSE SUSPB-FILE
           END-IF.

       TAKE-HELD-RECORD-PARA.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SUSPB-LINE TO FBB-RECORD.
           IF NOT FBB-IS-HEADER AND NOT FBB-IS-TRAILER THEN
               MOVE SUSPB-LINE TO WS-TRANS-VALUE
               IF RELEASE-CHECKING THEN
                   IF WS-BAD-VALUE = SPACES THEN
                       PERFORM VALIDATE-VALUE-PARA
                       IF NOT VALUE-IS-USABLE THEN
                           MOVE WS-TRANS-VALUE TO WS-BAD-VALUE
                           IF WS-BAD-VALUE = SPACES THEN
                               MOVE "(BLANK)" TO WS-BAD-VALUE
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-TRANS-VALUE TO X
                   PERFORM CLASSIFY-X-PARA
                   MOVE SPACES TO CLASS-FILE-RECORD
                   STRING FUNCTION TRIM(WS-TRANS-VALUE)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RULE-VERSION)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CLASS-TEXT)
                              DELIMITED BY SIZE
                          INTO CLASS-FILE-RECORD
                   WRITE CLASS-FILE-RECORD
               END-IF
           END-IF.

      *VALIDATE-VALUE-PARA is CLASSIFY-TRANS-PARA's validation,
      *verbatim: blank, sign or decimal point, non-numeric, or longer
      *than 38 digits is refused.  The reject reason is refreshed so
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS   TO A-AGE-DAYS.
           IF WS-AGE-DAYS > WS-AGING-ALERT-DAYS THEN
               ADD 1 TO WS-AGED-COUNT
           END-IF.
           MOVE SUSP-ATTEMPTS TO A-ATTEMPTS.
           MOVE SUSP-REASON   TO A-REASON.
           MOVE SUSP-VALUE    TO A-VALUE.
               END-IF
           END-PERFORM.

      *RAISE-SUSPENSE-ALERTS-PARA posts this run's two kinds of
      *unfinished business to the operator alert queue (see
      *copybooks/ALERTREC.cpy): corrections that failed, and rejects
      *past the aging limit.  RETURN-CODE is saved around the CALLs.
       RAISE-SUSPENSE-ALERTS-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           IF WS-FAILED-COUNT > 0 THEN
               MOVE WS-FAILED-COUNT TO D-FAILED-COUNT
               MOVE SPACES TO ALERT-RECORD
               STRING FUNCTION TRIM(D-FAILED-COUNT) DELIMITED BY SIZE
                      " CORRECTION(S) COULD NOT BE APPLIED - SEE "
                          DELIMITED BY SIZE
                      "FBSUSP.RPT" DELIMITED BY SIZE
                      INTO ALERT-MESSAGE
               PERFORM POST-ALERT-PARA
           END-IF.
           IF WS-AGED-COUNT > 0 THEN
               MOVE WS-AGED-COUNT TO D-AGED-COUNT
               MOVE WS-AGING-ALERT-DAYS TO D-AGING-DAYS
               MOVE SPACES TO ALERT-RECORD
               STRING FUNCTION TRIM(D-AGED-COUNT) DELIMITED BY SIZE
                      " REJECT(S) HELD IN SUSPENSE OVER "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(D-AGING-DAYS) DELIMITED BY SIZE
                      " DAYS - SEE FBSUSP.RPT" DELIMITED BY SIZE
                      INTO ALERT-MESSAGE
               PERFORM POST-ALERT-PARA
           END-IF.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       POST-ALERT-PARA.
           MOVE "FBRESUB" TO ALERT-PROGRAM.
           MOVE NR-RUN-ID TO ALERT-RUN-ID.
           MOVE 2 TO ALERT-SEVERITY.
           MOVE 0 TO ALERT-ESC-LEVEL ALERT-REF-NO.
           CALL "ALERTPOST" USING ALERT-RECORD.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
