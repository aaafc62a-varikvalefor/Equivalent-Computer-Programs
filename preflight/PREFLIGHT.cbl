      *in FBRULES.DAT - numeric nonzero divisor, non-blank word, and
      *combined divisors ordered ahead of their factors (a rule whose
      *divisor is a multiple of an earlier rule's divisor can never
      *match, because the earlier rule always fires first).  Rules
      *are checked set by set (see copybooks/FBRULE.cpy): each dated
      *set must carry a real effective date and a one-word version id
      *used under no other date, no two sets may share a date, no set
      *may outgrow FIZZ BUZZ's 20-rule table, and some set must be in
      *force today - otherwise FIZZ BUZZ quietly falls back to its
      *built-in rules.  Findings go to the validation report
      *PREFLGHT.RPT and to the console, and the job returns 8 so the
      *control job can refuse to start the sequence on bad control
      *data.  Since that stops the night, a failed check is also
      *posted to the operator alert queue through ALERTPOST as
      *CRITICAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 PARM-FILE-RECORD PIC X(126).

       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       COPY PARMREC.
       COPY FBRULE.
       COPY ALERTREC.
       01 WS-SAVE-RC       PIC S9(4).

       01 WS-RUN-DATE      PIC X(10).
       01 WS-ERROR-COUNT   PIC 9(4) VALUE 0.
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

      *One slot per known job to catch duplicate records.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-SW OCCURS 7 TIMES PIC X(1).
       01 WS-HIT-IDX       PIC 9(4).

      *The loaded rule table for the ordering check: each rule's
      *divisor is compared against every earlier rule's of the same
      *set, the set being its effective date and version id together.
       01 WS-RULE-COUNT    PIC 9(4) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10 WS-RULE-DIVISOR  PIC 9(4).
               10 WS-RULE-SET-KEY  PIC X(16).

      *The rule sets seen so far, for the set-level checks.
       01 WS-SET-COUNT     PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 20 TIMES INDEXED BY SET-IDX.
               10 WS-SET-KEY       PIC X(16).
               10 WS-SET-MEMBERS   PIC 9(4).
       01 WS-SET-HIT       PIC 9(4).
       01 WS-CUR-SET-KEY   PIC X(16).
       01 WS-VERSION-LEN   PIC 9(4).
       01 WS-CHK-MONTH     PIC 9(2).
       01 WS-CHK-DAY       PIC 9(2).
       01 WS-IN-FORCE-SW   PIC X(1).
           88 SET-IN-FORCE         VALUE "Y".
       01 WS-RULE-NO       PIC 9(4) VALUE 0.
       01 D-RULE-NO        PIC ZZZ9.
       01 D-DIVISOR        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
               DISPLAY "PREFLIGHT: " FUNCTION TRIM(D-ERROR-COUNT)
                   " control data error(s) - see PREFLGHT.RPT"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-PREFLIGHT-ALERT-PARA
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

      *RAISE-PREFLIGHT-ALERT-PARA posts the failed check to the
      *operator alert queue (see copybooks/ALERTREC.cpy), saving
      *RETURN-CODE around the CALL.
       RAISE-PREFLIGHT-ALERT-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "PREFLIGHT" TO ALERT-PROGRAM.
           MOVE 4 TO ALERT-SEVERITY.
           MOVE 0 TO ALERT-ESC-LEVEL ALERT-REF-NO.
           STRING "CONTROL DATA FAILS PRE-FLIGHT - "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(D-ERROR-COUNT) DELIMITED BY SIZE
                  " ERROR(S), SEE PREFLGHT.RPT" DELIMITED BY SIZE
                  INTO ALERT-MESSAGE.
           CALL "ALERTPOST" USING ALERT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       CHECK-PARM-FILE-PARA.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > 7
               MOVE "N" TO WS-SEEN-SW (WS-HIT-IDX)
           END-PERFORM.
           OPEN INPUT PARM-FILE.
      *the most expensive typo this check exists to catch.  The
      *fourth known name, AUDITARC, runs outside the nightly and its
      *record stays optional, as is the fifth, NIGHTLYCTL, whose
      *record carries the control job's own window-end deadline,
      *the sixth, CTLMAINT, whose PARM-LIMIT is the age in days at
      *which an unapproved control-file change expires, and the
      *seventh, MISINTAK, whose record caps the MIS requests it will
      *accept.
       CHECK-MISSING-JOBS-PARA.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > 3
           MOVE "N" TO WS-NAME-KNOWN-SW.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > 7 OR NAME-IS-KNOWN
               IF WS-KNOWN-JOB (KNOWN-IDX) = PARM-JOB-NAME THEN
                   MOVE "Y" TO WS-NAME-KNOWN-SW
                   SET WS-HIT-IDX TO KNOWN-IDX
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
               END-IF
      *"0005"'s PARM-LIMIT is its partition count; the part file
      *names carry two digits and the parts one NIGHTLYCTL phase, so
      *more than twenty would be refused by every part run.
               IF PARM-JOB-NAME = "0005" AND PARM-LIMIT > 20 THEN
                   PERFORM REPORT-PARM-ERROR-PARA
                   MOVE "PARTITION COUNT IS MORE THAN 20"
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
               END-IF
      *The control job's window deadline is the low six digits of
      *its PARM-BOUNDARY, HHMMSS; all zeros means no deadline, and
      *anything else must be a real time of day or the night would
                   WS-RULES-OPEN-STATUS = "05" THEN
               CLOSE RULES-FILE
           END-IF.
           IF WS-RULES-OPEN-STATUS = "00" THEN
               PERFORM CHECK-SET-IN-FORCE-PARA
           END-IF.

      *CHECK-SET-IN-FORCE-PARA fails a rules file none of whose sets
      *has come into force by today.
       CHECK-SET-IN-FORCE-PARA.
           MOVE "N" TO WS-IN-FORCE-SW.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT
               IF WS-SET-KEY (SET-IDX) (1:8) = SPACES
                       OR WS-SET-KEY (SET-IDX) (1:8)
                           <= WS-RUN-DATE (1:8) THEN
                   MOVE "Y" TO WS-IN-FORCE-SW
               END-IF
           END-PERFORM.
           IF NOT SET-IN-FORCE THEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBRULES.DAT: NO RULE SET IN FORCE ON "
                      DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " - BUILT-IN RULES WOULD RUN" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.

      *CHECK-RULE-SET-PARA places one rule in its set and checks the
      *set-level fields: a real YYYYMMDD, a one-word version, a
      *dated set always named, one date per version id, one version
      *id per date, and no more rules in a set than FIZZ BUZZ holds.
       CHECK-RULE-SET-PARA.
           MOVE 0 TO WS-VERSION-LEN.
           INSPECT FB-VERSION TALLYING WS-VERSION-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-CHK-MONTH WS-CHK-DAY.
           IF FB-EFF-DATE IS NUMERIC THEN
               MOVE FB-EFF-DATE (5:2) TO WS-CHK-MONTH
               MOVE FB-EFF-DATE (7:2) TO WS-CHK-DAY
           END-IF.
           EVALUATE TRUE
               WHEN FB-EFF-DATE NOT = SPACES AND
                       (FB-EFF-DATE NOT NUMERIC OR
                        WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12 OR
                        WS-CHK-DAY < 1 OR WS-CHK-DAY > 31)
                   PERFORM REPORT-RULE-ERROR-PARA
                   MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD"
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
               WHEN WS-VERSION-LEN < 8 AND
                       FB-VERSION (WS-VERSION-LEN + 1:) NOT = SPACES
                   PERFORM REPORT-RULE-ERROR-PARA
                   MOVE "VERSION ID MUST BE ONE WORD"
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
               WHEN FB-EFF-DATE = SPACES AND FB-VERSION NOT = SPACES
                   PERFORM REPORT-RULE-ERROR-PARA
                   MOVE "VERSIONED RULE SET NEEDS AN EFFECTIVE DATE"
                       TO WS-PRINT-LINE (32:60)
                   PERFORM WRITE-RPT-LINE-PARA
               WHEN FB-EFF-DATE NOT = SPACES AND FB-VERSION = SPACES
                   PERFORM REPORT-RULE-ERROR-PARA
                   MOVE "DATED RULE SET NEEDS A VERSION ID"
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
           END-EVALUATE.
           MOVE FB-EFF-DATE TO WS-CUR-SET-KEY (1:8).
           MOVE FB-VERSION  TO WS-CUR-SET-KEY (9:8).
           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > WS-SET-COUNT OR WS-SET-HIT > 0
               IF WS-SET-KEY (SET-IDX) = WS-CUR-SET-KEY THEN
                   SET WS-SET-HIT TO SET-IDX
               END-IF
           END-PERFORM.
           IF WS-SET-HIT = 0 THEN
               PERFORM VARYING SET-IDX FROM 1 BY 1
                       UNTIL SET-IDX > WS-SET-COUNT
                   EVALUATE TRUE
                       WHEN FB-VERSION NOT = SPACES AND
                               WS-SET-KEY (SET-IDX) (9:8) = FB-VERSION
                           PERFORM REPORT-RULE-ERROR-PARA
                           MOVE "VERSION ID IN USE UNDER ANOTHER DATE"
                               TO WS-PRINT-LINE (32:40)
                           PERFORM WRITE-RPT-LINE-PARA
                       WHEN FB-EFF-DATE NOT = SPACES AND
                               WS-SET-KEY (SET-IDX) (1:8) = FB-EFF-DATE
                           PERFORM REPORT-RULE-ERROR-PARA
                           MOVE "ANOTHER RULE SET HAS THIS DATE"
                               TO WS-PRINT-LINE (32:40)
                           PERFORM WRITE-RPT-LINE-PARA
                   END-EVALUATE
               END-PERFORM
               IF WS-SET-COUNT < 20 THEN
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-CUR-SET-KEY TO WS-SET-KEY (WS-SET-COUNT)
                   MOVE 0 TO WS-SET-MEMBERS (WS-SET-COUNT)
                   MOVE WS-SET-COUNT TO WS-SET-HIT
               END-IF
           END-IF.
           IF WS-SET-HIT > 0 THEN
               ADD 1 TO WS-SET-MEMBERS (WS-SET-HIT)
               IF WS-SET-MEMBERS (WS-SET-HIT) = 21 THEN
                   PERFORM REPORT-RULE-ERROR-PARA
                   MOVE "RULE SET HOLDS MORE THAN 20 RULES"
                       TO WS-PRINT-LINE (32:40)
                   PERFORM WRITE-RPT-LINE-PARA
               END-IF
           END-IF.

      *CHECK-RULE-RECORD-PARA validates one FBRULES.DAT rule and,
      *when the rule is usable, checks it against every earlier
      *combined rule (15) must be listed ahead of its factors (3, 5).
       CHECK-RULE-RECORD-PARA.
           ADD 1 TO WS-RULE-NO.
           PERFORM CHECK-RULE-SET-PARA.
           IF FB-DIVISOR NOT NUMERIC OR FB-DIVISOR = 0 THEN
               PERFORM REPORT-RULE-ERROR-PARA
               MOVE "NON-NUMERIC OR ZERO DIVISOR"
               END-IF
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > WS-RULE-COUNT
                   IF WS-RULE-SET-KEY (WS-CHK-IDX) = WS-CUR-SET-KEY
                           AND FUNCTION MOD(FB-DIVISOR,
                           WS-RULE-DIVISOR (WS-CHK-IDX)) = 0 THEN
                       PERFORM REPORT-RULE-ERROR-PARA
                       MOVE WS-RULE-DIVISOR (WS-CHK-IDX) TO D-DIVISOR
                       PERFORM WRITE-RPT-LINE-PARA
                   END-IF
               END-PERFORM
               IF WS-RULE-COUNT < 100 THEN
                   ADD 1 TO WS-RULE-COUNT
                   MOVE FB-DIVISOR TO
                       WS-RULE-DIVISOR (WS-RULE-COUNT)
                   MOVE WS-CUR-SET-KEY TO
                       WS-RULE-SET-KEY (WS-RULE-COUNT)
               END-IF
           END-IF.

