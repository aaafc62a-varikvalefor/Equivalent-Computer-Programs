       AUTHOR.  VARIK VALEFOR.
      *FBCOMPAR measures the blast radius of an FBRULES.DAT change
      *before it goes live.  It loads the current rules table the way
      *FIZZ BUZZ does (the FBRULES.DAT rule set in force today, or
      *the built-in 15/5/3 wording when there is none) and a proposed
      *table from FBPROP.DAT (every usable rule in it, whatever its
      *version and effective date fields say), runs both over the
      *same input - FBTRANS.DAT's records when that file is present,
      *otherwise the range 1 through the BOUNDARY given on the
      *command line - and reports, to
      *FBCOMPAR.RPT, exactly which values change classification,
      *from what to what, with per-rule match counts under both
      *tables.  A rules change goes to the change meeting with its
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01 RULES-FILE-RECORD PIC X(40).

       FD  PROP-FILE.
       01 PROP-FILE-RECORD PIC X(40).

       FD  TRANS-FILE.
       01 TRANS-FILE-RECORD PIC X(40).

       01 WS-MATCHED      PIC X(1).
           88 RULE-MATCHED      VALUE "Y".

      *The current side's rule set, chosen for the processing date as
      *FIZZ BUZZ chooses it and named on the report.
       01 WS-PROC-DATE     PIC X(8).
       01 WS-EFF-KEY       PIC X(8).
       01 WS-SET-EFF-KEY   PIC X(8).
       01 WS-SET-EFF-DATE  PIC X(8).
       01 WS-SET-VERSION   PIC X(8).
       01 WS-SET-FOUND-SW  PIC X(1).
           88 RULE-SET-FOUND     VALUE "Y".
       01 WS-RULE-VERSION  PIC X(8).
       01 WS-CUR-CLASS    PIC X(39).
       01 WS-PROP-CLASS   PIC X(39).


       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:8) TO WS-PROC-DATE.
           PERFORM LOAD-CURRENT-RULES-PARA.
           PERFORM LOAD-PROPOSED-RULES-PARA.
           IF PROP-RULE-COUNT = 0 THEN

      *LOAD-CURRENT-RULES-PARA loads FBRULES.DAT over the built-in
      *15/5/3 default, exactly the fallback LOAD-RULES-PARA in FIZZ
      *BUZZ applies, and only the rule set in force on the processing
      *date, so the "current" side of the comparison is what
      *production actually runs tonight.
       LOAD-CURRENT-RULES-PARA.
           MOVE 15 TO CUR-T-DIVISOR(1).
           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > 20
               MOVE 0 TO CUR-T-COUNT(CUR-IDX)
           END-PERFORM.
           MOVE "BUILTIN" TO WS-RULE-VERSION.
           PERFORM PICK-RULE-SET-PARA.
           IF RULE-SET-FOUND THEN
               MOVE WS-SET-VERSION TO WS-RULE-VERSION
               IF WS-SET-VERSION = SPACES THEN
                   MOVE "BASE" TO WS-RULE-VERSION
               END-IF
               OPEN INPUT RULES-FILE
               MOVE WS-RULES-STATUS TO WS-RULES-OPEN-STATUS
               MOVE 0 TO CUR-RULE-COUNT
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                      OR CUR-RULE-COUNT >= 20
                   READ RULES-FILE INTO FB-RULE
                       AT END MOVE "10" TO WS-RULES-STATUS
                       NOT AT END
                           IF FB-EFF-DATE = WS-SET-EFF-DATE
                                   AND FB-VERSION = WS-SET-VERSION THEN
                               PERFORM TAKE-CURRENT-RULE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RULES-OPEN-STATUS = "00" OR
                       WS-RULES-OPEN-STATUS = "05" THEN
                   CLOSE RULES-FILE
               END-IF
           END-IF.

       TAKE-CURRENT-RULE-PARA.
           IF FB-DIVISOR NOT NUMERIC
                   OR FB-DIVISOR = 0 THEN
               DISPLAY
                 "FBCOMPAR: WARNING - FBRULES.DAT "
                 "rule with non-numeric or zero "
                 "divisor skipped"
           ELSE
               ADD 1 TO CUR-RULE-COUNT
               MOVE FB-DIVISOR TO
                   CUR-T-DIVISOR(CUR-RULE-COUNT)
               MOVE FB-WORD TO
                   CUR-T-WORD(CUR-RULE-COUNT)
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
                   DISPLAY "FBCOMPAR: WARNING - FBRULES.DAT holds "
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
               DISPLAY "FBCOMPAR: WARNING - FBRULES.DAT rule with "
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

      *LOAD-PROPOSED-RULES-PARA loads the candidate table from
      *FBPROP.DAT with the same per-rule validation.  No fallback
      *here: a missing proposal leaves nothing to compare.
       WRITE-TALLIES-PARA.
           MOVE "-----" TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CURRENT RULES (VERSION " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-VERSION) DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-RULE-COUNT
