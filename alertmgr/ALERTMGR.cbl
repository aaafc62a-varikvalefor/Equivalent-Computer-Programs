       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALERTMGR.
       AUTHOR.  VARIK VALEFOR.
      *ALERTMGR works the operator alert queue ALERTQ.DAT (see
      *copybooks/ALERTREC.cpy).  RECON, MISACK, NIGHTBAL, PREFLIGHT
      *and FBRESUB each post an alert there, through ALERTPOST,
      *whenever they find something a person has to look at, so the
      *day shift clears one queue instead of reading six reports and
      *a console log.  The first command-line word picks the job:
      *
      *  LIST (or nothing)   - every alert not yet acknowledged, in
      *                        posting order, to ALERTMGR.RPT and a
      *                        count to the console;
      *  ACK n opid note...  - acknowledge alert n as operator opid,
      *                        with the rest of the line as the note;
      *  ESCALATE hours      - re-raise, one level higher, every
      *                        unacknowledged HIGH or CRITICAL alert
      *                        that has gone the given number of hours
      *                        (four when omitted) since it was
      *                        raised or last re-raised, then list.
      *
      *The queue is only ever appended to: an acknowledgment is an
      *ACK record naming the alert, an escalation an ESCAL record
      *carrying the new severity, so who cleared what, when and why
      *stays on file.  An alert escalated past HIGH stays CRITICAL
      *and keeps its escalation count climbing, one re-raise per
      *period, until someone acknowledges it.
      *
      *LIST and ESCALATE return 8 while any HIGH or CRITICAL alert is
      *open, 0 otherwise; an acknowledgment returns 0 once recorded.
      *A command that cannot be carried out - an unknown alert, one
      *already acknowledged, an acknowledgment without operator id
      *or note - is refused on the console with 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALERTMGR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01 ALERT-FILE-RECORD PIC X(153).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS  PIC X(2).
       01 WS-ALERT-OPEN-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).

       COPY ALERTREC.

      *TARGA holds the command line: the mode word, then the mode's
      *own operands.  An acknowledgment's note is everything after
      *the operator id, spaces and all.
       01 TARGA            PIC X(200).
       01 CMD-MODE         PIC X(12).
       01 CMD-ALERT-NO     PIC X(40).
       01 CMD-OPERATOR     PIC X(12).
       01 CMD-NOTE         PIC X(80).
       01 WS-CMD-PTR       PIC 9(4).
       01 WS-MODE          PIC X(1).
           88 MODE-IS-LIST        VALUE "L".
           88 MODE-IS-ACK         VALUE "A".
           88 MODE-IS-ESCALATE    VALUE "E".
       01 WS-VALID-SW      PIC X(1) VALUE "Y".
           88 TARGA-IS-VALID      VALUE "Y".
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-TARGET-NO     PIC 9(8) VALUE 0.
       01 WS-ESC-HOURS     PIC 9(4) VALUE 4.

      *The open alerts, in posting order: a RAISE adds one, an ESCAL
      *updates it, an ACK takes it out and closes the gap.  The last-
      *raised stamp is the RAISE's, or the latest ESCAL's, and is
      *what the escalation period is measured from.
       01 WS-OPEN-COUNT    PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OPEN-IDX.
               10 WS-O-ALERT-NO     PIC 9(8).
               10 WS-O-RUN-ID       PIC X(10).
               10 WS-O-PROGRAM      PIC X(12).
               10 WS-O-SEVERITY     PIC 9(1).
               10 WS-O-ESC-LEVEL    PIC 9(2).
               10 WS-O-RAISE-DATE   PIC X(10).
               10 WS-O-RAISE-TIME   PIC X(8).
               10 WS-O-LAST-DATE    PIC X(10).
               10 WS-O-LAST-TIME    PIC X(8).
               10 WS-O-MESSAGE      PIC X(80).
       01 WS-OPEN-FULL-SW  PIC X(1) VALUE "N".
           88 OPEN-TABLE-FULL     VALUE "Y".
       01 WS-HIT-SW        PIC X(1).
           88 ALERT-WAS-FOUND     VALUE "Y".
       01 WS-SHIFT-IDX     PIC 9(4).

      *Queue totals, and what the queue says about the alert an
      *acknowledgment names when it is no longer open.
       01 WS-RECORD-COUNT  PIC 9(9) VALUE 0.
       01 WS-BAD-REC-COUNT PIC 9(9) VALUE 0.
       01 WS-ACKED-COUNT   PIC 9(9) VALUE 0.
       01 WS-HIGH-COUNT    PIC 9(4) VALUE 0.
       01 WS-ESCAL-COUNT   PIC 9(4) VALUE 0.
       01 WS-TARGET-RAISED-SW PIC X(1) VALUE "N".
           88 TARGET-WAS-RAISED   VALUE "Y".
       01 WS-PRIOR-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-PRIOR-DATE    PIC X(10) VALUE SPACES.

      *Age workings: now and an alert's last-raised stamp, each as
      *minutes since the start of the calendar (day number times
      *1440 plus the time of day), so a period that crosses midnight
      *or a month end measures right.
       01 WS-RUN-DATE      PIC X(10).
       01 WS-RUN-TIME      PIC X(8).
       01 WS-AGE-DATE      PIC X(10).
       01 WS-AGE-TIME      PIC X(8).
       01 WS-DATE-NUM      PIC 9(8).
       01 WS-TIME-PARSE.
           05 WS-T-HH       PIC 9(2).
           05 WS-T-MM       PIC 9(2).
           05 FILLER        PIC X(4).
       01 WS-NOW-MINS      PIC 9(12).
       01 WS-THEN-MINS     PIC 9(12).
       01 WS-AGE-MINS      PIC 9(12).
       01 WS-AGE-HOURS     PIC 9(6).

       01 WS-SEV-NAMES.
           05 FILLER        PIC X(8) VALUE "LOW     ".
           05 FILLER        PIC X(8) VALUE "MEDIUM  ".
           05 FILLER        PIC X(8) VALUE "HIGH    ".
           05 FILLER        PIC X(8) VALUE "CRITICAL".
       01 WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAMES.
           05 WS-SEV-NAME OCCURS 4 TIMES PIC X(8).
       01 WS-SEV-TEXT      PIC X(8).

       01 WS-PRINT-LINE    PIC X(132).
       01 HEADING-LINE.
           05 FILLER        PIC X(28)
               VALUE "OPERATOR ALERT QUEUE        ".
           05 H-RUN-DATE    PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 H-RUN-TIME    PIC X(8).

       01 DETAIL-LINE.
           05 FILLER        PIC X(7) VALUE "ALERT: ".
           05 D-ALERT-NO    PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 D-SEVERITY    PIC X(8).
           05 FILLER        PIC X(5) VALUE "  ESC".
           05 D-ESC-LEVEL   PIC Z9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 D-RAISE-DATE  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 D-RAISE-TIME  PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 D-RUN-ID      PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 D-PROGRAM     PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 D-AGE-HOURS   PIC Z(5)9.
           05 FILLER        PIC X(6) VALUE " HOURS".

       01 MESSAGE-LINE.
           05 FILLER        PIC X(9) VALUE SPACES.
           05 M-MESSAGE     PIC X(80).

       01 TOTAL-LINE.
           05 FILLER        PIC X(13) VALUE "OPEN ALERTS: ".
           05 T-OPEN-COUNT  PIC Z(3)9.
           05 FILLER        PIC X(18) VALUE "  HIGH OR ABOVE:  ".
           05 T-HIGH-COUNT  PIC Z(3)9.
           05 FILLER        PIC X(15) VALUE "  RE-RAISED:   ".
           05 T-ESCAL-COUNT PIC Z(3)9.
           05 FILLER        PIC X(26)
               VALUE "  ACKNOWLEDGED TO DATE:   ".
           05 T-ACKED-COUNT PIC Z(8)9.

       01 D-COUNT          PIC Z(8)9.
       01 D-ALERT-NO-TEXT  PIC Z(7)9.
       01 WS-SAVE-RC       PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-PARAMETERS-PARA.
           IF NOT TARGA-IS-VALID THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-QUEUE-PARA.
           IF OPEN-TABLE-FULL THEN
               DISPLAY "ALERTMGR: more than 500 open alerts on "
                   "ALERTQ.DAT, job terminated"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BAD-REC-COUNT > 0 THEN
               MOVE WS-BAD-REC-COUNT TO D-COUNT
               DISPLAY "ALERTMGR: WARNING - "
                   FUNCTION TRIM(D-COUNT)
                   " unreadable record(s) on ALERTQ.DAT ignored"
           END-IF.
           EVALUATE TRUE
               WHEN MODE-IS-ACK
                   PERFORM ACKNOWLEDGE-PARA
               WHEN MODE-IS-ESCALATE
                   PERFORM ESCALATE-PARA
                   PERFORM LIST-OPEN-PARA
               WHEN OTHER
                   PERFORM LIST-OPEN-PARA
           END-EVALUATE.
           STOP RUN.

      *GET-PARAMETERS-PARA splits the command line into the mode and
      *its operands, checking the numeric ones with the same
      *character-level validation MISACK gives its grace period.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-MODE CMD-ALERT-NO CMD-OPERATOR CMD-NOTE.
           MOVE 1 TO WS-CMD-PTR.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-MODE CMD-ALERT-NO CMD-OPERATOR
               WITH POINTER WS-CMD-PTR.
           IF WS-CMD-PTR <= 200 THEN
               MOVE TARGA (WS-CMD-PTR:) TO CMD-NOTE
           END-IF.
           MOVE "Y" TO WS-VALID-SW.
           EVALUATE CMD-MODE
               WHEN SPACES
               WHEN "LIST"
                   MOVE "L" TO WS-MODE
               WHEN "ACK"
                   MOVE "A" TO WS-MODE
                   PERFORM CHECK-ACK-PARMS-PARA
               WHEN "ESCALATE"
                   MOVE "E" TO WS-MODE
                   IF CMD-ALERT-NO NOT = SPACES THEN
                       PERFORM CHECK-NUMBER-PARA
                       IF TARGA-IS-VALID THEN
                           MOVE FUNCTION NUMVAL(CMD-ALERT-NO)
                               TO WS-ESC-HOURS
                       ELSE
                           DISPLAY "ALERTMGR: invalid escalation "
                               "period, job terminated"
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ALERTMGR: unknown mode "
                       FUNCTION TRIM(CMD-MODE)
                       " - use LIST, ACK or ESCALATE"
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE.

      *CHECK-ACK-PARMS-PARA insists on all three parts of an
      *acknowledgment: the alert, who is clearing it, and why.
       CHECK-ACK-PARMS-PARA.
           IF CMD-ALERT-NO = SPACES OR CMD-OPERATOR = SPACES
                   OR CMD-NOTE = SPACES THEN
               DISPLAY "ALERTMGR: ACK needs an alert number, an "
                   "operator id and a note - nothing acknowledged"
               MOVE "N" TO WS-VALID-SW
           ELSE
               PERFORM CHECK-NUMBER-PARA
               IF TARGA-IS-VALID THEN
                   MOVE FUNCTION NUMVAL(CMD-ALERT-NO) TO WS-TARGET-NO
               ELSE
                   DISPLAY "ALERTMGR: invalid alert number "
                       FUNCTION TRIM(CMD-ALERT-NO)
                       " - nothing acknowledged"
               END-IF
               IF CMD-OPERATOR (9:4) NOT = SPACES THEN
                   DISPLAY "ALERTMGR: operator id longer than 8 "
                       "characters - nothing acknowledged"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF.

       CHECK-NUMBER-PARA.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT CMD-ALERT-NO TALLYING WS-BAD-CHAR-COUNT
               FOR ALL "-" ALL "+" ALL ".".
           IF WS-BAD-CHAR-COUNT > 0
                   OR FUNCTION TEST-NUMVAL(CMD-ALERT-NO) NOT = 0
                   OR CMD-ALERT-NO (9:32) NOT = SPACES THEN
               MOVE "N" TO WS-VALID-SW
           END-IF.

      *LOAD-QUEUE-PARA replays the queue in posting order into the
      *open-alert table.  Along the way it notes whether the alert an
      *acknowledgment names was ever raised, and who acknowledged it
      *if someone already has.
       LOAD-QUEUE-PARA.
           OPEN INPUT ALERT-FILE.
           MOVE WS-ALERT-STATUS TO WS-ALERT-OPEN-STATUS.
           IF WS-ALERT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ALERT-STATUS NOT = "00"
                       OR OPEN-TABLE-FULL
                   READ ALERT-FILE INTO ALERT-RECORD
                       AT END MOVE "10" TO WS-ALERT-STATUS
                       NOT AT END PERFORM TAKE-QUEUE-RECORD-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ALERT-OPEN-STATUS = "00" OR
                   WS-ALERT-OPEN-STATUS = "05" THEN
               CLOSE ALERT-FILE
           END-IF.

       TAKE-QUEUE-RECORD-PARA.
           ADD 1 TO WS-RECORD-COUNT.
           IF ALERT-SEQ-NO NOT NUMERIC OR ALERT-REF-NO NOT NUMERIC
                   OR ALERT-SEVERITY NOT NUMERIC
                   OR ALERT-ESC-LEVEL NOT NUMERIC THEN
               ADD 1 TO WS-BAD-REC-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN ALERT-IS-RAISE
                       PERFORM TAKE-RAISE-PARA
                   WHEN ALERT-IS-ESCAL
                       PERFORM FIND-OPEN-PARA
                       IF ALERT-WAS-FOUND THEN
                           MOVE ALERT-SEVERITY
                               TO WS-O-SEVERITY (OPEN-IDX)
                           MOVE ALERT-ESC-LEVEL
                               TO WS-O-ESC-LEVEL (OPEN-IDX)
                           MOVE ALERT-DATE TO WS-O-LAST-DATE (OPEN-IDX)
                           MOVE ALERT-TIME TO WS-O-LAST-TIME (OPEN-IDX)
                       END-IF
                   WHEN ALERT-IS-ACK
                       PERFORM TAKE-ACK-PARA
                   WHEN OTHER
                       ADD 1 TO WS-BAD-REC-COUNT
               END-EVALUATE
           END-IF.

       TAKE-RAISE-PARA.
           IF ALERT-REF-NO = WS-TARGET-NO THEN
               MOVE "Y" TO WS-TARGET-RAISED-SW
           END-IF.
           IF WS-OPEN-COUNT >= 500 THEN
               MOVE "Y" TO WS-OPEN-FULL-SW
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               SET OPEN-IDX TO WS-OPEN-COUNT
               MOVE ALERT-REF-NO   TO WS-O-ALERT-NO (OPEN-IDX)
               MOVE ALERT-RUN-ID   TO WS-O-RUN-ID (OPEN-IDX)
               MOVE ALERT-PROGRAM  TO WS-O-PROGRAM (OPEN-IDX)
               MOVE ALERT-SEVERITY TO WS-O-SEVERITY (OPEN-IDX)
               MOVE ALERT-ESC-LEVEL TO WS-O-ESC-LEVEL (OPEN-IDX)
               MOVE ALERT-DATE     TO WS-O-RAISE-DATE (OPEN-IDX)
                                      WS-O-LAST-DATE (OPEN-IDX)
               MOVE ALERT-TIME     TO WS-O-RAISE-TIME (OPEN-IDX)
                                      WS-O-LAST-TIME (OPEN-IDX)
               MOVE ALERT-MESSAGE  TO WS-O-MESSAGE (OPEN-IDX)
           END-IF.

      *TAKE-ACK-PARA closes an alert: its entry leaves the table and
      *the entries behind it move up one, keeping posting order.
       TAKE-ACK-PARA.
           ADD 1 TO WS-ACKED-COUNT.
           IF ALERT-REF-NO = WS-TARGET-NO THEN
               MOVE ALERT-OPERATOR TO WS-PRIOR-OPERATOR
               MOVE ALERT-DATE     TO WS-PRIOR-DATE
           END-IF.
           PERFORM FIND-OPEN-PARA.
           IF ALERT-WAS-FOUND THEN
               SET WS-SHIFT-IDX TO OPEN-IDX
               PERFORM UNTIL WS-SHIFT-IDX >= WS-OPEN-COUNT
                   MOVE WS-OPEN-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-OPEN-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-OPEN-COUNT
           END-IF.

       FIND-OPEN-PARA.
           MOVE "N" TO WS-HIT-SW.
           SET OPEN-IDX TO 1.
           SEARCH WS-OPEN-ENTRY
               AT END CONTINUE
               WHEN OPEN-IDX > WS-OPEN-COUNT
                   CONTINUE
               WHEN WS-O-ALERT-NO (OPEN-IDX) = ALERT-REF-NO
                   MOVE "Y" TO WS-HIT-SW
           END-SEARCH.

      *ACKNOWLEDGE-PARA records the operator's acknowledgment of one
      *open alert, carrying the alert's own program, night and
      *severity onto the ACK record so it reads on its own.
       ACKNOWLEDGE-PARA.
           MOVE WS-TARGET-NO TO ALERT-REF-NO D-ALERT-NO-TEXT.
           PERFORM FIND-OPEN-PARA.
           IF NOT ALERT-WAS-FOUND THEN
               IF TARGET-WAS-RAISED THEN
                   DISPLAY "ALERTMGR: alert "
                       FUNCTION TRIM(D-ALERT-NO-TEXT)
                       " was already acknowledged by "
                       FUNCTION TRIM(WS-PRIOR-OPERATOR)
                       " on " WS-PRIOR-DATE (1:8)
               ELSE
                   DISPLAY "ALERTMGR: alert "
                       FUNCTION TRIM(D-ALERT-NO-TEXT)
                       " is not on the queue - nothing acknowledged"
               END-IF
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ALERT-RECORD
               MOVE "ACK   "        TO ALERT-EVENT
               MOVE WS-TARGET-NO    TO ALERT-REF-NO
               MOVE WS-O-RUN-ID (OPEN-IDX)    TO ALERT-RUN-ID
               MOVE WS-O-PROGRAM (OPEN-IDX)   TO ALERT-PROGRAM
               MOVE WS-O-SEVERITY (OPEN-IDX)  TO ALERT-SEVERITY
               MOVE WS-O-ESC-LEVEL (OPEN-IDX) TO ALERT-ESC-LEVEL
               MOVE CMD-OPERATOR    TO ALERT-OPERATOR
               MOVE CMD-NOTE        TO ALERT-MESSAGE
               CALL "ALERTPOST" USING ALERT-RECORD
               DISPLAY "ALERTMGR: alert "
                   FUNCTION TRIM(D-ALERT-NO-TEXT)
                   " acknowledged by " FUNCTION TRIM(CMD-OPERATOR)
               MOVE 0 TO RETURN-CODE
           END-IF.

      *ESCALATE-PARA re-raises every open HIGH or CRITICAL alert whose
      *last raising is at least the escalation period old: one
      *severity higher, CRITICAL at most, with its escalation count
      *advanced and its original message.  The table entry is
      *updated too, so the listing that follows shows the new level.
       ESCALATE-PARA.
           PERFORM SET-NOW-PARA.
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-O-SEVERITY (OPEN-IDX) >= 3 THEN
                   MOVE WS-O-LAST-DATE (OPEN-IDX) TO WS-AGE-DATE
                   MOVE WS-O-LAST-TIME (OPEN-IDX) TO WS-AGE-TIME
                   PERFORM COMPUTE-AGE-PARA
                   IF WS-AGE-MINS >= WS-ESC-HOURS * 60 THEN
                       PERFORM RE-RAISE-PARA
                   END-IF
               END-IF
           END-PERFORM.

       RE-RAISE-PARA.
           IF WS-O-SEVERITY (OPEN-IDX) < 4 THEN
               ADD 1 TO WS-O-SEVERITY (OPEN-IDX)
           END-IF.
           IF WS-O-ESC-LEVEL (OPEN-IDX) < 99 THEN
               ADD 1 TO WS-O-ESC-LEVEL (OPEN-IDX)
           END-IF.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "ESCAL "                  TO ALERT-EVENT.
           MOVE WS-O-ALERT-NO (OPEN-IDX)  TO ALERT-REF-NO.
           MOVE WS-O-RUN-ID (OPEN-IDX)    TO ALERT-RUN-ID.
           MOVE WS-O-PROGRAM (OPEN-IDX)   TO ALERT-PROGRAM.
           MOVE WS-O-SEVERITY (OPEN-IDX)  TO ALERT-SEVERITY.
           MOVE WS-O-ESC-LEVEL (OPEN-IDX) TO ALERT-ESC-LEVEL.
           MOVE WS-O-MESSAGE (OPEN-IDX)   TO ALERT-MESSAGE.
           CALL "ALERTPOST" USING ALERT-RECORD.
           MOVE ALERT-DATE TO WS-O-LAST-DATE (OPEN-IDX).
           MOVE ALERT-TIME TO WS-O-LAST-TIME (OPEN-IDX).
           ADD 1 TO WS-ESCAL-COUNT.
           MOVE WS-O-ALERT-NO (OPEN-IDX) TO D-ALERT-NO-TEXT.
           MOVE WS-SEV-NAME (WS-O-SEVERITY (OPEN-IDX)) TO WS-SEV-TEXT.
           DISPLAY "ALERTMGR: alert " FUNCTION TRIM(D-ALERT-NO-TEXT)
               " from " FUNCTION TRIM(WS-O-PROGRAM (OPEN-IDX))
               " unacknowledged - re-raised "
               FUNCTION TRIM(WS-SEV-TEXT).

      *LIST-OPEN-PARA writes every open alert to ALERTMGR.RPT - a
      *line of particulars and a line of message each - and the
      *queue totals, and sets the return code from what is open.
       LIST-OPEN-PARA.
           PERFORM SET-NOW-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE WS-RUN-TIME TO H-RUN-TIME.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE 0 TO WS-HIGH-COUNT.
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > WS-OPEN-COUNT
               PERFORM LIST-ONE-ALERT-PARA
           END-PERFORM.
           MOVE WS-OPEN-COUNT  TO T-OPEN-COUNT.
           MOVE WS-HIGH-COUNT  TO T-HIGH-COUNT.
           MOVE WS-ESCAL-COUNT TO T-ESCAL-COUNT.
           MOVE WS-ACKED-COUNT TO T-ACKED-COUNT.
           MOVE TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           CLOSE REPORT-FILE.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           DISPLAY "ALERTMGR: " FUNCTION TRIM(D-COUNT)
               " open alert(s) - see ALERTMGR.RPT".
           IF WS-HIGH-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-ALERT-PARA.
           IF WS-O-SEVERITY (OPEN-IDX) >= 3 THEN
               ADD 1 TO WS-HIGH-COUNT
           END-IF.
           MOVE WS-O-ALERT-NO (OPEN-IDX) TO D-ALERT-NO.
           IF WS-O-SEVERITY (OPEN-IDX) >= 1 AND
                   WS-O-SEVERITY (OPEN-IDX) <= 4 THEN
               MOVE WS-SEV-NAME (WS-O-SEVERITY (OPEN-IDX))
                   TO D-SEVERITY
           ELSE
               MOVE "UNKNOWN" TO D-SEVERITY
           END-IF.
           MOVE WS-O-ESC-LEVEL (OPEN-IDX)  TO D-ESC-LEVEL.
           MOVE WS-O-RAISE-DATE (OPEN-IDX) TO D-RAISE-DATE.
           MOVE WS-O-RAISE-TIME (OPEN-IDX) TO D-RAISE-TIME.
           MOVE WS-O-RUN-ID (OPEN-IDX)     TO D-RUN-ID.
           MOVE WS-O-PROGRAM (OPEN-IDX)    TO D-PROGRAM.
           MOVE WS-O-RAISE-DATE (OPEN-IDX) TO WS-AGE-DATE.
           MOVE WS-O-RAISE-TIME (OPEN-IDX) TO WS-AGE-TIME.
           PERFORM COMPUTE-AGE-PARA.
           COMPUTE WS-AGE-HOURS = WS-AGE-MINS / 60.
           MOVE WS-AGE-HOURS TO D-AGE-HOURS.
           MOVE DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE WS-O-MESSAGE (OPEN-IDX) TO M-MESSAGE.
           MOVE MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       SET-NOW-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:8) TO WS-DATE-NUM.
           MOVE WS-RUN-TIME TO WS-TIME-PARSE.
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-T-HH * 60 + WS-T-MM.

      *COMPUTE-AGE-PARA measures the stamp in WS-AGE-DATE/TIME
      *against now; a stamp that cannot be read counts as brand new,
      *so a garbled record is never escalated on a guess.
       COMPUTE-AGE-PARA.
           MOVE 0 TO WS-AGE-MINS.
           IF WS-AGE-DATE (1:8) IS NUMERIC AND
                   WS-AGE-TIME (1:4) IS NUMERIC THEN
               MOVE WS-AGE-DATE (1:8) TO WS-DATE-NUM
               MOVE WS-AGE-TIME TO WS-TIME-PARSE
               COMPUTE WS-THEN-MINS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
                   + WS-T-HH * 60 + WS-T-MM
               IF WS-NOW-MINS > WS-THEN-MINS THEN
                   COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-THEN-MINS
               END-IF
           END-IF.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
