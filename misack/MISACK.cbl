      *be in transit.  The job returns 8 when anything needs chasing,
      *so the scheduler can surface it the way RECON surfaces a
      *mismatch.
      *
      *Each generation to chase is also posted to the operator alert
      *queue through ALERTPOST - HIGH for a rejection, a count that
      *does not tie, or a record that cannot be read; MEDIUM for an
      *acknowledgment that is merely overdue - so it stays in front
      *of the day shift until someone acknowledges it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-REPORT-STATUS PIC X(2).

       COPY MISGREC.
       COPY ALERTREC.
       01 WS-CHASE-SEVERITY PIC 9(1).
       01 WS-SAVE-RC       PIC S9(4).

      *One acknowledgment record as MIS returns it: the generation
      *number, the record count received on their side, and their

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM GET-PARAMETERS-PARA.
           IF NOT TARGA-IS-VALID THEN
               MOVE 16 TO RETURN-CODE
      *older than the grace period.
       CHECK-ONE-GEN-PARA.
           ADD 1 TO WS-GEN-COUNT.
           MOVE 3 TO WS-CHASE-SEVERITY.
           IF MG-GEN-NO NOT NUMERIC OR MG-TOTAL NOT NUMERIC
                   OR MG-RUN-DATE (1:8) NOT NUMERIC THEN
               MOVE 0 TO D-GEN-NO
           COMPUTE WS-GEN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-TODAY-INT - WS-GEN-INT > WS-GRACE-DAYS THEN
               MOVE 2 TO WS-CHASE-SEVERITY
               MOVE "UNACKNOWLEDGED PAST GRACE PERIOD" TO D-MESSAGE
               PERFORM WRITE-CHASE-PARA
           END-IF.
                   MOVE "UNREADABLE RECORD IN MISACK.DAT"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-RPT-LINE-PARA
                   MOVE WS-PRINT-LINE TO ALERT-MESSAGE
                   MOVE 3 TO WS-CHASE-SEVERITY
                   PERFORM RAISE-CHASE-ALERT-PARA
               END-IF
           ELSE
               IF ACK-GEN-NO = MG-GEN-NO THEN
           ADD 1 TO WS-CHASE-COUNT.
           MOVE DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE WS-PRINT-LINE TO ALERT-MESSAGE.
           PERFORM RAISE-CHASE-ALERT-PARA.

      *RAISE-CHASE-ALERT-PARA posts the finding already in
      *ALERT-MESSAGE to the operator alert queue (see
      *copybooks/ALERTREC.cpy), saving RETURN-CODE around the CALL.
       RAISE-CHASE-ALERT-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE SPACES TO ALERT-EVENT ALERT-RUN-ID ALERT-OPERATOR.
           MOVE "MISACK" TO ALERT-PROGRAM.
           MOVE WS-CHASE-SEVERITY TO ALERT-SEVERITY.
           MOVE 0 TO ALERT-ESC-LEVEL ALERT-REF-NO.
           CALL "ALERTPOST" USING ALERT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
