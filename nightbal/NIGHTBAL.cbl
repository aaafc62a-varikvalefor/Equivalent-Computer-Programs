      *Every disagreement goes to NIGHTBAL.RPT and the job returns
      *8, so a night that doesn't reconcile with itself is flagged
      *before the day shift trusts its outputs, not weeks later in
      *TRENDRPT.  The job changes nothing on disk except to post a
      *night that does not reconcile to the operator alert queue
      *through ALERTPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 RESTART-FILE-RECORD PIC X(20).

       FD  STEP-FILE.
       01 STEP-FILE-RECORD PIC X(124).

       FD  RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(111).
       COPY STEPREC.
       COPY RUNHREC.
       COPY RUNIDREC.
       COPY ALERTREC.
       01 WS-SAVE-RC        PIC S9(4).

       01 WS-RUN-DATE       PIC X(10).


       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
               DISPLAY "NIGHTBAL: " FUNCTION TRIM(D-ERROR-COUNT)
                   " disagreement(s) - see NIGHTBAL.RPT"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-NIGHT-ALERT-PARA
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

      *RAISE-NIGHT-ALERT-PARA posts the unreconciled night to the
      *operator alert queue (see copybooks/ALERTREC.cpy) under
      *tonight's identifier, saving RETURN-CODE around the CALL.
       RAISE-NIGHT-ALERT-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "NIGHTBAL" TO ALERT-PROGRAM.
           MOVE NR-RUN-ID TO ALERT-RUN-ID.
           MOVE 3 TO ALERT-SEVERITY.
           MOVE 0 TO ALERT-ESC-LEVEL ALERT-REF-NO.
           STRING "NIGHT DOES NOT RECONCILE WITH ITSELF - "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(D-ERROR-COUNT) DELIMITED BY SIZE
                  " DISAGREEMENT(S), SEE NIGHTBAL.RPT"
                      DELIMITED BY SIZE
                  INTO ALERT-MESSAGE.
           CALL "ALERTPOST" USING ALERT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

       LOAD-DONE-STEPS-PARA.
           OPEN INPUT RESTART-FILE.
           MOVE WS-RESTART-STATUS TO WS-RESTART-OPEN-STATUS.
               CLOSE STEP-FILE
           END-IF.
           IF WS-TBL-COUNT = 0 THEN
               MOVE 4 TO WS-TBL-COUNT
               MOVE "0005"     TO WS-TBL-STEP-NAME (1)
               MOVE "0007"     TO WS-TBL-STEP-NAME (2)
               MOVE "FIZZBUZZ" TO WS-TBL-STEP-NAME (3)
               MOVE "FBBAL"    TO WS-TBL-STEP-NAME (4)
           END-IF.

       GET-RUNID-PARA.
