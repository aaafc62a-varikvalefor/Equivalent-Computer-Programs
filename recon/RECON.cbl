      *digits are counted and checksummed against what its own range
      *implies, so one bad range out of ten is pinned to its request
      *id instead of drowned in whole-file totals.
      *
      *Any run that does not end clean - a mismatch, or an output
      *that could not be reconciled at all - is also posted to the
      *operator alert queue through ALERTPOST, so it waits for an
      *acknowledgment there instead of only in a console log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 DIGIT-IN-RECORD PIC X(200).

       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  CAT-TMP-FILE.
       01 CAT-TMP-RECORD PIC X(51).

       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).
       01 WS-BAD-CHAR-COUNT  PIC 9(4).
       COPY PARMREC.
       COPY REQREC.
       COPY ALERTREC.

      *Multi-range reconciliation state: the request table loaded
      *from REQFILE.DAT, which request's segment is open, and the
           IF RETURN-CODE = 0 AND WS-CUR-GEN-NO > 0 THEN
               PERFORM MARK-BALANCED-PARA
           END-IF.
           IF RETURN-CODE NOT = 0 THEN
               PERFORM RAISE-RECON-ALERT-PARA
           END-IF.
           STOP RUN.

      *RAISE-RECON-ALERT-PARA puts an output that did not reconcile,
      *or could not be reconciled, on the operator alert queue (see
      *copybooks/ALERTREC.cpy), so the day shift clears it from one
      *place.  RETURN-CODE is saved and restored around the CALL.
       RAISE-RECON-ALERT-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE SPACES TO ALERT-RECORD.
           MOVE "RECON" TO ALERT-PROGRAM.
           MOVE 3 TO ALERT-SEVERITY.
           MOVE 0 TO ALERT-ESC-LEVEL ALERT-REF-NO.
           EVALUATE WS-SAVE-RC
               WHEN 8
                   STRING FUNCTION TRIM(WS-DIGIT-IN-NAME)
                              DELIMITED BY SIZE
                          " DOES NOT RECONCILE - DIGIT COUNT/CHECKSUM"
                              DELIMITED BY SIZE
                          " MISMATCH" DELIMITED BY SIZE
                          INTO ALERT-MESSAGE
               WHEN 20
                   STRING FUNCTION TRIM(WS-DIGIT-IN-NAME)
                              DELIMITED BY SIZE
                          " NOT RECONCILED - EXPECTED TOTALS EXCEED"
                              DELIMITED BY SIZE
                          " 38 DIGITS" DELIMITED BY SIZE
                          INTO ALERT-MESSAGE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-DIGIT-IN-NAME)
                              DELIMITED BY SIZE
                          " NOT RECONCILED - INVALID RANGE PARAMETERS"
                              DELIMITED BY SIZE
                          INTO ALERT-MESSAGE
           END-EVALUATE.
           CALL "ALERTPOST" USING ALERT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *RESOLVE-GENERATION-PARA finds the output to reconcile: the
      *highest unretired generation in the catalog, or the
      *pre-generation 0005OUT.DAT when there is no catalog.
