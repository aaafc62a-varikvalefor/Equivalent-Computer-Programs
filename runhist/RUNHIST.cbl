       01 DIGIT-IN-RECORD PIC X(200).

       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(84).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "0005" TO WS-CUR-JOB.
           PERFORM RECORD-ONE-JOB-PARA.
           MOVE "0007" TO WS-CUR-JOB.
           END-IF.

      *CHECK-ALREADY-RECORDED-PARA makes a rerun of this job
      *harmless: one record per job per night, never two.  A night
      *backed out by NIGHTBKOUT is followed by its "BKOUT " record,
      *which frees the date for the rerun's own record.  The pass
      *also leaves behind the latest 0007 cumulative VA on file,
      *which COMPUTE-VOLUME-PARA needs for its delta.
       CHECK-ALREADY-RECORDED-PARA.
                               IF RH-RUN-DATE = WS-RUN-DATE THEN
                                   MOVE "Y" TO WS-DUP-SW
                               END-IF
                               IF RH-STATUS = "BKOUT " THEN
                                   MOVE "N" TO WS-DUP-SW
                               END-IF
                               IF RH-CUMULATIVE IS NUMERIC THEN
                                   MOVE RH-CUMULATIVE TO WS-PREV-CUM
                               END-IF
