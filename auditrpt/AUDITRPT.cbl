
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM COLLECT-JOBS-PARA.
           IF WS-JOB-COUNT = 0 THEN
