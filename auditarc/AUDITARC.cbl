           STOP RUN.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
