
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM GET-PARAMETERS-PARA.
           IF TARGA-IS-INVALID THEN
               MOVE 16 TO RETURN-CODE
