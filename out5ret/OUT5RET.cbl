       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  CAT-TMP-FILE.
       01 CAT-TMP-RECORD PIC X(51).

       WORKING-STORAGE SECTION.
       01 WS-CAT-STATUS     PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM GET-PARAMETERS-PARA.
           IF NOT TARGA-IS-VALID THEN
               MOVE 16 TO RETURN-CODE
