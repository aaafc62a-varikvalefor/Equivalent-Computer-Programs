       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUSDATE.
       AUTHOR.  VARIK VALEFOR.
      *BUSDATE is the shared routine a batch step calls at start for
      *the date to stamp its records with, in place of ACCEPT FROM
      *DATE: the business date in force in BUSDATE.DAT (see
      *copybooks/BUSDATE.cpy), which NIGHTLYCTL advances once per
      *completed night.  The caller passes its ten-byte run-date
      *field and gets back the shape ACCEPT FROM DATE YYYYMMDD left
      *there - eight digits, two spaces - so nothing downstream of
      *the field changes.  Before NIGHTLYCTL has ever written the
      *file, or if the record is not a date, the machine date is
      *returned, which is what every step stamped before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       01 BUSDATE-FILE-RECORD PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSDATE-OPEN-STATUS PIC X(2).
       COPY BUSDATE.

       LINKAGE SECTION.
       01 BD-CALLER-DATE       PIC X(10).

       PROCEDURE DIVISION USING BD-CALLER-DATE.
       BUSDATE-PARA.
           MOVE SPACES TO BD-RECORD.
           OPEN INPUT BUSDATE-FILE.
           MOVE WS-BUSDATE-STATUS TO WS-BUSDATE-OPEN-STATUS.
           IF WS-BUSDATE-OPEN-STATUS = "00" THEN
               READ BUSDATE-FILE INTO BD-RECORD
                   AT END MOVE SPACES TO BD-RECORD
               END-READ
           END-IF.
           IF WS-BUSDATE-OPEN-STATUS = "00" OR
                   WS-BUSDATE-OPEN-STATUS = "05" THEN
               CLOSE BUSDATE-FILE
           END-IF.
           IF BD-BUS-DATE IS NUMERIC
                   AND BD-BUS-DATE (5:2) >= "01"
                   AND BD-BUS-DATE (5:2) <= "12"
                   AND BD-BUS-DATE (7:2) >= "01"
                   AND BD-BUS-DATE (7:2) <= "31" THEN
               MOVE SPACES TO BD-CALLER-DATE
               MOVE BD-BUS-DATE TO BD-CALLER-DATE (1:8)
           ELSE
               ACCEPT BD-CALLER-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
