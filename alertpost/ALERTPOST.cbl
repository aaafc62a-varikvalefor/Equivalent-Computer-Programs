       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALERTPOST.
       AUTHOR.  VARIK VALEFOR.
      *ALERTPOST is the shared routine that puts a record on the
      *operator alert queue ALERTQ.DAT (see copybooks/ALERTREC.cpy),
      *the way AUDITLOG puts one on the audit trail.  The caller
      *fills in the program, severity and message - and, for
      *ALERTMGR's own acknowledgment and escalation records, the
      *event, operator and the alert they refer to - and this
      *routine stamps the rest: the next sequence number, the date
      *and time, the night's run identifier from NIGHTRUN.DAT when
      *the caller has none, RAISE when no event is given, and the
      *record's own number as its reference on a RAISE.
      *
      *The sequence number is one past the highest on file, found by
      *reading the queue before appending to it.  An alert that
      *cannot be written is not lost quietly: it is shown whole on
      *the console, where the caller's own finding already is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01 ALERT-FILE-RECORD PIC X(153).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS  PIC X(2).
       01 WS-ALERT-OPEN-STATUS PIC X(2).
       01 WS-RUNID-STATUS  PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       COPY RUNIDREC.

      *The highest sequence number on file, read through a copy of
      *the record layout so the caller's record is left alone.
       01 WS-LAST-SEQ-NO   PIC 9(8).
       01 WS-QUEUE-RECORD  PIC X(153).
       01 WS-QUEUE-SEQ-NO REDEFINES WS-QUEUE-RECORD.
           05 WS-Q-SEQ-NO   PIC 9(8).
           05 FILLER        PIC X(145).

       LINKAGE SECTION.
       COPY ALERTREC.

       PROCEDURE DIVISION USING ALERT-RECORD.
       ALERTPOST-PARA.
           PERFORM FIND-LAST-SEQ-PARA.
           ADD 1 TO WS-LAST-SEQ-NO GIVING ALERT-SEQ-NO.
           IF ALERT-EVENT = SPACES THEN
               MOVE "RAISE " TO ALERT-EVENT
           END-IF.
           IF ALERT-IS-RAISE THEN
               MOVE ALERT-SEQ-NO TO ALERT-REF-NO
           END-IF.
           IF ALERT-ESC-LEVEL NOT NUMERIC THEN
               MOVE 0 TO ALERT-ESC-LEVEL
           END-IF.
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME FROM TIME.
           IF ALERT-RUN-ID = SPACES THEN
               PERFORM GET-RUNID-PARA
               MOVE NR-RUN-ID TO ALERT-RUN-ID
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = "05" THEN
               MOVE "00" TO WS-ALERT-STATUS
           END-IF.
           IF WS-ALERT-STATUS NOT = "00" THEN
               DISPLAY "ALERTPOST: WARNING - cannot open ALERTQ.DAT, "
                   "status " WS-ALERT-STATUS "; alert NOT queued: "
                   ALERT-RECORD
           ELSE
               WRITE ALERT-FILE-RECORD FROM ALERT-RECORD
               IF WS-ALERT-STATUS NOT = "00" THEN
                   DISPLAY "ALERTPOST: WARNING - alert write failed, "
                       "status " WS-ALERT-STATUS "; alert NOT queued: "
                       ALERT-RECORD
               END-IF
               CLOSE ALERT-FILE
           END-IF.
           GOBACK.

      *FIND-LAST-SEQ-PARA reads the queue for its highest sequence
      *number; an empty or absent queue starts the series at one.
       FIND-LAST-SEQ-PARA.
           MOVE 0 TO WS-LAST-SEQ-NO.
           OPEN INPUT ALERT-FILE.
           MOVE WS-ALERT-STATUS TO WS-ALERT-OPEN-STATUS.
           IF WS-ALERT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ALERT-STATUS NOT = "00"
                   READ ALERT-FILE INTO WS-QUEUE-RECORD
                       AT END MOVE "10" TO WS-ALERT-STATUS
                       NOT AT END
                           IF WS-Q-SEQ-NO IS NUMERIC AND
                                   WS-Q-SEQ-NO > WS-LAST-SEQ-NO THEN
                               MOVE WS-Q-SEQ-NO TO WS-LAST-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ALERT-OPEN-STATUS = "00" OR
                   WS-ALERT-OPEN-STATUS = "05" THEN
               CLOSE ALERT-FILE
           END-IF.

      *GET-RUNID-PARA reads the night's identifier; a hand run
      *between nights is stamped with the last one assigned, as the
      *audit records are.
       GET-RUNID-PARA.
           MOVE SPACES TO NR-RECORD.
           OPEN INPUT RUNID-FILE.
           MOVE WS-RUNID-STATUS TO WS-RUNID-OPEN-STATUS.
           IF WS-RUNID-OPEN-STATUS = "00" THEN
               READ RUNID-FILE INTO NR-RECORD
                   AT END MOVE SPACES TO NR-RECORD
               END-READ
           END-IF.
           IF WS-RUNID-OPEN-STATUS = "00" OR
                   WS-RUNID-OPEN-STATUS = "05" THEN
               CLOSE RUNID-FILE
           END-IF.
