       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MISINTAK.
       AUTHOR.  VARIK VALEFOR.
      *MISINTAK takes in MIS's ad-hoc requests.  They used to arrive
      *by e-mail, and an operator re-keyed "0005" ranges into
      *REQFILE.DAT and row requests onto a VCFETCH command line -
      *with nothing to tell MIS what had been done with them.  MIS
      *now sends MISREQIN.DAT (see copybooks/MISREQ.cpy), enveloped
      *like the MISXTRCT.DAT we send them: a header, one record per
      *request, a trailer with the counts.  This job checks the
      *envelope, validates every request on its own, queues what it
      *accepts - "0005" ranges onto REQFILE.DAT, row requests onto
      *VCFREQ.DAT for VCFETCH BATCH - and answers every request in
      *MISRESP.DAT: ACCEPTED with the MIS generation that will carry
      *the result, or REJECTED with the reason.
      *
      *A file whose envelope does not hold - no REQST header, no
      *trailer, a record after the trailer or of an unknown type,
      *trailer counts that do not match the records - is rejected
      *whole: every request in it is answered REJECTED with the
      *envelope's fault, nothing is queued, and the job returns 8.
      *Otherwise a request is rejected for a blank or duplicate id
      *(within the file, or already queued), a range that is not
      *numeric or runs backwards, a range past the configured limits,
      *rows 0007 has not built yet, or a full queue.  A "0005"
      *request is also rejected while "0005" is scheduled partitioned
      *(its PARMFILE.DAT record's PARM-LIMIT two or more): the
      *partitioned runs refuse REQFILE.DAT, so a queued request would
      *stop the night's "0005" steps.  The limits are
      *the PARMFILE.DAT record for job "MISINTAK" (see
      *copybooks/PARMREC.cpy): PARM-BOUNDARY caps a "0005" request's
      *BOUNDARY and PARM-LIMIT the rows in one VCFETCH request;
      *without a record the defaults below stand.  Some requests
      *rejected returns 4, as does a night with no inbound file; all
      *accepted returns 0.  The processed file is renamed
      *MISREQIN.DON so a rerun cannot take it in twice.
      *
      *The generation promised is the one after the last MISXTRCT
      *cut (MISGEN.DAT), because queued requests ride the night's
      *"0005" and VCFETCH BATCH steps into the next extract.  The
      *intake ledger MISINQ.DAT remembers what was queued for which
      *generation; each run first retires the entries whose
      *generation has since been cut, taking its own requests back
      *off REQFILE.DAT and VCFREQ.DAT and leaving operator-keyed
      *REQFILE.DAT entries alone.  The nightly sequence runs this job
      *ahead of "0005", and VCFETCH BATCH after 0007 and VCINDEX and
      *ahead of MISXTRCT.
      *
      *Every queue and the reply are rewritten through a temporary
      *name and one rename, and the job holds a run token of its own
      *(FORCE on the command line replaces one a crash left behind).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO "MISREQIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT REPLY-TMP-FILE ASSIGN TO "MISRESP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLY-STATUS.
           SELECT OPTIONAL REQ-FILE ASSIGN TO "REQFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT REQ-TMP-FILE ASSIGN TO "REQFILE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-TMP-STATUS.
           SELECT OPTIONAL VCQ-FILE ASSIGN TO "VCFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCQ-STATUS.
           SELECT VCQ-TMP-FILE ASSIGN TO "VCFREQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCQ-TMP-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "MISINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-TMP-FILE ASSIGN TO "MISINQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-TMP-STATUS.
           SELECT OPTIONAL GEN-FILE ASSIGN TO "MISGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "CHKPT007.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01 IN-FILE-RECORD PIC X(100).

       FD  REPLY-TMP-FILE.
       01 REPLY-TMP-RECORD PIC X(100).

       FD  REQ-FILE.
       01 REQ-FILE-RECORD PIC X(84).

       FD  REQ-TMP-FILE.
       01 REQ-TMP-RECORD PIC X(84).

       FD  VCQ-FILE.
       01 VCQ-FILE-RECORD PIC X(92).

       FD  VCQ-TMP-FILE.
       01 VCQ-TMP-RECORD PIC X(92).

       FD  LEDGER-FILE.
       01 LEDGER-FILE-RECORD PIC X(30).

       FD  LEDGER-TMP-FILE.
       01 LEDGER-TMP-RECORD PIC X(30).

       FD  GEN-FILE.
       01 GEN-FILE-RECORD PIC X(34).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(84).

       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
      *The night's run identifier from NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), carried into every audit record this
      *run writes and into the reply header.
       COPY RUNIDREC.
       01 WS-RUNID-STATUS      PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-IN-STATUS         PIC X(2).
       01 WS-IN-OPEN-STATUS    PIC X(2).
       01 WS-REPLY-STATUS      PIC X(2).
       01 WS-REQ-STATUS        PIC X(2).
       01 WS-REQ-OPEN-STATUS   PIC X(2).
       01 WS-REQ-TMP-STATUS    PIC X(2).
       01 WS-VCQ-STATUS        PIC X(2).
       01 WS-VCQ-OPEN-STATUS   PIC X(2).
       01 WS-VCQ-TMP-STATUS    PIC X(2).
       01 WS-LEDGER-STATUS     PIC X(2).
       01 WS-LEDGER-OPEN-STATUS PIC X(2).
       01 WS-LEDGER-TMP-STATUS PIC X(2).
       01 WS-GEN-STATUS        PIC X(2).
       01 WS-GEN-OPEN-STATUS   PIC X(2).
       01 WS-CHKPT-STATUS      PIC X(2).
       01 WS-CHKPT-OPEN-STATUS PIC X(2).
       01 WS-PARM-STATUS       PIC X(2).
       01 WS-PARM-OPEN-STATUS  PIC X(2).

       COPY MISREQ.
       COPY REQREC.
       COPY CHKPTREC.
       COPY PARMREC.
       COPY LOCKREQ.

       01 WS-IN-NAME          PIC X(12) VALUE "MISREQIN.DAT".
       01 WS-DONE-NAME        PIC X(12) VALUE "MISREQIN.DON".
       01 WS-REPLY-TMP-NAME   PIC X(11) VALUE "MISRESP.TMP".
       01 WS-REPLY-FINAL-NAME PIC X(11) VALUE "MISRESP.DAT".
       01 WS-REQ-TMP-NAME     PIC X(11) VALUE "REQFILE.TMP".
       01 WS-REQ-FINAL-NAME   PIC X(11) VALUE "REQFILE.DAT".
       01 WS-VCQ-TMP-NAME     PIC X(10) VALUE "VCFREQ.TMP".
       01 WS-VCQ-FINAL-NAME   PIC X(10) VALUE "VCFREQ.DAT".
       01 WS-LEDGER-TMP-NAME  PIC X(10) VALUE "MISINQ.TMP".
       01 WS-LEDGER-FINAL-NAME PIC X(10) VALUE "MISINQ.DAT".

      *TARGA holds the command line, read only for the word FORCE.
       01 TARGA            PIC X(69).
       01 WS-TOKEN-1       PIC X(40).
       01 WS-FORCE-SW      PIC X(1) VALUE "N".
           88 FORCE-REQUESTED     VALUE "Y".
       01 WS-LOCK-HELD-SW  PIC X(1) VALUE "N".
           88 LOCK-HELD-BY-ME     VALUE "Y".

      *The configured limits, from the "MISINTAK" PARMFILE.DAT
      *record when there is one: the largest BOUNDARY a "0005"
      *request may ask for, and the most rows one VCFETCH request
      *may span.
       01 WS-MAX-BOUNDARY  PIC 9(38) VALUE 1000000.
       01 WS-MAX-ROWS      PIC 9(38) VALUE 1000.
      *Whether "0005" runs partitioned, from its own PARMFILE.DAT
      *record: a partition count of two or more.
       01 WS-0005-PART-SW  PIC X(1) VALUE "N".
           88 0005-IS-PARTITIONED VALUE "Y".

      *The generation position: the last generation MISXTRCT cut,
      *the one accepted requests are promised, and the last VA 0007
      *has built - a row request past it cannot be answered yet.
       01 WS-CUT-GEN       PIC 9(8) VALUE 0.
       01 WS-PROMISE-GEN   PIC 9(8) VALUE 0.
       01 WS-BUILT-VA      PIC 9(38) VALUE 0.

      *The intake ledger, loaded to retire what has been carried.
       01 WS-LEDGER-COUNT  PIC 9(4) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 200 TIMES INDEXED BY LQ-IDX.
               10 WS-L-TYPE     PIC X(4).
               10 WS-L-ID       PIC X(8).
               10 WS-L-GEN-NO   PIC 9(8).
               10 WS-L-RUN-DATE PIC X(10).
               10 WS-L-CARRIED-SW PIC X(1).
                   88 L-WAS-CARRIED    VALUE "Y".
       01 WS-KEEP-COUNT    PIC 9(4).
       01 WS-DROP-COUNT    PIC 9(4) VALUE 0.

      *What is already queued: the ids on REQFILE.DAT (an operator's
      *as well as ours) and VCFREQ.DAT, and each queue's length.
      *Both queues hold a hundred requests, REQFILE.DAT's limit in
      *"0005".
       01 WS-REQ-QUEUED    PIC 9(4) VALUE 0.
       01 WS-VCQ-QUEUED    PIC 9(4) VALUE 0.
       01 WS-QUEUE-MAX     PIC 9(4) VALUE 100.
       01 WS-QUEUED-COUNT  PIC 9(4) VALUE 0.
       01 WS-QUEUED-TABLE.
           05 WS-QUEUED-ID OCCURS 200 TIMES INDEXED BY QD-IDX
                               PIC X(8).

      *Envelope check: the records read, the requests of each type,
      *the trailer's figures, and the first fault found - any fault
      *rejects the whole file.
       01 WS-REC-NO        PIC 9(9) VALUE 0.
       01 WS-IN-COUNT-05   PIC 9(9) VALUE 0.
       01 WS-IN-COUNT-VC   PIC 9(9) VALUE 0.
       01 WS-IN-TOTAL      PIC 9(9) VALUE 0.
       01 WS-IN-MAX        PIC 9(9) VALUE 200.
       01 WS-TRAILER-SW    PIC X(1) VALUE "N".
           88 TRAILER-WAS-SEEN    VALUE "Y".
       01 WS-T-COUNT-05    PIC 9(9) VALUE 0.
       01 WS-T-COUNT-VC    PIC 9(9) VALUE 0.
       01 WS-T-TOTAL       PIC 9(9) VALUE 0.
       01 WS-SEQ-NO        PIC X(8) VALUE SPACES.
       01 WS-FAULT-TEXT    PIC X(40).
       01 WS-FILE-REASON   PIC X(40) VALUE SPACES.

      *Per-request validation: ids seen earlier in this file, the
      *verdict and reason for the request in hand, and the range it
      *asks for.
       01 WS-SEEN-COUNT    PIC 9(4) VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ID OCCURS 200 TIMES INDEXED BY SN-IDX
                             PIC X(8).
       01 WS-REQ-ID        PIC X(8).
       01 WS-SEEN-SW       PIC X(1).
           88 ID-WAS-SEEN         VALUE "Y".
       01 WS-QUEUED-SW     PIC X(1).
           88 ID-IS-QUEUED        VALUE "Y".
       01 WS-REASON        PIC X(40).
       01 WS-RANGE-1       PIC 9(38).
       01 WS-RANGE-2       PIC 9(38).
       01 WS-SPAN          PIC 9(38).

      *The requests accepted this run, queued once the whole file
      *has been answered.
       01 WS-NEW-05-COUNT  PIC 9(4) VALUE 0.
       01 WS-NEW-05-TABLE.
           05 WS-NEW-05 OCCURS 100 TIMES INDEXED BY N5-IDX.
               10 WS-N5-ID       PIC X(8).
               10 WS-N5-BOUNDARY PIC 9(38).
               10 WS-N5-OFFSET   PIC 9(38).
       01 WS-NEW-VC-COUNT  PIC 9(4) VALUE 0.
       01 WS-NEW-VC-TABLE.
           05 WS-NEW-VC OCCURS 100 TIMES INDEXED BY NV-IDX.
               10 WS-NV-ID       PIC X(8).
               10 WS-NV-VA-LOW   PIC 9(38).
               10 WS-NV-VA-HIGH  PIC 9(38).
       01 WS-ACCEPT-COUNT  PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(9) VALUE 0.

       01 WS-RUN-DATE      PIC X(10).
       01 WS-RUN-TIME      PIC X(8).
       COPY AUDITREC.
       01 WS-SAVE-RC       PIC S9(4).
       01 WS-ABEND-REASON  PIC X(40) VALUE SPACES.
       01 D-COUNT-1        PIC Z(8)9.
       01 D-COUNT-2        PIC Z(8)9.
       01 D-GEN-NO         PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-PARAMETERS-PARA.
           PERFORM ACQUIRE-LOCK-PARA.
           PERFORM READ-LIMITS-PARA.
           PERFORM READ-POSITION-PARA.
           PERFORM RETIRE-CARRIED-PARA.
           PERFORM LOAD-QUEUED-PARA.
           OPEN INPUT IN-FILE.
           MOVE WS-IN-STATUS TO WS-IN-OPEN-STATUS.
           EVALUATE TRUE
               WHEN WS-IN-OPEN-STATUS = "35"
                   DISPLAY "MISINTAK: no MISREQIN.DAT - nothing to "
                     "take in"
                   MOVE "NORMAL" TO AUDIT-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN WS-IN-OPEN-STATUS NOT = "00"
                   DISPLAY "MISINTAK: cannot open MISREQIN.DAT, "
                     "status " WS-IN-OPEN-STATUS
                   MOVE "inbound file unreadable" TO WS-ABEND-REASON
                   PERFORM ABEND-PARA
               WHEN OTHER
                   PERFORM CHECK-ENVELOPE-PARA
                   CLOSE IN-FILE
                   PERFORM ANSWER-REQUESTS-PARA
                   PERFORM QUEUE-ACCEPTED-PARA
                   CALL "CBL_RENAME_FILE" USING WS-REPLY-TMP-NAME
                       WS-REPLY-FINAL-NAME
                   CALL "CBL_RENAME_FILE" USING WS-IN-NAME
                       WS-DONE-NAME
                   PERFORM SET-RESULT-PARA
           END-EVALUATE.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCK-PARA.
           STOP RUN.

      *SET-RESULT-PARA reports the run and sets the return code: 8
      *for a file rejected whole, 4 when any request was rejected,
      *0 when every request was accepted.
       SET-RESULT-PARA.
           MOVE WS-ACCEPT-COUNT TO D-COUNT-1.
           MOVE WS-REJECT-COUNT TO D-COUNT-2.
           MOVE "NORMAL" TO AUDIT-STATUS.
           IF WS-FILE-REASON NOT = SPACES THEN
               DISPLAY "MISINTAK: MISREQIN.DAT rejected - "
                   FUNCTION TRIM(WS-FILE-REASON) "; "
                   FUNCTION TRIM(D-COUNT-2)
                   " request(s) answered REJECTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PROMISE-GEN TO D-GEN-NO
               DISPLAY "MISINTAK: " FUNCTION TRIM(D-COUNT-1)
                   " request(s) queued for generation "
                   FUNCTION TRIM(D-GEN-NO) ", "
                   FUNCTION TRIM(D-COUNT-2) " rejected"
               IF WS-REJECT-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "MISINTAK"    TO AUDIT-JOB-NAME.
           MOVE WS-RUN-DATE   TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "START "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           MOVE "NORMAL"      TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *GET-RUNID-PARA reads the night's identifier.  NIGHTRUN.DAT
      *persists between nights - the same-date suffix series needs
      *the last identifier - so a hand run between nights is
      *stamped with the last assigned identifier, deliberately: a
      *daytime repair, rerun, or correction pass is part of that
      *night's story and should be found under its identifier.
      *Only before the first night ever is the identifier blank.
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

      *END-LOG-PARA saves and restores RETURN-CODE around the CALL so
      *the AUDITLOG subprogram's own GOBACK doesn't clobber the exit
      *code MAIN-PARA already set for the caller.  MIS's sequence
      *number and the verdict counts go into AUDIT-PARMS.
       END-LOG-PARA.
           MOVE RETURN-CODE   TO WS-SAVE-RC.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "MISINTAK"    TO AUDIT-JOB-NAME.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "END   "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           IF WS-ABEND-REASON NOT = SPACES THEN
               STRING "reason=" DELIMITED BY SIZE
                      WS-ABEND-REASON DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           ELSE
               MOVE WS-ACCEPT-COUNT TO D-COUNT-1
               MOVE WS-REJECT-COUNT TO D-COUNT-2
               MOVE WS-PROMISE-GEN TO D-GEN-NO
               STRING "SEQ=" DELIMITED BY SIZE
                      WS-SEQ-NO DELIMITED BY SIZE
                      " ACC=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                      " REJ=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      " GEN=" DELIMITED BY SIZE
                      FUNCTION TRIM(D-GEN-NO) DELIMITED BY SIZE
                      INTO AUDIT-PARMS
           END-IF.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *ABEND-PARA is the cannot-run exit: no queue or reply has been
      *touched, the reason is on the END record, and the token (if
      *taken) is given back.
       ABEND-PARA.
           MOVE "ABEND " TO AUDIT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCK-PARA.
           STOP RUN.

      *GET-PARAMETERS-PARA reads the command line: nothing, or FORCE.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOKEN-1.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1.
           EVALUATE WS-TOKEN-1
               WHEN SPACES
                   CONTINUE
               WHEN "FORCE"
                   MOVE "Y" TO WS-FORCE-SW
               WHEN OTHER
                   DISPLAY "MISINTAK: unknown argument "
                       FUNCTION TRIM(WS-TOKEN-1) ", job terminated"
                   MOVE "bad command line" TO WS-ABEND-REASON
                   PERFORM ABEND-PARA
           END-EVALUATE.

      *ACQUIRE-LOCK-PARA takes the job's own run token: two intakes
      *rewriting the same queues at once would lose requests.
       ACQUIRE-LOCK-PARA.
           MOVE "MISINTAK" TO LOCK-JOB-NAME.
           MOVE "A" TO LOCK-ACTION.
           MOVE WS-FORCE-SW TO LOCK-FORCE-SW.
           CALL "RUNLOCK" USING LOCK-REQUEST.
           IF LOCK-IS-HELD THEN
               DISPLAY "MISINTAK: ABEND - another instance holds "
                 "LOCKMISINTAK.DAT; if it crashed, rerun with FORCE "
                 "or remove the lock file"
               MOVE "run lock held" TO WS-ABEND-REASON
               PERFORM ABEND-PARA
           END-IF.
           MOVE "Y" TO WS-LOCK-HELD-SW.

      *RELEASE-LOCK-PARA saves and restores RETURN-CODE around the
      *CALL, like END-LOG-PARA, so the RUNLOCK subprogram's GOBACK
      *doesn't clobber an exit code already set for the caller.
       RELEASE-LOCK-PARA.
           IF LOCK-HELD-BY-ME THEN
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "MISINTAK" TO LOCK-JOB-NAME
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-REQUEST
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

      *READ-LIMITS-PARA takes the configured limits from the
      *"MISINTAK" parameter record; a field that is missing, zero or
      *not numeric leaves its default in force.  The "0005" record
      *says whether "0005" is scheduled partitioned.
       READ-LIMITS-PARA.
           OPEN INPUT PARM-FILE.
           MOVE WS-PARM-STATUS TO WS-PARM-OPEN-STATUS.
           IF WS-PARM-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                   READ PARM-FILE INTO PARM-RECORD
                       AT END MOVE "10" TO WS-PARM-STATUS
                       NOT AT END
                           IF PARM-JOB-NAME = "MISINTAK" THEN
                               PERFORM TAKE-LIMITS-PARA
                           END-IF
                           IF PARM-JOB-NAME = "0005" THEN
                               PERFORM TAKE-0005-MODE-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PARM-OPEN-STATUS = "00" OR
                   WS-PARM-OPEN-STATUS = "05" THEN
               CLOSE PARM-FILE
           END-IF.

       TAKE-LIMITS-PARA.
           IF PARM-BOUNDARY IS NUMERIC AND PARM-BOUNDARY > 0 THEN
               MOVE PARM-BOUNDARY TO WS-MAX-BOUNDARY
           END-IF.
           IF PARM-LIMIT IS NUMERIC AND PARM-LIMIT > 0 THEN
               MOVE PARM-LIMIT TO WS-MAX-ROWS
           END-IF.

       TAKE-0005-MODE-PARA.
           IF PARM-LIMIT IS NUMERIC AND PARM-LIMIT >= 2 THEN
               MOVE "Y" TO WS-0005-PART-SW
           END-IF.

      *READ-POSITION-PARA reads the last generation cut from
      *MISGEN.DAT - its first eight bytes, whatever MISXTRCT keeps
      *behind them - and the last VA 0007 has checkpointed.  No
      *generation file means nothing has been cut and generation one
      *is next; no checkpoint means no rows exist yet.
       READ-POSITION-PARA.
           MOVE 0 TO WS-CUT-GEN WS-BUILT-VA.
           OPEN INPUT GEN-FILE.
           MOVE WS-GEN-STATUS TO WS-GEN-OPEN-STATUS.
           IF WS-GEN-OPEN-STATUS = "00" THEN
               READ GEN-FILE
                   NOT AT END
                       IF GEN-FILE-RECORD (1:8) IS NUMERIC THEN
                           MOVE GEN-FILE-RECORD (1:8) TO WS-CUT-GEN
                       END-IF
               END-READ
           END-IF.
           IF WS-GEN-OPEN-STATUS = "00" OR
                   WS-GEN-OPEN-STATUS = "05" THEN
               CLOSE GEN-FILE
           END-IF.
           COMPUTE WS-PROMISE-GEN = WS-CUT-GEN + 1.
           OPEN INPUT CHKPT-FILE.
           MOVE WS-CHKPT-STATUS TO WS-CHKPT-OPEN-STATUS.
           IF WS-CHKPT-OPEN-STATUS = "00" THEN
               READ CHKPT-FILE INTO CHKPT-RECORD
                   NOT AT END
                       IF CHKPT-VA IS NUMERIC THEN
                           MOVE CHKPT-VA TO WS-BUILT-VA
                       END-IF
               END-READ
           END-IF.
           IF WS-CHKPT-OPEN-STATUS = "00" OR
                   WS-CHKPT-OPEN-STATUS = "05" THEN
               CLOSE CHKPT-FILE
           END-IF.

      *RETIRE-CARRIED-PARA takes back off the queues every request
      *the ledger promised to a generation that has now been cut:
      *"0005" and VCFETCH BATCH ran it and MISXTRCT shipped it.  Only
      *REQFILE.DAT entries the ledger names are removed; an
      *operator's own entries stay.  A queue left empty is deleted,
      *so "0005" goes back to its single scheduled range.
       RETIRE-CARRIED-PARA.
           MOVE 0 TO WS-LEDGER-COUNT WS-CARRIED-COUNT.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-LEDGER-STATUS TO WS-LEDGER-OPEN-STATUS.
           IF WS-LEDGER-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   READ LEDGER-FILE INTO IQ-RECORD
                       AT END MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END PERFORM TAKE-LEDGER-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LEDGER-OPEN-STATUS = "00" OR
                   WS-LEDGER-OPEN-STATUS = "05" THEN
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-CARRIED-COUNT > 0 THEN
               PERFORM RETIRE-REQFILE-PARA
               PERFORM RETIRE-VCFREQ-PARA
               PERFORM RETIRE-LEDGER-PARA
               MOVE WS-CARRIED-COUNT TO D-COUNT-1
               MOVE WS-CUT-GEN TO D-GEN-NO
               DISPLAY "MISINTAK: " FUNCTION TRIM(D-COUNT-1)
                   " request(s) carried through generation "
                   FUNCTION TRIM(D-GEN-NO) " retired from the queues"
           END-IF.

      *TAKE-LEDGER-PARA loads one ledger entry.  An entry whose
      *generation is not readable is kept and never retired - an
      *operator can see it on the file and decide.
       TAKE-LEDGER-PARA.
           IF WS-LEDGER-COUNT < 200 THEN
               ADD 1 TO WS-LEDGER-COUNT
               SET LQ-IDX TO WS-LEDGER-COUNT
               MOVE IQ-REQ-TYPE TO WS-L-TYPE (LQ-IDX)
               MOVE IQ-REQ-ID   TO WS-L-ID (LQ-IDX)
               MOVE IQ-RUN-DATE TO WS-L-RUN-DATE (LQ-IDX)
               MOVE "N" TO WS-L-CARRIED-SW (LQ-IDX)
               IF IQ-GEN-NO IS NUMERIC THEN
                   MOVE IQ-GEN-NO TO WS-L-GEN-NO (LQ-IDX)
                   IF IQ-GEN-NO <= WS-CUT-GEN THEN
                       MOVE "Y" TO WS-L-CARRIED-SW (LQ-IDX)
                       ADD 1 TO WS-CARRIED-COUNT
                   END-IF
               ELSE
                   MOVE 99999999 TO WS-L-GEN-NO (LQ-IDX)
               END-IF
           END-IF.

      *RETIRE-REQFILE-PARA rewrites REQFILE.DAT without the carried
      *"0005" requests the ledger names.
       RETIRE-REQFILE-PARA.
           MOVE 0 TO WS-KEEP-COUNT WS-DROP-COUNT.
           OPEN INPUT REQ-FILE.
           MOVE WS-REQ-STATUS TO WS-REQ-OPEN-STATUS.
           IF WS-REQ-OPEN-STATUS = "00" THEN
               OPEN OUTPUT REQ-TMP-FILE
               PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                   READ REQ-FILE INTO REQ-RECORD
                       AT END MOVE "10" TO WS-REQ-STATUS
                       NOT AT END PERFORM RETIRE-ONE-REQ-PARA
                   END-READ
               END-PERFORM
               CLOSE REQ-TMP-FILE
           END-IF.
           IF WS-REQ-OPEN-STATUS = "00" OR
                   WS-REQ-OPEN-STATUS = "05" THEN
               CLOSE REQ-FILE
           END-IF.
           IF WS-REQ-OPEN-STATUS = "00" AND WS-DROP-COUNT > 0 THEN
               IF WS-KEEP-COUNT = 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-REQ-FINAL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-REQ-TMP-NAME
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-REQ-TMP-NAME
                       WS-REQ-FINAL-NAME
               END-IF
           END-IF.

       RETIRE-ONE-REQ-PARA.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM VARYING LQ-IDX FROM 1 BY 1
                   UNTIL LQ-IDX > WS-LEDGER-COUNT OR ID-WAS-SEEN
               IF L-WAS-CARRIED (LQ-IDX)
                       AND WS-L-TYPE (LQ-IDX) = "R05 "
                       AND WS-L-ID (LQ-IDX) = REQ-ID THEN
                   MOVE "Y" TO WS-SEEN-SW
               END-IF
           END-PERFORM.
           IF ID-WAS-SEEN THEN
               ADD 1 TO WS-DROP-COUNT
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               WRITE REQ-TMP-RECORD FROM REQ-FILE-RECORD
           END-IF.

      *RETIRE-VCFREQ-PARA rewrites VCFREQ.DAT without the requests
      *whose generation has been cut.  Every VCFREQ.DAT record is
      *MISINTAK's own.
       RETIRE-VCFREQ-PARA.
           MOVE 0 TO WS-KEEP-COUNT WS-DROP-COUNT.
           OPEN INPUT VCQ-FILE.
           MOVE WS-VCQ-STATUS TO WS-VCQ-OPEN-STATUS.
           IF WS-VCQ-OPEN-STATUS = "00" THEN
               OPEN OUTPUT VCQ-TMP-FILE
               PERFORM UNTIL WS-VCQ-STATUS NOT = "00"
                   READ VCQ-FILE INTO VQ-RECORD
                       AT END MOVE "10" TO WS-VCQ-STATUS
                       NOT AT END
                           IF VQ-GEN-NO IS NUMERIC
                                   AND VQ-GEN-NO <= WS-CUT-GEN THEN
                               ADD 1 TO WS-DROP-COUNT
                           ELSE
                               ADD 1 TO WS-KEEP-COUNT
                               WRITE VCQ-TMP-RECORD
                                   FROM VCQ-FILE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VCQ-TMP-FILE
           END-IF.
           IF WS-VCQ-OPEN-STATUS = "00" OR
                   WS-VCQ-OPEN-STATUS = "05" THEN
               CLOSE VCQ-FILE
           END-IF.
           IF WS-VCQ-OPEN-STATUS = "00" AND WS-DROP-COUNT > 0 THEN
               IF WS-KEEP-COUNT = 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-VCQ-FINAL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-VCQ-TMP-NAME
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-VCQ-TMP-NAME
                       WS-VCQ-FINAL-NAME
               END-IF
           END-IF.

      *RETIRE-LEDGER-PARA rewrites the ledger with the entries still
      *waiting for their generation, last of the three so an abend
      *part way leaves the ledger able to retire the rest next run.
       RETIRE-LEDGER-PARA.
           MOVE 0 TO WS-KEEP-COUNT.
           OPEN OUTPUT LEDGER-TMP-FILE.
           PERFORM VARYING LQ-IDX FROM 1 BY 1
                   UNTIL LQ-IDX > WS-LEDGER-COUNT
               IF NOT L-WAS-CARRIED (LQ-IDX) THEN
                   ADD 1 TO WS-KEEP-COUNT
                   PERFORM WRITE-LEDGER-ENTRY-PARA
               END-IF
           END-PERFORM.
           CLOSE LEDGER-TMP-FILE.
           IF WS-KEEP-COUNT = 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-LEDGER-FINAL-NAME
               CALL "CBL_DELETE_FILE" USING WS-LEDGER-TMP-NAME
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-LEDGER-TMP-NAME
                   WS-LEDGER-FINAL-NAME
           END-IF.
           MOVE WS-KEEP-COUNT TO WS-LEDGER-COUNT.

       WRITE-LEDGER-ENTRY-PARA.
           MOVE WS-L-TYPE (LQ-IDX)     TO IQ-REQ-TYPE.
           MOVE WS-L-ID (LQ-IDX)       TO IQ-REQ-ID.
           MOVE WS-L-GEN-NO (LQ-IDX)   TO IQ-GEN-NO.
           MOVE WS-L-RUN-DATE (LQ-IDX) TO IQ-RUN-DATE.
           WRITE LEDGER-TMP-RECORD FROM IQ-RECORD.

      *LOAD-QUEUED-PARA reads what is queued now, after retirement:
      *the ids on both queues, against which a new request's id must
      *be unique, and each queue's length.
       LOAD-QUEUED-PARA.
           MOVE 0 TO WS-QUEUED-COUNT WS-REQ-QUEUED WS-VCQ-QUEUED.
           OPEN INPUT REQ-FILE.
           MOVE WS-REQ-STATUS TO WS-REQ-OPEN-STATUS.
           IF WS-REQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                   READ REQ-FILE INTO REQ-RECORD
                       AT END MOVE "10" TO WS-REQ-STATUS
                       NOT AT END
                           ADD 1 TO WS-REQ-QUEUED
                           MOVE REQ-ID TO WS-REQ-ID
                           PERFORM NOTE-QUEUED-ID-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-REQ-OPEN-STATUS = "00" OR
                   WS-REQ-OPEN-STATUS = "05" THEN
               CLOSE REQ-FILE
           END-IF.
           OPEN INPUT VCQ-FILE.
           MOVE WS-VCQ-STATUS TO WS-VCQ-OPEN-STATUS.
           IF WS-VCQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-VCQ-STATUS NOT = "00"
                   READ VCQ-FILE INTO VQ-RECORD
                       AT END MOVE "10" TO WS-VCQ-STATUS
                       NOT AT END
                           ADD 1 TO WS-VCQ-QUEUED
                           MOVE VQ-REQ-ID TO WS-REQ-ID
                           PERFORM NOTE-QUEUED-ID-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-VCQ-OPEN-STATUS = "00" OR
                   WS-VCQ-OPEN-STATUS = "05" THEN
               CLOSE VCQ-FILE
           END-IF.

       NOTE-QUEUED-ID-PARA.
           IF WS-QUEUED-COUNT < 200 AND WS-REQ-ID NOT = SPACES THEN
               ADD 1 TO WS-QUEUED-COUNT
               MOVE WS-REQ-ID TO WS-QUEUED-ID (WS-QUEUED-COUNT)
           END-IF.

      *CHECK-ENVELOPE-PARA is the first pass over the inbound file:
      *the header first, the trailer last and once, nothing of a
      *type this interface does not define, and trailer counts that
      *agree with the request records.  The first fault found is the
      *file's rejection reason.
       CHECK-ENVELOPE-PARA.
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
               READ IN-FILE INTO RQ-RECORD
                   AT END MOVE "10" TO WS-IN-STATUS
                   NOT AT END PERFORM CHECK-RECORD-PARA
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REC-NO = 0
                   MOVE "FILE IS EMPTY" TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE "TRAILER RECORD MISSING" TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
               WHEN WS-T-COUNT-05 NOT = WS-IN-COUNT-05
                       OR WS-T-COUNT-VC NOT = WS-IN-COUNT-VC
                       OR WS-T-TOTAL NOT = WS-IN-TOTAL
                   MOVE "TRAILER COUNTS DO NOT MATCH RECORDS"
                       TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
               WHEN WS-IN-TOTAL > WS-IN-MAX
                   MOVE "MORE THAN 200 REQUESTS IN ONE FILE"
                       TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
           END-EVALUATE.

       CHECK-RECORD-PARA.
           ADD 1 TO WS-REC-NO.
           EVALUATE TRUE
               WHEN WS-REC-NO = 1
                   IF RQ-IS-HEADER AND RQ-H-IS-REQUEST THEN
                       MOVE RQ-H-SEQ-NO TO WS-SEQ-NO
                   ELSE
                       MOVE "FIRST RECORD IS NOT A REQST HEADER"
                           TO WS-FAULT-TEXT
                       PERFORM NOTE-FILE-FAULT-PARA
                   END-IF
               WHEN TRAILER-WAS-SEEN
                   MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
               WHEN RQ-IS-HEADER
                   MOVE "SECOND HEADER RECORD" TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
               WHEN RQ-IS-TRAILER
                   MOVE "Y" TO WS-TRAILER-SW
                   IF RQ-T-COUNT-05 IS NUMERIC
                           AND RQ-T-COUNT-VC IS NUMERIC
                           AND RQ-T-TOTAL IS NUMERIC THEN
                       MOVE RQ-T-COUNT-05 TO WS-T-COUNT-05
                       MOVE RQ-T-COUNT-VC TO WS-T-COUNT-VC
                       MOVE RQ-T-TOTAL    TO WS-T-TOTAL
                   ELSE
                       MOVE "TRAILER COUNTS NOT NUMERIC"
                           TO WS-FAULT-TEXT
                       PERFORM NOTE-FILE-FAULT-PARA
                   END-IF
               WHEN RQ-IS-0005
                   ADD 1 TO WS-IN-COUNT-05 WS-IN-TOTAL
               WHEN RQ-IS-VCFETCH
                   ADD 1 TO WS-IN-COUNT-VC WS-IN-TOTAL
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-FAULT-TEXT
                   PERFORM NOTE-FILE-FAULT-PARA
           END-EVALUATE.

       NOTE-FILE-FAULT-PARA.
           IF WS-FILE-REASON = SPACES THEN
               MOVE WS-FAULT-TEXT TO WS-FILE-REASON
           END-IF.

      *ANSWER-REQUESTS-PARA is the second pass: every request record
      *is answered, in file order, inside the reply envelope.  In a
      *file rejected whole each answer carries the envelope's fault.
       ANSWER-REQUESTS-PARA.
           OPEN OUTPUT REPLY-TMP-FILE.
           MOVE WS-RUN-DATE TO RP-H-RUN-DATE.
           MOVE WS-SEQ-NO   TO RP-H-SEQ-NO.
           MOVE NR-RUN-ID   TO RP-H-RUN-ID.
           MOVE SPACES TO REPLY-TMP-RECORD.
           MOVE RP-HEADER-LINE TO REPLY-TMP-RECORD.
           WRITE REPLY-TMP-RECORD.
           OPEN INPUT IN-FILE.
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
               READ IN-FILE INTO RQ-RECORD
                   AT END MOVE "10" TO WS-IN-STATUS
                   NOT AT END
                       IF RQ-IS-0005 OR RQ-IS-VCFETCH THEN
                           PERFORM ANSWER-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           MOVE WS-ACCEPT-COUNT TO RP-T-ACCEPTED.
           MOVE WS-REJECT-COUNT TO RP-T-REJECTED.
           COMPUTE RP-T-TOTAL = WS-ACCEPT-COUNT + WS-REJECT-COUNT.
           MOVE SPACES TO REPLY-TMP-RECORD.
           MOVE RP-TRAILER-LINE TO REPLY-TMP-RECORD.
           WRITE REPLY-TMP-RECORD.
           CLOSE REPLY-TMP-FILE.

      *ANSWER-ONE-PARA validates one request and writes its reply.
      *Its id is remembered whatever the verdict, so a second record
      *under the same id is answered as a duplicate.
       ANSWER-ONE-PARA.
           MOVE SPACES TO WS-REASON.
           IF RQ-IS-0005 THEN
               MOVE RQ-5-ID TO WS-REQ-ID
           ELSE
               MOVE RQ-V-ID TO WS-REQ-ID
           END-IF.
           PERFORM FIND-ID-PARA.
           IF WS-FILE-REASON NOT = SPACES THEN
               MOVE WS-FILE-REASON TO WS-REASON
           ELSE
               IF RQ-IS-0005 THEN
                   PERFORM CHECK-0005-PARA
               ELSE
                   PERFORM CHECK-VCFETCH-PARA
               END-IF
           END-IF.
           IF WS-REQ-ID NOT = SPACES AND WS-SEEN-COUNT < 200 THEN
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-REQ-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
           END-IF.
           MOVE WS-REQ-ID TO RP-REQ-ID.
           MOVE RQ-TAG    TO RP-REQ-TYPE.
           IF WS-REASON = SPACES THEN
               MOVE "ACCEPTED" TO RP-VERDICT
               MOVE WS-PROMISE-GEN TO RP-GEN-NO
               MOVE SPACES TO RP-REASON
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               MOVE "REJECTED" TO RP-VERDICT
               MOVE 0 TO RP-GEN-NO
               MOVE WS-REASON TO RP-REASON
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE SPACES TO REPLY-TMP-RECORD.
           MOVE RP-REPLY-LINE TO REPLY-TMP-RECORD.
           WRITE REPLY-TMP-RECORD.

      *FIND-ID-PARA looks the request's id up among the ids earlier
      *in this file and those already queued.
       FIND-ID-PARA.
           MOVE "N" TO WS-SEEN-SW WS-QUEUED-SW.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SEEN-COUNT OR ID-WAS-SEEN
               IF WS-SEEN-ID (SN-IDX) = WS-REQ-ID THEN
                   MOVE "Y" TO WS-SEEN-SW
               END-IF
           END-PERFORM.
           PERFORM VARYING QD-IDX FROM 1 BY 1
                   UNTIL QD-IDX > WS-QUEUED-COUNT OR ID-IS-QUEUED
               IF WS-QUEUED-ID (QD-IDX) = WS-REQ-ID THEN
                   MOVE "Y" TO WS-QUEUED-SW
               END-IF
           END-PERFORM.

      *CHECK-0005-PARA validates an "R05 " request against what
      *"0005" itself will accept from REQFILE.DAT, and the limits.
      *The first failure found is the reason given.
       CHECK-0005-PARA.
           EVALUATE TRUE
               WHEN WS-REQ-ID = SPACES
                   MOVE "REQUEST ID IS BLANK" TO WS-REASON
               WHEN ID-WAS-SEEN
                   MOVE "DUPLICATE REQUEST ID IN FILE" TO WS-REASON
               WHEN ID-IS-QUEUED
                   MOVE "REQUEST ID ALREADY QUEUED" TO WS-REASON
               WHEN 0005-IS-PARTITIONED
                   MOVE "0005 IS SCHEDULED PARTITIONED" TO WS-REASON
               WHEN RQ-5-BOUNDARY NOT NUMERIC
                       OR RQ-5-OFFSET NOT NUMERIC
                   MOVE "BOUNDARY OR OFFSET NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   MOVE RQ-5-BOUNDARY TO WS-RANGE-1
                   MOVE RQ-5-OFFSET   TO WS-RANGE-2
                   EVALUATE TRUE
                       WHEN WS-RANGE-1 = 0
                           MOVE "BOUNDARY MUST BE 1 OR MORE"
                               TO WS-REASON
                       WHEN WS-RANGE-2 > WS-RANGE-1
                           MOVE "OFFSET IS PAST BOUNDARY"
                               TO WS-REASON
                       WHEN WS-RANGE-1 > WS-MAX-BOUNDARY
                           MOVE "BOUNDARY PAST CONFIGURED LIMIT"
                               TO WS-REASON
                       WHEN WS-REQ-QUEUED + WS-NEW-05-COUNT
                               >= WS-QUEUE-MAX
                           MOVE "0005 REQUEST QUEUE IS FULL"
                               TO WS-REASON
                       WHEN OTHER
                           ADD 1 TO WS-NEW-05-COUNT
                           SET N5-IDX TO WS-NEW-05-COUNT
                           MOVE WS-REQ-ID  TO WS-N5-ID (N5-IDX)
                           MOVE WS-RANGE-1 TO WS-N5-BOUNDARY (N5-IDX)
                           MOVE WS-RANGE-2 TO WS-N5-OFFSET (N5-IDX)
                   END-EVALUATE
           END-EVALUATE.

      *CHECK-VCFETCH-PARA validates an "RVC " request: a range
      *VCFETCH's own command line would take, no wider than the row
      *limit, and wholly built by 0007 already.
       CHECK-VCFETCH-PARA.
           EVALUATE TRUE
               WHEN WS-REQ-ID = SPACES
                   MOVE "REQUEST ID IS BLANK" TO WS-REASON
               WHEN ID-WAS-SEEN
                   MOVE "DUPLICATE REQUEST ID IN FILE" TO WS-REASON
               WHEN ID-IS-QUEUED
                   MOVE "REQUEST ID ALREADY QUEUED" TO WS-REASON
               WHEN RQ-V-VA-LOW NOT NUMERIC
                       OR RQ-V-VA-HIGH NOT NUMERIC
                   MOVE "VA RANGE NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   MOVE RQ-V-VA-LOW  TO WS-RANGE-1
                   MOVE RQ-V-VA-HIGH TO WS-RANGE-2
                   EVALUATE TRUE
                       WHEN WS-RANGE-1 = 0
                           MOVE "VA MUST BE 1 OR MORE" TO WS-REASON
                       WHEN WS-RANGE-2 < WS-RANGE-1
                           MOVE "VA-HIGH IS BELOW VA-LOW"
                               TO WS-REASON
                       WHEN OTHER
                           COMPUTE WS-SPAN =
                               WS-RANGE-2 - WS-RANGE-1 + 1
                           PERFORM CHECK-VCFETCH-LIMITS-PARA
                   END-EVALUATE
           END-EVALUATE.

       CHECK-VCFETCH-LIMITS-PARA.
           EVALUATE TRUE
               WHEN WS-SPAN > WS-MAX-ROWS
                   MOVE "ROW COUNT PAST CONFIGURED LIMIT"
                       TO WS-REASON
               WHEN WS-RANGE-2 > WS-BUILT-VA
                   MOVE "VA NOT YET BUILT BY 0007" TO WS-REASON
               WHEN WS-VCQ-QUEUED + WS-NEW-VC-COUNT >= WS-QUEUE-MAX
                   MOVE "VCFETCH REQUEST QUEUE IS FULL" TO WS-REASON
               WHEN OTHER
                   ADD 1 TO WS-NEW-VC-COUNT
                   SET NV-IDX TO WS-NEW-VC-COUNT
                   MOVE WS-REQ-ID  TO WS-NV-ID (NV-IDX)
                   MOVE WS-RANGE-1 TO WS-NV-VA-LOW (NV-IDX)
                   MOVE WS-RANGE-2 TO WS-NV-VA-HIGH (NV-IDX)
           END-EVALUATE.

      *QUEUE-ACCEPTED-PARA appends the accepted requests to their
      *queues and to the ledger, each through its temporary name and
      *one rename.  The ledger goes last: a request on a queue but
      *not yet on the ledger is only ever kept too long, never lost.
       QUEUE-ACCEPTED-PARA.
           IF WS-NEW-05-COUNT > 0 THEN
               PERFORM APPEND-REQFILE-PARA
           END-IF.
           IF WS-NEW-VC-COUNT > 0 THEN
               PERFORM APPEND-VCFREQ-PARA
           END-IF.
           IF WS-NEW-05-COUNT > 0 OR WS-NEW-VC-COUNT > 0 THEN
               PERFORM APPEND-LEDGER-PARA
           END-IF.

       APPEND-REQFILE-PARA.
           OPEN OUTPUT REQ-TMP-FILE.
           OPEN INPUT REQ-FILE.
           MOVE WS-REQ-STATUS TO WS-REQ-OPEN-STATUS.
           IF WS-REQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                   READ REQ-FILE
                       AT END MOVE "10" TO WS-REQ-STATUS
                       NOT AT END
                           WRITE REQ-TMP-RECORD FROM REQ-FILE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-REQ-OPEN-STATUS = "00" OR
                   WS-REQ-OPEN-STATUS = "05" THEN
               CLOSE REQ-FILE
           END-IF.
           PERFORM VARYING N5-IDX FROM 1 BY 1
                   UNTIL N5-IDX > WS-NEW-05-COUNT
               MOVE WS-N5-ID (N5-IDX)       TO REQ-ID
               MOVE WS-N5-BOUNDARY (N5-IDX) TO REQ-BOUNDARY
               MOVE WS-N5-OFFSET (N5-IDX)   TO REQ-START-OFFSET
               WRITE REQ-TMP-RECORD FROM REQ-RECORD
           END-PERFORM.
           CLOSE REQ-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-REQ-TMP-NAME
               WS-REQ-FINAL-NAME.

       APPEND-VCFREQ-PARA.
           OPEN OUTPUT VCQ-TMP-FILE.
           OPEN INPUT VCQ-FILE.
           MOVE WS-VCQ-STATUS TO WS-VCQ-OPEN-STATUS.
           IF WS-VCQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-VCQ-STATUS NOT = "00"
                   READ VCQ-FILE
                       AT END MOVE "10" TO WS-VCQ-STATUS
                       NOT AT END
                           WRITE VCQ-TMP-RECORD FROM VCQ-FILE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-VCQ-OPEN-STATUS = "00" OR
                   WS-VCQ-OPEN-STATUS = "05" THEN
               CLOSE VCQ-FILE
           END-IF.
           PERFORM VARYING NV-IDX FROM 1 BY 1
                   UNTIL NV-IDX > WS-NEW-VC-COUNT
               MOVE WS-NV-ID (NV-IDX)      TO VQ-REQ-ID
               MOVE WS-NV-VA-LOW (NV-IDX)  TO VQ-VA-LOW
               MOVE WS-NV-VA-HIGH (NV-IDX) TO VQ-VA-HIGH
               MOVE WS-PROMISE-GEN         TO VQ-GEN-NO
               WRITE VCQ-TMP-RECORD FROM VQ-RECORD
           END-PERFORM.
           CLOSE VCQ-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-VCQ-TMP-NAME
               WS-VCQ-FINAL-NAME.

       APPEND-LEDGER-PARA.
           OPEN OUTPUT LEDGER-TMP-FILE.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-LEDGER-STATUS TO WS-LEDGER-OPEN-STATUS.
           IF WS-LEDGER-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   READ LEDGER-FILE
                       AT END MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           WRITE LEDGER-TMP-RECORD
                               FROM LEDGER-FILE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LEDGER-OPEN-STATUS = "00" OR
                   WS-LEDGER-OPEN-STATUS = "05" THEN
               CLOSE LEDGER-FILE
           END-IF.
           MOVE WS-PROMISE-GEN TO IQ-GEN-NO.
           MOVE WS-RUN-DATE    TO IQ-RUN-DATE.
           MOVE "R05 " TO IQ-REQ-TYPE.
           PERFORM VARYING N5-IDX FROM 1 BY 1
                   UNTIL N5-IDX > WS-NEW-05-COUNT
               MOVE WS-N5-ID (N5-IDX) TO IQ-REQ-ID
               WRITE LEDGER-TMP-RECORD FROM IQ-RECORD
           END-PERFORM.
           MOVE "RVC " TO IQ-REQ-TYPE.
           PERFORM VARYING NV-IDX FROM 1 BY 1
                   UNTIL NV-IDX > WS-NEW-VC-COUNT
               MOVE WS-NV-ID (NV-IDX) TO IQ-REQ-ID
               WRITE LEDGER-TMP-RECORD FROM IQ-RECORD
           END-PERFORM.
           CLOSE LEDGER-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-LEDGER-TMP-NAME
               WS-LEDGER-FINAL-NAME.
