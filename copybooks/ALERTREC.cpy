      *ALERTREC.CPY -- one record of the operator alert queue
      *ALERTQ.DAT.  The checking programs (RECON, MISACK, NIGHTBAL,
      *PREFLIGHT, FBRESUB) post a RAISE record through the ALERTPOST
      *subprogram whenever they find something that needs a person;
      *ALERTMGR lists what is still open, appends an ACK record when
      *an operator clears one, and appends an ESCAL record when a
      *high-severity alert has sat unacknowledged too long.  The
      *queue is append-only - an alert's whole story is its RAISE
      *and the records that name it in ALERT-REF-NO - so the day
      *shift's acknowledgments are as traceable as the alerts.
       01 ALERT-RECORD.
           05 ALERT-SEQ-NO        PIC 9(8).
      *        ALERT-SEQ-NO numbers every queue record, in posting
      *        order; ALERTPOST assigns it.
           05 ALERT-EVENT         PIC X(6).
               88 ALERT-IS-RAISE       VALUE "RAISE ".
               88 ALERT-IS-ACK         VALUE "ACK   ".
               88 ALERT-IS-ESCAL       VALUE "ESCAL ".
           05 ALERT-DATE          PIC X(10).
           05 ALERT-TIME          PIC X(8).
           05 ALERT-RUN-ID        PIC X(10).
      *        ALERT-RUN-ID is the night's identifier from
      *        NIGHTRUN.DAT (see RUNIDREC.cpy); ALERTPOST fills it in
      *        when the caller leaves it blank.
           05 ALERT-PROGRAM       PIC X(12).
           05 ALERT-SEVERITY      PIC 9(1).
               88 ALERT-SEV-LOW        VALUE 1.
               88 ALERT-SEV-MEDIUM     VALUE 2.
               88 ALERT-SEV-HIGH       VALUE 3.
               88 ALERT-SEV-CRITICAL   VALUE 4.
               88 ALERT-SEV-IS-HIGH    VALUES 3 THRU 4.
           05 ALERT-ESC-LEVEL     PIC 9(2).
      *        ALERT-ESC-LEVEL is zero on a RAISE and counts the
      *        re-raises on each ESCAL.
           05 ALERT-OPERATOR      PIC X(8).
      *        ALERT-OPERATOR is the acknowledging operator's id on
      *        an ACK record, spaces otherwise.
           05 ALERT-REF-NO        PIC 9(8).
      *        ALERT-REF-NO is the sequence number of the RAISE an
      *        ACK or ESCAL record belongs to; a RAISE names itself.
           05 ALERT-MESSAGE       PIC X(80).
      *        ALERT-MESSAGE is the one-line finding on a RAISE and
      *        an ESCAL, the operator's note on an ACK.
