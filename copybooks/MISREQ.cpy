      *MISREQ.CPY -- the inbound MIS request interface.  MIS sends
      *its ad-hoc "0005" range requests and VCFETCH row requests in
      *MISREQIN.DAT, enveloped the way MISXTRCT.DAT is: a header
      *record, one request record per request, and a trailer
      *carrying the per-type and total request counts.  Every record
      *leads with a four-byte tag; every number is zero-padded in
      *fixed columns.  MISINTAK validates the file, queues what it
      *accepts, and answers every request in MISRESP.DAT with the
      *reply layouts below - ACCEPTED with the MIS generation that
      *will carry the result, or REJECTED with the reason.
       01 RQ-RECORD.
           05 RQ-TAG              PIC X(4).
               88 RQ-IS-HEADER         VALUE "HDR ".
               88 RQ-IS-TRAILER        VALUE "TRL ".
               88 RQ-IS-0005           VALUE "R05 ".
               88 RQ-IS-VCFETCH        VALUE "RVC ".
           05 RQ-BODY             PIC X(96).
      *        The header: the sending system, the date MIS cut the
      *        file, their sequence number for it, and the type,
      *        which must be REQST.
           05 RQ-HEADER REDEFINES RQ-BODY.
               10 RQ-H-SOURCE     PIC X(12).
               10 RQ-H-SENT-DATE  PIC X(10).
               10 RQ-H-SEQ-LABEL  PIC X(4).
               10 RQ-H-SEQ-NO     PIC X(8).
               10 RQ-H-TYPE-LABEL PIC X(5).
               10 RQ-H-TYPE       PIC X(5).
                   88 RQ-H-IS-REQUEST  VALUE "REQST".
               10 FILLER          PIC X(52).
      *        An "R05 " request: the id MIS will know the reply by,
      *        and the range for "0005", as REQREC.cpy carries it.
           05 RQ-0005-DETAIL REDEFINES RQ-BODY.
               10 RQ-5-ID         PIC X(8).
               10 RQ-5-BOUNDARY   PIC X(38).
               10 RQ-5-OFFSET     PIC X(38).
               10 FILLER          PIC X(12).
      *        An "RVC " request: the id and the VA range VCFETCH is
      *        to deliver.
           05 RQ-VC-DETAIL REDEFINES RQ-BODY.
               10 RQ-V-ID         PIC X(8).
               10 RQ-V-VA-LOW     PIC X(38).
               10 RQ-V-VA-HIGH    PIC X(38).
               10 FILLER          PIC X(12).
           05 RQ-TRAILER REDEFINES RQ-BODY.
               10 RQ-T-05-LABEL   PIC X(6).
               10 RQ-T-COUNT-05   PIC X(9).
               10 RQ-T-VC-LABEL   PIC X(7).
               10 RQ-T-COUNT-VC   PIC X(9).
               10 RQ-T-TOT-LABEL  PIC X(7).
               10 RQ-T-TOTAL      PIC X(9).
               10 FILLER          PIC X(49).
      *The reply file's envelope and reply record.  The header is
      *MISXTRCT.DAT's, with MIS's own sequence number echoed back so
      *they can pair the reply with the file it answers; RP-GEN-NO
      *is the extract generation promised an accepted request, zero
      *on a rejection.
       01 RP-HEADER-LINE.
           05 FILLER              PIC X(4) VALUE "HDR ".
           05 RP-H-SOURCE         PIC X(12) VALUE "EQUIVPGMS".
           05 RP-H-RUN-DATE       PIC X(10).
           05 FILLER              PIC X(4) VALUE "SEQ=".
           05 RP-H-SEQ-NO         PIC X(8).
           05 FILLER              PIC X(5) VALUE " TYP=".
           05 RP-H-TYPE           PIC X(5) VALUE "REPLY".
           05 FILLER              PIC X(5) VALUE " RUN=".
           05 RP-H-RUN-ID         PIC X(10).
       01 RP-REPLY-LINE.
           05 FILLER              PIC X(4) VALUE "RPY ".
           05 RP-REQ-ID           PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RP-REQ-TYPE         PIC X(4).
           05 RP-VERDICT          PIC X(8).
               88 RP-IS-ACCEPTED       VALUE "ACCEPTED".
               88 RP-IS-REJECTED       VALUE "REJECTED".
           05 FILLER              PIC X(5) VALUE " GEN=".
           05 RP-GEN-NO           PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RP-REASON           PIC X(40).
       01 RP-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE "TRL ".
           05 FILLER              PIC X(7) VALUE "CNTACC=".
           05 RP-T-ACCEPTED       PIC 9(9).
           05 FILLER              PIC X(8) VALUE " CNTREJ=".
           05 RP-T-REJECTED       PIC 9(9).
           05 FILLER              PIC X(7) VALUE " TOTAL=".
           05 RP-T-TOTAL          PIC 9(9).
      *The VCFETCH batch queue, VCFREQ.DAT: one accepted row request
      *per record, with the generation it was promised to.  VCFETCH
      *BATCH reads it; MISINTAK retires records whose generation has
      *been cut.
       01 VQ-RECORD.
           05 VQ-REQ-ID           PIC X(8).
           05 VQ-VA-LOW           PIC 9(38).
           05 VQ-VA-HIGH          PIC 9(38).
           05 VQ-GEN-NO           PIC 9(8).
      *The intake ledger, MISINQ.DAT: one record per request MISINTAK
      *has queued and not yet seen carried - which queue it went to,
      *its id, the promised generation, and the intake date.  It is
      *how MISINTAK tells its own REQFILE.DAT entries from the ones
      *operators key there.
       01 IQ-RECORD.
           05 IQ-REQ-TYPE         PIC X(4).
           05 IQ-REQ-ID           PIC X(8).
           05 IQ-GEN-NO           PIC 9(8).
           05 IQ-RUN-DATE         PIC X(10).
      *VCFETCH BATCH's output, VCFBATCH.DAT: a batch record naming
      *the generation the batch is for, then each request's rows in
      *VCROW.DAT's labelled layout, bracketed the way "0005" brackets
      *a REQFILE.DAT segment - the request id and range ahead of the
      *rows, the id and the rows delivered and missing behind them.
      *MISXTRCT ships the file inside that generation only.
       01 VB-BATCH-LINE.
           05 FILLER              PIC X(8) VALUE "BAT GEN=".
           05 VB-GEN-NO           PIC 9(8).
           05 FILLER              PIC X(10) VALUE " REQUESTS=".
           05 VB-REQ-COUNT        PIC 9(9).
       01 VB-HEADER-LINE.
           05 FILLER              PIC X(4) VALUE "HDR ".
           05 VB-H-REQ-ID         PIC X(8).
           05 FILLER              PIC X(8) VALUE " VA-LOW=".
           05 VB-H-VA-LOW         PIC 9(38).
           05 FILLER              PIC X(9) VALUE " VA-HIGH=".
           05 VB-H-VA-HIGH        PIC 9(38).
       01 VB-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE "TRL ".
           05 VB-T-REQ-ID         PIC X(8).
           05 FILLER              PIC X(6) VALUE " ROWS=".
           05 VB-T-ROWS           PIC 9(9).
           05 FILLER              PIC X(9) VALUE " MISSING=".
           05 VB-T-MISSING        PIC 9(9).
