       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NIGHTBKOUT.
       AUTHOR.  VARIK VALEFOR.
      *NIGHTBKOUT backs one night's production out, by its run
      *identifier from NIGHTRUN.DAT's series (see copybooks/
      *RUNIDREC.cpy), when the night ran with bad parameters and its
      *outputs must not stand.  RESTART and VCREPAIR both assume the
      *night's outputs were good; this job assumes they were not and
      *puts the suite back where the night found it:
      *
      *  - every "0005" generation catalogued under the identifier
      *    (G5-RUN-ID, see copybooks/OUT5CAT.cpy) leaves OUT5CAT.DAT
      *    and its G0005 file is removed from disk, and any part
      *    files a partitioned "0005" left unmerged (G5PART<nn>.DAT,
      *    or .TMP where a part died, whose header carries the
      *    identifier - see copybooks/G5PART.cpy) are removed too;
      *  - "0007"'s VCREC.DAT, VCLIST.DAT, ROWPREV.DAT and
      *    CHKPT007.DAT are cut back to the position the night's
      *    first "MARK  " audit record gives - the VA, listing page
      *    and line 0007 picked its files up at - with VCREPAIR's
      *    rebuild of the carry and checkpoint;
      *  - FIZZ BUZZ's FBCLASS.DAT and FBERROR.DAT, which a fresh
      *    transaction run starts anew each night, are emptied, its
      *    suspense entries from the night's first "MARK  " id on
      *    leave FBSUSP.DAT and FBSUSPB.DAT, and an interrupted
      *    night's CHKPTFB.DAT is removed so the rerun starts clean.
      *
      *The backout is then put on the audit trail as a "BKOUT "
      *record under the night's identifier, and a "BKOUT " record
      *per job backed out goes on RUNHIST.DAT - "0007"'s carrying the
      *VA the extract was cut back to, so the next night's rows-added
      *delta starts from there.  A later night's audit records, or a
      *second backout, read the identifier's story only from its last
      *"BKOUT " record on.
      *
      *Command line: the run identifier, then APPLY to act, and FORCE
      *for run tokens orphaned by a crash.  Without APPLY the job is
      *a preview: it works out exactly what it would remove, reports
      *it in NIGHTBKOUT.RPT and on the console, and changes nothing.
      *It refuses - RC 8, nothing changed - when any of the night's
      *generations has been shipped to MIS, when a later night has
      *already run on top of this one, when VCARCH has since archived
      *rows the night added to "0007"'s extract (see copybooks/
      *VCARCAT.cpy - archived rows are not cut back), or when the
      *audit trail cannot
      *say where the night found "0007"'s or FIZZ BUZZ's files.  A
      *night with nothing left to remove returns 4.  APPLY takes the
      *run tokens of "0005", "0007" and FIZZ BUZZ before anything is
      *read, and every file is rewritten under a temporary name and
      *renamed into place, data files before the checkpoint, as
      *VCREPAIR does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CAT-FILE ASSIGN TO "OUT5CAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CAT-TMP-FILE ASSIGN TO "OUT5CAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-TMP-STATUS.
           SELECT OPTIONAL VCREC-FILE ASSIGN TO "VCREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCREC-STATUS.
           SELECT VCREC-TMP-FILE ASSIGN TO "VCREC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCREC-TMP-STATUS.
           SELECT OPTIONAL VCLIST-FILE ASSIGN TO "VCLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCLIST-STATUS.
           SELECT VCLIST-TMP-FILE ASSIGN TO "VCLIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCLIST-TMP-STATUS.
           SELECT CARRY-TMP-FILE ASSIGN TO "ROWPREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-TMP-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "CHKPT007.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT CHKPT-TMP-FILE ASSIGN TO "CHKPT007.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-TMP-STATUS.
           SELECT OPTIONAL CLASS-FILE ASSIGN TO "FBCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT OPTIONAL ERR-FILE ASSIGN TO "FBERROR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT EMPTY-TMP-FILE ASSIGN TO DYNAMIC WS-EMPTY-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTY-TMP-STATUS.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "FBSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSP-TMP-FILE ASSIGN TO "FBSUSP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-TMP-STATUS.
           SELECT OPTIONAL SUSPB-FILE ASSIGN TO "FBSUSPB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPB-STATUS.
           SELECT SUSPB-TMP-FILE ASSIGN TO "FBSUSPB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPB-TMP-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL PART-FILE ASSIGN TO DYNAMIC WS-PART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NIGHTBKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(112).

       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  CAT-TMP-FILE.
       01 CAT-TMP-RECORD PIC X(51).

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  VCREC-FILE.
       01 VCREC-FILE-RECORD PIC X(557).

       FD  VCREC-TMP-FILE.
       01 VCREC-TMP-RECORD PIC X(557).

       FD  VCLIST-FILE.
       01 VCLIST-FILE-RECORD PIC X(546).

       FD  VCLIST-TMP-FILE.
       01 VCLIST-TMP-RECORD PIC X(546).

       FD  CARRY-TMP-FILE.
       01 CARRY-TMP-RECORD PIC X(500).

       FD  CHKPT-FILE.
       01 CHKPT-FILE-RECORD PIC X(84).

       FD  CHKPT-TMP-FILE.
       01 CHKPT-TMP-FILE-RECORD PIC X(84).

       FD  CLASS-FILE.
       01 CLASS-FILE-RECORD PIC X(90).

       FD  ERR-FILE.
       01 ERR-FILE-RECORD PIC X(40).

       FD  EMPTY-TMP-FILE.
       01 EMPTY-TMP-RECORD PIC X(90).

       FD  SUSP-FILE.
       01 SUSP-FILE-RECORD PIC X(90).

       FD  SUSP-TMP-FILE.
       01 SUSP-TMP-RECORD PIC X(90).

       FD  SUSPB-FILE.
       01 SUSPB-FILE-RECORD PIC X(48).

       FD  SUSPB-TMP-FILE.
       01 SUSPB-TMP-RECORD PIC X(48).

       FD  HIST-FILE.
       01 HIST-FILE-RECORD PIC X(122).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       FD  PART-FILE.
       01 PART-FILE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
      *The identifier on file in NIGHTRUN.DAT (see
      *copybooks/RUNIDREC.cpy), which this job's own START and END
      *records carry as every hand run does; the backout record
      *itself carries the identifier of the night backed out.
       COPY RUNIDREC.
       01 WS-RUNID-STATUS     PIC X(2).
       01 WS-RUNID-OPEN-STATUS PIC X(2).
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-AUDIT-OPEN-STATUS PIC X(2).
       01 WS-CAT-STATUS       PIC X(2).
       01 WS-CAT-OPEN-STATUS  PIC X(2).
       01 WS-CAT-TMP-STATUS   PIC X(2).
       01 WS-VCREC-STATUS     PIC X(2).
       01 WS-VCREC-OPEN-STATUS PIC X(2).
       01 WS-VCREC-TMP-STATUS PIC X(2).
       01 WS-VCLIST-STATUS    PIC X(2).
       01 WS-VCLIST-OPEN-STATUS PIC X(2).
       01 WS-VCLIST-TMP-STATUS PIC X(2).
       01 WS-CARRY-TMP-STATUS PIC X(2).
       01 WS-ACAT-STATUS      PIC X(2).
       01 WS-ACAT-OPEN-STATUS PIC X(2).
       01 WS-CHKPT-STATUS     PIC X(2).
       01 WS-CHKPT-OPEN-STATUS PIC X(2).
       01 WS-CHKPT-TMP-STATUS PIC X(2).
       01 WS-CLASS-STATUS     PIC X(2).
       01 WS-CLASS-OPEN-STATUS PIC X(2).
       01 WS-ERR-STATUS       PIC X(2).
       01 WS-ERR-OPEN-STATUS  PIC X(2).
       01 WS-EMPTY-TMP-STATUS PIC X(2).
       01 WS-SUSP-STATUS      PIC X(2).
       01 WS-SUSP-OPEN-STATUS PIC X(2).
       01 WS-SUSP-TMP-STATUS  PIC X(2).
       01 WS-SUSPB-STATUS     PIC X(2).
       01 WS-SUSPB-OPEN-STATUS PIC X(2).
       01 WS-SUSPB-TMP-STATUS PIC X(2).
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).

       COPY AUDITREC.
       COPY OUT5CAT.
       COPY VCREC.
      *The top of "0007"'s archived VA range; a night whose start
      *position is below it added rows that have left the extract.
       COPY VCARCAT.
       01 WS-ARCH-HIGH-VA     PIC 9(38) VALUE 0.
       COPY CHKPTREC.
       COPY FBSUSP.
       COPY RUNHREC.
       COPY LOCKREQ.

      *Temporary and final names for the write-then-rename passes.
       01 WS-CAT-TMP-NAME     PIC X(11) VALUE "OUT5CAT.TMP".
       01 WS-CAT-FINAL-NAME   PIC X(11) VALUE "OUT5CAT.DAT".
       01 WS-VCREC-TMP-NAME   PIC X(9)  VALUE "VCREC.TMP".
       01 WS-VCREC-FINAL-NAME PIC X(9)  VALUE "VCREC.DAT".
       01 WS-VCLIST-TMP-NAME  PIC X(10) VALUE "VCLIST.TMP".
       01 WS-VCLIST-FINAL-NAME PIC X(10) VALUE "VCLIST.DAT".
       01 WS-CARRY-TMP-NAME   PIC X(11) VALUE "ROWPREV.TMP".
       01 WS-CARRY-FINAL-NAME PIC X(11) VALUE "ROWPREV.DAT".
       01 WS-CHKPT-TMP-NAME   PIC X(12) VALUE "CHKPT007.TMP".
       01 WS-CHKPT-FINAL-NAME PIC X(12) VALUE "CHKPT007.DAT".
       01 WS-SUSP-TMP-NAME    PIC X(10) VALUE "FBSUSP.TMP".
       01 WS-SUSP-FINAL-NAME  PIC X(10) VALUE "FBSUSP.DAT".
       01 WS-SUSPB-TMP-NAME   PIC X(11) VALUE "FBSUSPB.TMP".
       01 WS-SUSPB-FINAL-NAME PIC X(11) VALUE "FBSUSPB.DAT".
       01 WS-FBCK-NAME        PIC X(11) VALUE "CHKPTFB.DAT".
       01 WS-EMPTY-TMP-NAME   PIC X(12).
       01 WS-EMPTY-FINAL-NAME PIC X(12).
       01 WS-DELETE-NAME      PIC X(20).

      *TARGA holds the command line: the run identifier, then the
      *words APPLY and FORCE in either order.
       01 TARGA               PIC X(69).
       01 CMD-RUN-ID          PIC X(12).
       01 CMD-WORD-2          PIC X(12).
       01 CMD-WORD-3          PIC X(12).
       01 WS-TARGET-RUN-ID    PIC X(10).
       01 WS-APPLY-SW         PIC X(1) VALUE "N".
           88 APPLY-REQUESTED      VALUE "Y".
       01 WS-FORCE-SW         PIC X(1) VALUE "N".
           88 FORCE-REQUESTED      VALUE "Y".
      *WS-APPLYING-SW tells the shared file passes whether this is
      *the counting pass or the pass that writes the replacements.
       01 WS-APPLYING-SW      PIC X(1) VALUE "N".
           88 PASS-IS-APPLYING     VALUE "Y".

      *The run tokens APPLY holds while it works, so no production
      *job can write a file this job is rewriting.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 3 TIMES.
               10 WS-LOCK-JOB     PIC X(12).
               10 WS-LOCK-HELD-SW PIC X(1).
                   88 LOCK-IS-MINE     VALUE "Y".
       01 WS-LOCK-IDX         PIC 9(1).
       01 WS-LOCK-REFUSED-SW  PIC X(1) VALUE "N".
           88 A-LOCK-WAS-REFUSED   VALUE "Y".

      *What the audit trail says about the night, read from the
      *identifier's last "BKOUT " record on (see SCAN-AUDIT-PARA).
       01 WS-EVER-SEEN-SW     PIC X(1) VALUE "N".
           88 RUN-ID-WAS-SEEN      VALUE "Y".
       01 WS-BACKED-OUT-SW    PIC X(1) VALUE "N".
           88 NIGHT-WAS-BACKED-OUT VALUE "Y".
       01 WS-NIGHT-SEEN-SW    PIC X(1) VALUE "N".
           88 NIGHT-HAS-ACTIVITY   VALUE "Y".
       01 WS-LATER-NIGHT-SW   PIC X(1) VALUE "N".
           88 LATER-NIGHT-FOUND    VALUE "Y".
       01 WS-LATER-RUN-ID     PIC X(10).
       01 WS-0005-ENDED-SW    PIC X(1) VALUE "N".
           88 GEN-RUN-COMPLETED    VALUE "Y".
       01 WS-0007-RAN-SW      PIC X(1) VALUE "N".
           88 EXTRACT-RUN-SEEN     VALUE "Y".
       01 WS-0007-MARK-SW     PIC X(1) VALUE "N".
           88 EXTRACT-MARK-FOUND   VALUE "Y".
       01 WS-0007-BAD-MARK-SW PIC X(1) VALUE "N".
           88 EXTRACT-MARK-IS-BAD  VALUE "Y".
       01 WS-FB-TRANS-SW      PIC X(1) VALUE "N".
           88 FB-TRANS-RUN-SEEN    VALUE "Y".
       01 WS-FB-MARK-SW       PIC X(1) VALUE "N".
           88 FB-MARK-FOUND        VALUE "Y".
       01 WS-FB-BAD-MARK-SW   PIC X(1) VALUE "N".
           88 FB-MARK-IS-BAD       VALUE "Y".

      *0007's "MARK  " parameter text: VA, listing page and line, in
      *the fixed layout 0007's MARK-LOG-PARA writes.
       01 WS-MARK-PARMS       PIC X(60).
       01 WS-MARK-7-VIEW REDEFINES WS-MARK-PARMS.
           05 WS-M7-VA-TAG     PIC X(3).
           05 WS-M7-VA         PIC X(38).
           05 FILLER          PIC X(4).
           05 WS-M7-PAGE       PIC X(4).
           05 FILLER          PIC X(4).
           05 WS-M7-LINES      PIC X(4).
           05 FILLER          PIC X(3).
       01 WS-MARK-FB-VIEW REDEFINES WS-MARK-PARMS.
           05 WS-MFB-TAG       PIC X(7).
           05 WS-MFB-SUSP-ID   PIC X(8).
           05 FILLER          PIC X(45).
       01 WS-CUT-VA           PIC 9(38) VALUE 0.
       01 WS-CUT-PAGE         PIC 9(4) VALUE 1.
       01 WS-CUT-LINES        PIC 9(4) VALUE 0.
       01 WS-CUT-SUSP-ID      PIC 9(8) VALUE 0.
       01 WS-CHKPT-VA         PIC 9(38) VALUE 0.
       01 WS-OLD-VA-LIMIT     PIC 9(38) VALUE 0.

      *The night's generations, as the catalog pass finds them.
       01 WS-GEN-COUNT        PIC 9(4) VALUE 0.
       01 WS-SHIPPED-COUNT    PIC 9(4) VALUE 0.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 20 TIMES.
               10 WS-GT-GEN-NO    PIC 9(8).
               10 WS-GT-FILE-NAME PIC X(20).
               10 WS-GT-SHIPPED   PIC X(1).
               10 WS-GT-RETIRED   PIC X(1).
       01 WS-GEN-IDX          PIC 9(4).

      *The night's unmerged "0005" part files: a partitioned night
      *whose MERGE failed or never ran has parts on disk and no
      *generation in the catalog.  Each G5PART<nn>.DAT and .TMP is
      *looked at, and taken when its header carries the night's
      *identifier.
       COPY G5PART.
       01 WS-PART-NAME        PIC X(20).
       01 WS-PART-STATUS      PIC X(2).
       01 WS-PART-OPEN-STATUS PIC X(2).
       01 WS-PART-NO          PIC 9(2).
       01 WS-PART-SUFFIX      PIC X(4).
       01 WS-PART-COUNT       PIC 9(4) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PT-FILE-NAME OCCURS 40 TIMES PIC X(20).
       01 WS-PART-IDX         PIC 9(4).

      *The extract and listing passes' workings.  A listing heading
      *is held back until the line after it is known to be kept, so
      *a cut that falls at a page break takes the night's heading
      *with it and 0007 writes it afresh.
       01 WS-CUT-STARTED-SW   PIC X(1).
           88 CUT-HAS-STARTED      VALUE "Y".
       01 WS-HEADING-HELD-SW  PIC X(1).
           88 HEADING-IS-HELD      VALUE "Y".
       01 WS-HELD-HEADING     PIC X(546).
       01 WS-LIST-LINE        PIC X(546).
       01 WS-LIST-VA-TEXT     PIC X(38).
       01 WS-LIST-VA-NUM REDEFINES WS-LIST-VA-TEXT PIC 9(38).
       01 WS-CARRY-HEADER     PIC X(500).
       01 WS-CARRY-HEADER-VA REDEFINES WS-CARRY-HEADER PIC 9(38).

      *What the backout removes, counted on each pass.
       01 WS-ROW-COUNT        PIC 9(9) VALUE 0.
       01 WS-VCREC-CUT-COUNT  PIC 9(9) VALUE 0.
       01 WS-VCLIST-CUT-COUNT PIC 9(9) VALUE 0.
       01 WS-CLASS-COUNT      PIC 9(9) VALUE 0.
       01 WS-ERR-COUNT        PIC 9(9) VALUE 0.
       01 WS-SUSP-CUT-COUNT   PIC 9(9) VALUE 0.
       01 WS-SUSPB-CUT-COUNT  PIC 9(9) VALUE 0.
       01 WS-REFUSE-COUNT     PIC 9(4) VALUE 0.
       01 WS-WORK-COUNT       PIC 9(4) VALUE 0.

       01 WS-RUN-DATE         PIC X(10).
       01 WS-RUN-TIME         PIC X(8).
       01 WS-SAVE-RC          PIC S9(4).
       01 WS-PRINT-LINE       PIC X(132).
       01 D-COUNT-1           PIC Z(8)9.
       01 D-COUNT-2           PIC Z(8)9.
       01 D-COUNT-3           PIC Z(8)9.
       01 D-COUNT-4           PIC Z(8)9.
       01 D-COUNT-5           PIC Z(8)9.
       01 D-CUT-VA            PIC Z(37)9.
       01 D-SUSP-ID           PIC Z(7)9.

       01 HEADING-LINE.
           05 FILLER        PIC X(22)
               VALUE "NIGHT BACKOUT  RUN ID ".
           05 H-RUN-ID      PIC X(10).
           05 FILLER        PIC X(7) VALUE "  MODE ".
           05 H-MODE        PIC X(7).
           05 FILLER        PIC X(7) VALUE "  DATE ".
           05 H-RUN-DATE    PIC X(10).

       01 GEN-LINE.
           05 FILLER        PIC X(16) VALUE "0005 GENERATION ".
           05 G-GEN-NO      PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 G-FILE-NAME   PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 G-STATE       PIC X(30).

       01 PART-FILE-LINE.
           05 FILLER        PIC X(16) VALUE "0005 PART FILE  ".
           05 FILLER        PIC X(10) VALUE SPACES.
           05 PF-FILE-NAME  PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(30)
               VALUE "UNMERGED PARTITION OUTPUT".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM START-LOG-PARA.
           PERFORM GET-PARAMETERS-PARA.
           IF WS-TARGET-RUN-ID = SPACES THEN
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-LOG-PARA
               STOP RUN
           END-IF.
           IF APPLY-REQUESTED THEN
               PERFORM ACQUIRE-LOCKS-PARA
           END-IF.
           PERFORM SCAN-AUDIT-PARA.
           PERFORM SCAN-CATALOG-PARA.
           PERFORM SCAN-PARTS-PARA.
           PERFORM JUDGE-NIGHT-PARA.
           MOVE "N" TO WS-APPLYING-SW.
           PERFORM COUNT-AND-CUT-PARA.
           PERFORM WRITE-REPORT-PARA.
           IF WS-REFUSE-COUNT > 0 THEN
               DISPLAY "NIGHTBKOUT: backout of "
                   WS-TARGET-RUN-ID " REFUSED, nothing changed - "
                   "see NIGHTBKOUT.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-WORK-COUNT = 0 THEN
               DISPLAY "NIGHTBKOUT: nothing of " WS-TARGET-RUN-ID
                   " left to back out"
               MOVE 4 TO RETURN-CODE
           ELSE
           IF NOT APPLY-REQUESTED THEN
               DISPLAY "NIGHTBKOUT: preview of " WS-TARGET-RUN-ID
                   " in NIGHTBKOUT.RPT - rerun with APPLY to "
                   "back it out"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-APPLYING-SW
               PERFORM COUNT-AND-CUT-PARA
               PERFORM LOG-BACKOUT-PARA
               PERFORM WRITE-HISTORY-PARA
               DISPLAY "NIGHTBKOUT: night " WS-TARGET-RUN-ID
                   " backed out - see NIGHTBKOUT.RPT"
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-REPORT-END-PARA.
           MOVE "NORMAL" TO AUDIT-STATUS.
           PERFORM END-LOG-PARA.
           PERFORM RELEASE-LOCKS-PARA.
           STOP RUN.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "NIGHTBKOUT"  TO AUDIT-JOB-NAME.
           MOVE WS-RUN-DATE   TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "START "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           MOVE "NORMAL"      TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *GET-RUNID-PARA reads the identifier on file; this job's own
      *START and END records carry it, as any hand run's do.
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
      *code MAIN-PARA already set for the caller.
       END-LOG-PARA.
           MOVE RETURN-CODE   TO WS-SAVE-RC.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "NIGHTBKOUT"  TO AUDIT-JOB-NAME.
           MOVE NR-RUN-ID     TO AUDIT-RUN-ID.
           MOVE WS-RUN-DATE   TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME   TO AUDIT-RUN-TIME.
           MOVE "END   "      TO AUDIT-EVENT.
           MOVE SPACES        TO AUDIT-PARMS.
           STRING "RUNID=" DELIMITED BY SIZE
                  WS-TARGET-RUN-ID DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           IF APPLY-REQUESTED THEN
               MOVE " APPLY" TO AUDIT-PARMS (17:6)
           ELSE
               MOVE " PREVIEW" TO AUDIT-PARMS (17:8)
           END-IF.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *GET-PARAMETERS-PARA takes the run identifier - a date, a
      *hyphen and a letter, NIGHTRUN.DAT's series - and the APPLY
      *and FORCE words.  A missing or malformed identifier leaves
      *WS-TARGET-RUN-ID blank and the job stops.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-RUN-ID CMD-WORD-2 CMD-WORD-3.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-RUN-ID CMD-WORD-2 CMD-WORD-3.
           IF CMD-WORD-2 = "APPLY" OR CMD-WORD-3 = "APPLY" THEN
               MOVE "Y" TO WS-APPLY-SW
           END-IF.
           IF CMD-WORD-2 = "FORCE" OR CMD-WORD-3 = "FORCE" THEN
               MOVE "Y" TO WS-FORCE-SW
           END-IF.
           MOVE SPACES TO WS-TARGET-RUN-ID.
           IF CMD-RUN-ID (1:8) IS NUMERIC
                   AND CMD-RUN-ID (9:1) = "-"
                   AND CMD-RUN-ID (10:1) IS ALPHABETIC-UPPER
                   AND CMD-RUN-ID (10:1) NOT = SPACE
                   AND CMD-RUN-ID (11:2) = SPACES THEN
               MOVE CMD-RUN-ID (1:10) TO WS-TARGET-RUN-ID
           ELSE
               DISPLAY "NIGHTBKOUT: give the night's run identifier "
                 "(e.g. 20261015-A), then APPLY to act - job "
                 "terminated"
           END-IF.

      *ACQUIRE-LOCKS-PARA takes the run tokens of the three jobs
      *whose files a backout rewrites.  One refused token releases
      *whatever was taken and stops the job, with its own ABEND
      *audit record, as VCREPAIR stops.
       ACQUIRE-LOCKS-PARA.
           MOVE "0005"     TO WS-LOCK-JOB (1).
           MOVE "0007"     TO WS-LOCK-JOB (2).
           MOVE "FIZZBUZZ" TO WS-LOCK-JOB (3).
           MOVE "N" TO WS-LOCK-HELD-SW (1) WS-LOCK-HELD-SW (2)
               WS-LOCK-HELD-SW (3).
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > 3 OR A-LOCK-WAS-REFUSED
               MOVE WS-LOCK-JOB (WS-LOCK-IDX) TO LOCK-JOB-NAME
               MOVE "A" TO LOCK-ACTION
               MOVE WS-FORCE-SW TO LOCK-FORCE-SW
               CALL "RUNLOCK" USING LOCK-REQUEST
               IF LOCK-IS-HELD THEN
                   MOVE "Y" TO WS-LOCK-REFUSED-SW
                   DISPLAY "NIGHTBKOUT: ABEND - "
                       FUNCTION TRIM(WS-LOCK-JOB (WS-LOCK-IDX))
                       " holds its run lock; if it crashed, rerun "
                       "with FORCE or remove the lock file"
               ELSE
                   MOVE "Y" TO WS-LOCK-HELD-SW (WS-LOCK-IDX)
               END-IF
           END-PERFORM.
           IF A-LOCK-WAS-REFUSED THEN
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE "ABEND " TO AUDIT-EVENT
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE SPACES TO AUDIT-PARMS
               STRING "reason=run lock held" DELIMITED BY SIZE
                   INTO AUDIT-PARMS
               CALL "AUDITLOG" USING AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-LOCKS-PARA
               STOP RUN
           END-IF.

      *RELEASE-LOCKS-PARA gives back every token this job took,
      *saving and restoring RETURN-CODE around the CALLs.
       RELEASE-LOCKS-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > 3
               IF LOCK-IS-MINE (WS-LOCK-IDX) THEN
                   MOVE WS-LOCK-JOB (WS-LOCK-IDX) TO LOCK-JOB-NAME
                   MOVE "R" TO LOCK-ACTION
                   CALL "RUNLOCK" USING LOCK-REQUEST
                   MOVE "N" TO WS-LOCK-HELD-SW (WS-LOCK-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *SCAN-AUDIT-PARA reads the night's story off the audit trail.
      *Everything under the identifier counts only from its last
      *"BKOUT " record on - a backed-out night rerun by hand under
      *the same identifier is a new story - and a START of a
      *production job under any other identifier after the night's
      *own records means a later night has built on this one.
       SCAN-AUDIT-PARA.
           OPEN INPUT AUDIT-FILE.
           MOVE WS-AUDIT-STATUS TO WS-AUDIT-OPEN-STATUS.
           IF WS-AUDIT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE INTO AUDIT-RECORD
                       AT END MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END PERFORM TAKE-AUDIT-RECORD-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-AUDIT-OPEN-STATUS = "00" OR
                   WS-AUDIT-OPEN-STATUS = "05" THEN
               CLOSE AUDIT-FILE
           END-IF.

       TAKE-AUDIT-RECORD-PARA.
           IF AUDIT-RUN-ID = WS-TARGET-RUN-ID THEN
               IF AUDIT-EVENT = "BKOUT " THEN
                   PERFORM RESET-NIGHT-PARA
                   MOVE "Y" TO WS-BACKED-OUT-SW
               ELSE
                   EVALUATE AUDIT-JOB-NAME
                       WHEN "0005"
                           PERFORM TAKE-0005-RECORD-PARA
                       WHEN "0007"
                           PERFORM TAKE-0007-RECORD-PARA
                       WHEN "FIZZBUZZ"
                           PERFORM TAKE-FB-RECORD-PARA
                   END-EVALUATE
               END-IF
           ELSE
               IF AUDIT-RUN-ID NOT = SPACES
                       AND NIGHT-HAS-ACTIVITY
                       AND AUDIT-EVENT = "START "
                       AND (AUDIT-JOB-NAME = "0005"
                         OR AUDIT-JOB-NAME = "0007"
                         OR AUDIT-JOB-NAME = "FIZZBUZZ") THEN
                   MOVE "Y" TO WS-LATER-NIGHT-SW
                   MOVE AUDIT-RUN-ID TO WS-LATER-RUN-ID
               END-IF
           END-IF.

       RESET-NIGHT-PARA.
           MOVE "N" TO WS-NIGHT-SEEN-SW WS-LATER-NIGHT-SW
               WS-0005-ENDED-SW WS-0007-RAN-SW WS-0007-MARK-SW
               WS-0007-BAD-MARK-SW WS-FB-TRANS-SW WS-FB-MARK-SW
               WS-FB-BAD-MARK-SW.

      *A "0005 PART <nn>" run ends NORMAL with a part file, not a
      *generation (its parms begin "PART="); only an ordinary run or
      *the MERGE completing means a generation should be catalogued.
       TAKE-0005-RECORD-PARA.
           MOVE "Y" TO WS-NIGHT-SEEN-SW WS-EVER-SEEN-SW.
           IF AUDIT-EVENT = "END   " AND AUDIT-STATUS = "NORMAL"
                   AND AUDIT-PARMS (1:5) NOT = "PART=" THEN
               MOVE "Y" TO WS-0005-ENDED-SW
           END-IF.

      *TAKE-0007-RECORD-PARA keeps the night's FIRST mark only: a
      *restart later in the night marks where the abend left off,
      *not where the night began.
       TAKE-0007-RECORD-PARA.
           MOVE "Y" TO WS-NIGHT-SEEN-SW WS-EVER-SEEN-SW.
           IF AUDIT-EVENT = "START " THEN
               MOVE "Y" TO WS-0007-RAN-SW
           END-IF.
           IF AUDIT-EVENT = "MARK  " AND NOT EXTRACT-MARK-FOUND THEN
               MOVE "Y" TO WS-0007-MARK-SW
               MOVE AUDIT-PARMS TO WS-MARK-PARMS
               IF WS-M7-VA-TAG = "VA=" AND WS-M7-VA IS NUMERIC
                       AND WS-M7-PAGE IS NUMERIC
                       AND WS-M7-LINES IS NUMERIC THEN
                   MOVE WS-M7-VA    TO WS-CUT-VA
                   MOVE WS-M7-PAGE  TO WS-CUT-PAGE
                   MOVE WS-M7-LINES TO WS-CUT-LINES
               ELSE
                   MOVE "Y" TO WS-0007-BAD-MARK-SW
               END-IF
           END-IF.

       TAKE-FB-RECORD-PARA.
           MOVE "Y" TO WS-NIGHT-SEEN-SW WS-EVER-SEEN-SW.
           IF AUDIT-EVENT = "END   "
                   AND AUDIT-PARMS (1:14) = "TRANS RECORDS=" THEN
               MOVE "Y" TO WS-FB-TRANS-SW
           END-IF.
           IF AUDIT-EVENT = "MARK  " AND NOT FB-MARK-FOUND THEN
               MOVE "Y" TO WS-FB-MARK-SW
               MOVE AUDIT-PARMS TO WS-MARK-PARMS
               IF WS-MFB-TAG = "SUSPID=" AND WS-MFB-SUSP-ID IS NUMERIC
                       THEN
                   MOVE WS-MFB-SUSP-ID TO WS-CUT-SUSP-ID
               ELSE
                   MOVE "Y" TO WS-FB-BAD-MARK-SW
               END-IF
           END-IF.

      *SCAN-CATALOG-PARA gathers the generations catalogued under
      *the identifier and whether any has already gone to MIS.
       SCAN-CATALOG-PARA.
           MOVE 0 TO WS-GEN-COUNT WS-SHIPPED-COUNT.
           OPEN INPUT CAT-FILE.
           MOVE WS-CAT-STATUS TO WS-CAT-OPEN-STATUS.
           IF WS-CAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                   READ CAT-FILE INTO G5-RECORD
                       AT END MOVE "10" TO WS-CAT-STATUS
                       NOT AT END
                           IF G5-RUN-ID = WS-TARGET-RUN-ID THEN
                               PERFORM TAKE-GENERATION-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CAT-OPEN-STATUS = "00" OR
                   WS-CAT-OPEN-STATUS = "05" THEN
               CLOSE CAT-FILE
           END-IF.

       TAKE-GENERATION-PARA.
           IF WS-GEN-COUNT < 20 THEN
               ADD 1 TO WS-GEN-COUNT
               MOVE G5-GEN-NO      TO WS-GT-GEN-NO (WS-GEN-COUNT)
               MOVE G5-FILE-NAME   TO WS-GT-FILE-NAME (WS-GEN-COUNT)
               MOVE G5-SHIPPED-SW  TO WS-GT-SHIPPED (WS-GEN-COUNT)
               MOVE G5-RETIRED-SW  TO WS-GT-RETIRED (WS-GEN-COUNT)
               IF G5-IS-SHIPPED THEN
                   ADD 1 TO WS-SHIPPED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REFUSE-COUNT
               DISPLAY "NIGHTBKOUT: more than 20 generations under "
                   WS-TARGET-RUN-ID
           END-IF.

      *SCAN-PARTS-PARA looks for the night's unmerged part files, by
      *every part number a partitioned run can have, under both the
      *finished and the temporary name.
       SCAN-PARTS-PARA.
           MOVE 0 TO WS-PART-COUNT.
           MOVE ".DAT" TO WS-PART-SUFFIX.
           PERFORM TAKE-PART-FILE-PARA
               VARYING WS-PART-NO FROM 1 BY 1 UNTIL WS-PART-NO > 20.
           MOVE ".TMP" TO WS-PART-SUFFIX.
           PERFORM TAKE-PART-FILE-PARA
               VARYING WS-PART-NO FROM 1 BY 1 UNTIL WS-PART-NO > 20.

       TAKE-PART-FILE-PARA.
           MOVE SPACES TO WS-PART-NAME.
           STRING "G5PART" DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  WS-PART-SUFFIX DELIMITED BY SIZE
                  INTO WS-PART-NAME.
           OPEN INPUT PART-FILE.
           MOVE WS-PART-STATUS TO WS-PART-OPEN-STATUS.
           IF WS-PART-OPEN-STATUS = "00" THEN
               READ PART-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PART-FILE-RECORD (1:115)
                           TO PART-HEADER-LINE
                       IF PART-FILE-RECORD (1:4) = "PRT "
                               AND PART-H-RUN-ID = WS-TARGET-RUN-ID
                           ADD 1 TO WS-PART-COUNT
                           MOVE WS-PART-NAME
                               TO WS-PT-FILE-NAME (WS-PART-COUNT)
                       END-IF
               END-READ
           END-IF.
           IF WS-PART-OPEN-STATUS = "00" OR
                   WS-PART-OPEN-STATUS = "05" THEN
               CLOSE PART-FILE
           END-IF.

      *JUDGE-NIGHT-PARA decides whether the night can be backed out
      *at all, and reads the current checkpoint the extract cut is
      *measured against.
       JUDGE-NIGHT-PARA.
           MOVE 0 TO WS-WORK-COUNT.
           ADD WS-GEN-COUNT WS-PART-COUNT TO WS-WORK-COUNT.
           IF EXTRACT-MARK-FOUND THEN
               ADD 1 TO WS-WORK-COUNT
           END-IF.
           IF FB-MARK-FOUND THEN
               ADD 1 TO WS-WORK-COUNT
           END-IF.
           PERFORM READ-CHECKPOINT-PARA.
           PERFORM READ-ARCHIVE-TOP-PARA.

      *READ-ARCHIVE-TOP-PARA finds the top of the archived range.
      *No catalog means nothing has been archived.
       READ-ARCHIVE-TOP-PARA.
           MOVE 0 TO WS-ARCH-HIGH-VA.
           OPEN INPUT ACAT-FILE.
           MOVE WS-ACAT-STATUS TO WS-ACAT-OPEN-STATUS.
           IF WS-ACAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ACAT-STATUS NOT = "00"
                   READ ACAT-FILE INTO AC-RECORD
                       AT END MOVE "10" TO WS-ACAT-STATUS
                       NOT AT END
                           IF AC-HIGH-VA IS NUMERIC
                                   AND AC-HIGH-VA > WS-ARCH-HIGH-VA
                                   THEN
                               MOVE AC-HIGH-VA TO WS-ARCH-HIGH-VA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACAT-OPEN-STATUS = "00" OR
                   WS-ACAT-OPEN-STATUS = "05" THEN
               CLOSE ACAT-FILE
           END-IF.

       READ-CHECKPOINT-PARA.
           MOVE 0 TO WS-CHKPT-VA WS-OLD-VA-LIMIT.
           OPEN INPUT CHKPT-FILE.
           MOVE WS-CHKPT-STATUS TO WS-CHKPT-OPEN-STATUS.
           IF WS-CHKPT-OPEN-STATUS = "00" THEN
               READ CHKPT-FILE INTO CHKPT-RECORD
                   NOT AT END
                       IF CHKPT-VA IS NUMERIC THEN
                           MOVE CHKPT-VA TO WS-CHKPT-VA
                       END-IF
                       IF CHKPT-VA-LIMIT IS NUMERIC THEN
                           MOVE CHKPT-VA-LIMIT TO WS-OLD-VA-LIMIT
                       END-IF
               END-READ
           END-IF.
           IF WS-CHKPT-OPEN-STATUS = "00" OR
                   WS-CHKPT-OPEN-STATUS = "05" THEN
               CLOSE CHKPT-FILE
           END-IF.

      *COUNT-AND-CUT-PARA is run twice: once counting what the night
      *left, for the preview and the refusal checks, and - on APPLY,
      *with nothing refused - again writing the replacements.  Both
      *passes go through the same paragraphs, so what the preview
      *reports is exactly what APPLY removes.
       COUNT-AND-CUT-PARA.
           MOVE 0 TO WS-ROW-COUNT WS-VCREC-CUT-COUNT
               WS-VCLIST-CUT-COUNT WS-CLASS-COUNT WS-ERR-COUNT
               WS-SUSP-CUT-COUNT WS-SUSPB-CUT-COUNT.
           IF WS-GEN-COUNT > 0 AND PASS-IS-APPLYING THEN
               PERFORM CUT-CATALOG-PARA
           END-IF.
           IF WS-PART-COUNT > 0 AND PASS-IS-APPLYING THEN
               PERFORM REMOVE-PARTS-PARA
           END-IF.
           IF EXTRACT-MARK-FOUND AND NOT EXTRACT-MARK-IS-BAD THEN
               PERFORM CUT-EXTRACT-PARA
               PERFORM CUT-LISTING-PARA
               IF PASS-IS-APPLYING THEN
                   PERFORM CUT-CHECKPOINT-PARA
               END-IF
           END-IF.
           IF FB-MARK-FOUND AND NOT FB-MARK-IS-BAD THEN
               PERFORM CUT-CLASSIFICATIONS-PARA
               PERFORM CUT-SUSPENSE-PARA
               PERFORM CUT-HELD-BATCHES-PARA
           END-IF.

      *CUT-CATALOG-PARA drops the night's records from the catalog
      *and only then removes their files, so the catalog never names
      *a generation that is no longer on disk.
       CUT-CATALOG-PARA.
           OPEN INPUT CAT-FILE.
           OPEN OUTPUT CAT-TMP-FILE.
           PERFORM UNTIL WS-CAT-STATUS NOT = "00"
               READ CAT-FILE INTO G5-RECORD
                   AT END MOVE "10" TO WS-CAT-STATUS
                   NOT AT END
                       IF G5-RUN-ID NOT = WS-TARGET-RUN-ID THEN
                           MOVE G5-RECORD TO CAT-TMP-RECORD
                           WRITE CAT-TMP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAT-FILE.
           CLOSE CAT-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CAT-TMP-NAME
               WS-CAT-FINAL-NAME.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GT-RETIRED (WS-GEN-IDX) NOT = "Y" THEN
                   MOVE WS-GT-FILE-NAME (WS-GEN-IDX) TO WS-DELETE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

      *REMOVE-PARTS-PARA deletes the night's unmerged part files.
       REMOVE-PARTS-PARA.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PT-FILE-NAME (WS-PART-IDX) TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

      *CUT-EXTRACT-PARA keeps every chunk record through the mark's
      *VA and cuts the rest - once one record is cut, every later one
      *is too, VCREPAIR's rule.  On the applying pass the mark VA's
      *own chunks are laid down behind its header as the new
      *ROWPREV.DAT, so 0007's next row is built by append; a mark of
      *VA 0, or a mark whose row is no longer on the live extract,
      *leaves the header alone and 0007 rebuilds that one row.
       CUT-EXTRACT-PARA.
           MOVE "N" TO WS-CUT-STARTED-SW.
           OPEN INPUT VCREC-FILE.
           MOVE WS-VCREC-STATUS TO WS-VCREC-OPEN-STATUS.
           IF PASS-IS-APPLYING THEN
               OPEN OUTPUT VCREC-TMP-FILE
               OPEN OUTPUT CARRY-TMP-FILE
               MOVE SPACES TO WS-CARRY-HEADER
               MOVE WS-CUT-VA TO WS-CARRY-HEADER-VA
               MOVE SPACES TO CARRY-TMP-RECORD
               MOVE WS-CARRY-HEADER (1:38) TO CARRY-TMP-RECORD (1:38)
               WRITE CARRY-TMP-RECORD
           END-IF.
           IF WS-VCREC-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-VCREC-STATUS NOT = "00"
                   READ VCREC-FILE INTO VC-RECORD
                       AT END MOVE "10" TO WS-VCREC-STATUS
                       NOT AT END PERFORM TAKE-CHUNK-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-VCREC-OPEN-STATUS = "00" OR
                   WS-VCREC-OPEN-STATUS = "05" THEN
               CLOSE VCREC-FILE
           END-IF.
           IF PASS-IS-APPLYING THEN
               CLOSE VCREC-TMP-FILE
               CLOSE CARRY-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-VCREC-TMP-NAME
                   WS-VCREC-FINAL-NAME
               CALL "CBL_RENAME_FILE" USING WS-CARRY-TMP-NAME
                   WS-CARRY-FINAL-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

       TAKE-CHUNK-PARA.
           IF NOT CUT-HAS-STARTED
                   AND VC-VA IS NUMERIC
                   AND VC-VA <= WS-CUT-VA THEN
               IF PASS-IS-APPLYING THEN
                   MOVE VC-RECORD TO VCREC-TMP-RECORD
                   WRITE VCREC-TMP-RECORD
                   IF VC-VA = WS-CUT-VA THEN
                       MOVE VC-ROW-TEXT TO CARRY-TMP-RECORD
                       WRITE CARRY-TMP-RECORD
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-CUT-STARTED-SW
               ADD 1 TO WS-VCREC-CUT-COUNT
               IF VC-SEQ-NO = 1 THEN
                   ADD 1 TO WS-ROW-COUNT
               END-IF
           END-IF.

      *CUT-LISTING-PARA keeps VCLIST.DAT's lines up to the first row
      *labelled past the mark's VA; continuation lines ride with
      *their row.  The listing is copied, not rebuilt, so the kept
      *pages keep the dates they were printed with.
       CUT-LISTING-PARA.
           MOVE "N" TO WS-CUT-STARTED-SW WS-HEADING-HELD-SW.
           OPEN INPUT VCLIST-FILE.
           MOVE WS-VCLIST-STATUS TO WS-VCLIST-OPEN-STATUS.
           IF PASS-IS-APPLYING THEN
               OPEN OUTPUT VCLIST-TMP-FILE
           END-IF.
           IF WS-VCLIST-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-VCLIST-STATUS NOT = "00"
                   READ VCLIST-FILE INTO WS-LIST-LINE
                       AT END MOVE "10" TO WS-VCLIST-STATUS
                       NOT AT END PERFORM TAKE-LIST-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-VCLIST-OPEN-STATUS = "00" OR
                   WS-VCLIST-OPEN-STATUS = "05" THEN
               CLOSE VCLIST-FILE
           END-IF.
      *A heading still held at the end opened a page the night
      *began; it goes with the night.
           IF HEADING-IS-HELD THEN
               ADD 1 TO WS-VCLIST-CUT-COUNT
           END-IF.
           IF PASS-IS-APPLYING THEN
               CLOSE VCLIST-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-VCLIST-TMP-NAME
                   WS-VCLIST-FINAL-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

       TAKE-LIST-LINE-PARA.
           IF CUT-HAS-STARTED THEN
               ADD 1 TO WS-VCLIST-CUT-COUNT
           ELSE
           IF WS-LIST-LINE (1:10) = "0007 LIST " THEN
               IF HEADING-IS-HELD THEN
                   PERFORM RELEASE-HEADING-PARA
               END-IF
               MOVE WS-LIST-LINE TO WS-HELD-HEADING
               MOVE "Y" TO WS-HEADING-HELD-SW
           ELSE
               MOVE WS-LIST-LINE (6:38) TO WS-LIST-VA-TEXT
               INSPECT WS-LIST-VA-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-LIST-LINE (1:4) = "VA: "
                       AND WS-LIST-LINE (5:39) NOT = SPACES
                       AND WS-LIST-VA-TEXT IS NUMERIC
                       AND WS-LIST-VA-NUM > WS-CUT-VA THEN
                   MOVE "Y" TO WS-CUT-STARTED-SW
                   ADD 1 TO WS-VCLIST-CUT-COUNT
                   IF HEADING-IS-HELD THEN
                       ADD 1 TO WS-VCLIST-CUT-COUNT
                       MOVE "N" TO WS-HEADING-HELD-SW
                   END-IF
               ELSE
                   IF HEADING-IS-HELD THEN
                       PERFORM RELEASE-HEADING-PARA
                   END-IF
                   IF PASS-IS-APPLYING THEN
                       MOVE WS-LIST-LINE TO VCLIST-TMP-RECORD
                       WRITE VCLIST-TMP-RECORD
                   END-IF
               END-IF
           END-IF
           END-IF.

       RELEASE-HEADING-PARA.
           IF PASS-IS-APPLYING THEN
               MOVE WS-HELD-HEADING TO VCLIST-TMP-RECORD
               WRITE VCLIST-TMP-RECORD
           END-IF.
           MOVE "N" TO WS-HEADING-HELD-SW.

      *CUT-CHECKPOINT-PARA runs after the data renames, as VCREPAIR's
      *does: the checkpoint names the mark's VA and the listing
      *position the mark recorded, keeping the VA-LIMIT in force.
       CUT-CHECKPOINT-PARA.
           MOVE WS-CUT-VA       TO CHKPT-VA.
           MOVE WS-OLD-VA-LIMIT TO CHKPT-VA-LIMIT.
           MOVE WS-CUT-PAGE     TO CHKPT-PAGE-NO.
           MOVE WS-CUT-LINES    TO CHKPT-LINES-ON-PAGE.
           OPEN OUTPUT CHKPT-TMP-FILE.
           WRITE CHKPT-TMP-FILE-RECORD FROM CHKPT-RECORD.
           CLOSE CHKPT-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CHKPT-TMP-NAME
               WS-CHKPT-FINAL-NAME.
           MOVE 0 TO RETURN-CODE.

      *CUT-CLASSIFICATIONS-PARA counts, and on the applying pass
      *empties, FBCLASS.DAT and FBERROR.DAT.  A fresh transaction run
      *opens both for OUTPUT, so everything in them is the night's -
      *the night before's lines were already gone when it began.
      *An interrupted night's checkpoint goes too, or the rerun would
      *resume the night being backed out.
       CUT-CLASSIFICATIONS-PARA.
           OPEN INPUT CLASS-FILE.
           MOVE WS-CLASS-STATUS TO WS-CLASS-OPEN-STATUS.
           IF WS-CLASS-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-CLASS-STATUS NOT = "00"
                   READ CLASS-FILE
                       AT END MOVE "10" TO WS-CLASS-STATUS
                       NOT AT END ADD 1 TO WS-CLASS-COUNT
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CLASS-OPEN-STATUS = "00" OR
                   WS-CLASS-OPEN-STATUS = "05" THEN
               CLOSE CLASS-FILE
           END-IF.
           OPEN INPUT ERR-FILE.
           MOVE WS-ERR-STATUS TO WS-ERR-OPEN-STATUS.
           IF WS-ERR-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-ERR-STATUS NOT = "00"
                   READ ERR-FILE
                       AT END MOVE "10" TO WS-ERR-STATUS
                       NOT AT END ADD 1 TO WS-ERR-COUNT
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ERR-OPEN-STATUS = "00" OR
                   WS-ERR-OPEN-STATUS = "05" THEN
               CLOSE ERR-FILE
           END-IF.
           IF PASS-IS-APPLYING THEN
               MOVE "FBCLASS.TMP" TO WS-EMPTY-TMP-NAME
               MOVE "FBCLASS.DAT" TO WS-EMPTY-FINAL-NAME
               PERFORM EMPTY-FILE-PARA
               MOVE "FBERROR.TMP" TO WS-EMPTY-TMP-NAME
               MOVE "FBERROR.DAT" TO WS-EMPTY-FINAL-NAME
               PERFORM EMPTY-FILE-PARA
               CALL "CBL_DELETE_FILE" USING WS-FBCK-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

       EMPTY-FILE-PARA.
           OPEN OUTPUT EMPTY-TMP-FILE.
           CLOSE EMPTY-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-EMPTY-TMP-NAME
               WS-EMPTY-FINAL-NAME.

      *CUT-SUSPENSE-PARA removes the suspense entries numbered from
      *the night's mark on; FIZZ BUZZ numbers them upward from the
      *highest on file, so every one of them is the night's.
       CUT-SUSPENSE-PARA.
           OPEN INPUT SUSP-FILE.
           MOVE WS-SUSP-STATUS TO WS-SUSP-OPEN-STATUS.
           IF PASS-IS-APPLYING THEN
               OPEN OUTPUT SUSP-TMP-FILE
           END-IF.
           IF WS-SUSP-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSP-FILE INTO SUSP-RECORD
                       AT END MOVE "10" TO WS-SUSP-STATUS
                       NOT AT END
                           IF SUSP-ID IS NUMERIC
                                   AND SUSP-ID >= WS-CUT-SUSP-ID THEN
                               ADD 1 TO WS-SUSP-CUT-COUNT
                           ELSE
                               IF PASS-IS-APPLYING THEN
                                   MOVE SUSP-RECORD TO SUSP-TMP-RECORD
                                   WRITE SUSP-TMP-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUSP-OPEN-STATUS = "00" OR
                   WS-SUSP-OPEN-STATUS = "05" THEN
               CLOSE SUSP-FILE
           END-IF.
           IF PASS-IS-APPLYING THEN
               CLOSE SUSP-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-SUSP-TMP-NAME
                   WS-SUSP-FINAL-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

       CUT-HELD-BATCHES-PARA.
           OPEN INPUT SUSPB-FILE.
           MOVE WS-SUSPB-STATUS TO WS-SUSPB-OPEN-STATUS.
           IF PASS-IS-APPLYING THEN
               OPEN OUTPUT SUSPB-TMP-FILE
           END-IF.
           IF WS-SUSPB-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSPB-STATUS NOT = "00"
                   READ SUSPB-FILE INTO SUSPB-RECORD
                       AT END MOVE "10" TO WS-SUSPB-STATUS
                       NOT AT END
                           IF SUSPB-ID IS NUMERIC
                                   AND SUSPB-ID >= WS-CUT-SUSP-ID THEN
                               ADD 1 TO WS-SUSPB-CUT-COUNT
                           ELSE
                               IF PASS-IS-APPLYING THEN
                                   MOVE SUSPB-RECORD
                                       TO SUSPB-TMP-RECORD
                                   WRITE SUSPB-TMP-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUSPB-OPEN-STATUS = "00" OR
                   WS-SUSPB-OPEN-STATUS = "05" THEN
               CLOSE SUSPB-FILE
           END-IF.
           IF PASS-IS-APPLYING THEN
               CLOSE SUSPB-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-SUSPB-TMP-NAME
                   WS-SUSPB-FINAL-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

      *WRITE-REPORT-PARA lays out what the night left and what the
      *backout will remove, then every reason it cannot, counting
      *the refusals as it goes.
       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TARGET-RUN-ID TO H-RUN-ID.
           IF APPLY-REQUESTED THEN
               MOVE "APPLY"   TO H-MODE
           ELSE
               MOVE "PREVIEW" TO H-MODE
           END-IF.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               PERFORM REPORT-GENERATION-PARA
           END-PERFORM.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PT-FILE-NAME (WS-PART-IDX) TO PF-FILE-NAME
               MOVE PART-FILE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-PERFORM.
           IF EXTRACT-MARK-FOUND AND NOT EXTRACT-MARK-IS-BAD THEN
               PERFORM REPORT-EXTRACT-PARA
           END-IF.
           IF FB-MARK-FOUND AND NOT FB-MARK-IS-BAD THEN
               PERFORM REPORT-FIZZBUZZ-PARA
           END-IF.
           PERFORM REPORT-REFUSALS-PARA.

       REPORT-GENERATION-PARA.
           MOVE WS-GT-GEN-NO (WS-GEN-IDX)    TO G-GEN-NO.
           MOVE WS-GT-FILE-NAME (WS-GEN-IDX) TO G-FILE-NAME.
           IF WS-GT-SHIPPED (WS-GEN-IDX) = "Y" THEN
               MOVE "SHIPPED TO MIS" TO G-STATE
           ELSE
           IF WS-GT-RETIRED (WS-GEN-IDX) = "Y" THEN
               MOVE "RETIRED - CATALOG RECORD ONLY" TO G-STATE
           ELSE
               MOVE "FILE AND CATALOG RECORD" TO G-STATE
           END-IF
           END-IF.
           MOVE GEN-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       REPORT-EXTRACT-PARA.
           MOVE WS-CUT-VA TO D-CUT-VA.
           MOVE WS-ROW-COUNT TO D-COUNT-1.
           MOVE WS-VCREC-CUT-COUNT TO D-COUNT-2.
           MOVE WS-VCLIST-CUT-COUNT TO D-COUNT-3.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "0007 EXTRACT CUT BACK TO VA " DELIMITED BY SIZE
                  FUNCTION TRIM(D-CUT-VA) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                  " ROW(S), " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  " CHUNK RECORD(S), " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-3) DELIMITED BY SIZE
                  " LISTING LINE(S)" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE WS-CUT-PAGE TO D-COUNT-1.
           MOVE WS-CUT-LINES TO D-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "     ROWPREV.DAT REBUILT FOR VA " DELIMITED BY SIZE
                  FUNCTION TRIM(D-CUT-VA) DELIMITED BY SIZE
                  ", CHKPT007.DAT RESET TO PAGE " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

       REPORT-FIZZBUZZ-PARA.
           MOVE WS-CLASS-COUNT TO D-COUNT-1.
           MOVE WS-ERR-COUNT TO D-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FIZZ BUZZ: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                  " FBCLASS.DAT LINE(S), " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  " FBERROR.DAT LINE(S)" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE WS-SUSP-CUT-COUNT TO D-COUNT-1.
           MOVE WS-SUSPB-CUT-COUNT TO D-COUNT-2.
           MOVE WS-CUT-SUSP-ID TO D-SUSP-ID.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "     " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                  " SUSPENSE ENTR(IES) FROM ID " DELIMITED BY SIZE
                  FUNCTION TRIM(D-SUSP-ID) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  " HELD BATCH LINE(S)" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

      *REPORT-REFUSALS-PARA names every reason the night cannot be
      *backed out; any one of them stops the job with nothing
      *changed.
       REPORT-REFUSALS-PARA.
           IF NOT RUN-ID-WAS-SEEN AND WS-GEN-COUNT = 0 THEN
               MOVE "REFUSED: RUN ID IS NOT ON THE AUDIT TRAIL"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF LATER-NIGHT-FOUND THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: A LATER NIGHT (" DELIMITED BY SIZE
                      WS-LATER-RUN-ID DELIMITED BY SIZE
                      ") HAS ALREADY RUN ON TOP OF THIS ONE"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF WS-SHIPPED-COUNT > 0 THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: THE NIGHT'S 0005 OUTPUT "
                          DELIMITED BY SIZE
                      "HAS BEEN SHIPPED TO MIS"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF GEN-RUN-COMPLETED AND WS-GEN-COUNT = 0 THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: 0005 COMPLETED BUT NO "
                          DELIMITED BY SIZE
                      "CATALOGUED GENERATION CARRIES "
                          DELIMITED BY SIZE
                      "THIS RUN ID"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF (EXTRACT-RUN-SEEN AND NOT EXTRACT-MARK-FOUND)
                   OR EXTRACT-MARK-IS-BAD THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: NO READABLE 0007 START "
                          DELIMITED BY SIZE
                      "POSITION ON THE AUDIT TRAIL FOR "
                          DELIMITED BY SIZE
                      "THIS NIGHT"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF EXTRACT-MARK-FOUND AND NOT EXTRACT-MARK-IS-BAD
                   AND WS-CHKPT-VA < WS-CUT-VA THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: CHKPT007.DAT IS ALREADY "
                          DELIMITED BY SIZE
                      "BEHIND THE NIGHT'S START POSITION"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF EXTRACT-MARK-FOUND AND NOT EXTRACT-MARK-IS-BAD
                   AND WS-ARCH-HIGH-VA > WS-CUT-VA THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: VCARCH HAS ARCHIVED 0007 ROWS "
                          DELIMITED BY SIZE
                      "THE NIGHT ADDED"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.
           IF (FB-TRANS-RUN-SEEN AND NOT FB-MARK-FOUND)
                   OR FB-MARK-IS-BAD THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: NO READABLE FIZZ BUZZ "
                          DELIMITED BY SIZE
                      "SUSPENSE MARK ON THE AUDIT TRAIL "
                          DELIMITED BY SIZE
                      "FOR THIS NIGHT"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-REFUSAL-PARA
           END-IF.

       WRITE-REFUSAL-PARA.
           ADD 1 TO WS-REFUSE-COUNT.
           PERFORM WRITE-RPT-LINE-PARA.

      *WRITE-REPORT-END-PARA closes the report with the outcome.
       WRITE-REPORT-END-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF WS-REFUSE-COUNT > 0 THEN
               MOVE "BACKOUT REFUSED - NOTHING CHANGED"
                   TO WS-PRINT-LINE
           ELSE
           IF WS-WORK-COUNT = 0 THEN
               IF NIGHT-WAS-BACKED-OUT THEN
                   MOVE "NOTHING TO BACK OUT - NIGHT ALREADY BACKED OUT"
                       TO WS-PRINT-LINE
               ELSE
                   MOVE "NOTHING TO BACK OUT" TO WS-PRINT-LINE
               END-IF
           ELSE
           IF NOT APPLY-REQUESTED THEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PREVIEW ONLY - NOTHING CHANGED; "
                          DELIMITED BY SIZE
                      "RERUN WITH APPLY TO BACK THE "
                          DELIMITED BY SIZE
                      "NIGHT OUT"
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               MOVE "BACKOUT APPLIED" TO WS-PRINT-LINE
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE-PARA.
           CLOSE REPORT-FILE.

      *LOG-BACKOUT-PARA puts the backout on the audit trail under the
      *night's own identifier, where the next backout or any reader
      *of the night's story will find it.
       LOG-BACKOUT-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "NIGHTBKOUT"     TO AUDIT-JOB-NAME.
           MOVE WS-RUN-DATE      TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME      TO AUDIT-RUN-TIME.
           MOVE "BKOUT "         TO AUDIT-EVENT.
           MOVE "NORMAL"         TO AUDIT-STATUS.
           MOVE WS-TARGET-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-GEN-COUNT       TO D-COUNT-1.
           MOVE WS-ROW-COUNT       TO D-COUNT-2.
           MOVE WS-CLASS-COUNT     TO D-COUNT-3.
           MOVE WS-SUSP-CUT-COUNT  TO D-COUNT-4.
           MOVE WS-PART-COUNT      TO D-COUNT-5.
           MOVE SPACES TO AUDIT-PARMS.
           STRING "GENS=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                  " ROWS=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  " CLASS=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-3) DELIMITED BY SIZE
                  " SUSP=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-4) DELIMITED BY SIZE
                  " PARTS=" DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-5) DELIMITED BY SIZE
                  INTO AUDIT-PARMS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *WRITE-HISTORY-PARA appends a "BKOUT " run-history record for
      *each job the backout touched (see copybooks/RUNHREC.cpy).
       WRITE-HISTORY-PARA.
           IF WS-GEN-COUNT > 0 OR WS-PART-COUNT > 0 THEN
               MOVE "0005" TO RH-JOB-NAME
               MOVE 0 TO RH-CUMULATIVE
               PERFORM WRITE-ONE-HISTORY-PARA
           END-IF.
           IF EXTRACT-MARK-FOUND THEN
               MOVE "0007" TO RH-JOB-NAME
               MOVE WS-CUT-VA TO RH-CUMULATIVE
               PERFORM WRITE-ONE-HISTORY-PARA
           END-IF.
           IF FB-MARK-FOUND THEN
               MOVE "FIZZBUZZ" TO RH-JOB-NAME
               MOVE 0 TO RH-CUMULATIVE
               PERFORM WRITE-ONE-HISTORY-PARA
           END-IF.

       WRITE-ONE-HISTORY-PARA.
           MOVE WS-RUN-DATE      TO RH-RUN-DATE.
           MOVE "BKOUT "         TO RH-STATUS.
           MOVE 0                TO RH-ELAPSED-SECS RH-VOLUME.
           MOVE WS-TARGET-RUN-ID TO RH-RUN-ID.
           OPEN EXTEND HIST-FILE.
           WRITE HIST-FILE-RECORD FROM RH-RECORD.
           CLOSE HIST-FILE.

       WRITE-RPT-LINE-PARA.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
