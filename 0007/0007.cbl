           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ACAT-FILE ASSIGN TO "VCARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO "NIGHTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
       FD  PARM-FILE.
       01 PARM-FILE-RECORD PIC X(126).

       FD  ACAT-FILE.
       01 ACAT-FILE-RECORD PIC X(130).

       FD  RUNID-FILE.
       01 RUNID-FILE-RECORD PIC X(10).

       01 WS-USE-PARM-FILE   PIC X(1) VALUE "N".
           88 PARMS-FROM-FILE        VALUE "Y".

      *VCARCH's archive catalog (see copybooks/VCARCAT.cpy): rows
      *through WS-ARCH-HIGH-VA have left VCREC.DAT for the archive
      *tier, so no run may resume below that VA.
       COPY VCARCAT.
       01 WS-ACAT-STATUS     PIC X(2).
       01 WS-ACAT-OPEN-STATUS PIC X(2).
       01 WS-ARCH-HIGH-VA    PIC 9(38) VALUE 0.
       01 D-ARCH-VA          PIC Z(37)9.

       COPY CHKPTREC.
       COPY PARMREC.
       COPY VCREC.
       COPY AUDITREC.
       01 WS-SAVE-RC       PIC S9(4).
       01 WS-VALIMIT-DISP  PIC Z(37)9.
      *WS-MARK-PARMS is the "MARK  " audit record's parameter text:
      *where the extract and listing stood when this run picked them
      *up, which is what NIGHTBKOUT cuts a night back to.
       01 WS-MARK-PARMS.
           05 FILLER         PIC X(3) VALUE "VA=".
           05 WS-MARK-VA      PIC 9(38).
           05 FILLER         PIC X(4) VALUE " PG=".
           05 WS-MARK-PAGE    PIC 9(4).
           05 FILLER         PIC X(4) VALUE " LN=".
           05 WS-MARK-LINES   PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ACQUIRE-LOCK-PARA.
           PERFORM GET-PARAMETERS-PARA.
           PERFORM RESTART-PARA.
           PERFORM MARK-LOG-PARA.
           PERFORM SET-TARGET-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM A-PARA UNTIL WS-TARGET-VA > 0 AND VA >= WS-TARGET-VA.
      *relative to the VA RESTART-PARA resumed from.

       START-LOG-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-RUNID-PARA.
           MOVE NR-RUN-ID TO AUDIT-RUN-ID.
           MOVE "NORMAL"      TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.

      *MARK-LOG-PARA puts the position this run resumes from on the
      *audit trail - VA, listing page and line - as a "MARK  " record,
      *an event the pairing readers pass over like AUDITARC's
      *"CUTOK ".  The first mark under a run identifier is where the
      *night found the extract, and NIGHTBKOUT cuts back to it.
       MARK-LOG-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME      TO AUDIT-RUN-TIME.
           MOVE "MARK  "         TO AUDIT-EVENT.
           MOVE VA               TO WS-MARK-VA.
           MOVE WS-PAGE-NO       TO WS-MARK-PAGE.
           MOVE WS-LINES-ON-PAGE TO WS-MARK-LINES.
           MOVE WS-MARK-PARMS    TO AUDIT-PARMS.
           MOVE "NORMAL"         TO AUDIT-STATUS.
           CALL "AUDITLOG" USING AUDIT-RECORD.
           MOVE SPACES           TO AUDIT-PARMS.

      *GET-RUNID-PARA reads the night's identifier.  NIGHTRUN.DAT
      *persists between nights - the same-date suffix series needs
      *the last identifier - so a hand run between nights is
           IF CHKPT-IS-INVALID THEN
               PERFORM ABEND-BAD-CHKPT-PARA
           END-IF.
           PERFORM CHECK-ARCHIVE-PARA.

      *CHECK-ARCHIVE-PARA refuses to resume below the archived top.
      *The live extract is appended to from the checkpointed VA, and
      *a checkpoint behind the archive - lost, or restored from
      *before VCARCH ran - would rebuild rows the archive already
      *holds, and from VA 0 would truncate the live tail as well.
       CHECK-ARCHIVE-PARA.
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
           IF VA < WS-ARCH-HIGH-VA THEN
               MOVE WS-ARCH-HIGH-VA TO D-ARCH-VA
               DISPLAY "0007: ABEND - CHKPT007.DAT is behind the "
                 "archived rows (VCARCAT.DAT holds VA 1 through "
                 FUNCTION TRIM(D-ARCH-VA) "); refusing to rebuild "
                 "them.  Restore the current CHKPT007.DAT."
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE "ABEND " TO AUDIT-EVENT
               MOVE "ABEND " TO AUDIT-STATUS
               MOVE SPACES TO AUDIT-PARMS
               STRING "reason=checkpoint behind archive"
                   DELIMITED BY SIZE
                   INTO AUDIT-PARMS
               CALL "AUDITLOG" USING AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-LOCK-PARA
               STOP RUN
           END-IF.

      *ABEND-BAD-CHKPT-PARA stops the run instead of letting a
      *corrupt CHKPT007.DAT fall through to VA=0, which would make
