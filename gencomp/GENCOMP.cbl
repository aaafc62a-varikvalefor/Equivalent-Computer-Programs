       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GENCOMP.
       AUTHOR.  VARIK VALEFOR.
      *GENCOMP says whether two cuts of the same output agree and,
      *when they do not, exactly where and how much they differ, so a
      *rerun or a code change can be signed off as identical - or its
      *difference explained - before MIS receives it.  It writes its
      *findings to GENCOMP.RPT and returns 0 when the two sides agree,
      *4 when there was nothing on either side to compare, 8 when
      *they differ, and 16 when a side cannot be read - a comparison
      *against nothing proves nothing.
      *
      *"G5 gen-a gen-b [start-offset]" compares two "0005"
      *generations catalogued in OUT5CAT.DAT.  The generations are
      *compared as digit streams, not record by record: "0005" blocks
      *its digits as its buffer fills, and a partitioned run's merge
      *blocks them differently, so two generations with the same
      *digits need not have the same records.  A multi-range
      *generation is compared bracketed segment by bracketed segment
      *(see copybooks/REQREC.cpy), in file order; a single-range
      *generation is one segment whose first number is the
      *START-OFFSET it was cut with (given on the command line,
      *defaulting to the start-at-1 range).  The first differing
      *digit is reported by its position in the generation and in
      *its segment, and by the number it falls in and the offset
      *inside that number, found with DIGITPOS's band walk started
      *from the segment's first number; every differing segment is
      *listed and counted.
      *
      *"VC file-a file-b va-low va-high" compares two copies of
      *"0007"'s extract over a VA range.  Each file may be an extract
      *in VCREC.DAT's layout or a MISXTRCT.DAT as shipped (its "D07 "
      *records are the extract's chunks; its other records are
      *passed over), so what is on disk can be checked against what
      *MIS was sent.  Chunks are matched on VA and chunk sequence
      *number, and compared on row text and last-chunk flag; the run
      *date stamped on a chunk is not compared, since a rerun on
      *another day builds the same row.  The first differing VA and
      *chunk are reported with the row position of the first
      *differing digit and the number it falls in; every differing
      *chunk is listed, and differing rows and chunks are counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAT-FILE ASSIGN TO "OUT5CAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SIDE-A-FILE ASSIGN TO DYNAMIC WS-A-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-A-STATUS.
           SELECT SIDE-B-FILE ASSIGN TO DYNAMIC WS-B-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-B-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GENCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE.
       01 CAT-FILE-RECORD PIC X(51).

       FD  SIDE-A-FILE.
       01 SIDE-A-RECORD PIC X(561).

       FD  SIDE-B-FILE.
       01 SIDE-B-RECORD PIC X(561).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAT-STATUS       PIC X(2).
       01 WS-CAT-OPEN-STATUS  PIC X(2).
       01 WS-A-STATUS         PIC X(2).
       01 WS-B-STATUS         PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-A-FILE-NAME      PIC X(40).
       01 WS-B-FILE-NAME      PIC X(40).

       COPY OUT5CAT.
       COPY REQREC.
       COPY VCREC.

      *TARGA holds the command line: the mode word, then the two
      *generation numbers (and optional START-OFFSET) or the two
      *file names and the VA range.
       01 TARGA             PIC X(200).
       01 CMD-MODE          PIC X(8).
       01 CMD-ARG-1         PIC X(40).
       01 CMD-ARG-2         PIC X(40).
       01 CMD-ARG-3         PIC X(40).
       01 CMD-ARG-4         PIC X(40).
       01 WS-CHECK-TEXT     PIC X(40).
       01 WS-CHECK-VALUE    PIC 9(38).
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-VALID-SW       PIC X(1) VALUE "Y".
           88 TARGA-IS-VALID     VALUE "Y".
           88 TARGA-IS-INVALID   VALUE "N".
       01 WS-MODE-SW        PIC X(1).
           88 COMPARE-GENERATIONS VALUE "G".
           88 COMPARE-EXTRACTS    VALUE "V".

       01 WS-GEN-A          PIC 9(8) VALUE 0.
       01 WS-GEN-B          PIC 9(8) VALUE 0.
       01 WS-START-NUMBER   PIC 9(38) VALUE 1.
       01 WS-VA-LOW         PIC 9(38) VALUE 0.
       01 WS-VA-HIGH        PIC 9(38) VALUE 0.
       01 WS-GEN-A-SW       PIC X(1).
           88 GEN-A-FOUND        VALUE "Y".
       01 WS-GEN-B-SW       PIC X(1).
           88 GEN-B-FOUND        VALUE "Y".
       01 WS-READABLE-SW    PIC X(1) VALUE "Y".
           88 SIDES-ARE-READABLE VALUE "Y".

      *The two sides' reading state, side 1 being A and side 2 B,
      *so one set of paragraphs walks either file.  A generation
      *side's current record is classified as a segment header (H),
      *trailer (T) or digit record (D); an extract side's current
      *chunk is held in the chunk fields.
       01 WS-SIDE-TABLE.
           05 WS-SIDE OCCURS 2 TIMES INDEXED BY SIDE-IDX.
               10 WS-S-REC         PIC X(561).
               10 WS-S-TYPE        PIC X(1).
               10 WS-S-LEN         PIC 9(4).
               10 WS-S-IDX         PIC 9(4).
               10 WS-S-EOF-SW      PIC X(1).
                   88 S-AT-EOF          VALUE "Y".
               10 WS-S-SEG-SW      PIC X(1).
                   88 S-HAS-SEGMENT     VALUE "Y".
               10 WS-S-SEG-END-SW  PIC X(1).
                   88 S-SEGMENT-ENDED   VALUE "Y".
               10 WS-S-GOT-SW      PIC X(1).
                   88 S-GOT-ONE         VALUE "Y".
               10 WS-S-DIGIT       PIC X(1).
               10 WS-S-SEG-POS     PIC 9(38).
               10 WS-S-SEG-START   PIC 9(38).
               10 WS-S-HEADER      PIC X(106).
               10 WS-S-TRAILER     PIC X(58).
               10 WS-S-GEN-DIGITS  PIC 9(38).
               10 WS-S-FILE-NAME   PIC X(20).
               10 WS-S-VA          PIC 9(38).
               10 WS-S-SEQ-NO      PIC 9(8).
               10 WS-S-LAST-SW     PIC X(1).
               10 WS-S-ROW-TEXT    PIC X(500).
               10 WS-S-SKIP-COUNT  PIC 9(9).

      *Generation comparison tallies and the first differing digit.
       01 WS-SEG-NO          PIC 9(9) VALUE 0.
       01 WS-SEG-DIFF-COUNT  PIC 9(9) VALUE 0.
       01 WS-SEG-DIGITS-SW   PIC X(1).
           88 SEGMENT-DIGITS-DIFFER VALUE "Y".
       01 WS-SEG-REASON      PIC X(20).
       01 WS-GEN-BEFORE      PIC 9(38).
       01 WS-FIRST-SW        PIC X(1) VALUE "N".
           88 FIRST-DIFF-FOUND   VALUE "Y".
       01 WS-FD-SEG-NO       PIC 9(9).
       01 WS-FD-SEG-ID       PIC X(8).
       01 WS-FD-SEG-POS      PIC 9(38).
       01 WS-FD-GEN-POS      PIC 9(38).
       01 WS-FD-NUMBER       PIC 9(38).
       01 WS-FD-OFFSET       PIC 9(2).
       01 WS-FD-DIGIT-A      PIC X(1).
       01 WS-FD-DIGIT-B      PIC X(1).

      *Extract comparison tallies and the first differing chunk.
       01 WS-ROWS-COMPARED   PIC 9(38) VALUE 0.
       01 WS-CHUNKS-COMPARED PIC 9(38) VALUE 0.
       01 WS-ROW-DIFF-COUNT  PIC 9(38) VALUE 0.
       01 WS-CHUNK-DIFF-COUNT PIC 9(38) VALUE 0.
       01 WS-ROW-VA          PIC 9(38).
       01 WS-LAST-ROW-VA     PIC 9(38) VALUE 0.
       01 WS-LAST-DIFF-VA    PIC 9(38) VALUE 0.
       01 WS-CHUNK-REASON    PIC X(24).
       01 WS-DIFF-VA         PIC 9(38).
       01 WS-DIFF-SEQ-NO     PIC 9(8).
       01 WS-FD-VA           PIC 9(38).
       01 WS-FD-SEQ-NO       PIC 9(8).
       01 WS-FD-REASON       PIC X(24).
       01 WS-FD-HAS-POS-SW   PIC X(1).
           88 FD-HAS-POSITION    VALUE "Y".
       01 WS-FD-ROW-POS      PIC 9(38).
       01 WS-COL             PIC 9(4).
       01 WS-COL-FOUND-SW    PIC X(1).
           88 COLUMN-FOUND       VALUE "Y".

      *Band-walk workings, DIGITPOS's LOCATE-POSITION-PARA started
      *from an arbitrary first number: the position still to be
      *consumed, the band bounds, and the located number with the
      *position's offset inside it.
       01 WS-LOC-START      PIC 9(38).
       01 WS-LOC-POS        PIC 9(38).
       01 WS-REMAIN         PIC 9(38).
       01 WS-START-WIDTH    PIC 9(2).
       01 WS-BAND-DIGITS    PIC 9(2).
       01 WS-BAND-LOW       PIC 9(38).
       01 WS-BAND-FLOOR     PIC 9(38).
       01 WS-BAND-HIGH      PIC 9(38).
       01 WS-NUM-OFFSET     PIC 9(38).
       01 WS-THE-NUMBER     PIC 9(38).
       01 WS-DIGIT-OFFSET   PIC 9(2).
       01 WS-NUM-TEXT       PIC 9(38).
       01 WS-NUM-TEXT-ALPHA REDEFINES WS-NUM-TEXT PIC X(38).
       01 WS-LEAD-ZEROS     PIC 9(2).
       01 WS-FOUND-SW       PIC X(1).
           88 POSITION-LOCATED   VALUE "Y".

       01 WS-RUN-DATE       PIC X(10).
       01 WS-PRINT-LINE     PIC X(132).
       01 D-ANY-COUNT       PIC Z(37)9.
       01 D-COUNT-2         PIC Z(37)9.
       01 D-VA              PIC Z(37)9.
       01 D-SEQ-NO          PIC Z(7)9.
       01 D-SEG-NO          PIC Z(8)9.
       01 D-GEN-NO          PIC Z(7)9.
       01 HEADING-LINE.
           05 FILLER         PIC X(20) VALUE "OUTPUT COMPARISON   ".
           05 H-RUN-DATE     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM GET-PARAMETERS-PARA.
           IF TARGA-IS-INVALID THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COMPARE-GENERATIONS THEN
               PERFORM FIND-GENERATIONS-PARA
           ELSE
               MOVE CMD-ARG-1 TO WS-A-FILE-NAME
               MOVE CMD-ARG-2 TO WS-B-FILE-NAME
           END-IF.
           IF TARGA-IS-INVALID THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-SIDES-PARA.
           IF NOT SIDES-ARE-READABLE THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO H-RUN-DATE.
           MOVE HEADING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF COMPARE-GENERATIONS THEN
               PERFORM COMPARE-GENERATIONS-PARA
           ELSE
               PERFORM COMPARE-EXTRACTS-PARA
           END-IF.
           CLOSE SIDE-A-FILE SIDE-B-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      *GET-PARAMETERS-PARA splits the command line and checks every
      *numeric argument with the character-level validation "0005"
      *applies to its BOUNDARY.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-MODE CMD-ARG-1 CMD-ARG-2 CMD-ARG-3
               CMD-ARG-4.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-MODE CMD-ARG-1 CMD-ARG-2 CMD-ARG-3
                   CMD-ARG-4.
           MOVE "Y" TO WS-VALID-SW.
           EVALUATE CMD-MODE
               WHEN "G5"
                   MOVE "G" TO WS-MODE-SW
                   IF CMD-ARG-1 = SPACES OR CMD-ARG-2 = SPACES THEN
                       DISPLAY "GENCOMP: G5 needs two generation "
                         "numbers, job terminated"
                       MOVE "N" TO WS-VALID-SW
                   ELSE
                       MOVE CMD-ARG-1 TO WS-CHECK-TEXT
                       PERFORM CHECK-NUMBER-PARA
                       MOVE WS-CHECK-VALUE TO WS-GEN-A
                       MOVE CMD-ARG-2 TO WS-CHECK-TEXT
                       PERFORM CHECK-NUMBER-PARA
                       MOVE WS-CHECK-VALUE TO WS-GEN-B
                   END-IF
                   IF TARGA-IS-VALID AND CMD-ARG-3 NOT = SPACES THEN
                       MOVE CMD-ARG-3 TO WS-CHECK-TEXT
                       PERFORM CHECK-NUMBER-PARA
                       IF WS-CHECK-VALUE > 0 THEN
                           MOVE WS-CHECK-VALUE TO WS-START-NUMBER
                       END-IF
                   END-IF
               WHEN "VC"
                   MOVE "V" TO WS-MODE-SW
                   IF CMD-ARG-1 = SPACES OR CMD-ARG-2 = SPACES
                           OR CMD-ARG-3 = SPACES
                           OR CMD-ARG-4 = SPACES THEN
                       DISPLAY "GENCOMP: VC needs two file names and "
                         "a VA range, job terminated"
                       MOVE "N" TO WS-VALID-SW
                   ELSE
                       MOVE CMD-ARG-3 TO WS-CHECK-TEXT
                       PERFORM CHECK-NUMBER-PARA
                       MOVE WS-CHECK-VALUE TO WS-VA-LOW
                       MOVE CMD-ARG-4 TO WS-CHECK-TEXT
                       PERFORM CHECK-NUMBER-PARA
                       MOVE WS-CHECK-VALUE TO WS-VA-HIGH
                   END-IF
                   IF TARGA-IS-VALID AND WS-VA-HIGH < WS-VA-LOW THEN
                       DISPLAY "GENCOMP: range high is below range "
                         "low, job terminated"
                       MOVE "N" TO WS-VALID-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "GENCOMP: first argument must be G5 or "
                     "VC, job terminated"
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE.

       CHECK-NUMBER-PARA.
           MOVE 0 TO WS-CHECK-VALUE.
           MOVE 0 TO WS-BAD-CHAR-COUNT.
           INSPECT WS-CHECK-TEXT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL "-" ALL "+" ALL ".".
           IF WS-BAD-CHAR-COUNT > 0
                   OR FUNCTION TEST-NUMVAL(WS-CHECK-TEXT) NOT = 0
                   THEN
               DISPLAY "GENCOMP: invalid number "
                   FUNCTION TRIM(WS-CHECK-TEXT)
                   ", job terminated"
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE WS-CHECK-TEXT TO WS-CHECK-VALUE
           END-IF.

      *FIND-GENERATIONS-PARA looks both generation numbers up in
      *OUT5CAT.DAT.  A retired generation's file has been removed by
      *OUT5RET, so it cannot be compared.
       FIND-GENERATIONS-PARA.
           MOVE "N" TO WS-GEN-A-SW WS-GEN-B-SW.
           OPEN INPUT CAT-FILE.
           MOVE WS-CAT-STATUS TO WS-CAT-OPEN-STATUS.
           IF WS-CAT-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                   READ CAT-FILE INTO G5-RECORD
                       AT END MOVE "10" TO WS-CAT-STATUS
                       NOT AT END PERFORM TAKE-CATALOG-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CAT-OPEN-STATUS = "00" OR
                   WS-CAT-OPEN-STATUS = "05" THEN
               CLOSE CAT-FILE
           END-IF.
           IF NOT GEN-A-FOUND THEN
               MOVE WS-GEN-A TO D-GEN-NO
               DISPLAY "GENCOMP: generation " FUNCTION TRIM(D-GEN-NO)
                   " is not catalogued, or is retired, in OUT5CAT.DAT"
               MOVE "N" TO WS-VALID-SW
           END-IF.
           IF NOT GEN-B-FOUND THEN
               MOVE WS-GEN-B TO D-GEN-NO
               DISPLAY "GENCOMP: generation " FUNCTION TRIM(D-GEN-NO)
                   " is not catalogued, or is retired, in OUT5CAT.DAT"
               MOVE "N" TO WS-VALID-SW
           END-IF.

       TAKE-CATALOG-PARA.
           IF G5-GEN-NO IS NUMERIC AND NOT G5-IS-RETIRED THEN
               IF G5-GEN-NO = WS-GEN-A THEN
                   MOVE "Y" TO WS-GEN-A-SW
                   MOVE G5-FILE-NAME TO WS-A-FILE-NAME
               END-IF
               IF G5-GEN-NO = WS-GEN-B THEN
                   MOVE "Y" TO WS-GEN-B-SW
                   MOVE G5-FILE-NAME TO WS-B-FILE-NAME
               END-IF
           END-IF.

      *OPEN-SIDES-PARA opens both files and reads each one's first
      *record, so the comparison paragraphs always start from a
      *record in hand.
       OPEN-SIDES-PARA.
           MOVE "Y" TO WS-READABLE-SW.
           OPEN INPUT SIDE-A-FILE.
           IF WS-A-STATUS NOT = "00" THEN
               DISPLAY "GENCOMP: cannot open "
                   FUNCTION TRIM(WS-A-FILE-NAME)
                   ", status " WS-A-STATUS
               MOVE "N" TO WS-READABLE-SW
           END-IF.
           OPEN INPUT SIDE-B-FILE.
           IF WS-B-STATUS NOT = "00" THEN
               DISPLAY "GENCOMP: cannot open "
                   FUNCTION TRIM(WS-B-FILE-NAME)
                   ", status " WS-B-STATUS
               MOVE "N" TO WS-READABLE-SW
           END-IF.
           IF NOT SIDES-ARE-READABLE THEN
               IF WS-A-STATUS = "00" THEN
                   CLOSE SIDE-A-FILE
               END-IF
               IF WS-B-STATUS = "00" THEN
                   CLOSE SIDE-B-FILE
               END-IF
           END-IF.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               MOVE "N" TO WS-S-EOF-SW (SIDE-IDX)
               MOVE 0 TO WS-S-GEN-DIGITS (SIDE-IDX)
               MOVE 0 TO WS-S-SKIP-COUNT (SIDE-IDX)
           END-PERFORM.
           MOVE WS-A-FILE-NAME TO WS-S-FILE-NAME (1).
           MOVE WS-B-FILE-NAME TO WS-S-FILE-NAME (2).
           IF SIDES-ARE-READABLE AND COMPARE-GENERATIONS THEN
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                       UNTIL SIDE-IDX > 2
                   PERFORM READ-SIDE-PARA
               END-PERFORM
           END-IF.

      *READ-SIDE-PARA reads the next record of the side SIDE-IDX
      *names and classifies it.
       READ-SIDE-PARA.
           MOVE SPACES TO WS-S-REC (SIDE-IDX).
           IF SIDE-IDX = 1 THEN
               READ SIDE-A-FILE INTO WS-S-REC (SIDE-IDX)
                   AT END MOVE "Y" TO WS-S-EOF-SW (SIDE-IDX)
               END-READ
           ELSE
               READ SIDE-B-FILE INTO WS-S-REC (SIDE-IDX)
                   AT END MOVE "Y" TO WS-S-EOF-SW (SIDE-IDX)
               END-READ
           END-IF.
           MOVE 1 TO WS-S-IDX (SIDE-IDX).
           MOVE 0 TO WS-S-LEN (SIDE-IDX).
           EVALUATE TRUE
               WHEN WS-S-REC (SIDE-IDX) (1:4) = "HDR "
                   MOVE "H" TO WS-S-TYPE (SIDE-IDX)
               WHEN WS-S-REC (SIDE-IDX) (1:4) = "TRL "
                   MOVE "T" TO WS-S-TYPE (SIDE-IDX)
               WHEN OTHER
                   MOVE "D" TO WS-S-TYPE (SIDE-IDX)
                   IF WS-S-REC (SIDE-IDX) NOT = SPACES THEN
                       COMPUTE WS-S-LEN (SIDE-IDX) = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-S-REC (SIDE-IDX) TRAILING))
                   END-IF
           END-EVALUATE.

      *COMPARE-GENERATIONS-PARA pairs the two generations' segments
      *in file order until both are used up, then reports.
       COMPARE-GENERATIONS-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-GEN-A TO D-GEN-NO.
           STRING "A: GENERATION " DELIMITED BY SIZE
                  FUNCTION TRIM(D-GEN-NO) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-A-FILE-NAME DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-GEN-B TO D-GEN-NO.
           STRING "B: GENERATION " DELIMITED BY SIZE
                  FUNCTION TRIM(D-GEN-NO) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-B-FILE-NAME DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               PERFORM START-SEGMENT-PARA
           END-PERFORM.
           PERFORM COMPARE-SEGMENT-PARA
               UNTIL NOT S-HAS-SEGMENT (1) AND NOT S-HAS-SEGMENT (2).
           PERFORM REPORT-GENERATIONS-PARA.

      *START-SEGMENT-PARA opens the side's next segment on the record
      *in hand.  A header record gives the segment its first number
      *(its START-OFFSET, or 1); a segment with no header - the
      *whole of a single-range generation - starts at the command
      *line's START-OFFSET.  At end of file the side has no segment.
       START-SEGMENT-PARA.
           MOVE "N" TO WS-S-SEG-SW (SIDE-IDX).
           MOVE "N" TO WS-S-SEG-END-SW (SIDE-IDX).
           MOVE 0 TO WS-S-SEG-POS (SIDE-IDX).
           MOVE SPACES TO WS-S-HEADER (SIDE-IDX)
               WS-S-TRAILER (SIDE-IDX).
           MOVE WS-START-NUMBER TO WS-S-SEG-START (SIDE-IDX).
           IF NOT S-AT-EOF (SIDE-IDX) THEN
               MOVE "Y" TO WS-S-SEG-SW (SIDE-IDX)
               IF WS-S-TYPE (SIDE-IDX) = "H" THEN
                   MOVE WS-S-REC (SIDE-IDX) (1:106)
                       TO WS-S-HEADER (SIDE-IDX)
                   MOVE WS-S-HEADER (SIDE-IDX) TO SEG-HEADER-LINE
                   MOVE 1 TO WS-S-SEG-START (SIDE-IDX)
                   IF SEG-H-OFFSET IS NUMERIC THEN
                       IF SEG-H-OFFSET > 0 THEN
                           MOVE SEG-H-OFFSET
                               TO WS-S-SEG-START (SIDE-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-SIDE-PARA
               END-IF
           END-IF.

      *NEXT-DIGIT-PARA takes the side's next digit of the segment in
      *flight, reading on as records are used up.  A trailer record
      *ends the segment and is consumed; a header record or end of
      *file ends it and is left for START-SEGMENT-PARA.
       NEXT-DIGIT-PARA.
           MOVE "N" TO WS-S-GOT-SW (SIDE-IDX).
           PERFORM UNTIL S-GOT-ONE (SIDE-IDX)
                   OR S-SEGMENT-ENDED (SIDE-IDX)
               EVALUATE TRUE
                   WHEN S-AT-EOF (SIDE-IDX)
                       MOVE "Y" TO WS-S-SEG-END-SW (SIDE-IDX)
                   WHEN WS-S-TYPE (SIDE-IDX) = "T"
                       MOVE WS-S-REC (SIDE-IDX) (1:58)
                           TO WS-S-TRAILER (SIDE-IDX)
                       MOVE "Y" TO WS-S-SEG-END-SW (SIDE-IDX)
                       PERFORM READ-SIDE-PARA
                   WHEN WS-S-TYPE (SIDE-IDX) = "H"
                       MOVE "Y" TO WS-S-SEG-END-SW (SIDE-IDX)
                   WHEN WS-S-IDX (SIDE-IDX) > WS-S-LEN (SIDE-IDX)
                       PERFORM READ-SIDE-PARA
                   WHEN OTHER
                       MOVE WS-S-REC (SIDE-IDX) (WS-S-IDX (SIDE-IDX):1)
                           TO WS-S-DIGIT (SIDE-IDX)
                       ADD 1 TO WS-S-IDX (SIDE-IDX)
                       ADD 1 TO WS-S-SEG-POS (SIDE-IDX)
                       MOVE "Y" TO WS-S-GOT-SW (SIDE-IDX)
               END-EVALUATE
           END-PERFORM.

      *COMPARE-SEGMENT-PARA walks one pair of segments digit by
      *digit to the end of both, then weighs the bracket records.  A
      *segment present on one side only differs by being there.
       COMPARE-SEGMENT-PARA.
           ADD 1 TO WS-SEG-NO.
           MOVE "N" TO WS-SEG-DIGITS-SW.
           MOVE SPACES TO WS-SEG-REASON.
           IF S-HAS-SEGMENT (1) THEN
               MOVE WS-S-GEN-DIGITS (1) TO WS-GEN-BEFORE
           ELSE
               MOVE WS-S-GEN-DIGITS (2) TO WS-GEN-BEFORE
           END-IF.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               IF NOT S-HAS-SEGMENT (SIDE-IDX) THEN
                   MOVE "Y" TO WS-S-SEG-END-SW (SIDE-IDX)
               END-IF
           END-PERFORM.
           PERFORM UNTIL S-SEGMENT-ENDED (1) AND S-SEGMENT-ENDED (2)
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                       UNTIL SIDE-IDX > 2
                   IF S-SEGMENT-ENDED (SIDE-IDX) THEN
                       MOVE "N" TO WS-S-GOT-SW (SIDE-IDX)
                   ELSE
                       PERFORM NEXT-DIGIT-PARA
                   END-IF
               END-PERFORM
               IF S-GOT-ONE (1) OR S-GOT-ONE (2) THEN
                   IF NOT S-GOT-ONE (1) OR NOT S-GOT-ONE (2)
                           OR WS-S-DIGIT (1) NOT = WS-S-DIGIT (2) THEN
                       PERFORM NOTE-DIGIT-DIFF-PARA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               ADD WS-S-SEG-POS (SIDE-IDX)
                   TO WS-S-GEN-DIGITS (SIDE-IDX)
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT S-HAS-SEGMENT (2)
                   MOVE "ONLY IN A" TO WS-SEG-REASON
               WHEN NOT S-HAS-SEGMENT (1)
                   MOVE "ONLY IN B" TO WS-SEG-REASON
               WHEN SEGMENT-DIGITS-DIFFER
                   MOVE "DIGITS DIFFER" TO WS-SEG-REASON
               WHEN WS-S-HEADER (1) NOT = WS-S-HEADER (2)
                       OR WS-S-TRAILER (1) NOT = WS-S-TRAILER (2)
                   MOVE "BRACKETS DIFFER" TO WS-SEG-REASON
           END-EVALUATE.
           IF WS-SEG-REASON NOT = SPACES THEN
               ADD 1 TO WS-SEG-DIFF-COUNT
               PERFORM WRITE-SEGMENT-LINE-PARA
           END-IF.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               PERFORM START-SEGMENT-PARA
           END-PERFORM.

      *NOTE-DIGIT-DIFF-PARA marks the segment as differing and, for
      *the first difference of the run, keeps where it fell.  Every
      *earlier digit agreed, so both sides have consumed the same
      *digits up to here and one position serves for both.  A side
      *whose segment has already ended shows "-" for its digit.
       NOTE-DIGIT-DIFF-PARA.
           MOVE "Y" TO WS-SEG-DIGITS-SW.
           IF NOT FIRST-DIFF-FOUND THEN
               MOVE "Y" TO WS-FIRST-SW
               MOVE WS-SEG-NO TO WS-FD-SEG-NO
               IF S-GOT-ONE (1) THEN
                   MOVE WS-S-SEG-POS (1) TO WS-FD-SEG-POS
                   MOVE WS-S-DIGIT (1) TO WS-FD-DIGIT-A
               ELSE
                   MOVE WS-S-SEG-POS (2) TO WS-FD-SEG-POS
                   MOVE "-" TO WS-FD-DIGIT-A
               END-IF
               IF S-GOT-ONE (2) THEN
                   MOVE WS-S-DIGIT (2) TO WS-FD-DIGIT-B
               ELSE
                   MOVE "-" TO WS-FD-DIGIT-B
               END-IF
               IF S-HAS-SEGMENT (1) THEN
                   MOVE WS-S-SEG-START (1) TO WS-LOC-START
                   MOVE WS-S-HEADER (1) TO SEG-HEADER-LINE
               ELSE
                   MOVE WS-S-SEG-START (2) TO WS-LOC-START
                   MOVE WS-S-HEADER (2) TO SEG-HEADER-LINE
               END-IF
               MOVE SPACES TO WS-FD-SEG-ID
               IF SEG-HEADER-LINE (1:4) = "HDR " THEN
                   MOVE SEG-H-REQ-ID TO WS-FD-SEG-ID
               END-IF
               COMPUTE WS-FD-GEN-POS = WS-GEN-BEFORE + WS-FD-SEG-POS
               MOVE WS-FD-SEG-POS TO WS-LOC-POS
               PERFORM LOCATE-POSITION-PARA
               MOVE WS-THE-NUMBER TO WS-FD-NUMBER
               MOVE WS-DIGIT-OFFSET TO WS-FD-OFFSET
           END-IF.

       WRITE-SEGMENT-LINE-PARA.
           MOVE WS-SEG-NO TO D-SEG-NO.
           MOVE WS-S-SEG-POS (1) TO D-ANY-COUNT.
           MOVE WS-S-SEG-POS (2) TO D-COUNT-2.
           MOVE WS-S-HEADER (1) TO SEG-HEADER-LINE.
           IF NOT S-HAS-SEGMENT (1) THEN
               MOVE WS-S-HEADER (2) TO SEG-HEADER-LINE
           END-IF.
           IF SEG-HEADER-LINE (1:4) NOT = "HDR " THEN
               MOVE SPACES TO SEG-H-REQ-ID
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SEGMENT: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                  "  ID: " DELIMITED BY SIZE
                  SEG-H-REQ-ID DELIMITED BY SIZE
                  "  DIGITS A: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                  "  B: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SEG-REASON DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.

      *REPORT-GENERATIONS-PARA closes the report with the first
      *differing digit, the tallies and the verdict, and sets the
      *return code.
       REPORT-GENERATIONS-PARA.
           MOVE "-----" TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF FIRST-DIFF-FOUND THEN
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FD-GEN-POS TO D-ANY-COUNT
               MOVE WS-FD-SEG-NO TO D-SEG-NO
               MOVE WS-FD-SEG-POS TO D-COUNT-2
               STRING "FIRST DIFFERING DIGIT: POSITION "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                      "  SEGMENT " DELIMITED BY SIZE
                      FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FD-SEG-ID DELIMITED BY SPACE
                      " AT " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FD-NUMBER TO D-ANY-COUNT
               MOVE WS-FD-OFFSET TO D-SEG-NO
               STRING "  NUMBER: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                      "  OFFSET: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                      "  DIGIT A: " DELIMITED BY SIZE
                      WS-FD-DIGIT-A DELIMITED BY SIZE
                      "  B: " DELIMITED BY SIZE
                      WS-FD-DIGIT-B DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SEG-NO TO D-SEG-NO.
           STRING "SEGMENTS COMPARED: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SEG-DIFF-COUNT TO D-SEG-NO.
           STRING "SEGMENTS DIFFERING: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-S-GEN-DIGITS (1) TO D-ANY-COUNT.
           MOVE WS-S-GEN-DIGITS (2) TO D-COUNT-2.
           STRING "DIGITS A: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                  "  B: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           EVALUATE TRUE
               WHEN WS-SEG-DIFF-COUNT > 0
                   MOVE "RESULT: GENERATIONS DIFFER" TO WS-PRINT-LINE
                   MOVE WS-SEG-DIFF-COUNT TO D-SEG-NO
                   DISPLAY "GENCOMP: generations differ in "
                       FUNCTION TRIM(D-SEG-NO)
                       " segment(s) - see GENCOMP.RPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEG-NO = 0
                   MOVE "RESULT: NOTHING TO COMPARE" TO WS-PRINT-LINE
                   DISPLAY "GENCOMP: both generations are empty"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: GENERATIONS AGREE" TO WS-PRINT-LINE
                   DISPLAY "GENCOMP: generations agree digit for "
                       "digit"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RPT-LINE-PARA.

      *COMPARE-EXTRACTS-PARA merges the two extracts' chunks over the
      *VA range in VA / chunk sequence order - the order 0007 writes
      *them - so a chunk missing from one side shows up as present
      *on the other side only.
       COMPARE-EXTRACTS-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "A: " DELIMITED BY SIZE
                  WS-A-FILE-NAME DELIMITED BY SPACE
                  "  B: " DELIMITED BY SIZE
                  WS-B-FILE-NAME DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-VA-LOW TO D-ANY-COUNT.
           MOVE WS-VA-HIGH TO D-COUNT-2.
           STRING "VA RANGE: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               PERFORM NEXT-CHUNK-PARA
           END-PERFORM.
           PERFORM COMPARE-CHUNK-PARA
               UNTIL NOT S-GOT-ONE (1) AND NOT S-GOT-ONE (2).
           PERFORM REPORT-EXTRACTS-PARA.

      *NEXT-CHUNK-PARA reads the side on to its next chunk inside
      *the VA range.  A MISXTRCT.DAT "D07 " record is unwrapped to
      *the chunk it carries and its other records are passed over;
      *a record that is not a chunk at all is counted and skipped.
      *Both files run in ascending VA order, so the first chunk past
      *the range ends the side.
       NEXT-CHUNK-PARA.
           MOVE "N" TO WS-S-GOT-SW (SIDE-IDX).
           PERFORM UNTIL S-GOT-ONE (SIDE-IDX) OR S-AT-EOF (SIDE-IDX)
               PERFORM READ-SIDE-PARA
               IF NOT S-AT-EOF (SIDE-IDX) THEN
                   PERFORM TAKE-CHUNK-PARA
               END-IF
           END-PERFORM.

       TAKE-CHUNK-PARA.
           MOVE SPACES TO VC-RECORD.
           EVALUATE WS-S-REC (SIDE-IDX) (1:4)
               WHEN "D07 "
                   MOVE WS-S-REC (SIDE-IDX) (5:557) TO VC-RECORD
               WHEN "HDR "
               WHEN "TRL "
               WHEN "D05 "
               WHEN "DVF "
                   CONTINUE
               WHEN OTHER
                   MOVE WS-S-REC (SIDE-IDX) (1:557) TO VC-RECORD
           END-EVALUATE.
           IF VC-RECORD NOT = SPACES THEN
               IF VC-VA IS NUMERIC AND VC-SEQ-NO IS NUMERIC THEN
                   IF VC-VA > WS-VA-HIGH THEN
                       MOVE "Y" TO WS-S-EOF-SW (SIDE-IDX)
                   ELSE
                       IF VC-VA >= WS-VA-LOW THEN
                           MOVE "Y" TO WS-S-GOT-SW (SIDE-IDX)
                           MOVE VC-VA TO WS-S-VA (SIDE-IDX)
                           MOVE VC-SEQ-NO TO WS-S-SEQ-NO (SIDE-IDX)
                           MOVE VC-LAST-SW TO WS-S-LAST-SW (SIDE-IDX)
                           MOVE VC-ROW-TEXT
                               TO WS-S-ROW-TEXT (SIDE-IDX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-S-SKIP-COUNT (SIDE-IDX)
               END-IF
           END-IF.

      *COMPARE-CHUNK-PARA takes the lower of the two chunks in hand
      *(both when they carry the same key), notes any difference and
      *reads on past what it took.
       COMPARE-CHUNK-PARA.
           MOVE SPACES TO WS-CHUNK-REASON.
           EVALUATE TRUE
               WHEN S-GOT-ONE (1) AND S-GOT-ONE (2)
                       AND WS-S-VA (1) = WS-S-VA (2)
                       AND WS-S-SEQ-NO (1) = WS-S-SEQ-NO (2)
                   MOVE WS-S-VA (1) TO WS-ROW-VA
                   PERFORM COUNT-ROW-PARA
                   ADD 1 TO WS-CHUNKS-COMPARED
                   IF WS-S-ROW-TEXT (1) NOT = WS-S-ROW-TEXT (2) THEN
                       MOVE "ROW TEXT DIFFERS" TO WS-CHUNK-REASON
                   ELSE
                       IF WS-S-LAST-SW (1) NOT = WS-S-LAST-SW (2)
                               THEN
                           MOVE "LAST-CHUNK FLAG DIFFERS"
                               TO WS-CHUNK-REASON
                       END-IF
                   END-IF
                   MOVE WS-S-VA (1) TO WS-DIFF-VA
                   MOVE WS-S-SEQ-NO (1) TO WS-DIFF-SEQ-NO
                   IF WS-CHUNK-REASON NOT = SPACES THEN
                       PERFORM NOTE-CHUNK-DIFF-PARA
                   END-IF
                   PERFORM VARYING SIDE-IDX FROM 1 BY 1
                           UNTIL SIDE-IDX > 2
                       PERFORM NEXT-CHUNK-PARA
                   END-PERFORM
               WHEN NOT S-GOT-ONE (2)
                       OR (S-GOT-ONE (1)
                           AND (WS-S-VA (1) < WS-S-VA (2)
                               OR (WS-S-VA (1) = WS-S-VA (2)
                                   AND WS-S-SEQ-NO (1)
                                       < WS-S-SEQ-NO (2))))
                   MOVE WS-S-VA (1) TO WS-ROW-VA
                   PERFORM COUNT-ROW-PARA
                   MOVE "ONLY IN A" TO WS-CHUNK-REASON
                   MOVE WS-S-VA (1) TO WS-DIFF-VA
                   MOVE WS-S-SEQ-NO (1) TO WS-DIFF-SEQ-NO
                   PERFORM NOTE-CHUNK-DIFF-PARA
                   SET SIDE-IDX TO 1
                   PERFORM NEXT-CHUNK-PARA
               WHEN OTHER
                   MOVE WS-S-VA (2) TO WS-ROW-VA
                   PERFORM COUNT-ROW-PARA
                   MOVE "ONLY IN B" TO WS-CHUNK-REASON
                   MOVE WS-S-VA (2) TO WS-DIFF-VA
                   MOVE WS-S-SEQ-NO (2) TO WS-DIFF-SEQ-NO
                   PERFORM NOTE-CHUNK-DIFF-PARA
                   SET SIDE-IDX TO 2
                   PERFORM NEXT-CHUNK-PARA
           END-EVALUATE.

      *COUNT-ROW-PARA counts each VA once as the merge reaches it.
       COUNT-ROW-PARA.
           IF WS-ROWS-COMPARED = 0 OR WS-ROW-VA NOT = WS-LAST-ROW-VA
                   THEN
               ADD 1 TO WS-ROWS-COMPARED
               MOVE WS-ROW-VA TO WS-LAST-ROW-VA
           END-IF.

      *NOTE-CHUNK-DIFF-PARA lists the differing chunk, counts it and
      *its row, and for the first difference of the run keeps where
      *it fell.  A row is the digits of 1 through its VA run
      *together, five hundred to a chunk, so a chunk's column places
      *the differing digit in the row and DIGITPOS's band walk names
      *the number it belongs to.
       NOTE-CHUNK-DIFF-PARA.
           ADD 1 TO WS-CHUNK-DIFF-COUNT.
           IF WS-ROW-DIFF-COUNT = 0
                   OR WS-DIFF-VA NOT = WS-LAST-DIFF-VA THEN
               ADD 1 TO WS-ROW-DIFF-COUNT
               MOVE WS-DIFF-VA TO WS-LAST-DIFF-VA
           END-IF.
           MOVE WS-DIFF-VA TO D-VA.
           MOVE WS-DIFF-SEQ-NO TO D-SEQ-NO.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VA: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-VA) DELIMITED BY SIZE
                  "  CHUNK: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-SEQ-NO) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CHUNK-REASON DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF NOT FIRST-DIFF-FOUND THEN
               MOVE "Y" TO WS-FIRST-SW
               MOVE WS-DIFF-VA TO WS-FD-VA
               MOVE WS-DIFF-SEQ-NO TO WS-FD-SEQ-NO
               MOVE WS-CHUNK-REASON TO WS-FD-REASON
               MOVE "N" TO WS-FD-HAS-POS-SW
               MOVE 1 TO WS-COL
               IF WS-CHUNK-REASON = "ROW TEXT DIFFERS" THEN
                   PERFORM FIND-COLUMN-PARA
               END-IF
               IF WS-CHUNK-REASON NOT = "LAST-CHUNK FLAG DIFFERS"
                       AND WS-DIFF-SEQ-NO > 0 THEN
                   MOVE "Y" TO WS-FD-HAS-POS-SW
                   COMPUTE WS-FD-ROW-POS =
                       (WS-DIFF-SEQ-NO - 1) * 500 + WS-COL
                   MOVE 1 TO WS-LOC-START
                   MOVE WS-FD-ROW-POS TO WS-LOC-POS
                   PERFORM LOCATE-POSITION-PARA
                   MOVE WS-THE-NUMBER TO WS-FD-NUMBER
                   MOVE WS-DIGIT-OFFSET TO WS-FD-OFFSET
               END-IF
           END-IF.

       FIND-COLUMN-PARA.
           MOVE "N" TO WS-COL-FOUND-SW.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 500 OR COLUMN-FOUND
               IF WS-S-ROW-TEXT (1) (WS-COL:1)
                       NOT = WS-S-ROW-TEXT (2) (WS-COL:1) THEN
                   MOVE "Y" TO WS-COL-FOUND-SW
               END-IF
           END-PERFORM.
           SUBTRACT 1 FROM WS-COL.

      *REPORT-EXTRACTS-PARA closes the report with the first
      *difference, the tallies and the verdict, and sets the return
      *code.
       REPORT-EXTRACTS-PARA.
           MOVE "-----" TO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF FIRST-DIFF-FOUND THEN
               MOVE WS-FD-VA TO D-VA
               MOVE WS-FD-SEQ-NO TO D-SEQ-NO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FIRST DIFFERENCE: VA " DELIMITED BY SIZE
                      FUNCTION TRIM(D-VA) DELIMITED BY SIZE
                      "  CHUNK " DELIMITED BY SIZE
                      FUNCTION TRIM(D-SEQ-NO) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FD-REASON DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
               IF FD-HAS-POSITION THEN
                   MOVE WS-FD-ROW-POS TO D-ANY-COUNT
                   MOVE WS-FD-NUMBER TO D-COUNT-2
                   MOVE WS-FD-OFFSET TO D-SEG-NO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  ROW POSITION: " DELIMITED BY SIZE
                          FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                          "  NUMBER: " DELIMITED BY SIZE
                          FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                          "  OFFSET: " DELIMITED BY SIZE
                          FUNCTION TRIM(D-SEG-NO) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   PERFORM WRITE-RPT-LINE-PARA
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROWS-COMPARED TO D-ANY-COUNT.
           MOVE WS-CHUNKS-COMPARED TO D-COUNT-2.
           STRING "ROWS SEEN: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                  "  CHUNKS MATCHED ON KEY: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROW-DIFF-COUNT TO D-ANY-COUNT.
           MOVE WS-CHUNK-DIFF-COUNT TO D-COUNT-2.
           STRING "ROWS DIFFERING: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                  "  CHUNKS DIFFERING: " DELIMITED BY SIZE
                  FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
           PERFORM WRITE-RPT-LINE-PARA.
           IF WS-S-SKIP-COUNT (1) > 0 OR WS-S-SKIP-COUNT (2) > 0
                   THEN
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-S-SKIP-COUNT (1) TO D-ANY-COUNT
               MOVE WS-S-SKIP-COUNT (2) TO D-COUNT-2
               STRING "UNREADABLE RECORDS SKIPPED A: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(D-ANY-COUNT) DELIMITED BY SIZE
                      "  B: " DELIMITED BY SIZE
                      FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM WRITE-RPT-LINE-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHUNK-DIFF-COUNT > 0
                   MOVE "RESULT: EXTRACTS DIFFER" TO WS-PRINT-LINE
                   MOVE WS-ROW-DIFF-COUNT TO D-ANY-COUNT
                   DISPLAY "GENCOMP: extracts differ in "
                       FUNCTION TRIM(D-ANY-COUNT)
                       " row(s) - see GENCOMP.RPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-COMPARED = 0
                   MOVE "RESULT: NOTHING TO COMPARE" TO WS-PRINT-LINE
                   DISPLAY "GENCOMP: neither file holds a row in the "
                       "VA range"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: EXTRACTS AGREE" TO WS-PRINT-LINE
                   DISPLAY "GENCOMP: extracts agree over the VA range"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RPT-LINE-PARA.

      *LOCATE-POSITION-PARA is DIGITPOS's band walk, started from
      *WS-LOC-START instead of 1: the first band runs from the start
      *number to the top of its width, and each later band is a whole
      *width.  Membership in a band is decided by dividing the
      *remaining position by the band width and comparing number
      *spans, so no whole-band digit count is ever computed.
       LOCATE-POSITION-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-THE-NUMBER WS-DIGIT-OFFSET.
           MOVE WS-LOC-POS TO WS-REMAIN.
           MOVE WS-LOC-START TO WS-BAND-LOW.
           MOVE WS-LOC-START TO WS-NUM-TEXT.
           MOVE 0 TO WS-LEAD-ZEROS.
           INSPECT WS-NUM-TEXT-ALPHA TALLYING WS-LEAD-ZEROS
               FOR LEADING "0".
           COMPUTE WS-START-WIDTH = 38 - WS-LEAD-ZEROS.
           COMPUTE WS-BAND-FLOOR = 10 ** (WS-START-WIDTH - 1).
           PERFORM VARYING WS-BAND-DIGITS FROM WS-START-WIDTH BY 1
                   UNTIL WS-BAND-DIGITS > 38 OR POSITION-LOCATED
               COMPUTE WS-BAND-HIGH = (WS-BAND-FLOOR * 10) - 1
               COMPUTE WS-NUM-OFFSET =
                   (WS-REMAIN - 1) / WS-BAND-DIGITS
               IF WS-NUM-OFFSET <= WS-BAND-HIGH - WS-BAND-LOW THEN
                   MOVE "Y" TO WS-FOUND-SW
                   COMPUTE WS-THE-NUMBER = WS-BAND-LOW + WS-NUM-OFFSET
                   COMPUTE WS-DIGIT-OFFSET =
                       FUNCTION MOD(WS-REMAIN - 1, WS-BAND-DIGITS) + 1
               ELSE
                   COMPUTE WS-REMAIN = WS-REMAIN -
                       ((WS-BAND-HIGH - WS-BAND-LOW + 1)
                           * WS-BAND-DIGITS)
                   COMPUTE WS-BAND-FLOOR = WS-BAND-FLOOR * 10
                   MOVE WS-BAND-FLOOR TO WS-BAND-LOW
               END-IF
           END-PERFORM.

       WRITE-RPT-LINE-PARA.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
