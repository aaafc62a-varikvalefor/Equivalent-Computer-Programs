       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIGITFIND.
       AUTHOR.  VARIK VALEFOR.
      *DIGITFIND answers the question opposite to DIGITPOS's: given a
      *digit pattern and a BOUNDARY, where does the pattern occur in
      *"0005"'s 1..BOUNDARY concatenation?  For each occurrence it
      *writes one labelled line to DIGITFND.DAT, in DIGITPOS.DAT's
      *style: the position the match starts at, the number it starts
      *in and the offset inside that number, the number it ends in,
      *and how many numbers it spans.  FIRST (the default) stops at
      *the first occurrence; ALL lists every occurrence and closes
      *with an occurrence count.
      *
      *The concatenation is generated number by number in storage,
      *the way "0005" builds it, and never written, so a BOUNDARY no
      *run has ever cut costs a pass of arithmetic instead of a
      *generation file and a grep.  The pattern is matched with a
      *prefix table (each digit is looked at once, however the
      *pattern repeats itself), and the last forty numbers and where
      *each began are kept so a match that straddles numbers can be
      *traced back to the one it started in - forty is more numbers
      *than a 38-digit pattern can span.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIND-OUT-FILE ASSIGN TO "DIGITFND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIND-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIND-OUT-FILE.
       01 FIND-OUT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FIND-OUT-STATUS PIC X(2).

      *TARGA contains the arguments: the digit pattern, the
      *BOUNDARY, and optionally FIRST or ALL.
       01 TARGA             PIC X(69).
       01 CMD-PATTERN       PIC X(40).
       01 CMD-BOUNDARY      PIC X(40).
       01 CMD-MODE          PIC X(12).
       01 WS-BOUNDARY       PIC 9(38).

       01 WS-VALID-SW       PIC X(1) VALUE "Y".
           88 TARGA-IS-VALID     VALUE "Y".
           88 TARGA-IS-INVALID   VALUE "N".
       01 WS-BAD-CHAR-COUNT PIC 9(4).
       01 WS-FIND-MODE-SW   PIC X(1) VALUE "F".
           88 FIND-FIRST-ONLY    VALUE "F".
           88 FIND-ALL           VALUE "A".
       01 WS-DONE-SW        PIC X(1) VALUE "N".
           88 SEARCH-IS-DONE     VALUE "Y".

      *The pattern and its prefix table: WS-FAIL (i) is the length of
      *the longest proper prefix of the pattern's first i digits that
      *is also a suffix of them - where the match resumes after a
      *mismatch, or after a full match so overlapping occurrences are
      *all found.
       01 WS-PATTERN        PIC X(38).
       01 WS-PAT-LEN        PIC 9(2).
       01 WS-FAIL-TABLE.
           05 WS-FAIL       PIC 9(2) OCCURS 38 TIMES.
       01 WS-PI             PIC 9(2).
       01 WS-PK             PIC 9(2).
       01 WS-MATCHED        PIC 9(2) VALUE 0.

      *Stream workings: the number being laid down, its digits, and
      *the position of the digit being matched.
       01 WS-CUR-NUMBER     PIC 9(38).
       01 WS-NUM-DISP       PIC Z(37)9.
       01 WS-DIGIT-TEXT     PIC X(38).
       01 WS-DIGIT-LEN      PIC 9(2).
       01 WS-CHAR-IDX       PIC 9(2).
       01 WS-ONE-DIGIT      PIC X(1).
       01 WS-CUR-POS        PIC 9(38) VALUE 0.

      *The last forty numbers and the position each began at, kept
      *as a ring; WS-RING-NEXT is the slot the next number takes.
       01 WS-RING-TABLE.
           05 WS-RING-ENTRY OCCURS 40 TIMES.
               10 WS-RING-NUMBER    PIC 9(38).
               10 WS-RING-START     PIC 9(38).
       01 WS-RING-NEXT      PIC 9(2) VALUE 1.
       01 WS-RING-IDX       PIC 9(2).
       01 WS-RING-LOOKS     PIC 9(2).
       01 WS-FOUND-SW       PIC X(1).
           88 START-NUMBER-FOUND VALUE "Y".

      *One occurrence: where it starts, the number it starts in and
      *its offset there, and the number it ends in.
       01 WS-MATCH-POS      PIC 9(38).
       01 WS-START-NUMBER   PIC 9(38).
       01 WS-START-OFFSET   PIC 9(2).
       01 WS-SPAN-COUNT     PIC 9(2).
       01 WS-MATCH-COUNT    PIC 9(38) VALUE 0.
       01 D-MATCH-COUNT     PIC Z(37)9.

      *One labelled answer line per occurrence, zero-suppressed the
      *way DIGITPOS labels its values.
       01 DETAIL-LINE.
           05 FILLER         PIC X(10) VALUE "POSITION: ".
           05 D-POSITION     PIC Z(38)9.
           05 FILLER         PIC X(9) VALUE " NUMBER: ".
           05 D-NUMBER       PIC Z(38)9.
           05 FILLER         PIC X(9) VALUE " OFFSET: ".
           05 D-OFFSET       PIC Z9.
           05 FILLER         PIC X(10) VALUE " THROUGH: ".
           05 D-END-NUMBER   PIC Z(38)9.
           05 FILLER         PIC X(8) VALUE " SPANS: ".
           05 D-SPANS        PIC Z9.
       01 SUMMARY-LINE.
           05 FILLER         PIC X(13) VALUE "OCCURRENCES: ".
           05 D-OCCURRENCES  PIC Z(38)9.
           05 FILLER         PIC X(10) VALUE " PATTERN: ".
           05 D-PATTERN      PIC X(38).
           05 FILLER         PIC X(11) VALUE " BOUNDARY: ".
           05 D-BOUNDARY     PIC Z(38)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PARAMETERS-PARA.
           IF TARGA-IS-INVALID THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUILD-FAIL-TABLE-PARA.
           OPEN OUTPUT FIND-OUT-FILE.
           PERFORM LAY-DOWN-NUMBER-PARA
               VARYING WS-CUR-NUMBER FROM 1 BY 1
               UNTIL WS-CUR-NUMBER > WS-BOUNDARY OR SEARCH-IS-DONE.
           IF FIND-ALL OR WS-MATCH-COUNT = 0 THEN
               MOVE WS-MATCH-COUNT TO D-OCCURRENCES
               MOVE WS-PATTERN TO D-PATTERN
               MOVE WS-BOUNDARY TO D-BOUNDARY
               MOVE SPACES TO FIND-OUT-RECORD
               MOVE SUMMARY-LINE TO FIND-OUT-RECORD
               WRITE FIND-OUT-RECORD
           END-IF.
           CLOSE FIND-OUT-FILE.
           MOVE WS-MATCH-COUNT TO D-MATCH-COUNT.
           IF WS-MATCH-COUNT = 0 THEN
               DISPLAY "DIGITFIND: pattern " FUNCTION TRIM(WS-PATTERN)
                   " does not occur up to the BOUNDARY"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "DIGITFIND: " FUNCTION TRIM(D-MATCH-COUNT)
                   " occurrence(s) answered to DIGITFND.DAT"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *GET-PARAMETERS-PARA validates the pattern (one to 38 digits,
      *nothing else) and the BOUNDARY the way DIGITPOS validates a
      *position: a sign or decimal point is rejected outright rather
      *than silently accepted and truncated.
       GET-PARAMETERS-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-PATTERN CMD-BOUNDARY CMD-MODE.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-PATTERN CMD-BOUNDARY CMD-MODE.
           MOVE "Y" TO WS-VALID-SW.
           MOVE 0 TO WS-PAT-LEN.
           IF CMD-PATTERN NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CMD-PATTERN))
                   TO WS-PAT-LEN
           END-IF.
           IF WS-PAT-LEN = 0 OR WS-PAT-LEN > 38 THEN
               DISPLAY "DIGITFIND: pattern must be 1 to 38 digits, "
                   "job terminated"
               MOVE "N" TO WS-VALID-SW
           ELSE
               IF CMD-PATTERN (1:WS-PAT-LEN) IS NOT NUMERIC THEN
                   DISPLAY "DIGITFIND: pattern must be digits only, "
                       "job terminated"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE CMD-PATTERN (1:WS-PAT-LEN) TO WS-PATTERN
               END-IF
           END-IF.
           IF TARGA-IS-VALID THEN
               IF CMD-BOUNDARY = SPACES THEN
                   DISPLAY "DIGITFIND: no BOUNDARY given, "
                       "job terminated"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE 0 TO WS-BAD-CHAR-COUNT
                   INSPECT CMD-BOUNDARY TALLYING WS-BAD-CHAR-COUNT
                       FOR ALL "-" ALL "+" ALL "."
                   IF WS-BAD-CHAR-COUNT > 0
                           OR FUNCTION TEST-NUMVAL(CMD-BOUNDARY)
                               NOT = 0 THEN
                       DISPLAY "DIGITFIND: invalid BOUNDARY value, "
                           "job terminated"
                       MOVE "N" TO WS-VALID-SW
                   ELSE
                       MOVE CMD-BOUNDARY TO WS-BOUNDARY
                   END-IF
               END-IF
           END-IF.
           IF TARGA-IS-VALID THEN
               EVALUATE CMD-MODE
                   WHEN SPACES
                   WHEN "FIRST"
                       MOVE "F" TO WS-FIND-MODE-SW
                   WHEN "ALL"
                       MOVE "A" TO WS-FIND-MODE-SW
                   WHEN OTHER
                       DISPLAY "DIGITFIND: mode must be FIRST or ALL, "
                           "job terminated"
                       MOVE "N" TO WS-VALID-SW
               END-EVALUATE
           END-IF.

      *BUILD-FAIL-TABLE-PARA builds the pattern's prefix table.
       BUILD-FAIL-TABLE-PARA.
           MOVE 0 TO WS-FAIL (1).
           MOVE 0 TO WS-PK.
           PERFORM VARYING WS-PI FROM 2 BY 1
                   UNTIL WS-PI > WS-PAT-LEN
               PERFORM UNTIL WS-PK = 0
                       OR WS-PATTERN (WS-PK + 1:1) =
                           WS-PATTERN (WS-PI:1)
                   MOVE WS-FAIL (WS-PK) TO WS-PK
               END-PERFORM
               IF WS-PATTERN (WS-PK + 1:1) = WS-PATTERN (WS-PI:1)
                   ADD 1 TO WS-PK
               END-IF
               MOVE WS-PK TO WS-FAIL (WS-PI)
           END-PERFORM.

      *LAY-DOWN-NUMBER-PARA puts one number of the concatenation in
      *the ring with the position its first digit takes, then feeds
      *its digits to the matcher.
       LAY-DOWN-NUMBER-PARA.
           MOVE WS-CUR-NUMBER TO WS-NUM-DISP.
           MOVE FUNCTION TRIM(WS-NUM-DISP LEADING) TO WS-DIGIT-TEXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-DISP LEADING))
               TO WS-DIGIT-LEN.
           MOVE WS-CUR-NUMBER TO WS-RING-NUMBER (WS-RING-NEXT).
           COMPUTE WS-RING-START (WS-RING-NEXT) = WS-CUR-POS + 1.
           IF WS-RING-NEXT = 40 THEN
               MOVE 1 TO WS-RING-NEXT
           ELSE
               ADD 1 TO WS-RING-NEXT
           END-IF.
           PERFORM MATCH-DIGIT-PARA
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-DIGIT-LEN OR SEARCH-IS-DONE.

      *MATCH-DIGIT-PARA advances the match by one digit; a full match
      *is answered and the match carries on from the prefix table so
      *overlapping occurrences are counted too.
       MATCH-DIGIT-PARA.
           ADD 1 TO WS-CUR-POS.
           MOVE WS-DIGIT-TEXT (WS-CHAR-IDX:1) TO WS-ONE-DIGIT.
           PERFORM UNTIL WS-MATCHED = 0
                   OR WS-PATTERN (WS-MATCHED + 1:1) = WS-ONE-DIGIT
               MOVE WS-FAIL (WS-MATCHED) TO WS-MATCHED
           END-PERFORM.
           IF WS-PATTERN (WS-MATCHED + 1:1) = WS-ONE-DIGIT THEN
               ADD 1 TO WS-MATCHED
           END-IF.
           IF WS-MATCHED = WS-PAT-LEN THEN
               PERFORM ANSWER-MATCH-PARA
               MOVE WS-FAIL (WS-MATCHED) TO WS-MATCHED
               IF FIND-FIRST-ONLY THEN
                   MOVE "Y" TO WS-DONE-SW
               END-IF
           END-IF.

      *ANSWER-MATCH-PARA traces the occurrence back through the ring
      *to the number it started in, newest number first, and writes
      *its answer line.
       ANSWER-MATCH-PARA.
           ADD 1 TO WS-MATCH-COUNT.
           COMPUTE WS-MATCH-POS = WS-CUR-POS - WS-PAT-LEN + 1.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-RING-NEXT TO WS-RING-IDX.
           MOVE 0 TO WS-SPAN-COUNT.
           PERFORM VARYING WS-RING-LOOKS FROM 1 BY 1
                   UNTIL WS-RING-LOOKS > 40 OR START-NUMBER-FOUND
               IF WS-RING-IDX = 1 THEN
                   MOVE 40 TO WS-RING-IDX
               ELSE
                   SUBTRACT 1 FROM WS-RING-IDX
               END-IF
               ADD 1 TO WS-SPAN-COUNT
               IF WS-RING-START (WS-RING-IDX) <= WS-MATCH-POS THEN
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-RING-NUMBER (WS-RING-IDX)
                       TO WS-START-NUMBER
                   COMPUTE WS-START-OFFSET =
                       WS-MATCH-POS - WS-RING-START (WS-RING-IDX) + 1
               END-IF
           END-PERFORM.
           MOVE WS-MATCH-POS    TO D-POSITION.
           MOVE WS-START-NUMBER TO D-NUMBER.
           MOVE WS-START-OFFSET TO D-OFFSET.
           MOVE WS-CUR-NUMBER   TO D-END-NUMBER.
           MOVE WS-SPAN-COUNT   TO D-SPANS.
           MOVE SPACES TO FIND-OUT-RECORD.
           MOVE DETAIL-LINE TO FIND-OUT-RECORD.
           WRITE FIND-OUT-RECORD.
