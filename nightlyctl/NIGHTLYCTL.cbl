      *steps continue.  Adding a step or reordering the night is a
      *step-table edit, owned by operations the way PARMFILE.DAT
      *already is, not a program change.  When STEPTBL.DAT is absent
      *the built-in 0005 / 0007 / FIZZ BUZZ / FBBAL sequence runs,
      *the same fallback FIZZ BUZZ applies to a missing FBRULES.DAT.
      *
      *Before a step runs, the processing calendar CALENDAR.DAT (see
      *own STEP-MAX-RC / STEP-ON-FAIL rules - see RUN-PHASE-PARA.
      *With 0007's rows growing every night, the serial walk was the
      *main thing squeezing the batch window.
      *
      *A step may name the input files it needs in its step-table
      *record.  Before such a step launches, the control job checks
      *that each file is there, holds at least one record, and holds
      *its control record where one is named, polling once a minute
      *until the step's arrival cutoff; a feed that has not arrived
      *whole by then leaves the step HELD in the run log - not run,
      *so it cannot quietly process an empty or stale file, and not
      *failed, so the night goes on - and the night closes with the
      *held verdict and return code 4.  A RESTART once the file has
      *landed checks again, without waiting, and runs the step.
      *
      *The night runs as of the business date in BUSDATE.DAT (see
      *copybooks/BUSDATE.cpy), not the machine's: the calendar rules
      *are applied to it, the run identifier is built from it, every
      *step stamps its records with it, and it advances by one day
      *only when a night runs to its end with no step held - cleanly,
      *or with failures only on continue (ON-FAIL C) steps.  A fresh
      *start that finds the business date more than a day behind the
      *machine date has missed nights, and refuses to run today's
      *work on a stale date.  CATCHUP on the command line,
      *optionally with a last date to catch up through (YYYYMMDD,
      *yesterday when not given), runs one whole night per business
      *date from the one in force, in order, each under that date's
      *calendar rules, and stops at the first night that does not
      *finish - a RESTART finishes that night and a second CATCHUP
      *carries on.
      *Each caught-up night's run log is kept in NIGHTCUP.LOG.
      *
      *REHEARSE on the command line rehearses tonight in the day:
      *the production directory's files are copied into the sandbox
      *directory NIGHTREH - with a candidate STEPTBL.NEW, CALENDAR.NEW
      *or PARMFILE.NEW, when one is waiting, in place of the live
      *file - and the whole night is run there, as a control-job run
      *of its own, with every step reading and writing the sandbox
      *copies.  The calendar, phase and prerequisite decisions are
      *the ones tonight would take, and the deadline decisions too:
      *the sandbox night runs on a clock set to the time of day the
      *last real night started (or the HHMMSS given after REHEARSE).
      *Nothing in production moves - no generation, checkpoint, MIS
      *generation, run identifier, business date or run-history
      *record.  The rehearsal then compares, step by step, what ran,
      *what was skipped or held, the return codes and the elapsed
      *times with the last real night's NIGHTLYCTL.LOG, in
      *NIGHTREH.RPT, and ends with the sandbox night's return code.
      *The sandbox is kept for inspection until the next rehearsal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL RCIN-FILE ASSIGN TO DYNAMIC WS-RC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCIN-STATUS.
           SELECT OPTIONAL PRQ-FILE ASSIGN TO DYNAMIC WS-PRQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQ-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSDATE-TMP-FILE ASSIGN TO "BUSDATE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-TMP-STATUS.
           SELECT OPTIONAL CUPLOG-FILE ASSIGN TO "NIGHTCUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPLOG-STATUS.
           SELECT OPTIONAL CMPLOG-FILE ASSIGN TO DYNAMIC WS-CMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLOG-STATUS.
           SELECT REHRPT-FILE ASSIGN TO "NIGHTREH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RUNLOG-RECORD PIC X(111).

       FD  STEP-FILE.
       01 STEP-FILE-RECORD PIC X(124).

       FD  CAL-FILE.
       01 CAL-FILE-RECORD PIC X(29).
       FD  RCIN-FILE.
       01 RCIN-FILE-RECORD PIC X(12).

       FD  PRQ-FILE.
       01 PRQ-FILE-RECORD PIC X(256).

       FD  BUSDATE-FILE.
       01 BUSDATE-FILE-RECORD PIC X(26).

       FD  BUSDATE-TMP-FILE.
       01 BUSDATE-TMP-RECORD PIC X(26).

       FD  CUPLOG-FILE.
       01 CUPLOG-RECORD PIC X(111).

       FD  CMPLOG-FILE.
       01 CMPLOG-RECORD PIC X(111).

       FD  REHRPT-FILE.
       01 REHRPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *The night's run identifier: the run date plus a letter that
      *advances when the same date starts fresh more than once, so a
       01 WS-RUN-DATE      PIC X(10).
       01 WS-RUN-TIME      PIC X(8).
       01 WS-STEP-NAME     PIC X(12).
      *WS-STEP-CMD is a byte wider than a STEPTBL.DAT command: a
      *rehearsal's "../" in place of "./" (SANDBOX-STEP-CMD-PARA)
      *must not cost a full-width command its last character.
       01 WS-STEP-CMD      PIC X(41).
       01 WS-STEP-RC       PIC S9(4).
       01 D-STEP-RC        PIC -(4)9.
      *CALL "SYSTEM" leaves RETURN-CODE holding the C library
       01 WS-RAW-STEP-RC   PIC S9(8).

      *TARGA holds the command line; its first token selects restart
      *mode when it is the word RESTART, catch-up mode when it is
      *CATCHUP (the second token then the last date to catch up
      *through), and MISSEDNIGHT is the word CATCHUP starts each of
      *its nights with: a fresh night that is meant to be behind.
      *REHEARSE (the second token then the night's starting time of
      *day) rehearses the night, and SANDBOXNIGHT is the word it
      *starts the sandbox night with, the clock time after it.
       01 TARGA            PIC X(69).
       01 CMD-MODE         PIC X(12).
       01 CMD-THRU         PIC X(12).
       01 WS-RESTART-MODE-SW PIC X(1) VALUE "N".
           88 RESTART-MODE          VALUE "Y".
       01 WS-CATCHUP-MODE-SW PIC X(1) VALUE "N".
           88 CATCHUP-MODE          VALUE "Y".
       01 WS-MISSED-NIGHT-SW PIC X(1) VALUE "N".
           88 MISSED-NIGHT-MODE     VALUE "Y".
       01 WS-REHEARSE-MODE-SW PIC X(1) VALUE "N".
           88 REHEARSE-MODE         VALUE "Y".
       01 WS-SANDBOX-MODE-SW PIC X(1) VALUE "N".
           88 SANDBOX-NIGHT-MODE    VALUE "Y".

      *The business date (see copybooks/BUSDATE.cpy), read once at
      *start into WS-RUN-DATE in the shape the steps stamp, and
      *rewritten through BUSDATE.TMP when a completed night advances
      *it.  The machine date is kept beside it only to see how far
      *behind the business date has fallen.
       COPY BUSDATE.
       01 WS-BUSDATE-STATUS PIC X(2).
       01 WS-BUSDATE-OPEN-STATUS PIC X(2).
       01 WS-BUSDATE-TMP-STATUS PIC X(2).
       01 WS-BUSDATE-TMP-NAME   PIC X(11) VALUE "BUSDATE.TMP".
       01 WS-BUSDATE-FINAL-NAME PIC X(11) VALUE "BUSDATE.DAT".
       01 WS-BUSDATE-BAD-SW PIC X(1) VALUE "N".
           88 BUSDATE-IS-BAD        VALUE "Y".
       01 WS-BUSDATE-SEEDED-SW PIC X(1) VALUE "N".
           88 BUSDATE-WAS-SEEDED    VALUE "Y".
       01 WS-NIGHT-DONE-SW PIC X(1) VALUE "N".
           88 NIGHT-IS-COMPLETE     VALUE "Y".
       01 WS-SYS-DATE      PIC X(10).
       01 WS-SYS-NUM       PIC 9(8).
       01 WS-SYS-INT       PIC 9(9).
       01 WS-BUS-INT       PIC 9(9).
       01 WS-LAG-DAYS      PIC S9(9).
       01 WS-LAG-ALLOWED   PIC 9(1).
       01 WS-BUSDATE-STALE-SW PIC X(1) VALUE "N".
           88 BUSDATE-IS-STALE      VALUE "Y".
       01 D-LAG-DAYS       PIC Z(8)9.

      *Catch-up workings: the last date to run, and the command that
      *runs one missed night as a separate control-job run with its
      *own run identifier, restart file and run log.
       01 WS-THRU-DATE     PIC 9(8).
       01 WS-CUP-DATE      PIC 9(8).
       01 WS-CUP-NIGHTS    PIC 9(4) VALUE 0.
       01 D-CUP-NIGHTS     PIC ZZZ9.
       01 WS-CUP-STOP-SW   PIC X(1) VALUE "N".
           88 CATCHUP-STOPPED       VALUE "Y".
       01 WS-NIGHT-CMD     PIC X(40)
           VALUE "./nightlyctl/NIGHTLYCTL MISSEDNIGHT".
       01 WS-CUPLOG-STATUS PIC X(2).
       01 WS-RUNLOG-IN-STATUS PIC X(2).

      *Rehearsal workings.  WS-SANDBOX-BUILD-CMD makes the sandbox
      *NIGHTREH afresh: every file in the production directory bar
      *the run tokens, the candidate control files over the live
      *ones, and the marker REHEARSE.FLG without which a SANDBOXNIGHT
      *run refuses to start - it must never run on production files.
      *The sandbox night is started in NIGHTREH by WS-SANDBOX-CMD,
      *and its clock runs WS-CLOCK-SHIFT seconds ahead of the
      *machine's, so it reaches the deadline and the cutoffs when
      *tonight would.
       01 WS-SANDBOX-BUILD-CMD.
           05 FILLER           PIC X(37)
               VALUE "rm -rf NIGHTREH && mkdir NIGHTREH && ".
           05 FILLER           PIC X(43)
               VALUE "find . -maxdepth 1 -type f ! -name 'LOCK*' ".
           05 FILLER           PIC X(30)
               VALUE "-exec cp -p {} NIGHTREH \; && ".
           05 FILLER           PIC X(40)
               VALUE "for f in STEPTBL CALENDAR PARMFILE ; do ".
           05 FILLER           PIC X(24)
               VALUE "if [ -f $f.NEW ] ; then ".
           05 FILLER           PIC X(41)
               VALUE "cp -p $f.NEW NIGHTREH/$f.DAT || exit 1 ; ".
           05 FILLER           PIC X(13)
               VALUE "fi ; done && ".
           05 FILLER           PIC X(36)
               VALUE "echo SANDBOX > NIGHTREH/REHEARSE.FLG".
       01 WS-SANDBOX-CMD   PIC X(60).
       01 WS-CMD-HOLD      PIC X(38).
       01 WS-SANDBOX-FLAG  PIC X(24) VALUE "REHEARSE.FLG".
       01 WS-REH-CLOCK     PIC X(6).
       01 WS-REH-RC        PIC S9(4).
       01 WS-CLOCK-SHIFT   PIC 9(5) VALUE 0.
       01 WS-CLOCK-SECS    PIC 9(6).
       01 WS-CLOCK-REM     PIC 9(6).
       01 WS-CLOCK-PARSE.
           05 WS-CLK-HH     PIC 9(2).
           05 WS-CLK-MM     PIC 9(2).
           05 WS-CLK-SS     PIC 9(2).

      *The rehearsal comparison: the sandbox night's run log (side 1)
      *and the last real night's (side 2) are read into one table,
      *a row per step named in either, each side holding what the
      *log says became of the step - its outcome, return code and
      *elapsed time from its starting line to its result line, and
      *whether the deadline forecast warned on it - and the night's
      *own identifier, start time and closing verdict.
       01 WS-CMP-NAME      PIC X(24).
       01 WS-CMPLOG-STATUS PIC X(2).
       01 WS-CMPLOG-OPEN-STATUS PIC X(2).
       01 WS-REHRPT-STATUS PIC X(2).
       01 WS-CMP-SIDE      PIC 9(1).
       01 WS-CMP-POS       PIC 9(4).
       01 WS-CMP-HIT-SW    PIC X(1).
           88 CMP-STEP-KNOWN        VALUE "Y".
       01 WS-CMP-COUNT     PIC 9(4) VALUE 0.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 30 TIMES.
               10 WS-C-STEP-NAME    PIC X(12).
               10 WS-C-SIDE OCCURS 2 TIMES.
                   15 WS-C-OUTCOME   PIC X(8).
                   15 WS-C-RC        PIC S9(4).
                   15 WS-C-RC-SW     PIC X(1).
                       88 C-HAS-RC         VALUE "Y".
                   15 WS-C-START     PIC 9(6).
                   15 WS-C-START-SW  PIC X(1).
                       88 C-HAS-START      VALUE "Y".
                   15 WS-C-ELAPSED   PIC 9(6).
                   15 WS-C-ELAPSED-SW PIC X(1).
                       88 C-HAS-ELAPSED    VALUE "Y".
                   15 WS-C-WARN-SW   PIC X(1).
                       88 C-WAS-WARNED     VALUE "Y".
       01 WS-CMP-NIGHTS.
           05 WS-CMP-NIGHT OCCURS 2 TIMES.
               10 WS-N-FOUND-SW     PIC X(1).
                   88 N-LOG-FOUND        VALUE "Y".
               10 WS-N-RUN-ID       PIC X(10).
               10 WS-N-BUS-DATE     PIC X(10).
               10 WS-N-START        PIC X(8).
               10 WS-N-VERDICT      PIC X(60).
       01 WS-LINE-SECS     PIC 9(6).
       01 WS-DIFF-SECS     PIC S9(6).
       01 WS-CAND-NAME     PIC X(12).
       01 WS-CAND-IDX      PIC 9(1).
       01 WS-CAND-LIST     PIC X(36)
           VALUE "STEPTBL.NEW CALENDAR.NEWPARMFILE.NEW".
       01 D-DIFF-SECS      PIC +(5)9.
       01 D-ELAPSED.
           05 D-EL-HH       PIC 9(2).
           05 FILLER        PIC X(1) VALUE ":".
           05 D-EL-MM       PIC 9(2).
           05 FILLER        PIC X(1) VALUE ":".
           05 D-EL-SS       PIC 9(2).

       01 WS-REH-PRINT-LINE PIC X(132).
       01 REH-HEADING-LINE.
           05 FILLER        PIC X(33)
               VALUE "NIGHTLY REHEARSAL  BUSINESS DATE ".
           05 RE-BUS-DATE   PIC X(10).
           05 FILLER        PIC X(18) VALUE "  NIGHT CLOCK FROM".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 RE-CLOCK      PIC X(8).
           05 FILLER        PIC X(9) VALUE "  RUN ID ".
           05 RE-RUN-ID     PIC X(10).
       01 REH-SIDE-LINE.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 FILLER        PIC X(29) VALUE "REHEARSAL".
           05 FILLER        PIC X(29) VALUE "LAST NIGHT".
       01 REH-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STEP".
           05 FILLER        PIC X(10) VALUE "OUTCOME".
           05 FILLER        PIC X(5) VALUE "   RC".
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(12) VALUE "ELAPSED".
           05 FILLER        PIC X(10) VALUE "OUTCOME".
           05 FILLER        PIC X(5) VALUE "   RC".
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(12) VALUE "ELAPSED".
           05 FILLER        PIC X(6) VALUE "CHANGE".
       01 REH-STEP-LINE.
           05 RS-STEP-NAME  PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RS-SIDE OCCURS 2 TIMES.
               10 RS-OUTCOME PIC X(8).
               10 RS-WARN    PIC X(1).
               10 FILLER     PIC X(1).
               10 RS-RC      PIC X(5).
               10 FILLER     PIC X(2).
               10 RS-ELAPSED PIC X(8).
               10 FILLER     PIC X(4).
           05 RS-CHANGE     PIC X(24).

       COPY STEPREC.

               10 WS-T-ON-FAIL      PIC X(1).
               10 WS-T-DEFER        PIC X(1).
               10 WS-T-PHASE        PIC 9(2).
               10 WS-T-CUTOFF       PIC 9(6).
               10 WS-T-PREREQ OCCURS 2 TIMES.
                   15 WS-T-PRQ-FILE PIC X(24).
                   15 WS-T-PRQ-CTL  PIC X(5).
       01 WS-STEP-TABLE-BAD-SW PIC X(1) VALUE "N".
           88 STEP-TABLE-IS-BAD     VALUE "Y".
       01 WS-CUR-MAX-RC    PIC 9(4).
       COPY RUNHREC.
       01 WS-DEADLINE-SW   PIC X(1) VALUE "N".
           88 DEADLINE-IS-SET       VALUE "Y".
       01 WS-WINDOW-READ-SW PIC X(1) VALUE "N".
           88 WINDOW-END-WAS-READ   VALUE "Y".
       01 WS-DEADLINE-HHMMSS PIC 9(6).
       01 WS-DEADLINE-ABS  PIC 9(18).
       01 WS-NOW-ABS       PIC 9(18).
       01 WS-HELD-SW       PIC X(1).
           88 STEP-IS-HELD          VALUE "Y".

      *Input-file prerequisites.  The cutoff is anchored, like the
      *deadline, as absolute seconds: the night's starting day at
      *the cutoff time of day, moved to the next day when that time
      *is more than twelve hours behind the start (a 02:00 cutoff
      *seen at 23:30 means two tomorrow morning; one seen at 02:30
      *has simply passed).
       01 WS-PRQ-NAME      PIC X(24).
       01 WS-PRQ-STATUS    PIC X(2).
       01 WS-PRQ-OPEN-STATUS PIC X(2).
       01 WS-PRQ-IDX       PIC 9(1).
       01 WS-PRQ-RECORDS   PIC 9(9).
       01 WS-PRQ-CTL-LEN   PIC 9(2).
       01 WS-PRQ-CTL-SW    PIC X(1).
           88 PRQ-CTL-FOUND         VALUE "Y".
       01 WS-PRQ-MET-SW    PIC X(1).
           88 PREREQS-MET           VALUE "Y".
       01 WS-PRQ-WAITED-SW PIC X(1).
           88 PREREQ-WAITED         VALUE "Y".
       01 WS-PRQ-REASON    PIC X(49).
       01 WS-CUTOFF-ABS    PIC 9(18).
       01 WS-CUTOFF-SECS   PIC 9(6).
       01 WS-NIGHT-START-INT PIC 9(9).
       01 WS-NIGHT-START-SECS PIC 9(6).
       01 WS-POLL-CMD      PIC X(8) VALUE "sleep 60".

       COPY CALREC.

      *The in-core processing calendar: per-step frequency rules and
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-MODE-PARA.
           IF CATCHUP-MODE THEN
               PERFORM RUN-CATCHUP-PARA
               STOP RUN
           END-IF.
           IF REHEARSE-MODE THEN
               PERFORM RUN-REHEARSAL-PARA
               STOP RUN
           END-IF.
           IF SANDBOX-NIGHT-MODE THEN
               PERFORM CHECK-SANDBOX-PARA
           END-IF.
           PERFORM LOAD-BUSDATE-PARA.
           IF BUSDATE-IS-BAD THEN
               PERFORM REFUSE-BUSDATE-PARA
           END-IF.
           IF NOT RESTART-MODE AND NOT MISSED-NIGHT-MODE THEN
               PERFORM CHECK-BUSDATE-LAG-PARA
               IF BUSDATE-IS-STALE THEN
                   PERFORM REFUSE-BUSDATE-PARA
               END-IF
           END-IF.
           PERFORM SET-RUNID-PARA.
      *A fresh start clears the restart control file before anything
      *can abort the run: cleared any later (after the control-data
               MOVE "nightly run starting" TO L-MESSAGE
           END-IF.
           PERFORM WRITE-LOG-LINE-PARA.
           MOVE SPACES TO L-MESSAGE.
           STRING "business date " DELIMITED BY SIZE
                  BD-BUS-DATE DELIMITED BY SIZE
                  INTO L-MESSAGE.
           MOVE 23 TO WS-CMD-PTR.
           IF BUSDATE-WAS-SEEDED THEN
               STRING ", seeded from the machine date"
                          DELIMITED BY SIZE
                      INTO L-MESSAGE
                      WITH POINTER WS-CMD-PTR
           END-IF.
           IF MISSED-NIGHT-MODE THEN
               STRING ", missed night run by CATCHUP"
                          DELIMITED BY SIZE
                      INTO L-MESSAGE
                      WITH POINTER WS-CMD-PTR
           END-IF.
           PERFORM WRITE-LOG-LINE-PARA.

           PERFORM CHECK-PARMFILE-PARA.
           IF NOT PARMFILE-PRESENT THEN
               STOP RUN
           END-IF.
           PERFORM SET-TODAY-PARA.
           PERFORM SET-NOW-PARA.
           MOVE WS-NOW-INT TO WS-NIGHT-START-INT.
           COMPUTE WS-NIGHT-START-SECS =
               WS-NOW-ABS - (WS-NOW-INT * 86400).
           PERFORM SET-DEADLINE-PARA.
           IF DEADLINE-IS-SET THEN
               PERFORM LOAD-HISTORY-PARA
               MOVE "nightly run stopped on step failure" TO L-MESSAGE
               MOVE 12 TO RETURN-CODE
           ELSE
      *A night that held a step - deferred past the deadline or
      *waiting on its input files - did not do everything the
      *table scheduled: the restart file is kept so a daytime
      *RESTART runs only the held step, and the verdict and return
      *code say so instead of reading as a clean night.
               IF ANY-STEP-HELD THEN
                   IF ANY-STEP-FAILED THEN
                       MOVE "nightly run completed with step failures"
                           TO L-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "nightly run completed, step(s) held"
                           TO L-MESSAGE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
      *A failure on a continue step (ON-FAIL C) does not stop the
      *sequence, and the table says the night may finish without
      *it: a night that ran to its end with no step held is
      *finished, its restart file retired and its business date
      *advanced, whatever its continue steps returned.  The failed
      *steps are in the run log and the return code for rerunning
      *by hand; a RESTART would run them, and advance the date
      *again, as of the next night.
                   PERFORM REMOVE-RESTART-FILE-PARA
                   MOVE "Y" TO WS-NIGHT-DONE-SW
                   IF ANY-STEP-FAILED THEN
                       MOVE "nightly run completed with step failures"
                           TO L-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "nightly run completed normally"
                           TO L-MESSAGE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-LOG-LINE-PARA.
           IF NIGHT-IS-COMPLETE THEN
               PERFORM ADVANCE-BUSDATE-PARA
           END-IF.
           STOP RUN.

       GET-MODE-PARA.
           ACCEPT TARGA FROM COMMAND-LINE.
           MOVE SPACES TO CMD-MODE CMD-THRU.
           UNSTRING TARGA DELIMITED BY ALL SPACES
               INTO CMD-MODE CMD-THRU.
           IF CMD-MODE = "RESTART" THEN
               MOVE "Y" TO WS-RESTART-MODE-SW
           END-IF.
           IF CMD-MODE = "CATCHUP" THEN
               MOVE "Y" TO WS-CATCHUP-MODE-SW
           END-IF.
           IF CMD-MODE = "MISSEDNIGHT" THEN
               MOVE "Y" TO WS-MISSED-NIGHT-SW
           END-IF.
           IF CMD-MODE = "REHEARSE" THEN
               MOVE "Y" TO WS-REHEARSE-MODE-SW
           END-IF.
           IF CMD-MODE = "SANDBOXNIGHT" THEN
               MOVE "Y" TO WS-SANDBOX-MODE-SW
           END-IF.

      *LOAD-BUSDATE-PARA reads the business date in force into
      *BD-RECORD and WS-RUN-DATE.  Before the first night there is
      *no file, and it is seeded from the machine date; a record
      *that is there but is not a date is not guessed at - the
      *caller refuses to run, as it does for a bad step table.
       LOAD-BUSDATE-PARA.
           MOVE "N" TO WS-BUSDATE-BAD-SW.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYS-DATE (1:8) TO WS-SYS-NUM.
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
           IF BD-RECORD = SPACES THEN
               MOVE WS-SYS-NUM TO BD-BUS-DATE
               MOVE 0 TO BD-LAST-DONE
               MOVE SPACES TO BD-DONE-RUN-ID
               PERFORM WRITE-BUSDATE-PARA
               MOVE "Y" TO WS-BUSDATE-SEEDED-SW
           END-IF.
           IF BD-BUS-DATE IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(BD-BUS-DATE) NOT = 0
                   MOVE "Y" TO WS-BUSDATE-BAD-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-BUSDATE-BAD-SW
           END-IF.
           MOVE SPACES TO WS-RUN-DATE.
           IF NOT BUSDATE-IS-BAD THEN
               MOVE BD-BUS-DATE TO WS-RUN-DATE (1:8)
           END-IF.

      *CHECK-BUSDATE-LAG-PARA counts the days the business date
      *stands behind the machine date.  A night normally starts on
      *its own date, or the day after when it starts past midnight -
      *and with a window-end time on file, only before that time of
      *day, so a night that starts in the evening with yesterday's
      *date in force is seen to have missed one.  Any more, or a
      *date ahead of the machine's, is stale.  A sandbox night is
      *judged on its own clock, the date and time of day it stands
      *in for.
       CHECK-BUSDATE-LAG-PARA.
           MOVE "N" TO WS-BUSDATE-STALE-SW.
           COMPUTE WS-SYS-INT = FUNCTION INTEGER-OF-DATE(WS-SYS-NUM).
           IF SANDBOX-NIGHT-MODE THEN
               PERFORM SET-NOW-PARA
               MOVE WS-NOW-INT TO WS-SYS-INT
           END-IF.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(BD-BUS-DATE).
           COMPUTE WS-LAG-DAYS = WS-SYS-INT - WS-BUS-INT.
           MOVE 1 TO WS-LAG-ALLOWED.
           PERFORM READ-WINDOW-END-PARA.
           IF DEADLINE-IS-SET THEN
               ACCEPT WS-RUN-TIME FROM TIME
               IF SANDBOX-NIGHT-MODE THEN
                   PERFORM SHIFT-CLOCK-PARA
               END-IF
               IF WS-RUN-TIME (1:6) >= WS-DEADLINE-HHMMSS THEN
                   MOVE 0 TO WS-LAG-ALLOWED
               END-IF
           END-IF.
           IF WS-LAG-DAYS < 0 OR WS-LAG-DAYS > WS-LAG-ALLOWED THEN
               MOVE "Y" TO WS-BUSDATE-STALE-SW
           END-IF.

      *REFUSE-BUSDATE-PARA stops a night that cannot know its date,
      *or whose date is stale, before a run identifier is taken or
      *the restart file touched, so a RESTART or CATCHUP afterwards
      *finds everything as the last night left it.
       REFUSE-BUSDATE-PARA.
           MOVE SPACES TO NR-RECORD.
           OPEN OUTPUT RUNLOG-FILE.
           CLOSE RUNLOG-FILE.
           MOVE "CONTROL" TO WS-STEP-NAME.
           MOVE SPACES TO L-MESSAGE.
           IF BUSDATE-IS-BAD THEN
               MOVE "invalid BUSDATE.DAT record, nightly run aborted"
                   TO L-MESSAGE
           ELSE
               IF WS-LAG-DAYS < 0 THEN
                   STRING "business date " DELIMITED BY SIZE
                          BD-BUS-DATE DELIMITED BY SIZE
                          " is ahead of the machine date"
                              DELIMITED BY SIZE
                          INTO L-MESSAGE
               ELSE
                   MOVE WS-LAG-DAYS TO D-LAG-DAYS
                   STRING "business date " DELIMITED BY SIZE
                          BD-BUS-DATE DELIMITED BY SIZE
                          " is " DELIMITED BY SIZE
                          FUNCTION TRIM(D-LAG-DAYS) DELIMITED BY SIZE
                          " day(s) behind - run CATCHUP"
                              DELIMITED BY SIZE
                          INTO L-MESSAGE
               END-IF
           END-IF.
           PERFORM WRITE-LOG-LINE-PARA.
           DISPLAY "NIGHTLYCTL: " FUNCTION TRIM(L-MESSAGE).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *ADVANCE-BUSDATE-PARA moves the business date on by one day
      *once the night has finished - run to its end with no step
      *held, failures on continue steps counted as finished - the
      *only place it moves, recording the date and identifier just
      *finished.
       ADVANCE-BUSDATE-PARA.
           MOVE BD-BUS-DATE TO BD-LAST-DONE.
           MOVE NR-RUN-ID TO BD-DONE-RUN-ID.
           MOVE WS-TOMORROW-NUM TO BD-BUS-DATE.
           PERFORM WRITE-BUSDATE-PARA.
           MOVE "CONTROL" TO WS-STEP-NAME.
           MOVE SPACES TO L-MESSAGE.
           STRING "business date advanced to " DELIMITED BY SIZE
                  BD-BUS-DATE DELIMITED BY SIZE
                  INTO L-MESSAGE.
           PERFORM WRITE-LOG-LINE-PARA.

      *WRITE-BUSDATE-PARA replaces BUSDATE.DAT through BUSDATE.TMP,
      *the write-then-rename the run identifier file gets.
       WRITE-BUSDATE-PARA.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           OPEN OUTPUT BUSDATE-TMP-FILE.
           WRITE BUSDATE-TMP-RECORD FROM BD-RECORD.
           CLOSE BUSDATE-TMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-BUSDATE-TMP-NAME
               WS-BUSDATE-FINAL-NAME.
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *RUN-CATCHUP-PARA runs the missed nights.  Each is a whole
      *control-job run of its own, started with MISSEDNIGHT, so it
      *takes its own run identifier from its own business date,
      *applies that date's calendar rules, keeps its own restart
      *file, and advances the date when it completes; this loop only
      *watches the date move.  A night that ends without advancing
      *it stops the catch-up with that night's return code, and the
      *date it stopped on stays in force for the RESTART that
      *finishes it.  Nothing later than the machine date is run.
       RUN-CATCHUP-PARA.
           PERFORM LOAD-BUSDATE-PARA.
           IF BUSDATE-IS-BAD THEN
               DISPLAY "NIGHTLYCTL: invalid BUSDATE.DAT record, "
                   "catch-up not started"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM SET-THRU-DATE-PARA
           END-IF.
           IF NOT BUSDATE-IS-BAD AND RETURN-CODE = 0 THEN
               OPEN OUTPUT CUPLOG-FILE
               CLOSE CUPLOG-FILE
               PERFORM UNTIL CATCHUP-STOPPED
                       OR BD-BUS-DATE > WS-THRU-DATE
                   PERFORM RUN-MISSED-NIGHT-PARA
               END-PERFORM
               MOVE WS-CUP-NIGHTS TO D-CUP-NIGHTS
               IF CATCHUP-STOPPED THEN
                   DISPLAY "NIGHTLYCTL: catch-up stopped at business "
                       "date " WS-CUP-DATE " - finish it with "
                       "NIGHTLYCTL RESTART, then run CATCHUP again"
               ELSE
                   DISPLAY "NIGHTLYCTL: catch-up complete, "
                       FUNCTION TRIM(D-CUP-NIGHTS) " night(s) run, "
                       "business date now " BD-BUS-DATE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *SET-THRU-DATE-PARA takes the last date to catch up through
      *from the command line, or yesterday's machine date.
       SET-THRU-DATE-PARA.
           MOVE 0 TO RETURN-CODE.
           COMPUTE WS-SYS-INT = FUNCTION INTEGER-OF-DATE(WS-SYS-NUM).
           IF CMD-THRU = SPACES THEN
               COMPUTE WS-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SYS-INT - 1)
           ELSE
               IF CMD-THRU (1:8) IS NUMERIC
                       AND CMD-THRU (9:4) = SPACES THEN
                   MOVE CMD-THRU (1:8) TO WS-THRU-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-THRU-DATE)
                           NOT = 0 THEN
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0 AND WS-THRU-DATE > WS-SYS-NUM THEN
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "NIGHTLYCTL: CATCHUP takes a date (YYYYMMDD) "
                   "no later than today - catch-up not started"
           END-IF.

      *RUN-MISSED-NIGHT-PARA runs one missed night and keeps its run
      *log, which the next night would otherwise overwrite.
       RUN-MISSED-NIGHT-PARA.
           MOVE BD-BUS-DATE TO WS-CUP-DATE.
           DISPLAY "NIGHTLYCTL: catch-up running business date "
               WS-CUP-DATE.
           CALL "SYSTEM" USING WS-NIGHT-CMD.
           PERFORM CAPTURE-STEP-RC-PARA.
           PERFORM APPEND-NIGHT-LOG-PARA.
           PERFORM LOAD-BUSDATE-PARA.
           IF BUSDATE-IS-BAD OR BD-BUS-DATE = WS-CUP-DATE THEN
               MOVE "Y" TO WS-CUP-STOP-SW
               IF WS-STEP-RC = 0 THEN
                   MOVE 12 TO WS-STEP-RC
               END-IF
               MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CUP-NIGHTS
               MOVE 0 TO RETURN-CODE
           END-IF.

       APPEND-NIGHT-LOG-PARA.
           OPEN INPUT RUNLOG-FILE.
           MOVE WS-RUNLOG-STATUS TO WS-RUNLOG-IN-STATUS.
           IF WS-RUNLOG-IN-STATUS = "00" THEN
               OPEN EXTEND CUPLOG-FILE
               PERFORM UNTIL WS-RUNLOG-STATUS NOT = "00"
                   READ RUNLOG-FILE
                       AT END MOVE "10" TO WS-RUNLOG-STATUS
                       NOT AT END
                           WRITE CUPLOG-RECORD FROM RUNLOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUPLOG-FILE
               CLOSE RUNLOG-FILE
           END-IF.

      *RUN-REHEARSAL-PARA rehearses tonight.  The sandbox is built
      *afresh, the night is run in it as a SANDBOXNIGHT run of its
      *own - its run log, restart file, run identifier and every
      *step's files all the sandbox's - and the rehearsal then sets
      *that night beside the last real one in NIGHTREH.RPT, ending
      *with the sandbox night's return code.
       RUN-REHEARSAL-PARA.
           PERFORM SET-REHEARSAL-CLOCK-PARA.
           IF RETURN-CODE = 0 THEN
               DISPLAY "NIGHTLYCTL: building rehearsal sandbox "
                   "NIGHTREH"
               CALL "SYSTEM" USING WS-SANDBOX-BUILD-CMD
               PERFORM CAPTURE-STEP-RC-PARA
               IF WS-STEP-RC NOT = 0 THEN
                   DISPLAY "NIGHTLYCTL: rehearsal sandbox could not "
                       "be built - rehearsal not started"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WS-SANDBOX-CMD
                   STRING "cd NIGHTREH && " DELIMITED BY SIZE
                          "../nightlyctl/NIGHTLYCTL" DELIMITED BY SIZE
                          " SANDBOXNIGHT " DELIMITED BY SIZE
                          WS-REH-CLOCK DELIMITED BY SIZE
                          INTO WS-SANDBOX-CMD
                   DISPLAY "NIGHTLYCTL: rehearsing the night from "
                       WS-REH-CLOCK (1:2) ":" WS-REH-CLOCK (3:2) ":"
                       WS-REH-CLOCK (5:2)
                   CALL "SYSTEM" USING WS-SANDBOX-CMD
                   PERFORM CAPTURE-STEP-RC-PARA
                   MOVE WS-STEP-RC TO WS-REH-RC
                   PERFORM WRITE-REHEARSAL-REPORT-PARA
                   MOVE WS-REH-RC TO D-STEP-RC
                   DISPLAY "NIGHTLYCTL: rehearsal complete, return "
                       "code " FUNCTION TRIM(D-STEP-RC)
                       " - see NIGHTREH.RPT"
                   MOVE WS-REH-RC TO RETURN-CODE
               END-IF
           END-IF.

      *SET-REHEARSAL-CLOCK-PARA takes the time of day the rehearsed
      *night starts at from the command line or, by default, from
      *the first line of the last real night's run log; with neither
      *the night is rehearsed on the machine's clock.
       SET-REHEARSAL-CLOCK-PARA.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-REH-CLOCK.
           IF CMD-THRU = SPACES THEN
               MOVE "NIGHTLYCTL.LOG" TO WS-CMP-NAME
               OPEN INPUT CMPLOG-FILE
               MOVE WS-CMPLOG-STATUS TO WS-CMPLOG-OPEN-STATUS
               IF WS-CMPLOG-OPEN-STATUS = "00" THEN
                   READ CMPLOG-FILE INTO WS-LOG-LINE
                       AT END MOVE SPACES TO WS-LOG-LINE
                   END-READ
                   IF L-RUN-TIME (1:6) IS NUMERIC THEN
                       MOVE L-RUN-TIME (1:6) TO WS-REH-CLOCK
                   END-IF
               END-IF
               IF WS-CMPLOG-OPEN-STATUS = "00" OR
                       WS-CMPLOG-OPEN-STATUS = "05" THEN
                   CLOSE CMPLOG-FILE
               END-IF
               IF WS-REH-CLOCK = SPACES THEN
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE WS-RUN-TIME (1:6) TO WS-REH-CLOCK
               END-IF
           ELSE
               IF CMD-THRU (1:6) IS NUMERIC
                       AND CMD-THRU (7:6) = SPACES THEN
                   MOVE CMD-THRU (1:6) TO WS-REH-CLOCK
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0 THEN
               MOVE WS-REH-CLOCK TO WS-CLOCK-PARSE
               IF WS-CLK-HH > 23 OR WS-CLK-MM > 59
                       OR WS-CLK-SS > 59 THEN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "NIGHTLYCTL: REHEARSE takes the night's "
                   "starting time of day (HHMMSS) - rehearsal not "
                   "started"
           END-IF.

      *CHECK-SANDBOX-PARA stops a SANDBOXNIGHT run anywhere but in
      *the sandbox REHEARSE built - given production's files it would
      *run the real night - and sets the sandbox night's clock: the
      *seconds from now to the next time the clock reads the night's
      *starting time.
       CHECK-SANDBOX-PARA.
           MOVE WS-SANDBOX-FLAG TO WS-PRQ-NAME.
           OPEN INPUT PRQ-FILE.
           MOVE WS-PRQ-STATUS TO WS-PRQ-OPEN-STATUS.
           IF WS-PRQ-OPEN-STATUS = "00" OR
                   WS-PRQ-OPEN-STATUS = "05" THEN
               CLOSE PRQ-FILE
           END-IF.
           IF WS-PRQ-OPEN-STATUS NOT = "00"
                   OR CMD-THRU (1:6) IS NOT NUMERIC THEN
               DISPLAY "NIGHTLYCTL: SANDBOXNIGHT runs only in the "
                   "sandbox REHEARSE builds - job terminated"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME (1:6) TO WS-CLOCK-PARSE.
           COMPUTE WS-CLOCK-SECS =
               (WS-CLK-HH * 3600) + (WS-CLK-MM * 60) + WS-CLK-SS.
           MOVE CMD-THRU (1:6) TO WS-CLOCK-PARSE.
           COMPUTE WS-CLOCK-SHIFT = FUNCTION MOD(
               (WS-CLK-HH * 3600) + (WS-CLK-MM * 60) + WS-CLK-SS
               - WS-CLOCK-SECS + 86400, 86400).

      *WRITE-REHEARSAL-REPORT-PARA reads the two run logs into the
      *comparison table and prints it: a line per step with what each
      *night made of it, then each night's closing verdict.
       WRITE-REHEARSAL-REPORT-PARA.
           MOVE 0 TO WS-CMP-COUNT.
           INITIALIZE WS-CMP-NIGHTS.
           MOVE 1 TO WS-CMP-SIDE.
           MOVE "NIGHTREH/NIGHTLYCTL.LOG" TO WS-CMP-NAME.
           PERFORM READ-CMP-LOG-PARA.
           MOVE 2 TO WS-CMP-SIDE.
           MOVE "NIGHTLYCTL.LOG" TO WS-CMP-NAME.
           PERFORM READ-CMP-LOG-PARA.
           OPEN OUTPUT REHRPT-FILE.
           MOVE WS-N-BUS-DATE (1) TO RE-BUS-DATE.
           MOVE SPACES TO RE-CLOCK.
           STRING WS-REH-CLOCK (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-REH-CLOCK (3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-REH-CLOCK (5:2) DELIMITED BY SIZE
                  INTO RE-CLOCK.
           MOVE WS-N-RUN-ID (1) TO RE-RUN-ID.
           MOVE REH-HEADING-LINE TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           MOVE SPACES TO WS-REH-PRINT-LINE.
           IF N-LOG-FOUND (2) THEN
               STRING "COMPARED WITH LAST NIGHT  RUN ID "
                          DELIMITED BY SIZE
                      WS-N-RUN-ID (2) DELIMITED BY SIZE
                      "  BUSINESS DATE " DELIMITED BY SIZE
                      WS-N-BUS-DATE (2) DELIMITED BY SIZE
                      "  STARTED " DELIMITED BY SIZE
                      WS-N-START (2) (1:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-N-START (2) (3:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-N-START (2) (5:2) DELIMITED BY SIZE
                      INTO WS-REH-PRINT-LINE
           ELSE
               STRING "NO LAST NIGHT TO COMPARE WITH - "
                          DELIMITED BY SIZE
                      "NIGHTLYCTL.LOG NOT FOUND" DELIMITED BY SIZE
                      INTO WS-REH-PRINT-LINE
           END-IF.
           PERFORM WRITE-REH-LINE-PARA.
           PERFORM REPORT-CANDIDATE-PARA
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > 3.
           MOVE SPACES TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           MOVE REH-SIDE-LINE TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           MOVE REH-COLUMN-LINE TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           PERFORM REPORT-CMP-STEP-PARA
               VARYING WS-CMP-POS FROM 1 BY 1
               UNTIL WS-CMP-POS > WS-CMP-COUNT.
           MOVE SPACES TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           IF NOT N-LOG-FOUND (1) THEN
               MOVE "no run log written in the sandbox"
                   TO WS-N-VERDICT (1)
           END-IF.
           STRING "REHEARSAL:  " DELIMITED BY SIZE
                  WS-N-VERDICT (1) DELIMITED BY SIZE
                  INTO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           IF N-LOG-FOUND (2) THEN
               MOVE SPACES TO WS-REH-PRINT-LINE
               STRING "LAST NIGHT: " DELIMITED BY SIZE
                      WS-N-VERDICT (2) DELIMITED BY SIZE
                      INTO WS-REH-PRINT-LINE
               PERFORM WRITE-REH-LINE-PARA
           END-IF.
           MOVE WS-REH-RC TO D-STEP-RC.
           MOVE SPACES TO WS-REH-PRINT-LINE.
           STRING "REHEARSAL RETURN CODE " DELIMITED BY SIZE
                  FUNCTION TRIM(D-STEP-RC) DELIMITED BY SIZE
                  "; PRODUCTION FILES UNCHANGED, SANDBOX KEPT IN "
                      DELIMITED BY SIZE
                  "NIGHTREH" DELIMITED BY SIZE
                  INTO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           MOVE "W = PROJECTED TO FINISH PAST THE WINDOW DEADLINE"
               TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.
           CLOSE REHRPT-FILE.

      *REPORT-CANDIDATE-PARA names a candidate control file the
      *rehearsal ran with in place of the live one.
       REPORT-CANDIDATE-PARA.
           COMPUTE WS-CMP-POS = ((WS-CAND-IDX - 1) * 12) + 1.
           MOVE WS-CAND-LIST (WS-CMP-POS:12) TO WS-CAND-NAME.
           MOVE WS-CAND-NAME TO WS-CMP-NAME.
           OPEN INPUT CMPLOG-FILE.
           MOVE WS-CMPLOG-STATUS TO WS-CMPLOG-OPEN-STATUS.
           IF WS-CMPLOG-OPEN-STATUS = "00" THEN
               MOVE SPACES TO WS-REH-PRINT-LINE
               STRING "CANDIDATE " DELIMITED BY SIZE
                      WS-CAND-NAME DELIMITED BY SPACE
                      " REHEARSED IN PLACE OF THE LIVE FILE"
                          DELIMITED BY SIZE
                      INTO WS-REH-PRINT-LINE
               PERFORM WRITE-REH-LINE-PARA
           END-IF.
           IF WS-CMPLOG-OPEN-STATUS = "00" OR
                   WS-CMPLOG-OPEN-STATUS = "05" THEN
               CLOSE CMPLOG-FILE
           END-IF.

      *READ-CMP-LOG-PARA reads one night's run log into its side of
      *the comparison.  The SELECT is OPTIONAL: a night with no log
      *opens with "05" and simply has nothing to show.
       READ-CMP-LOG-PARA.
           OPEN INPUT CMPLOG-FILE.
           MOVE WS-CMPLOG-STATUS TO WS-CMPLOG-OPEN-STATUS.
           IF WS-CMPLOG-OPEN-STATUS = "00" THEN
               MOVE "Y" TO WS-N-FOUND-SW (WS-CMP-SIDE)
               PERFORM UNTIL WS-CMPLOG-STATUS NOT = "00"
                   READ CMPLOG-FILE INTO WS-LOG-LINE
                       AT END MOVE "10" TO WS-CMPLOG-STATUS
                       NOT AT END PERFORM TAKE-CMP-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CMPLOG-OPEN-STATUS = "00" OR
                   WS-CMPLOG-OPEN-STATUS = "05" THEN
               CLOSE CMPLOG-FILE
           END-IF.

      *TAKE-CMP-LINE-PARA files one run-log line: the night's first
      *line gives its identifier, date and start; a CONTROL line may
      *be the night's verdict; any other line belongs to its step.
       TAKE-CMP-LINE-PARA.
           IF WS-N-START (WS-CMP-SIDE) = SPACES THEN
               MOVE L-RUN-TIME TO WS-N-START (WS-CMP-SIDE)
               MOVE L-RUN-DATE TO WS-N-BUS-DATE (WS-CMP-SIDE)
               MOVE L-RUN-ID   TO WS-N-RUN-ID (WS-CMP-SIDE)
           END-IF.
           IF L-STEP-NAME = "CONTROL" THEN
               PERFORM TAKE-CMP-VERDICT-PARA
           ELSE
               PERFORM FIND-CMP-STEP-PARA
               IF CMP-STEP-KNOWN THEN
                   PERFORM TAKE-CMP-STEP-PARA
               END-IF
           END-IF.

      *TAKE-CMP-VERDICT-PARA keeps the night's last word: its closing
      *or abort line, passing over the phase banners, the business
      *date lines and the built-in-table notice.  A refusal over the
      *business date ("business date ... is ...") is a verdict.
       TAKE-CMP-VERDICT-PARA.
           IF L-MESSAGE (1:6) NOT = "phase "
                   AND L-MESSAGE (1:26) NOT =
                       "business date advanced to "
                   AND L-MESSAGE (1:21) NOT = "STEPTBL.DAT not found"
                   AND (L-MESSAGE (1:14) NOT = "business date "
                        OR L-MESSAGE (23:4) = " is ") THEN
               MOVE L-MESSAGE TO WS-N-VERDICT (WS-CMP-SIDE)
           END-IF.

      *FIND-CMP-STEP-PARA finds the line's step in the comparison
      *table, adding it in first-seen order - the rehearsal's steps
      *first, then any only the last night ran.
       FIND-CMP-STEP-PARA.
           PERFORM VARYING WS-CMP-POS FROM 1 BY 1
                   UNTIL WS-CMP-POS > WS-CMP-COUNT
                       OR WS-C-STEP-NAME (WS-CMP-POS) = L-STEP-NAME
               CONTINUE
           END-PERFORM.
           IF WS-CMP-POS > WS-CMP-COUNT THEN
               IF WS-CMP-COUNT < 30 THEN
                   ADD 1 TO WS-CMP-COUNT
                   INITIALIZE WS-CMP-ENTRY (WS-CMP-COUNT)
                   MOVE L-STEP-NAME TO WS-C-STEP-NAME (WS-CMP-COUNT)
                   MOVE "Y" TO WS-CMP-HIT-SW
               ELSE
                   MOVE "N" TO WS-CMP-HIT-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-CMP-HIT-SW
           END-IF.

      *TAKE-CMP-STEP-PARA reads a step's line for what it says: the
      *launch, the result and its return code, a calendar or restart
      *skip, a hold, or the deadline warning.
       TAKE-CMP-STEP-PARA.
           MOVE L-RUN-TIME (1:6) TO WS-CLOCK-PARSE.
           COMPUTE WS-LINE-SECS =
               (WS-CLK-HH * 3600) + (WS-CLK-MM * 60) + WS-CLK-SS.
           EVALUATE TRUE
               WHEN L-MESSAGE (1:13) = "step starting"
                   MOVE "STARTED"
                       TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
                   MOVE WS-LINE-SECS
                       TO WS-C-START (WS-CMP-POS WS-CMP-SIDE)
                   MOVE "Y" TO WS-C-START-SW (WS-CMP-POS WS-CMP-SIDE)
               WHEN L-MESSAGE (1:23) = "step completed normally"
                   MOVE "RAN" TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
                   MOVE 0 TO WS-C-RC (WS-CMP-POS WS-CMP-SIDE)
                   MOVE "Y" TO WS-C-RC-SW (WS-CMP-POS WS-CMP-SIDE)
                   PERFORM TAKE-CMP-ELAPSED-PARA
               WHEN L-MESSAGE (1:28) = "step completed, return code "
                   MOVE "RAN" TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
                   COMPUTE WS-C-RC (WS-CMP-POS WS-CMP-SIDE) =
                       FUNCTION NUMVAL(L-MESSAGE (29:5))
                   MOVE "Y" TO WS-C-RC-SW (WS-CMP-POS WS-CMP-SIDE)
                   PERFORM TAKE-CMP-ELAPSED-PARA
               WHEN L-MESSAGE (1:25) = "step failed, return code "
                   MOVE "FAILED"
                       TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
                   COMPUTE WS-C-RC (WS-CMP-POS WS-CMP-SIDE) =
                       FUNCTION NUMVAL(L-MESSAGE (26:5))
                   MOVE "Y" TO WS-C-RC-SW (WS-CMP-POS WS-CMP-SIDE)
                   PERFORM TAKE-CMP-ELAPSED-PARA
               WHEN L-MESSAGE (1:13) = "step SKIPPED,"
               WHEN L-MESSAGE (1:13) = "step skipped,"
                   MOVE "SKIPPED"
                       TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
               WHEN L-MESSAGE (1:10) = "step HELD,"
                   MOVE "HELD" TO WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
               WHEN L-MESSAGE (1:9) = "WARNING -"
                   MOVE "Y" TO WS-C-WARN-SW (WS-CMP-POS WS-CMP-SIDE)
           END-EVALUATE.

      *TAKE-CMP-ELAPSED-PARA times a step from its starting line to
      *its result line, across midnight where it ran past it.  A step
      *with no starting line - PREFLIGHT - has no elapsed time.
       TAKE-CMP-ELAPSED-PARA.
           IF C-HAS-START (WS-CMP-POS WS-CMP-SIDE) THEN
               COMPUTE WS-DIFF-SECS = WS-LINE-SECS
                   - WS-C-START (WS-CMP-POS WS-CMP-SIDE)
               IF WS-DIFF-SECS < 0 THEN
                   ADD 86400 TO WS-DIFF-SECS
               END-IF
               MOVE WS-DIFF-SECS
                   TO WS-C-ELAPSED (WS-CMP-POS WS-CMP-SIDE)
               MOVE "Y" TO WS-C-ELAPSED-SW (WS-CMP-POS WS-CMP-SIDE)
           END-IF.

      *REPORT-CMP-STEP-PARA prints one step's line, both nights side
      *by side, and says what changed: the outcome first, then the
      *return code, then the elapsed time in seconds.
       REPORT-CMP-STEP-PARA.
           MOVE SPACES TO REH-STEP-LINE.
           MOVE WS-C-STEP-NAME (WS-CMP-POS) TO RS-STEP-NAME.
           PERFORM REPORT-CMP-SIDE-PARA
               VARYING WS-CMP-SIDE FROM 1 BY 1
               UNTIL WS-CMP-SIDE > 2.
           EVALUATE TRUE
               WHEN RS-OUTCOME (1) NOT = RS-OUTCOME (2)
                   MOVE "OUTCOME CHANGED" TO RS-CHANGE
               WHEN C-HAS-RC (WS-CMP-POS 1) AND C-HAS-RC (WS-CMP-POS 2)
                       AND WS-C-RC (WS-CMP-POS 1)
                           NOT = WS-C-RC (WS-CMP-POS 2)
                   MOVE "RETURN CODE CHANGED" TO RS-CHANGE
               WHEN C-HAS-ELAPSED (WS-CMP-POS 1)
                       AND C-HAS-ELAPSED (WS-CMP-POS 2)
                       AND WS-C-ELAPSED (WS-CMP-POS 1)
                           NOT = WS-C-ELAPSED (WS-CMP-POS 2)
                   COMPUTE WS-DIFF-SECS = WS-C-ELAPSED (WS-CMP-POS 1)
                       - WS-C-ELAPSED (WS-CMP-POS 2)
                   MOVE WS-DIFF-SECS TO D-DIFF-SECS
                   STRING "ELAPSED " DELIMITED BY SIZE
                          FUNCTION TRIM(D-DIFF-SECS) DELIMITED BY SIZE
                          "S" DELIMITED BY SIZE
                          INTO RS-CHANGE
               WHEN OTHER
                   MOVE "SAME" TO RS-CHANGE
           END-EVALUATE.
           MOVE REH-STEP-LINE TO WS-REH-PRINT-LINE.
           PERFORM WRITE-REH-LINE-PARA.

       REPORT-CMP-SIDE-PARA.
           IF WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE) = SPACES THEN
               MOVE "NOT RUN" TO RS-OUTCOME (WS-CMP-SIDE)
           ELSE
               MOVE WS-C-OUTCOME (WS-CMP-POS WS-CMP-SIDE)
                   TO RS-OUTCOME (WS-CMP-SIDE)
           END-IF.
           IF C-WAS-WARNED (WS-CMP-POS WS-CMP-SIDE) THEN
               MOVE "W" TO RS-WARN (WS-CMP-SIDE)
           END-IF.
           IF C-HAS-RC (WS-CMP-POS WS-CMP-SIDE) THEN
               MOVE WS-C-RC (WS-CMP-POS WS-CMP-SIDE) TO D-STEP-RC
               MOVE D-STEP-RC TO RS-RC (WS-CMP-SIDE)
           END-IF.
           IF C-HAS-ELAPSED (WS-CMP-POS WS-CMP-SIDE) THEN
               DIVIDE WS-C-ELAPSED (WS-CMP-POS WS-CMP-SIDE) BY 3600
                   GIVING D-EL-HH REMAINDER WS-CLOCK-REM
               DIVIDE WS-CLOCK-REM BY 60
                   GIVING D-EL-MM REMAINDER D-EL-SS
               MOVE D-ELAPSED TO RS-ELAPSED (WS-CMP-SIDE)
           END-IF.

       WRITE-REH-LINE-PARA.
           WRITE REHRPT-RECORD FROM WS-REH-PRINT-LINE.

      *SET-RUNID-PARA establishes tonight's run identifier before
      *anything is logged.  A RESTART reuses the identifier on file -
      *the continuation is visibly part of its original run; a fresh
      *start takes the business date with suffix A, or the next letter
      *when the identifier on file already names a fresh run of the
      *same date.  The identifier is then written for the steps to
      *pick up.
       SET-RUNID-PARA.
           MOVE SPACES TO WS-OLD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           MOVE WS-RUNID-STATUS TO WS-RUNID-OPEN-STATUS.
      *morning.
       RUN-PREFLIGHT-PARA.
           MOVE "PREFLIGHT" TO WS-STEP-NAME.
           MOVE "./preflight/preflight" TO WS-STEP-CMD.
           IF SANDBOX-NIGHT-MODE THEN
               PERFORM SANDBOX-STEP-CMD-PARA
           END-IF.
           MOVE 0 TO WS-CUR-MAX-RC.
           CALL "SYSTEM" USING WS-STEP-CMD.
           PERFORM CAPTURE-STEP-RC-PARA.
           PERFORM LOG-STEP-RESULT-PARA.

                       STEP-DEFER NOT = "N" AND
                       STEP-DEFER NOT = SPACE)
                   OR (STEP-PHASE NOT NUMERIC AND
                       STEP-PHASE NOT = SPACES)
                   OR (STEP-CUTOFF NOT NUMERIC AND
                       STEP-CUTOFF NOT = SPACES)
                   OR (STEP-CUTOFF IS NUMERIC AND
                       (STEP-CUTOFF (1:2) > "23" OR
                        STEP-CUTOFF (3:2) > "59" OR
                        STEP-CUTOFF (5:2) > "59"))
                   OR (STEP-PRQ-FILE (1) = SPACES AND
                       STEP-PRQ-CTL (1) NOT = SPACES)
                   OR (STEP-PRQ-FILE (2) = SPACES AND
                       STEP-PRQ-CTL (2) NOT = SPACES) THEN
               MOVE "Y" TO WS-STEP-TABLE-BAD-SW
               MOVE "10" TO WS-STEP-STATUS
           ELSE
               ELSE
                   MOVE 0 TO WS-T-PHASE (WS-STEP-COUNT)
               END-IF
               IF STEP-CUTOFF IS NUMERIC THEN
                   MOVE STEP-CUTOFF TO WS-T-CUTOFF (WS-STEP-COUNT)
               ELSE
                   MOVE 0 TO WS-T-CUTOFF (WS-STEP-COUNT)
               END-IF
               MOVE STEP-PRQ-FILE (1) TO
                   WS-T-PRQ-FILE (WS-STEP-COUNT 1)
               MOVE STEP-PRQ-CTL (1) TO
                   WS-T-PRQ-CTL (WS-STEP-COUNT 1)
               MOVE STEP-PRQ-FILE (2) TO
                   WS-T-PRQ-FILE (WS-STEP-COUNT 2)
               MOVE STEP-PRQ-CTL (2) TO
                   WS-T-PRQ-CTL (WS-STEP-COUNT 2)
           END-IF.

      *DEFAULT-STEP-TABLE-PARA seeds the sequence the control job ran
      *before the step table existed: the three production jobs, each
      *a stop-the-run step with success meaning return code zero,
      *then FBBAL balancing FIZZ BUZZ's transaction run.  A balancing
      *difference fails FBBAL's step but lets the night carry on -
      *the outputs already exist; the report says what to chase.
       DEFAULT-STEP-TABLE-PARA.
           MOVE 4 TO WS-STEP-COUNT.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE 0 TO WS-T-CUTOFF (1) WS-T-CUTOFF (2)
                     WS-T-CUTOFF (3) WS-T-CUTOFF (4).
           MOVE "0005"                TO WS-T-STEP-NAME (1).
           MOVE "./0005/0005"         TO WS-T-STEP-CMD (1).
           MOVE 0                     TO WS-T-MAX-RC (1).
           MOVE "S"                   TO WS-T-ON-FAIL (3).
           MOVE "N"                   TO WS-T-DEFER (3).
           MOVE 0                     TO WS-T-PHASE (3).
           MOVE "FBBAL"               TO WS-T-STEP-NAME (4).
           MOVE "./fbbal/FBBAL"       TO WS-T-STEP-CMD (4).
           MOVE 0                     TO WS-T-MAX-RC (4).
           MOVE "C"                   TO WS-T-ON-FAIL (4).
           MOVE "N"                   TO WS-T-DEFER (4).
           MOVE 0                     TO WS-T-PHASE (4).
           MOVE "CONTROL" TO WS-STEP-NAME.
           MOVE "STEPTBL.DAT not found, built-in sequence in use"
               TO L-MESSAGE.
           END-IF.

      *SET-TODAY-PARA works out, once, everything the due checks need
      *to know about tonight's business date - a missed night caught
      *up later is judged as the day it was: the weekday from
      *INTEGER-OF-DATE modulo
      *7 (day 1 of the standard date epoch was a Monday, so 1 means
      *Monday and 0 means Sunday), month-end by whether tomorrow
      *falls in a different month, and whether today is on the
      *holiday list.
       SET-TODAY-PARA.
           MOVE WS-RUN-DATE (1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
                   END-IF
           END-EVALUATE.

      *SET-DEADLINE-PARA anchors the window-end time as an absolute
      *second count: the machine day the night starts on (the window
      *is a wall-clock matter, whatever business date is running) at
      *the window-end time of day, rolled to tomorrow when that time
      *of day has already passed - a 06:00:00 deadline read at 23:30
      *means six tomorrow morning.
       SET-DEADLINE-PARA.
           IF NOT WINDOW-END-WAS-READ THEN
               PERFORM READ-WINDOW-END-PARA
           END-IF.
           IF DEADLINE-IS-SET THEN
               ACCEPT WS-RUN-TIME FROM TIME
               IF SANDBOX-NIGHT-MODE THEN
                   PERFORM SHIFT-CLOCK-PARA
               END-IF
               MOVE WS-RUN-TIME (1:6) TO WS-TIME-PARSE
               COMPUTE WS-START-SECS =
                   (WS-T-HH * 3600) + (WS-T-MM * 60) + WS-T-SS
               MOVE WS-DEADLINE-HHMMSS TO WS-TIME-PARSE
               COMPUTE WS-DEADLINE-ABS =
                   (WS-NOW-INT * 86400)
                   + (WS-T-HH * 3600) + (WS-T-MM * 60) + WS-T-SS
               IF (WS-T-HH * 3600) + (WS-T-MM * 60) + WS-T-SS
                       <= WS-START-SECS THEN
                   ADD 86400 TO WS-DEADLINE-ABS
               END-IF
           END-IF.

      *READ-WINDOW-END-PARA reads the window-end time from the
      *"NIGHTLYCTL" parameter record.  No record, a non-numeric
      *field, or an all-zero time leaves the night untimed.
       READ-WINDOW-END-PARA.
           MOVE "Y" TO WS-WINDOW-READ-SW.
           MOVE "N" TO WS-DEADLINE-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00" THEN
                   MOVE "N" TO WS-DEADLINE-SW
               END-IF
           END-IF.

      *LOAD-HISTORY-PARA folds every run-history record into the
      *per-job totals the duration projections average over, less
      *NIGHTBKOUT's backout records, which time nothing.  A job
      *with no history projects a duration of zero, so it only draws
      *a warning once the deadline has actually passed.
       LOAD-HISTORY-PARA.
                   READ HIST-FILE INTO RH-RECORD
                       AT END MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF RH-ELAPSED-SECS IS NUMERIC
                                   AND RH-STATUS NOT = "BKOUT " THEN
                               PERFORM TAKE-HISTORY-PARA
                           END-IF
                   END-READ

      *SET-NOW-PARA anchors the current moment as absolute seconds,
      *date and time taken together so a sequence running past
      *midnight keeps counting forward.  A sandbox night's moment is
      *moved on to its own clock, the day with it.
       SET-NOW-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-NOW-ABS =
               (WS-NOW-INT * 86400)
               + (WS-T-HH * 3600) + (WS-T-MM * 60) + WS-T-SS.
           IF SANDBOX-NIGHT-MODE THEN
               ADD WS-CLOCK-SHIFT TO WS-NOW-ABS
               COMPUTE WS-NOW-INT = WS-NOW-ABS / 86400
           END-IF.

      *SHIFT-CLOCK-PARA turns the time of day in WS-RUN-TIME into the
      *sandbox night's, WS-CLOCK-SHIFT seconds on, round the clock.
       SHIFT-CLOCK-PARA.
           MOVE WS-RUN-TIME (1:6) TO WS-CLOCK-PARSE.
           COMPUTE WS-CLOCK-SECS = FUNCTION MOD(
               (WS-CLK-HH * 3600) + (WS-CLK-MM * 60) + WS-CLK-SS
               + WS-CLOCK-SHIFT, 86400).
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLK-HH
               REMAINDER WS-CLOCK-REM.
           DIVIDE WS-CLOCK-REM BY 60 GIVING WS-CLK-MM
               REMAINDER WS-CLK-SS.
           MOVE WS-CLOCK-PARSE TO WS-RUN-TIME (1:6).

      *LOOKUP-AVG-PARA leaves the current step's historical average
      *duration in WS-AVG-SECS, zero when the step has no history.
           MOVE WS-T-MAX-RC (WS-MEM-POS)    TO WS-CUR-MAX-RC.
           MOVE WS-T-ON-FAIL (WS-MEM-POS)   TO WS-CUR-ON-FAIL.
           MOVE WS-T-DEFER (WS-MEM-POS)     TO WS-CUR-DEFER.
           IF SANDBOX-NIGHT-MODE THEN
               PERFORM SANDBOX-STEP-CMD-PARA
           END-IF.

      *SANDBOX-STEP-CMD-PARA points a step command at the programs
      *from inside the sandbox, one directory down: "./0005/0005"
      *becomes "../0005/0005", while the step, run from the sandbox,
      *reads and writes the sandbox's files.  A command given by
      *full path needs no change.  WS-STEP-CMD has the extra byte a
      *40-column command needs for this.
       SANDBOX-STEP-CMD-PARA.
           IF WS-STEP-CMD (1:2) = "./" THEN
               MOVE WS-STEP-CMD (3:38) TO WS-CMD-HOLD
               MOVE SPACES TO WS-STEP-CMD
               STRING "../" DELIMITED BY SIZE
                      WS-CMD-HOLD DELIMITED BY SIZE
                      INTO WS-STEP-CMD
               END-STRING
           END-IF.

      *RUN-PHASE-PARA runs one concurrent phase.  Each member gets
      *the same per-step gatekeeping a serial step gets - calendar,
                           TO L-MESSAGE
                       PERFORM WRITE-LOG-LINE-PARA
                   WHEN OTHER
                       PERFORM CHECK-PREREQ-PARA
                       IF NOT PREREQS-MET THEN
                           PERFORM LOG-PREREQ-HELD-PARA
                       ELSE
                       PERFORM FORECAST-STEP-PARA
                       IF STEP-IS-HELD THEN
                           MOVE
                           MOVE WS-MEM-POS
                               TO WS-L-POS (WS-LAUNCH-COUNT)
                       END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-LAUNCH-COUNT > 0 THEN
                       TO L-MESSAGE
                   PERFORM WRITE-LOG-LINE-PARA
               ELSE
                   PERFORM CHECK-PREREQ-PARA
                   IF NOT PREREQS-MET THEN
                       PERFORM LOG-PREREQ-HELD-PARA
                   ELSE
                   PERFORM FORECAST-STEP-PARA
                   IF STEP-IS-HELD THEN
                       MOVE "step HELD, projected past window deadline"
                   ELSE
                       PERFORM EXECUTE-STEP-PARA
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *CHECK-PREREQ-PARA decides whether the current step's input
      *files are in place, waiting for them when they are not: the
      *files are probed, and while anything is missing and the
      *step's cutoff is still ahead the job sleeps a minute and
      *probes again.  A step with no cutoff, and any step in a
      *RESTART - started by hand because the file has landed - is
      *probed once; so is every step of a rehearsal, whose inputs
      *are whatever the sandbox was given.  The log shows the wait
      *starting and, if the files then arrive, the step being
      *released.
       CHECK-PREREQ-PARA.
           MOVE "Y" TO WS-PRQ-MET-SW.
           MOVE "N" TO WS-PRQ-WAITED-SW.
           IF WS-T-PRQ-FILE (WS-MEM-POS 1) NOT = SPACES OR
                   WS-T-PRQ-FILE (WS-MEM-POS 2) NOT = SPACES THEN
               MOVE 0 TO WS-CUTOFF-ABS
               IF WS-T-CUTOFF (WS-MEM-POS) > 0
                       AND NOT RESTART-MODE
                       AND NOT SANDBOX-NIGHT-MODE THEN
                   PERFORM SET-CUTOFF-PARA
               END-IF
               PERFORM PROBE-PREREQ-PARA
               PERFORM SET-NOW-PARA
               PERFORM UNTIL PREREQS-MET
                       OR WS-NOW-ABS >= WS-CUTOFF-ABS
                   IF NOT PREREQ-WAITED THEN
                       MOVE "Y" TO WS-PRQ-WAITED-SW
                       MOVE SPACES TO L-MESSAGE
                       STRING "step waiting, " DELIMITED BY SIZE
                              WS-PRQ-REASON DELIMITED BY SIZE
                              INTO L-MESSAGE
                       PERFORM WRITE-LOG-LINE-PARA
                   END-IF
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "SYSTEM" USING WS-POLL-CMD
                   MOVE WS-SAVE-RC TO RETURN-CODE
                   PERFORM PROBE-PREREQ-PARA
                   PERFORM SET-NOW-PARA
               END-PERFORM
               IF PREREQS-MET AND PREREQ-WAITED THEN
                   MOVE "input files arrived, step released"
                       TO L-MESSAGE
                   PERFORM WRITE-LOG-LINE-PARA
               END-IF
           END-IF.

      *SET-CUTOFF-PARA anchors the step's arrival cutoff as absolute
      *seconds against the night's start - see WS-CUTOFF-ABS.
       SET-CUTOFF-PARA.
           MOVE WS-T-CUTOFF (WS-MEM-POS) TO WS-TIME-PARSE.
           COMPUTE WS-CUTOFF-SECS =
               (WS-T-HH * 3600) + (WS-T-MM * 60) + WS-T-SS.
           COMPUTE WS-CUTOFF-ABS =
               (WS-NIGHT-START-INT * 86400) + WS-CUTOFF-SECS.
           IF WS-CUTOFF-SECS < WS-NIGHT-START-SECS AND
                   WS-NIGHT-START-SECS - WS-CUTOFF-SECS > 43200 THEN
               ADD 86400 TO WS-CUTOFF-ABS
           END-IF.

      *PROBE-PREREQ-PARA looks at each named input file once, leaving
      *the first shortfall in WS-PRQ-REASON.
       PROBE-PREREQ-PARA.
           MOVE "Y" TO WS-PRQ-MET-SW.
           MOVE SPACES TO WS-PRQ-REASON.
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                   UNTIL WS-PRQ-IDX > 2 OR NOT PREREQS-MET
               IF WS-T-PRQ-FILE (WS-MEM-POS WS-PRQ-IDX)
                       NOT = SPACES THEN
                   PERFORM PROBE-ONE-FILE-PARA
               END-IF
           END-PERFORM.

      *PROBE-ONE-FILE-PARA counts the file's records and looks for
      *its control record.  The prerequisite SELECT is OPTIONAL, so
      *a file that has not arrived opens with "05" and reads as
      *absent rather than failing the job.
       PROBE-ONE-FILE-PARA.
           MOVE WS-T-PRQ-FILE (WS-MEM-POS WS-PRQ-IDX) TO WS-PRQ-NAME.
           MOVE 0 TO WS-PRQ-RECORDS.
           MOVE 0 TO WS-PRQ-CTL-LEN.
           INSPECT WS-T-PRQ-CTL (WS-MEM-POS WS-PRQ-IDX)
               TALLYING WS-PRQ-CTL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PRQ-CTL-LEN = 0 THEN
               MOVE "Y" TO WS-PRQ-CTL-SW
           ELSE
               MOVE "N" TO WS-PRQ-CTL-SW
           END-IF.
           OPEN INPUT PRQ-FILE.
           MOVE WS-PRQ-STATUS TO WS-PRQ-OPEN-STATUS.
           IF WS-PRQ-OPEN-STATUS = "00" THEN
               PERFORM UNTIL WS-PRQ-STATUS NOT = "00"
                   READ PRQ-FILE
                       AT END MOVE "10" TO WS-PRQ-STATUS
                       NOT AT END
                           ADD 1 TO WS-PRQ-RECORDS
                           IF WS-PRQ-CTL-LEN > 0 AND
                                   PRQ-FILE-RECORD
                                       (1:WS-PRQ-CTL-LEN) =
                                   WS-T-PRQ-CTL (WS-MEM-POS
                                       WS-PRQ-IDX)
                                       (1:WS-PRQ-CTL-LEN) THEN
                               MOVE "Y" TO WS-PRQ-CTL-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PRQ-OPEN-STATUS = "00" OR
                   WS-PRQ-OPEN-STATUS = "05" THEN
               CLOSE PRQ-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRQ-OPEN-STATUS NOT = "00"
                   MOVE "N" TO WS-PRQ-MET-SW
                   STRING FUNCTION TRIM(WS-PRQ-NAME) DELIMITED BY SIZE
                          " not arrived" DELIMITED BY SIZE
                          INTO WS-PRQ-REASON
               WHEN WS-PRQ-RECORDS = 0
                   MOVE "N" TO WS-PRQ-MET-SW
                   STRING FUNCTION TRIM(WS-PRQ-NAME) DELIMITED BY SIZE
                          " is empty" DELIMITED BY SIZE
                          INTO WS-PRQ-REASON
               WHEN NOT PRQ-CTL-FOUND
                   MOVE "N" TO WS-PRQ-MET-SW
                   STRING FUNCTION TRIM(WS-PRQ-NAME) DELIMITED BY SIZE
                          " has no " DELIMITED BY SIZE
                          WS-T-PRQ-CTL (WS-MEM-POS WS-PRQ-IDX)
                              (1:WS-PRQ-CTL-LEN) DELIMITED BY SIZE
                          " record" DELIMITED BY SIZE
                          INTO WS-PRQ-REASON
           END-EVALUATE.

      *LOG-PREREQ-HELD-PARA holds a step whose inputs did not arrive:
      *it is never recorded complete, so the restart file is kept
      *and a RESTART picks it up, and the night closes held, not
      *failed.
       LOG-PREREQ-HELD-PARA.
           MOVE "Y" TO WS-ANY-HELD-SW.
           MOVE SPACES TO L-MESSAGE.
           STRING "step HELD, " DELIMITED BY SIZE
                  WS-PRQ-REASON DELIMITED BY SIZE
                  INTO L-MESSAGE.
           PERFORM WRITE-LOG-LINE-PARA.

      *FORECAST-STEP-PARA projects the step's completion from its
      *run-history average and the clock.  A projection past the
      *window deadline holds a deferrable step for the day shift - it
           END-IF.
           PERFORM WRITE-LOG-LINE-PARA.

      *WRITE-LOG-LINE-PARA stamps each line with the business date
      *and the clock time - a sandbox night's own clock, so its log
      *reads as the night it rehearses.
       WRITE-LOG-LINE-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF SANDBOX-NIGHT-MODE THEN
               PERFORM SHIFT-CLOCK-PARA
           END-IF.
           MOVE WS-RUN-DATE  TO L-RUN-DATE.
           MOVE WS-RUN-TIME  TO L-RUN-TIME.
           MOVE NR-RUN-ID    TO L-RUN-ID.
