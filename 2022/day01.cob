
      *    Where the last committed read position is saved, so a
      *    restarted run can resume instead of reprocessing everything
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CHECKPOINT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CKPT-STATUS.

      *    Retained, parseable record of every run - appended to,
      *    never overwritten. FILE STATUS lets WRITE-REPORT-HEADER
      *    tell a first-ever run (no file yet) from a normal append.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

      *    what totals, in fixed columns no reader has to UNSTRING.
      *    The run sequence number keeps two runs on the same day
      *    apart. Same first-run wrinkle as REPORT-FILE above.
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC RUN-HISTORY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Every input line this run set aside, appended under the
      *    run's date and sequence for the exception ageing report
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC EXCEPTION-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXCEPTION-STATUS.

      *    The elf roster ROSTMNT maintains - read here so the
      *    leaderboard can publish a name against each pile position
      *    instead of an anonymous number.
      *    The run lock - taken at startup, released at the end of
      *    the run, so two copies of this program cannot interleave
      *    the EXTEND report files or fight over the checkpoint
           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS.

      *    Where every abort path leaves its diagnostics snapshot -
      *    what the program knew when it died, so an abend is not a
      *    rerun-with-someone-watching to rediscover it
           SELECT ABEND-FILE ASSIGN TO DYNAMIC ABEND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ABEND-STATUS.


      *    The one alerts file the overnight operator is paged off -
      *    every program in the suite appends its breaches here
           SELECT ALERTS-FILE ASSIGN TO DYNAMIC ALERTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTS-STATUS.

      *    this run computed for it, rewritten whole every run so
      *    SEASNRUN can fold the day's piles into the per-elf season
      *    standings
           SELECT PILES-FILE ASSIGN TO DYNAMIC PILES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PILES-STATUS.

      *    breach is raised OPEN here too, so ALRTMNT can carry it
      *    through acknowledgment to closure instead of it scrolling
      *    away under newer lines
           SELECT ALERT-MASTER-FILE ASSIGN TO DYNAMIC
                ALERT-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-MST-STATUS.

      *    the trailer's control totals, appended the moment the
      *    trailer is written so EXTRECON can sweep for feeds the
      *    receivers never acknowledged
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MANIFEST-STATUS.

      *    Keyed by elf number, which arrives in whatever order the
      *    census put the identity lines - RANDOM access lets the
      *    writes land out of key order
           SELECT SNACK-INDEX-FILE ASSIGN TO DYNAMIC SNACK-INDEX-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SNACK-KEY
             FILE STATUS IS SNACK-IDX-STATUS.

      *    The inbound transmission register - one line per enveloped
      *    file any day program has accepted, read through before
      *    scoring to refuse a file already taken once, and appended
      *    to when this run accepts one
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC REGISTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGISTER-STATUS.

      *    Each elf's days and cumulative total to date, as SEASNRUN
      *    last rewrote them - read here so tonight's piles can be
      *    screened against each elf's own season average
           SELECT STANDINGS-FILE ASSIGN TO "data/season_standings.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STANDINGS-STATUS.

      *    The pile screening report - every pile out of line with
      *    its elf's season average, and the first-time elves there
      *    was no history to screen against, appended per run
           SELECT SCREENING-FILE ASSIGN TO DYNAMIC SCREENING-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCREENING-STATUS.

      *    A shadow run's totals set against the latest production
      *    run of the same program and date - only ever written in
      *    the shadow area, by a shadow run
           SELECT SHADOW-COMPARE-FILE ASSIGN TO
                "shadow/reports/shadow_compare.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHADOW-COMPARE-STATUS.

       DATA DIVISION.

         FILE SECTION.
                PFX-SEQ BY RH-REC-SEQ
                PFX-RECORDS BY RH-REC-RECORDS
                PFX-PART1 BY RH-REC-PART1
                PFX-PART2 BY RH-REC-PART2
                PFX-START BY RH-REC-START
                PFX-PROCESSED BY RH-REC-PROCESSED.

         FD EXCEPTION-FILE.

           COPY EXCPREC REPLACING PFX-RECORD BY EXCEPTION-RECORD
                PFX-PROGRAM BY EXC-REC-PROGRAM
                PFX-DATE BY EXC-REC-DATE
                PFX-SEQ BY EXC-REC-SEQ
                PFX-LINE BY EXC-REC-LINE
                PFX-REASON-OVERFLOW BY EXC-REC-REASON-OVERFLOW
                PFX-REASON BY EXC-REC-REASON
                PFX-SENDER BY EXC-REC-SENDER
                PFX-TEXT BY EXC-REC-TEXT.

         FD ROSTER-FILE.

           02 TOL-REC-PART1-TOL PIC 9(7).
           02 FILLER PIC X(1).
           02 TOL-REC-PART2-TOL PIC 9(7).
           02 FILLER PIC X(1).
      *    Pile deviation limit, percent either side of an elf's own
      *    season average - only 2022_DAY01 screens piles, so the
      *    other programs carry the column and ignore it. Blank or
      *    zero means no screening.
           02 TOL-REC-DEV-PCT PIC 9(5).

         FD ALERTS-FILE.
         01 ALERT-LINE PIC X(100).
                PFX-ELF BY PIL-REC-ELF
                PFX-TOTAL BY PIL-REC-TOTAL.

         FD STANDINGS-FILE.
      *  The same fixed columns SEASNRUN rewrites and UNITRPT reads
         01 STANDINGS-RECORD.
           02 STD-REC-ELF PIC 9(5).
           02 FILLER PIC X(1).
           02 STD-REC-DAYS PIC 9(3).
           02 FILLER PIC X(1).
           02 STD-REC-CUM PIC 9(9).
           02 FILLER PIC X(1).
           02 STD-REC-BEST PIC 9(7).
           02 FILLER PIC X(1).
           02 STD-REC-BEST-DAY PIC 9(2).

         FD SCREENING-FILE.
         01 SCREENING-LINE PIC X(132).

         FD ALERT-MASTER-FILE.

           COPY ALRTMST REPLACING PFX-RECORD BY ALERT-MASTER-RECORD
                PFX-STATE BY MAN-REC-STATE
                PFX-STATE-SENT BY MAN-REC-STATE-SENT
                PFX-STATE-ACKED BY MAN-REC-STATE-ACKED
                PFX-STATE-REJECTED BY MAN-REC-STATE-REJECTED
                PFX-PROGRAM BY MAN-REC-PROGRAM
                PFX-TIME BY MAN-REC-TIME.

         FD SNACK-INDEX-FILE.

                PFX-SEQ BY SNACK-REC-SEQ
                PFX-CALORIES BY SNACK-REC-CALORIES.

         FD REGISTER-FILE.

           COPY INBREG REPLACING PFX-RECORD BY REGISTER-RECORD
                PFX-PROGRAM BY REG-REC-PROGRAM
                PFX-FILE-ID BY REG-REC-FILE-ID
                PFX-DATE BY REG-REC-DATE
                PFX-COUNT BY REG-REC-COUNT
                PFX-HASH BY REG-REC-HASH
                PFX-REG-DATE BY REG-REC-REG-DATE
                PFX-REG-TIME BY REG-REC-REG-TIME
                PFX-STATE BY REG-REC-STATE
                PFX-STATE-ACCEPTED BY REG-REC-STATE-ACCEPTED
                PFX-STATE-OVERRIDE BY REG-REC-STATE-OVERRIDE
                PFX-OPERATOR BY REG-REC-OPERATOR.

         FD SHADOW-COMPARE-FILE.
         01 SHADOW-COMPARE-LINE PIC X(100).

         WORKING-STORAGE SECTION.

      *  SNACK-INDEX-FILE open/write status - 88s follow the same
         01 ALERT-MST-EOF PIC A(1) VALUE "N".
         01 ALERT-TIME-NOW PIC 9(8) VALUE 0.

      *  Duplicate transmission guard - an enveloped file whose
      *  envelope, or whose trailer count and hash alone, match one
      *  this program has already accepted is refused before any
      *  scoring. DAY01_REPROCESS naming the file id puts a genuine
      *  reprocess through, and leaves an OVERRIDE line on the
      *  register. A season replay re-reads the nightly files by
      *  design, so under SEASNRUN an exact envelope match is let
      *  through unregistered - the same content under another
      *  name or date still is not.
         01 REGISTER-STATUS PIC X(2) VALUE SPACES.
           88 REGISTER-FILE-OK VALUE "00".
           88 REGISTER-FILE-NOT-FOUND VALUE "35".
         01 REGISTER-EOF PIC A(1) VALUE "N".
         01 DUPLICATE-SW PIC X(1) VALUE "N".
           88 DUPLICATE-NONE VALUE "N".
           88 DUPLICATE-ENVELOPE VALUE "E".
           88 DUPLICATE-CONTENT VALUE "C".
         01 DUP-FILE-ID PIC X(12) VALUE SPACES.
         01 DUP-DATE PIC 9(8) VALUE 0.
         01 DUP-REG-DATE PIC 9(8) VALUE 0.
         01 REPROCESS-PARM PIC X(12) VALUE SPACES.
         01 INBOUND-CALLER PIC X(8) VALUE SPACES.
           88 CALLED-BY-SEASNRUN VALUE "SEASNRUN".
         01 REGISTER-SKIP-SW PIC X(1) VALUE "N".
           88 REGISTER-ALREADY-HELD VALUE "Y".
         01 REGISTER-DATE PIC 9(8) VALUE 0.
         01 REGISTER-TIME PIC 9(8) VALUE 0.
         01 REGISTER-STATE PIC X(8) VALUE SPACES.

      *  Position of the calorie line within the pile being built -
      *  the second half of the snack index key
         01 SNACK-SEQ-IN-PILE PIC 9(4) VALUE 0.
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-NOT-FOUND VALUE "35".
         01 EXCEPTION-STATUS PIC X(2) VALUE SPACES.
           88 EXCEPTION-FILE-OK VALUE "00".
           88 EXCEPTION-FILE-NOT-FOUND VALUE "35".

      *  This run's sequence within the business date - one past the
      *  highest already on the history for this program and date,
      *  first
         01 RUN-SEQ PIC 9(4) VALUE 0.
         01 RUN-TIME-NOW PIC 9(8) VALUE 0.
         01 RUN-START-TIME PIC 9(8) VALUE 0.
         01 START-POSITION PIC 9(5) VALUE 0.
         01 CKPT-REMAINDER PIC 9(5) VALUE 0.
         01 CKPT-QUOTIENT PIC 9(5) VALUE 0.
         01 PREV-PART2 PIC 9(7) VALUE 0.
         01 TOL-DELTA PIC S9(8) VALUE 0.

      *  Pile screening - the deviation limit off the tolerance line,
      *  and each elf's season history keyed straight by elf number
      *  the same way the roster is, so the lookup is a subscript.
      *  An elf with no line on the standings, or one with no days
      *  to its name yet, is a first-time elf and is not screened.
         01 TOL-DEV-PCT PIC 9(5) VALUE 0.
         01 STANDINGS-STATUS PIC X(2) VALUE SPACES.
           88 STANDINGS-FILE-OK VALUE "00".
           88 STANDINGS-FILE-NOT-FOUND VALUE "35".
         01 STANDINGS-EOF PIC A(1) VALUE "N".
         01 SCREENING-STATUS PIC X(2) VALUE SPACES.
           88 SCREENING-FILE-OK VALUE "00".
           88 SCREENING-FILE-NOT-FOUND VALUE "35".
         01 STANDINGS-ON-FILE PIC X(1) VALUE "N".
           88 STANDINGS-AVAILABLE VALUE "Y".
         01 HISTORY-SW PIC X(1) VALUE "N".
           88 ELF-HAS-HISTORY VALUE "Y".
         01 SEASON-HISTORY-TABLE.
           02 SEASON-HISTORY-ENTRY OCCURS 99999 TIMES.
             03 HIST-DAYS PIC 9(3).
             03 HIST-CUM PIC 9(9).
         01 HIST-AVERAGE PIC 9(9) VALUE 0.
         01 HIST-DEVIATION PIC 9(9) VALUE 0.
         01 HIST-DEV-PCT PIC 9(7) VALUE 0.
         01 OUTLIER-SW PIC X(1) VALUE "N".
           88 PILE-IS-OUTLIER VALUE "Y".
         01 SCREENED-COUNT PIC 9(5) VALUE 0.
         01 OUTLIER-COUNT PIC 9(5) VALUE 0.
         01 FIRST-TIME-COUNT PIC 9(5) VALUE 0.

      *  Breaches raised this run - any at all means the warning
      *  return code
         01 ALERT-COUNT PIC 9(4) VALUE 0.
         01 ALERT-DETAIL PIC X(80) VALUE SPACES.

      *  Inbound control envelope - set when the first input line is
         01 SEEN-SPACE-SW PIC X(1) VALUE "N".
         01 CHAR-IDX PIC 9(1) VALUE 0.

      *  Records this run actually used - with the exceptions it
      *  set aside, the run history's RECORDS adds back up to it
         01 PROCESSED-COUNT PIC 9(7) VALUE 0.

      *  Lines that failed validation, kept for the exceptions listing
         01 EXCEPTION-COUNT PIC 9(4) VALUE 0.
         01 MAX-EXCEPTIONS PIC 9(4) VALUE 2000.
         01 EXCEPTION-TABLE.
           02 EXCEPTION-ENTRY OCCURS 2000 TIMES.
             03 EXCEPTION-LINE-NO PIC 9(5).
             03 EXCEPTION-TEXT PIC X(24).
         01 EXC-IDX PIC 9(5) VALUE 0.
         01 EXCEPTIONS-NOT-HELD PIC 9(5) VALUE 0.

      *  How far the pre-read count came in over the compiled ceiling
         01 OVERFLOW-AMOUNT PIC 9(6) VALUE 0.

      *  Shadow mode - SHADOW_RUN=Y sends every file this program
      *  writes to the same name under the shadow area, so a new
      *  input source, ruleset or release can be tried against real
      *  data without touching the production masters, lock,
      *  checkpoint, manifest or alert master. Inputs are read where
      *  they always are. Each written file is assigned through its
      *  own path, named in SET-FILE-PATHS.
         01 SHADOW-PARM PIC X(1) VALUE SPACE.
           88 SHADOW-RUN VALUE "Y".
         01 SHADOW-AREA PIC X(7) VALUE "shadow/".
         01 SHADOW-PATH-IN PIC X(100) VALUE SPACES.
         01 SHADOW-PATH-OUT PIC X(100) VALUE SPACES.
         01 CHECKPOINT-PATH PIC X(60) VALUE SPACES.
         01 REPORT-PATH PIC X(60) VALUE SPACES.
         01 RUN-HISTORY-PATH PIC X(60) VALUE SPACES.
         01 EXCEPTION-PATH PIC X(60) VALUE SPACES.
         01 LOCK-PATH PIC X(60) VALUE SPACES.
         01 ABEND-PATH PIC X(60) VALUE SPACES.
         01 ALERTS-PATH PIC X(60) VALUE SPACES.
         01 PILES-PATH PIC X(60) VALUE SPACES.
         01 ALERT-MASTER-PATH PIC X(60) VALUE SPACES.
         01 MANIFEST-PATH PIC X(60) VALUE SPACES.
         01 SNACK-INDEX-PATH PIC X(60) VALUE SPACES.
         01 REGISTER-PATH PIC X(60) VALUE SPACES.
         01 SCREENING-PATH PIC X(60) VALUE SPACES.

      *  The shadow run's own run history record against the latest
      *  production record for the same program and date - records
      *  read, both part totals and records processed
         01 SHADOW-COMPARE-STATUS PIC X(2) VALUE SPACES.
           88 SHADOW-COMPARE-OK VALUE "00".
           88 SHADOW-COMPARE-NOT-FOUND VALUE "35".
         01 COMPARE-SIDE PIC X(1) VALUE SPACE.
           88 COMPARING-SHADOW VALUE "S".
           88 COMPARING-PRODUCTION VALUE "P".
         01 COMPARE-EOF PIC A(1) VALUE "N".
         01 SHADOW-FOUND-SW PIC X(1) VALUE "N".
           88 SHADOW-RECORD-FOUND VALUE "Y".
         01 PROD-FOUND-SW PIC X(1) VALUE "N".
           88 PROD-RECORD-FOUND VALUE "Y".
         01 SHADOW-TOTALS.
           02 SHADOW-RECORDS PIC 9(7) VALUE 0.
           02 SHADOW-PART1 PIC 9(7) VALUE 0.
           02 SHADOW-PART2 PIC 9(7) VALUE 0.
           02 SHADOW-PROCESSED PIC 9(7) VALUE 0.
         01 PROD-SEQ PIC 9(4) VALUE 0.
         01 PROD-TOTALS.
           02 PROD-RECORDS PIC 9(7) VALUE 0.
           02 PROD-PART1 PIC 9(7) VALUE 0.
           02 PROD-PART2 PIC 9(7) VALUE 0.
           02 PROD-PROCESSED PIC 9(7) VALUE 0.
         01 COMPARE-LABEL PIC X(10) VALUE SPACES.
         01 COMPARE-SHADOW PIC 9(7) VALUE 0.
         01 COMPARE-PROD PIC 9(7) VALUE 0.
         01 COMPARE-DIFF-COUNT PIC 9(1) VALUE 0.

         LINKAGE SECTION.

           COPY DAY1RES REPLACING PFX-RESULTS BY LK-RESULTS

       PROCEDURE DIVISION USING LK-RESULTS.

           ACCEPT RUN-START-TIME FROM TIME.
           PERFORM SET-FILE-PATHS.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM INITIALIZE-PARAMETERS.
           PERFORM CHECK-RESTART.
           PERFORM COUNT-INPUT-LINES.
           PERFORM CHECK-CAPACITY.
           PERFORM CHECK-ENVELOPE.
           PERFORM CHECK-DUPLICATE-TRANSMISSION.

           OPEN INPUT INPUT-FILE.
           PERFORM SKIP-TO-CHECKPOINT.
           PERFORM LOG-RUN-HISTORY.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM REGISTER-TRANSMISSION.
           IF SHADOW-RUN
             PERFORM COMPARE-WITH-PRODUCTION
           END-IF.

           PERFORM ALL-FINISHED.
           GOBACK.
           CLOSE REPORT-FILE.

      *    One record on the shared cross-program run history - run
      *    date, finishing time, sequence within the date, records
      *    processed, the two part totals, and the time the run
      *    started, so the SLA report can say how long it took.
       LOG-RUN-HISTORY.
           PERFORM FIND-NEXT-RUN-SEQ.
           ACCEPT RUN-TIME-NOW FROM TIME.
           MOVE "2022_DAY01" TO RH-REC-PROGRAM.
           MOVE RUN-DATE-DISPLAY TO RH-REC-DATE.
           MOVE RUN-TIME-NOW TO RH-REC-TIME.
           MOVE RUN-START-TIME TO RH-REC-START.
           MOVE RUN-SEQ TO RH-REC-SEQ.
           MOVE SNACK-COUNT TO RH-REC-RECORDS.
           MOVE MAX_SNACKS_1 TO RH-REC-PART1.
           MOVE MAX_THREE_SUM TO RH-REC-PART2.
           MOVE PROCESSED-COUNT TO RH-REC-PROCESSED.
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUN-HIST-OK
             DISPLAY "2022_DAY01 WARNING - run history did not write "
             END-IF
           END-IF.

      *    Every file this run writes is named here - its production
      *    name, or the same name under the shadow area when
      *    SHADOW_RUN asks for a shadow run. Runs before the lock is
      *    taken, since the lock is one of them.
       SET-FILE-PATHS.
           ACCEPT SHADOW-PARM FROM ENVIRONMENT "SHADOW_RUN".
           MOVE "checkpoints/day01.ckpt" TO CHECKPOINT-PATH.
           MOVE "reports/day01_report.txt" TO REPORT-PATH.
           MOVE "reports/run_history.dat" TO RUN-HISTORY-PATH.
           MOVE "reports/exceptions.txt" TO EXCEPTION-PATH.
           MOVE "checkpoints/day01.lck" TO LOCK-PATH.
           MOVE "reports/day01_abend.txt" TO ABEND-PATH.
           MOVE "reports/alerts.txt" TO ALERTS-PATH.
           MOVE "reports/day01_piles.txt" TO PILES-PATH.
           MOVE "reports/alert_master.txt" TO ALERT-MASTER-PATH.
           MOVE "reports/extract_manifest.txt" TO MANIFEST-PATH.
           MOVE "reports/day01_snacks.idx" TO SNACK-INDEX-PATH.
           MOVE "reports/inbound_register.dat" TO REGISTER-PATH.
           MOVE "reports/day01_screening.txt" TO SCREENING-PATH.
           IF SHADOW-RUN
             DISPLAY "2022_DAY01 - shadow run, every output under "
                  SHADOW-AREA
             MOVE CHECKPOINT-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO CHECKPOINT-PATH
             MOVE REPORT-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO REPORT-PATH
             MOVE RUN-HISTORY-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO RUN-HISTORY-PATH
             MOVE EXCEPTION-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO EXCEPTION-PATH
             MOVE LOCK-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO LOCK-PATH
             MOVE ABEND-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO ABEND-PATH
             MOVE ALERTS-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO ALERTS-PATH
             MOVE PILES-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO PILES-PATH
             MOVE ALERT-MASTER-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO ALERT-MASTER-PATH
             MOVE MANIFEST-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO MANIFEST-PATH
             MOVE SNACK-INDEX-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO SNACK-INDEX-PATH
             MOVE REGISTER-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO REGISTER-PATH
             MOVE SCREENING-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO SCREENING-PATH
           END-IF.

       MAKE-SHADOW-PATH.
           MOVE SPACES TO SHADOW-PATH-OUT.
           STRING SHADOW-AREA DELIMITED BY SIZE
                SHADOW-PATH-IN DELIMITED BY SPACE
                INTO SHADOW-PATH-OUT.

      *    Pick up the leaderboard depth and input file requested for
      *    this run.
       INITIALIZE-PARAMETERS.
           IF INPUT-FILE-PATH = SPACES
             MOVE "data/day01.txt" TO INPUT-FILE-PATH
           END-IF.
           ACCEPT EXTRACT-PATH FROM ENVIRONMENT "DAY01_EXTRACT".
           IF SHADOW-RUN AND EXTRACT-PATH IS NOT = SPACES
             MOVE EXTRACT-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO EXTRACT-PATH
           END-IF.
           ACCEPT MINCAL-PARM FROM ENVIRONMENT "DAY01_MINCAL"
           IF MINCAL-PARM = SPACES
             MOVE 10000 TO MINCAL-THRESHOLD
      *      as a separator
             MOVE 0 TO CALORIES(S)
             MOVE IDENT-NUMBER TO SNACK-IDENT(S)
             ADD 1 TO PROCESSED-COUNT
           ELSE
             MOVE 0 TO SNACK-IDENT(S)
             PERFORM VALIDATE-SNACK-LINE
             IF LINE-IS-VALID
               ADD 1 TO PROCESSED-COUNT
      *        A variable-width numeric move - handles 1 to 5 digits
      *        left justified in ELF-LINE without caring how many
      *        are actually present, and treats an all-blank
           ADD 1 TO EXCEPTION-COUNT.
           IF EXCEPTION-COUNT <= MAX-EXCEPTIONS
             MOVE S TO EXCEPTION-LINE-NO(EXCEPTION-COUNT)
             MOVE INPUT-ENVELOPE-LINE
                  TO EXCEPTION-TEXT(EXCEPTION-COUNT)
           END-IF.

       PRINT-EXCEPTIONS.
               DISPLAY "  Line ", EXCEPTION-LINE-NO(EXC-IDX),
                    " = '", EXCEPTION-TEXT(EXC-IDX), "'"
             END-PERFORM
             PERFORM WRITE-EXCEPTION-FILE
           END-IF.

      *    Every line held above goes on the shared exception file
      *    under this run's date and sequence, so the ageing report
      *    can follow it across runs. Filed once the run history has
      *    given the run its sequence, so the lines a restarted run
      *    parses a second time are not filed twice. A run that set
      *    aside more than the table holds files one OVERFLOW line
      *    saying how many more there were.
       WRITE-EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-NOT-FOUND
             OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           IF NOT EXCEPTION-FILE-OK
             DISPLAY "2022_DAY01 WARNING - reports/exceptions.txt "
                  "did not open cleanly, FILE STATUS "
                  EXCEPTION-STATUS
           END-IF.
           PERFORM VARYING EXC-IDX FROM 1 BY 1 UNTIL EXC-IDX >
                EXCEPTION-COUNT OR EXC-IDX > MAX-EXCEPTIONS
             PERFORM SET-EXCEPTION-KEY
             MOVE EXCEPTION-LINE-NO(EXC-IDX) TO EXC-REC-LINE
             MOVE "BADSNACK" TO EXC-REC-REASON
             MOVE EXCEPTION-TEXT(EXC-IDX) TO EXC-REC-TEXT
             WRITE EXCEPTION-RECORD
           END-PERFORM.
           IF EXCEPTION-COUNT > MAX-EXCEPTIONS
             PERFORM SET-EXCEPTION-KEY
             MOVE 0 TO EXC-REC-LINE
             MOVE "OVERFLOW" TO EXC-REC-REASON
             COMPUTE EXCEPTIONS-NOT-HELD =
                  EXCEPTION-COUNT - MAX-EXCEPTIONS
             STRING EXCEPTIONS-NOT-HELD " MORE LINE(S) NOT HELD"
                  DELIMITED BY SIZE INTO EXC-REC-TEXT
             WRITE EXCEPTION-RECORD
           END-IF.
           IF NOT EXCEPTION-FILE-OK
             DISPLAY "2022_DAY01 WARNING - exception lines did not "
                  "write cleanly, FILE STATUS " EXCEPTION-STATUS
           END-IF.
           CLOSE EXCEPTION-FILE.

      *    The part of an exception line that is the same for every
      *    line this run files - whose run it was and who sent the
      *    file, blank when it came in without an envelope.
       SET-EXCEPTION-KEY.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE "2022_DAY01" TO EXC-REC-PROGRAM.
           MOVE RUN-DATE-DISPLAY TO EXC-REC-DATE.
           MOVE RUN-SEQ TO EXC-REC-SEQ.
           IF ENVELOPE-PRESENT
             MOVE ENV-HDR-FILE-ID TO EXC-REC-SENDER
           END-IF.

       BUILD-PILES.
           MOVE EXTRACT-COUNT TO MAN-REC-COUNT.
           MOVE EXTRACT-HASH TO MAN-REC-HASH.
           MOVE "SENT" TO MAN-REC-STATE.
           MOVE "2022_DAY01" TO MAN-REC-PROGRAM.
           ACCEPT MAN-REC-TIME FROM TIME.
           WRITE MANIFEST-RECORD.
           IF NOT MANIFEST-FILE-OK
             DISPLAY "2022_DAY01 WARNING - manifest line did not "
                 PERFORM WRITE-ALERT
               END-IF
             END-IF
             IF TOL-DEV-PCT > 0
               PERFORM SCREEN-PILES
             END-IF
             IF ALERT-COUNT > 0
               DISPLAY "2022_DAY01 WARNING - " ALERT-COUNT
                    " tolerance breach(es), see reports/alerts.txt"
               MOVE TOL-REC-MAX-EXC TO TOL-MAX-EXC
               MOVE TOL-REC-PART1-TOL TO TOL-PART1-TOL
               MOVE TOL-REC-PART2-TOL TO TOL-PART2-TOL
               IF TOL-REC-DEV-PCT IS NUMERIC
                 MOVE TOL-REC-DEV-PCT TO TOL-DEV-PCT
               ELSE
                 MOVE 0 TO TOL-DEV-PCT
               END-IF
             END-IF
           END-IF.

             END-IF
           END-IF.

      *    Tonight's piles one elf at a time against that elf's own
      *    season average off the standings - an aggregate that
      *    stays inside its band can still hide one elf reporting
      *    ten times their usual pile. The standings are as SEASNRUN
      *    last rewrote them, so tonight's pile is not yet in the
      *    average it is measured against. Every out-of-line pile is
      *    listed and raised as an alert naming the elf; the elves
      *    with no history yet are listed apart and never flagged.
       SCREEN-PILES.
           PERFORM LOAD-SEASON-HISTORY.
           MOVE 0 TO SCREENED-COUNT.
           MOVE 0 TO OUTLIER-COUNT.
           MOVE 0 TO FIRST-TIME-COUNT.
           OPEN EXTEND SCREENING-FILE.
           IF SCREENING-FILE-NOT-FOUND
             OPEN OUTPUT SCREENING-FILE
           END-IF.
           IF NOT SCREENING-FILE-OK
             DISPLAY "2022_DAY01 WARNING - reports/day01_screening.txt"
                  " did not open cleanly, FILE STATUS "
                  SCREENING-STATUS
           END-IF.
           MOVE SPACES TO SCREENING-LINE.
           STRING "===== 2022_DAY01 run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO SCREENING-LINE.
           WRITE SCREENING-LINE.
           MOVE SPACES TO SCREENING-LINE.
           STRING "PILES SCREENED AGAINST EACH ELF'S SEASON AVERAGE - "
                "LIMIT " TOL-DEV-PCT " PCT"
                DELIMITED BY SIZE INTO SCREENING-LINE.
           WRITE SCREENING-LINE.
           IF NOT STANDINGS-AVAILABLE
             MOVE SPACES TO SCREENING-LINE
             STRING "  NO SEASON STANDINGS ON FILE - SEASNRUN HAS "
                  "NOT RUN"
                  DELIMITED BY SIZE INTO SCREENING-LINE
             WRITE SCREENING-LINE
           END-IF.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > PILE-COUNT
             PERFORM SCREEN-ONE-PILE
           END-PERFORM.
           MOVE SPACES TO SCREENING-LINE.
           STRING "FIRST-TIME ELVES - NO SEASON HISTORY, NOT SCREENED"
                DELIMITED BY SIZE INTO SCREENING-LINE.
           WRITE SCREENING-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > PILE-COUNT
             PERFORM LIST-FIRST-TIME-ELF
           END-PERFORM.
           MOVE SPACES TO SCREENING-LINE.
           STRING "SCREENED " SCREENED-COUNT "  OUT OF LINE "
                OUTLIER-COUNT "  FIRST-TIME " FIRST-TIME-COUNT
                DELIMITED BY SIZE INTO SCREENING-LINE.
           WRITE SCREENING-LINE.
           CLOSE SCREENING-FILE.
           IF OUTLIER-COUNT > 0
             DISPLAY "2022_DAY01 WARNING - " OUTLIER-COUNT
                  " pile(s) out of line with the elf's season "
                  "average, see reports/day01_screening.txt"
           END-IF.

      *    Standings keyed straight by elf number, cleared first -
      *    this program can be CALLed more than once in a run unit,
      *    so the last call's history must not linger. No standings
      *    yet just means every elf is first-time.
       LOAD-SEASON-HISTORY.
           MOVE "N" TO STANDINGS-ON-FILE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > MAX-ELF-NUMBER
             MOVE 0 TO HIST-DAYS(R)
             MOVE 0 TO HIST-CUM(R)
           END-PERFORM.
           OPEN INPUT STANDINGS-FILE.
           IF STANDINGS-FILE-OK
             MOVE "Y" TO STANDINGS-ON-FILE
             MOVE "N" TO STANDINGS-EOF
             PERFORM READ-STANDINGS-RECORD UNTIL STANDINGS-EOF = "Y"
             CLOSE STANDINGS-FILE
           ELSE
             IF NOT STANDINGS-FILE-NOT-FOUND
               DISPLAY "2022_DAY01 WARNING - data/season_standings.txt"
                    " did not open cleanly, FILE STATUS "
                    STANDINGS-STATUS
             END-IF
           END-IF.

       READ-STANDINGS-RECORD.
           READ STANDINGS-FILE AT END MOVE "Y" TO STANDINGS-EOF.
           IF STANDINGS-EOF IS NOT = "Y"
             IF STD-REC-ELF IS NUMERIC AND STD-REC-ELF > 0
                  AND STD-REC-DAYS IS NUMERIC
                  AND STD-REC-CUM IS NUMERIC
               MOVE STD-REC-DAYS TO HIST-DAYS(STD-REC-ELF)
               MOVE STD-REC-CUM TO HIST-CUM(STD-REC-ELF)
             END-IF
           END-IF.

      *    An elf has history once the standings carry at least one
      *    day for them - elf number zero never does.
       CHECK-ELF-HISTORY.
           MOVE "N" TO HISTORY-SW.
           IF LEADER-ELF > 0
             IF HIST-DAYS(LEADER-ELF) > 0
               MOVE "Y" TO HISTORY-SW
             END-IF
           END-IF.

      *    Deviation is measured either side of the average, as a
      *    percentage of it. An elf whose season so far averages
      *    nothing is out of line with any pile at all.
       SCREEN-ONE-PILE.
           MOVE PILE-ELF(T) TO LEADER-ELF.
           PERFORM CHECK-ELF-HISTORY.
           IF ELF-HAS-HISTORY
             ADD 1 TO SCREENED-COUNT
             MOVE "N" TO OUTLIER-SW
             COMPUTE HIST-AVERAGE ROUNDED =
                  HIST-CUM(LEADER-ELF) / HIST-DAYS(LEADER-ELF)
             IF TOTAL(T) > HIST-AVERAGE
               COMPUTE HIST-DEVIATION = TOTAL(T) - HIST-AVERAGE
             ELSE
               COMPUTE HIST-DEVIATION = HIST-AVERAGE - TOTAL(T)
             END-IF
             IF HIST-AVERAGE = 0
               MOVE 9999999 TO HIST-DEV-PCT
               IF HIST-DEVIATION > 0
                 MOVE "Y" TO OUTLIER-SW
               END-IF
             ELSE
               COMPUTE HIST-DEV-PCT ROUNDED =
                    HIST-DEVIATION * 100 / HIST-AVERAGE
                    ON SIZE ERROR MOVE 9999999 TO HIST-DEV-PCT
               END-COMPUTE
               IF HIST-DEV-PCT > TOL-DEV-PCT
                 MOVE "Y" TO OUTLIER-SW
               END-IF
             END-IF
             IF PILE-IS-OUTLIER
               PERFORM REPORT-OUTLIER
             END-IF
           END-IF.

       REPORT-OUTLIER.
           ADD 1 TO OUTLIER-COUNT.
           PERFORM GET-ROSTER-NAME.
           MOVE SPACES TO SCREENING-LINE.
           STRING "  OUT OF LINE  ELF " LEADER-ELF "  " LEADER-NAME
                "  PILE " TOTAL(T) "  SEASON AVERAGE " HIST-AVERAGE
                " OVER " HIST-DAYS(LEADER-ELF) " DAY(S)  DEVIATION "
                HIST-DEV-PCT " PCT"
                DELIMITED BY SIZE INTO SCREENING-LINE.
           WRITE SCREENING-LINE.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "ELF " LEADER-ELF " " LEADER-NAME
                " PILE " TOTAL(T) " DEV " HIST-DEV-PCT "% FROM AVG "
                HIST-AVERAGE
                DELIMITED BY SIZE INTO ALERT-DETAIL.
           PERFORM WRITE-ALERT.

       LIST-FIRST-TIME-ELF.
           MOVE PILE-ELF(T) TO LEADER-ELF.
           PERFORM CHECK-ELF-HISTORY.
           IF NOT ELF-HAS-HISTORY
             ADD 1 TO FIRST-TIME-COUNT
             PERFORM GET-ROSTER-NAME
             MOVE SPACES TO SCREENING-LINE
             STRING "  FIRST-TIME   ELF " LEADER-ELF "  " LEADER-NAME
                  "  PILE " TOTAL(T)
                  DELIMITED BY SIZE INTO SCREENING-LINE
             WRITE SCREENING-LINE
           END-IF.

      *    One dated line per breach in the alerts file the operator
      *    is paged off - same first-run wrinkle as the other
      *    appended files.
             END-IF
           END-IF.

      *    An enveloped file is looked up on the inbound register
      *    before anything is scored - a file this program has
      *    already accepted, under its own name or another, is
      *    refused with an alert, unless the operator has named it
      *    in DAY01_REPROCESS, in which case the override itself is
      *    registered first. No envelope means no file id to
      *    register, the same as every run before the register.
       CHECK-DUPLICATE-TRANSMISSION.
           IF ENVELOPE-PRESENT
             ACCEPT REPROCESS-PARM FROM ENVIRONMENT "DAY01_REPROCESS"
             ACCEPT INBOUND-CALLER FROM ENVIRONMENT "INBOUND_CALLER"
             PERFORM FIND-REGISTERED-TRANSMISSION
             IF DUPLICATE-ENVELOPE AND CALLED-BY-SEASNRUN
               MOVE "Y" TO REGISTER-SKIP-SW
               DISPLAY "2022_DAY01 - " ENV-HDR-FILE-ID " " ENV-HDR-DATE
                    " already registered, season replay"
             ELSE
               IF NOT DUPLICATE-NONE
                 IF REPROCESS-PARM IS NOT = SPACES
                      AND REPROCESS-PARM = ENV-HDR-FILE-ID
                   MOVE "OVERRIDE" TO REGISTER-STATE
                   PERFORM WRITE-REGISTER-ENTRY
                   DISPLAY "2022_DAY01 WARNING - " ENV-HDR-FILE-ID " "
                        ENV-HDR-DATE " matches " DUP-FILE-ID " "
                        DUP-DATE " accepted " DUP-REG-DATE
                        " - reprocessed on operator override by "
                        LOCK-USER-NAME
                 ELSE
                   PERFORM REFUSE-DUPLICATE-TRANSMISSION
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    Every ACCEPTED line for this program is a candidate - the
      *    whole envelope matching is the same file sent twice, the
      *    count and hash alone matching is the same content sent
      *    again under a new name or date. An envelope match wins
      *    over a content match found earlier in the file.
       FIND-REGISTERED-TRANSMISSION.
           MOVE "N" TO DUPLICATE-SW.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-OK
             MOVE "N" TO REGISTER-EOF
             PERFORM READ-REGISTER-RECORD UNTIL REGISTER-EOF = "Y"
             CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE AT END MOVE "Y" TO REGISTER-EOF.
           IF REGISTER-EOF IS NOT = "Y"
             IF REG-REC-PROGRAM = "2022_DAY01"
                  AND REG-REC-STATE-ACCEPTED
                  AND REG-REC-COUNT = ENV-TRL-COUNT
                  AND REG-REC-HASH = ENV-TRL-HASH
               IF REG-REC-FILE-ID = ENV-HDR-FILE-ID
                    AND REG-REC-DATE = ENV-HDR-DATE
                 MOVE "E" TO DUPLICATE-SW
                 PERFORM REMEMBER-DUPLICATE
               ELSE
                 IF DUPLICATE-NONE
                   MOVE "C" TO DUPLICATE-SW
                   PERFORM REMEMBER-DUPLICATE
                 END-IF
               END-IF
             END-IF
           END-IF.

       REMEMBER-DUPLICATE.
           MOVE REG-REC-FILE-ID TO DUP-FILE-ID.
           MOVE REG-REC-DATE TO DUP-DATE.
           MOVE REG-REC-REG-DATE TO DUP-REG-DATE.

      *    Refused the same way as a broken envelope - alert, abend
      *    snapshot, lock released, nothing scored - so yesterday's
      *    figures are never published as today's.
       REFUSE-DUPLICATE-TRANSMISSION.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           MOVE SPACES TO ALERT-DETAIL.
           IF DUPLICATE-ENVELOPE
             STRING "DUPLICATE FILE " ENV-HDR-FILE-ID " "
                  ENV-HDR-DATE " ALREADY ACCEPTED " DUP-REG-DATE
                  DELIMITED BY SIZE INTO ALERT-DETAIL
           ELSE
             STRING "DUPLICATE CONTENT " ENV-HDR-FILE-ID " "
                  ENV-HDR-DATE " SAME AS " DUP-FILE-ID " " DUP-DATE
                  DELIMITED BY SIZE INTO ALERT-DETAIL
           END-IF.
           PERFORM WRITE-ALERT.
           DISPLAY "2022_DAY01 ABEND - " INPUT-FILE-PATH " "
                ALERT-DETAIL.
           DISPLAY "2022_DAY01 - set DAY01_REPROCESS to "
                ENV-HDR-FILE-ID " only if this is a deliberate "
                "reprocess".
           MOVE "DUPLICATE INBOUND TRANSMISSION REFUSED"
                TO ABEND-REASON.
           PERFORM WRITE-ABEND-SNAPSHOT.
           PERFORM RELEASE-RUN-LOCK.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *    A completed run registers the file it accepted, so the
      *    next delivery of the same file is caught - registered at
      *    the end rather than the start, so a run that abends part
      *    way can still be restarted from its checkpoint.
       REGISTER-TRANSMISSION.
           IF ENVELOPE-PRESENT AND NOT REGISTER-ALREADY-HELD
             MOVE "ACCEPTED" TO REGISTER-STATE
             PERFORM WRITE-REGISTER-ENTRY
           END-IF.

      *    Same first-run wrinkle as the other appended files.
       WRITE-REGISTER-ENTRY.
           ACCEPT REGISTER-DATE FROM DATE YYYYMMDD.
           ACCEPT REGISTER-TIME FROM TIME.
           OPEN EXTEND REGISTER-FILE.
           IF REGISTER-FILE-NOT-FOUND
             OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF NOT REGISTER-FILE-OK
             DISPLAY "2022_DAY01 WARNING - "
                  "reports/inbound_register.dat did not open "
                  "cleanly, FILE STATUS " REGISTER-STATUS
           END-IF.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE "2022_DAY01" TO REG-REC-PROGRAM.
           MOVE ENV-HDR-FILE-ID TO REG-REC-FILE-ID.
           MOVE ENV-HDR-DATE TO REG-REC-DATE.
           MOVE ENV-TRL-COUNT TO REG-REC-COUNT.
           MOVE ENV-TRL-HASH TO REG-REC-HASH.
           MOVE REGISTER-DATE TO REG-REC-REG-DATE.
           MOVE REGISTER-TIME TO REG-REC-REG-TIME.
           MOVE REGISTER-STATE TO REG-REC-STATE.
           MOVE LOCK-USER-NAME TO REG-REC-OPERATOR.
           WRITE REGISTER-RECORD.
           IF NOT REGISTER-FILE-OK
             DISPLAY "2022_DAY01 WARNING - register line did not "
                  "write cleanly, FILE STATUS " REGISTER-STATUS
           END-IF.
           CLOSE REGISTER-FILE.

      *    Refuse to start while another copy holds a live lock - a
      *    double-start has interleaved the report files before. An
      *    ACTIVE lock dated before today is called out as stale so
           DISPLAY "2022_DAY01 - diagnostics written to "
                "reports/day01_abend.txt".

      *    A shadow run ends by setting its totals against the
      *    latest production run of the same program and date - its
      *    own record read back off the shadow run history, the
      *    production one off the production run history. Nothing
      *    is alerted; the differences are listed for whoever asked
      *    for the shadow run.
       COMPARE-WITH-PRODUCTION.
           MOVE "N" TO SHADOW-FOUND-SW.
           MOVE "N" TO PROD-FOUND-SW.
           MOVE "S" TO COMPARE-SIDE.
           PERFORM SCAN-COMPARE-HISTORY.
           MOVE "reports/run_history.dat" TO RUN-HISTORY-PATH.
           MOVE "P" TO COMPARE-SIDE.
           PERFORM SCAN-COMPARE-HISTORY.
           OPEN EXTEND SHADOW-COMPARE-FILE.
           IF SHADOW-COMPARE-NOT-FOUND
             OPEN OUTPUT SHADOW-COMPARE-FILE
           END-IF.
           IF NOT SHADOW-COMPARE-OK
             DISPLAY "2022_DAY01 WARNING - shadow/reports/"
                  "shadow_compare.txt did not open cleanly, "
                  "FILE STATUS " SHADOW-COMPARE-STATUS
           END-IF.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           STRING "===== 2022_DAY01 shadow run " RUN-DATE-DISPLAY
                " ====="
                DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE.
           WRITE SHADOW-COMPARE-LINE.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           IF NOT SHADOW-RECORD-FOUND
             STRING "  NO SHADOW RUN HISTORY RECORD - NOTHING TO "
                  "COMPARE"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
             WRITE SHADOW-COMPARE-LINE
           ELSE
             IF NOT PROD-RECORD-FOUND
               STRING "  NO PRODUCTION RUN DATED " RUN-DATE-DISPLAY
                    " - NOTHING TO COMPARE"
                    DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
               WRITE SHADOW-COMPARE-LINE
             ELSE
               PERFORM LIST-COMPARED-TOTALS
             END-IF
           END-IF.
           CLOSE SHADOW-COMPARE-FILE.
           DISPLAY "2022_DAY01 -" SHADOW-COMPARE-LINE(2:60).

       SCAN-COMPARE-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO COMPARE-EOF
             PERFORM READ-COMPARE-RECORD UNTIL COMPARE-EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

      *    The last record for this program and date wins on either
      *    side - on the production side that is the latest run, on
      *    the shadow side it is the one this run just wrote.
       READ-COMPARE-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO COMPARE-EOF.
           IF COMPARE-EOF IS NOT = "Y"
             IF RH-REC-PROGRAM = "2022_DAY01"
                  AND RH-REC-DATE = RUN-DATE-DISPLAY
                  AND RH-REC-RECORDS IS NUMERIC
                  AND RH-REC-PART1 IS NUMERIC
                  AND RH-REC-PART2 IS NUMERIC
               IF COMPARING-SHADOW
                 MOVE "Y" TO SHADOW-FOUND-SW
                 MOVE RH-REC-RECORDS TO SHADOW-RECORDS
                 MOVE RH-REC-PART1 TO SHADOW-PART1
                 MOVE RH-REC-PART2 TO SHADOW-PART2
                 MOVE 0 TO SHADOW-PROCESSED
                 IF RH-REC-PROCESSED IS NUMERIC
                   MOVE RH-REC-PROCESSED TO SHADOW-PROCESSED
                 END-IF
               ELSE
                 MOVE "Y" TO PROD-FOUND-SW
                 MOVE RH-REC-SEQ TO PROD-SEQ
                 MOVE RH-REC-RECORDS TO PROD-RECORDS
                 MOVE RH-REC-PART1 TO PROD-PART1
                 MOVE RH-REC-PART2 TO PROD-PART2
                 MOVE 0 TO PROD-PROCESSED
                 IF RH-REC-PROCESSED IS NUMERIC
                   MOVE RH-REC-PROCESSED TO PROD-PROCESSED
                 END-IF
               END-IF
             END-IF
           END-IF.

       LIST-COMPARED-TOTALS.
           MOVE 0 TO COMPARE-DIFF-COUNT.
           STRING "  AGAINST PRODUCTION RUN " RUN-DATE-DISPLAY
                " SEQ " PROD-SEQ
                DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE.
           WRITE SHADOW-COMPARE-LINE.
           MOVE "RECORDS" TO COMPARE-LABEL.
           MOVE SHADOW-RECORDS TO COMPARE-SHADOW.
           MOVE PROD-RECORDS TO COMPARE-PROD.
           PERFORM COMPARE-ONE-TOTAL.
           MOVE "PART1" TO COMPARE-LABEL.
           MOVE SHADOW-PART1 TO COMPARE-SHADOW.
           MOVE PROD-PART1 TO COMPARE-PROD.
           PERFORM COMPARE-ONE-TOTAL.
           MOVE "PART2" TO COMPARE-LABEL.
           MOVE SHADOW-PART2 TO COMPARE-SHADOW.
           MOVE PROD-PART2 TO COMPARE-PROD.
           PERFORM COMPARE-ONE-TOTAL.
           MOVE "PROCESSED" TO COMPARE-LABEL.
           MOVE SHADOW-PROCESSED TO COMPARE-SHADOW.
           MOVE PROD-PROCESSED TO COMPARE-PROD.
           PERFORM COMPARE-ONE-TOTAL.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           IF COMPARE-DIFF-COUNT = 0
             STRING "  SHADOW MATCHES PRODUCTION"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           ELSE
             STRING "  SHADOW DIFFERS FROM PRODUCTION IN "
                  COMPARE-DIFF-COUNT " TOTAL(S)"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           END-IF.
           WRITE SHADOW-COMPARE-LINE.

       COMPARE-ONE-TOTAL.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           IF COMPARE-SHADOW = COMPARE-PROD
             STRING "  " COMPARE-LABEL " SHADOW " COMPARE-SHADOW
                  "  PRODUCTION " COMPARE-PROD "  SAME"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           ELSE
             ADD 1 TO COMPARE-DIFF-COUNT
             STRING "  " COMPARE-LABEL " SHADOW " COMPARE-SHADOW
                  "  PRODUCTION " COMPARE-PROD "  DIFFERENT"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           END-IF.
           WRITE SHADOW-COMPARE-LINE.

      *    Zero tells a calling control program this run finished
      *    clean; the warning value says the totals stand but a
      *    tolerance was breached; anything else means "do not trust
