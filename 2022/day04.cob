       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2022_DAY04.

      *  Day 4 - camp cleanup. One pair of elves per input line, each
      *  elf's assignment a range of section numbers, the two ranges
      *  written "a-b,c-d"; part one counts the pairs where one
      *  range fully contains the other, part two counts the pairs
      *  whose ranges overlap at all. Tallied by hand off the
      *  assignment sheets until now - this program brings the batch
      *  into the suite with the same envelope validation,
      *  checkpoint/restart, run lock, dated report, run history
      *  record, tolerance check and optional extract the other days
      *  carry. A line that does not parse as two ranges is listed as
      *  an exception and counted in neither part, the same way day03
      *  carries an invalid sack at zero rather than aborting.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Define our input file - INPUT-FILE-PATH defaults to
      *    data/day04.txt but can be overridden with DAY04_INPUT (see
      *    INITIALIZE-PARAMETERS)
           SELECT INPUT-FILE ASSIGN TO DYNAMIC INPUT-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

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

      *    One record per run, shared by every program in this
      *    suite - a single place to see what ran, when, and with
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

      *    Machine-readable pair results for the camp works rota -
      *    header, one detail per pair, control trailer. Only written
      *    when DAY04_EXTRACT names a path (see
      *    INITIALIZE-PARAMETERS)
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXTRACT-STATUS.

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

      *    Operational tolerances for this suite - maximum acceptable
      *    exception count and the allowed movement of the part
      *    totals against the previous run. No file means no
      *    alerting, exactly as before tolerances existed.
           SELECT TOLERANCE-FILE ASSIGN TO "data/tolerance.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TOLERANCE-STATUS.

      *    The one alerts file the overnight operator is paged off -
      *    every program in the suite appends its breaches here
           SELECT ALERTS-FILE ASSIGN TO DYNAMIC ALERTS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTS-STATUS.

      *    The keyed alert master behind the flat alerts file - every
      *    breach is raised OPEN here too, so ALRTMNT can carry it
      *    through acknowledgment to closure instead of it scrolling
      *    away under newer lines
           SELECT ALERT-MASTER-FILE ASSIGN TO DYNAMIC
                ALERT-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-MST-STATUS.

      *    One line per extract ever transmitted - path, run date and
      *    the trailer's control totals, appended the moment the
      *    trailer is written so EXTRECON can sweep for feeds the
      *    receivers never acknowledged
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MANIFEST-STATUS.

      *    The inbound transmission register - one line per enveloped
      *    file any day program has accepted, read through before
      *    scoring to refuse a file already taken once, and appended
      *    to when this run accepts one
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC REGISTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGISTER-STATUS.

      *    A shadow run's totals set against the latest production
      *    run of the same program and date - only ever written in
      *    the shadow area, by a shadow run
           SELECT SHADOW-COMPARE-FILE ASSIGN TO
                "shadow/reports/shadow_compare.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHADOW-COMPARE-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD INPUT-FILE.
      *  One pair of section assignments per record
         01 PAIR-LINE PIC X(60).
      *  The same record seen as a transmission envelope line -
      *  HDR/TRL records are told apart by their leading tag (see
      *  CHECK-ENVELOPE)
         01 INPUT-ENVELOPE-LINE PIC X(60).

         FD CHECKPOINT-FILE.
         01 CKPT-RECORD PIC 9(5).

         FD REPORT-FILE.
         01 REPORT-LINE PIC X(80).

         FD RUN-HISTORY-FILE.

           COPY RUNHIST REPLACING PFX-RECORD BY RUN-HISTORY-RECORD
                PFX-PROGRAM BY RH-REC-PROGRAM
                PFX-DATE BY RH-REC-DATE
                PFX-TIME BY RH-REC-TIME
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

         FD EXTRACT-FILE.
         01 EXTRACT-RECORD PIC X(21).

         FD TOLERANCE-FILE.
      *  One line per program - space separated fixed columns so the
      *  file stays hand editable, like data/run_control.txt
         01 TOLERANCE-RECORD.
           02 TOL-REC-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 TOL-REC-MAX-EXC PIC 9(5).
           02 FILLER PIC X(1).
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

         FD ALERT-MASTER-FILE.

           COPY ALRTMST REPLACING PFX-RECORD BY ALERT-MASTER-RECORD
                PFX-ID BY AMS-REC-ID
                PFX-DATE BY AMS-REC-DATE
                PFX-TIME BY AMS-REC-TIME
                PFX-PROGRAM BY AMS-REC-PROGRAM
                PFX-STATE BY AMS-REC-STATE
                PFX-STATE-OPEN BY AMS-REC-STATE-OPEN
                PFX-STATE-ACKED BY AMS-REC-STATE-ACKED
                PFX-STATE-CLOSED BY AMS-REC-STATE-CLOSED
                PFX-OPERATOR BY AMS-REC-OPERATOR
                PFX-NOTE BY AMS-REC-NOTE
                PFX-DETAIL BY AMS-REC-DETAIL.

         FD MANIFEST-FILE.

           COPY EXTMANF REPLACING PFX-RECORD BY MANIFEST-RECORD
                PFX-PATH BY MAN-REC-PATH
                PFX-DATE BY MAN-REC-DATE
                PFX-COUNT BY MAN-REC-COUNT
                PFX-HASH BY MAN-REC-HASH
                PFX-STATE BY MAN-REC-STATE
                PFX-STATE-SENT BY MAN-REC-STATE-SENT
                PFX-STATE-ACKED BY MAN-REC-STATE-ACKED
                PFX-STATE-REJECTED BY MAN-REC-STATE-REJECTED
                PFX-PROGRAM BY MAN-REC-PROGRAM
                PFX-TIME BY MAN-REC-TIME.

         FD ABEND-FILE.
         01 ABEND-LINE PIC X(132).

         FD LOCK-FILE.
         01 LOCK-IO-RECORD PIC X(44).

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

      *  Run date stamped onto the header of every report written
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.

      *  Where to read this run's assignment file from - overridden
      *  by DAY04_INPUT in the environment
         01 INPUT-FILE-PATH PIC X(100) VALUE "data/day04.txt".

      *  Checkpoint bookkeeping - committed every CKPT-INTERVAL reads
         01 CKPT-STATUS PIC X(2) VALUE SPACES.
           88 CKPT-OK VALUE "00".
         01 CKPT-INTERVAL PIC 9(4) VALUE 500.
         01 START-POSITION PIC 9(5) VALUE 0.
         01 CKPT-REMAINDER PIC 9(5) VALUE 0.
         01 CKPT-QUOTIENT PIC 9(5) VALUE 0.

      *  REPORT-FILE/RUN-HISTORY-FILE are opened EXTEND on every
      *  run, but that verb does not create the file the first time
      *  around - these catch that and fall back to OPEN OUTPUT.
         01 REPORT-STATUS PIC X(2) VALUE SPACES.
           88 REPORT-FILE-OK VALUE "00".
           88 REPORT-FILE-NOT-FOUND VALUE "35".
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-NOT-FOUND VALUE "35".
         01 EXCEPTION-STATUS PIC X(2) VALUE SPACES.
           88 EXCEPTION-FILE-OK VALUE "00".
           88 EXCEPTION-FILE-NOT-FOUND VALUE "35".

      *  This run's sequence within the business date - one past the
      *  highest already on the history for this program and date,
      *  so a same-day rerun is its own run and not a shadow of the
      *  first
         01 RUN-SEQ PIC 9(4) VALUE 0.
         01 RUN-TIME-NOW PIC 9(8) VALUE 0.
         01 RUN-START-TIME PIC 9(8) VALUE 0.

      *  Ceiling the pairs table may grow to at run time - this is a
      *  safety margin, not a per-day census, so a bigger input file
      *  does not need a recompile.
         01 MAX-PAIR-LINES PIC 9(5) VALUE 20000.

      *  How many pairs there actually are, from a pre-read pass
         01 N_PAIRS PIC 9(5) VALUE 0.

         01 PAIRS-TABLE.
           02 PAIRS OCCURS 1 TO 20000 TIMES DEPENDING ON N_PAIRS.
             03 PAIR PIC X(60).

      *  To store our running totals - one count per pair at most,
      *  kept as wide as the day03 totals all the same
         01 RUNNING_TOTAL_1 PIC 9(7) VALUE 0.
         01 RUNNING_TOTAL_2 PIC 9(7) VALUE 0.

      *  Pointer to a pair
         01 P PIC 9(5) VALUE 1.

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  Parsing workspace for the pair in hand - the line as text,
      *  its length, and the four section numbers pulled out of it
      *  in the order they are written: first elf's low and high,
      *  second elf's low and high
         01 PAIR-TEXT PIC X(60) VALUE SPACES.
         01 LINE-LEN PIC 9(2) VALUE 0.
         01 CI PIC 9(2) VALUE 0.
         01 PARSE-PTR PIC 9(3) VALUE 0.
         01 FIELD-COUNT PIC 9(2) VALUE 0.
         01 F PIC 9(1) VALUE 0.
         01 PAIR-FIELDS.
           02 PAIR-FIELD OCCURS 4 TIMES.
             03 FIELD-TEXT PIC X(10).
             03 FIELD-DELIM PIC X(1).
             03 FIELD-LEN PIC 9(2).
         01 SECTION-BOUNDS.
           02 FIRST-LOW PIC 9(5) VALUE 0.
           02 FIRST-HIGH PIC 9(5) VALUE 0.
           02 SECOND-LOW PIC 9(5) VALUE 0.
           02 SECOND-HIGH PIC 9(5) VALUE 0.
         01 SECTION-VALUE PIC 9(5) VALUE 0.

      *  What the pair in hand scored - one each for part one
      *  (full containment) and part two (any overlap)
         01 CONTAIN-PTS PIC 9(1) VALUE 0.
         01 OVERLAP-PTS PIC 9(1) VALUE 0.

      *  Run lock guard - ACQUIRE-RUN-LOCK refuses to start while a
      *  live lock is held, flags a stale one left by a crashed run,
      *  and the lock is rewritten RELEASED on every controlled way
      *  out, clean or abend. Only a crash leaves it ACTIVE.
         01 LOCK-STATUS PIC X(2) VALUE SPACES.
           88 LOCK-FILE-OK VALUE "00".
           88 LOCK-FILE-NOT-FOUND VALUE "35".
         01 LOCK-TODAY PIC 9(8) VALUE 0.
         01 LOCK-NOW PIC 9(8) VALUE 0.
         01 LOCK-USER-NAME PIC X(8) VALUE SPACES.

           COPY RUNLOCK REPLACING PFX-RECORD BY LOCK-RECORD
                PFX-STATE BY LOCK-STATE
                PFX-STATE-ACTIVE BY LOCK-STATE-ACTIVE
                PFX-STATE-RELEASED BY LOCK-STATE-RELEASED
                PFX-PROGRAM BY LOCK-PROGRAM
                PFX-DATE BY LOCK-DATE
                PFX-TIME BY LOCK-TIME
                PFX-USER BY LOCK-USER.

      *  Abend diagnostics - every abort path sets a reason and
      *  leaves a formatted snapshot in the dated abend report
      *  before the GOBACK, instead of one DISPLAY line that
      *  scrolled off the overnight console.
         01 ABEND-STATUS PIC X(2) VALUE SPACES.
           88 ABEND-FILE-OK VALUE "00".
           88 ABEND-FILE-NOT-FOUND VALUE "35".
         01 ABEND-REASON PIC X(60) VALUE SPACES.
         01 ABEND-TIME PIC 9(8) VALUE 0.

      *  Tolerance-band alerting - a run can finish with every file
      *  written and still be operationally wrong. When the
      *  tolerance file carries a line for this program, the
      *  exception count and the movement of the part totals against
      *  the previous run on the run history are checked, breaches
      *  go to the alerts file, and the return code escalates to the
      *  warning value so CTLDRIVE can tell "finished with warnings"
      *  from clean or failed.
         01 TOLERANCE-STATUS PIC X(2) VALUE SPACES.
           88 TOLERANCE-FILE-OK VALUE "00".
         01 ALERTS-STATUS PIC X(2) VALUE SPACES.
           88 ALERTS-FILE-OK VALUE "00".
           88 ALERTS-FILE-NOT-FOUND VALUE "35".
         01 TOLERANCE-ACTIVE-SW PIC X(1) VALUE "N".
           88 TOLERANCE-ACTIVE VALUE "Y".
         01 TOL-MAX-EXC PIC 9(5) VALUE 0.
         01 TOL-PART1-TOL PIC 9(7) VALUE 0.
         01 TOL-PART2-TOL PIC 9(7) VALUE 0.
         01 TOL-EOF PIC A(1) VALUE "N".

      *  The previous run's part totals, read back off the run
      *  history master before this run appends its own record -
      *  the fixed columns need no UNSTRING and cannot misparse
         01 PREV-FOUND-SW PIC X(1) VALUE "N".
           88 PREV-RUN-FOUND VALUE "Y".
         01 PREV-PART1 PIC 9(7) VALUE 0.
         01 PREV-PART2 PIC 9(7) VALUE 0.
         01 TOL-DELTA PIC S9(8) VALUE 0.

      *  Breaches raised this run - any at all means the warning
      *  return code
         01 ALERT-COUNT PIC 9(2) VALUE 0.
         01 ALERT-DETAIL PIC X(80) VALUE SPACES.

      *  Alert master bookkeeping - the next id is one past the
      *  highest already on the master, found by reading it through
      *  before the append so ids stay unique across every program
      *  that raises here
         01 ALERT-MST-STATUS PIC X(2) VALUE SPACES.
           88 ALERT-MST-OK VALUE "00".
           88 ALERT-MST-NOT-FOUND VALUE "35".
         01 ALERT-NEXT-ID PIC 9(6) VALUE 0.
         01 ALERT-MST-EOF PIC A(1) VALUE "N".
         01 ALERT-TIME-NOW PIC 9(8) VALUE 0.

      *  Duplicate transmission guard - an enveloped file whose
      *  envelope, or whose trailer count and hash alone, match one
      *  this program has already accepted is refused before any
      *  scoring. DAY04_REPROCESS naming the file id puts a genuine
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

      *  Inbound control envelope - set when the first input line is
      *  a HDR record, in which case the TRL record's count and hash
      *  must reconcile with what the pre-read pass actually read
      *  before the run is allowed to proceed. A file with no
      *  envelope processes exactly as it always has. The hash is
      *  the four section numbers summed over the pairs - a figure
      *  the sending side can compute without scoring the puzzle.
         01 ENVELOPE-SW PIC X(1) VALUE "N".
           88 ENVELOPE-PRESENT VALUE "Y".
         01 TRAILER-SW PIC X(1) VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
         01 LINES-SEEN PIC 9(7) VALUE 0.
         01 ENVELOPE-HASH PIC 9(12) VALUE 0.
         01 AFTER-TRAILER-COUNT PIC 9(5) VALUE 0.

           COPY DAYENVL REPLACING PFX-HEADER BY ENVELOPE-HEADER
                PFX-HDR-TAG BY ENV-HDR-TAG
                PFX-HDR-FILE-ID BY ENV-HDR-FILE-ID
                PFX-HDR-DATE BY ENV-HDR-DATE
                PFX-TRAILER BY ENVELOPE-TRAILER
                PFX-TRL-TAG BY ENV-TRL-TAG
                PFX-TRL-COUNT BY ENV-TRL-COUNT
                PFX-TRL-HASH BY ENV-TRL-HASH.

      *  Interface extract for the camp works rota - a fixed layout
      *  feed with control totals, because a free-text report file
      *  cannot satisfy the transmission completeness audit point.
      *  Blank DAY04_EXTRACT means no extract, exactly as before the
      *  feed existed. The hash total is the containment flags plus
      *  the overlap flags over every pair - part one plus part two.
         01 EXTRACT-PATH PIC X(100) VALUE SPACES.
         01 EXTRACT-STATUS PIC X(2) VALUE SPACES.
           88 EXTRACT-FILE-OK VALUE "00".
         01 EXTRACT-COUNT PIC 9(7) VALUE 0.
         01 EXTRACT-HASH PIC 9(12) VALUE 0.

           COPY DAYEXTR REPLACING PFX-HEADER BY EXTRACT-HEADER
                PFX-HDR-ID BY EXT-HDR-ID
                PFX-HDR-RUN-DATE BY EXT-HDR-RUN-DATE
                PFX-HDR-SOURCE BY EXT-HDR-SOURCE
                PFX-TRAILER BY EXTRACT-TRAILER
                PFX-TRL-ID BY EXT-TRL-ID
                PFX-TRL-COUNT BY EXT-TRL-COUNT
                PFX-TRL-HASH BY EXT-TRL-HASH.

      *  One extract detail per pair - the layout between the shared
      *  header and trailer belongs to this program
         01 EXTRACT-DETAIL.
           02 EXT-DET-ID PIC X(1).
           02 EXT-DET-PAIR PIC 9(5).
           02 EXT-DET-CONTAINS PIC 9(1).
           02 EXT-DET-OVERLAPS PIC 9(1).

      *  MANIFEST-FILE open/write status - same first-run wrinkle as
      *  the other appended files
         01 MANIFEST-STATUS PIC X(2) VALUE SPACES.
           88 MANIFEST-FILE-OK VALUE "00".
           88 MANIFEST-FILE-NOT-FOUND VALUE "35".

      *  Used to check a raw pair line before it is trusted - a
      *  valid pair is two ranges of section numbers and nothing else
         01 VALID-SW PIC X(1) VALUE "Y".
           88 LINE-IS-VALID VALUE "Y".
           88 LINE-IS-INVALID VALUE "N".

      *  Records this run actually used - with the exceptions it
      *  set aside, the run history's RECORDS adds back up to it
         01 PROCESSED-COUNT PIC 9(7) VALUE 0.

      *  Lines that failed validation, kept for the exceptions
      *  listing
         01 EXCEPTION-COUNT PIC 9(4) VALUE 0.
         01 MAX-EXCEPTIONS PIC 9(4) VALUE 2000.
         01 EXCEPTION-TABLE.
           02 EXCEPTION-ENTRY OCCURS 2000 TIMES.
             03 EXCEPTION-LINE-NO PIC 9(5).
             03 EXCEPTION-TEXT PIC X(60).
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
         01 ALERT-MASTER-PATH PIC X(60) VALUE SPACES.
         01 MANIFEST-PATH PIC X(60) VALUE SPACES.
         01 REGISTER-PATH PIC X(60) VALUE SPACES.

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

       PROCEDURE DIVISION.

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
           PERFORM READ-PAIRS UNTIL EOF = "Y".
           CLOSE INPUT-FILE.

           PERFORM SCORE-PAIRS.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM PART-ONE.
           PERFORM PART-TWO.
           PERFORM CLOSE-REPORT.
           PERFORM CHECK-TOLERANCES.
           PERFORM LOG-RUN-HISTORY.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM REGISTER-TRANSMISSION.
           IF SHADOW-RUN
             PERFORM COMPARE-WITH-PRODUCTION
           END-IF.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Retained record of this run - date stamped header, appended
      *    to reports/day04_report.txt rather than overwriting it.
       WRITE-REPORT-HEADER.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           OPEN EXTEND REPORT-FILE.
           IF REPORT-FILE-NOT-FOUND
             OPEN OUTPUT REPORT-FILE
           END-IF.
           IF NOT REPORT-FILE-OK
             DISPLAY "2022_DAY04 WARNING - reports/day04_report.txt "
                  "did not open cleanly, FILE STATUS " REPORT-STATUS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "===== 2022_DAY04 run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
             DISPLAY "2022_DAY04 WARNING - report header did not "
                  "write cleanly, FILE STATUS " REPORT-STATUS
           END-IF.

       CLOSE-REPORT.
           CLOSE REPORT-FILE.

      *    One record on the shared cross-program run history - run
      *    date, finishing time, sequence within the date, records
      *    processed, the two part totals, and the time the run
      *    started, so the SLA report can say how long it took.
       LOG-RUN-HISTORY.
           PERFORM FIND-NEXT-RUN-SEQ.
           ACCEPT RUN-TIME-NOW FROM TIME.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUN-HIST-NOT-FOUND
             OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           IF NOT RUN-HIST-OK
             DISPLAY "2022_DAY04 WARNING - reports/run_history.dat "
                  "did not open cleanly, FILE STATUS "
                  RUN-HIST-STATUS
           END-IF.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "2022_DAY04" TO RH-REC-PROGRAM.
           MOVE RUN-DATE-DISPLAY TO RH-REC-DATE.
           MOVE RUN-TIME-NOW TO RH-REC-TIME.
           MOVE RUN-START-TIME TO RH-REC-START.
           MOVE RUN-SEQ TO RH-REC-SEQ.
           MOVE N_PAIRS TO RH-REC-RECORDS.
           MOVE RUNNING_TOTAL_1 TO RH-REC-PART1.
           MOVE RUNNING_TOTAL_2 TO RH-REC-PART2.
           MOVE PROCESSED-COUNT TO RH-REC-PROCESSED.
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUN-HIST-OK
             DISPLAY "2022_DAY04 WARNING - run history did not write "
                  "cleanly, FILE STATUS " RUN-HIST-STATUS
           END-IF.
           CLOSE RUN-HISTORY-FILE.

      *    One past the highest sequence already on the history for
      *    this program and date - a same-day rerun gets its own
      *    number instead of shadowing the first run.
       FIND-NEXT-RUN-SEQ.
           MOVE 1 TO RUN-SEQ.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO TOL-EOF
             PERFORM READ-RUN-SEQ-RECORD UNTIL TOL-EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-RUN-SEQ-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO TOL-EOF.
           IF TOL-EOF IS NOT = "Y"
             IF RH-REC-PROGRAM = "2022_DAY04"
                  AND RH-REC-DATE = RUN-DATE-DISPLAY
                  AND RH-REC-SEQ IS NUMERIC
                  AND RH-REC-SEQ >= RUN-SEQ
               COMPUTE RUN-SEQ = RH-REC-SEQ + 1
             END-IF
           END-IF.

      *    Every file this run writes is named here - its production
      *    name, or the same name under the shadow area when
      *    SHADOW_RUN asks for a shadow run. Runs before the lock is
      *    taken, since the lock is one of them.
       SET-FILE-PATHS.
           ACCEPT SHADOW-PARM FROM ENVIRONMENT "SHADOW_RUN".
           MOVE "checkpoints/day04.ckpt" TO CHECKPOINT-PATH.
           MOVE "reports/day04_report.txt" TO REPORT-PATH.
           MOVE "reports/run_history.dat" TO RUN-HISTORY-PATH.
           MOVE "reports/exceptions.txt" TO EXCEPTION-PATH.
           MOVE "checkpoints/day04.lck" TO LOCK-PATH.
           MOVE "reports/day04_abend.txt" TO ABEND-PATH.
           MOVE "reports/alerts.txt" TO ALERTS-PATH.
           MOVE "reports/alert_master.txt" TO ALERT-MASTER-PATH.
           MOVE "reports/extract_manifest.txt" TO MANIFEST-PATH.
           MOVE "reports/inbound_register.dat" TO REGISTER-PATH.
           IF SHADOW-RUN
             DISPLAY "2022_DAY04 - shadow run, every output under "
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
             MOVE ALERT-MASTER-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO ALERT-MASTER-PATH
             MOVE MANIFEST-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO MANIFEST-PATH
             MOVE REGISTER-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO REGISTER-PATH
           END-IF.

       MAKE-SHADOW-PATH.
           MOVE SPACES TO SHADOW-PATH-OUT.
           STRING SHADOW-AREA DELIMITED BY SIZE
                SHADOW-PATH-IN DELIMITED BY SPACE
                INTO SHADOW-PATH-OUT.

      *    Pick up the input file and extract requested for this run.
       INITIALIZE-PARAMETERS.
           ACCEPT INPUT-FILE-PATH FROM ENVIRONMENT "DAY04_INPUT"
           IF INPUT-FILE-PATH = SPACES
             MOVE "data/day04.txt" TO INPUT-FILE-PATH
           END-IF.
           ACCEPT EXTRACT-PATH FROM ENVIRONMENT "DAY04_EXTRACT".
           IF SHADOW-RUN AND EXTRACT-PATH IS NOT = SPACES
             MOVE EXTRACT-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO EXTRACT-PATH
           END-IF.

      *    If an earlier run left a checkpoint behind, pick up the
      *    last committed record number instead of starting at 1.
       CHECK-RESTART.
           MOVE 0 TO START-POSITION.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-OK
             READ CHECKPOINT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CKPT-RECORD TO START-POSITION
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF.

      *    Line sequential input has no random access, so a resume
      *    re-reads the records already committed - PAIR(P) has to be
      *    restored for each one here, not just skipped over, since
      *    the scoring pass still walks the whole 1..N_PAIRS range
      *    and would otherwise log every one of these as an empty
      *    line. Envelope records are passed over the same way
      *    READ-PAIRS passes over them - only data records count
      *    against the checkpoint position.
       SKIP-TO-CHECKPOINT.
           MOVE 1 TO P.
           IF START-POSITION > 0
             PERFORM UNTIL P > START-POSITION OR EOF = "Y"
               READ INPUT-FILE AT END MOVE "Y" TO EOF END-READ
               IF EOF NOT = "Y"
                 IF ENVELOPE-PRESENT
                      AND (INPUT-ENVELOPE-LINE(1:4) = "HDR "
                      OR INPUT-ENVELOPE-LINE(1:4) = "TRL ")
                   CONTINUE
                 ELSE
                   MOVE PAIR-LINE TO PAIR(P)
                   ADD 1 TO P
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

      *    Commit the current read position so an abend part way
      *    through does not force a full reprocess. P has already
      *    moved on to the next unread record by the time this runs,
      *    so the record actually finished is P - 1.
       WRITE-CHECKPOINT.
           COMPUTE CKPT-RECORD = P - 1.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT CKPT-OK
             DISPLAY "2022_DAY04 WARNING - checkpoints/day04.ckpt did "
                  "not open cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           WRITE CKPT-RECORD.
           IF NOT CKPT-OK
             DISPLAY "2022_DAY04 WARNING - checkpoint did not write "
                  "cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *    A clean finish means the next run starts from record 1.
       CLEAR-CHECKPOINT.
           MOVE 0 TO CKPT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT CKPT-OK
             DISPLAY "2022_DAY04 WARNING - checkpoints/day04.ckpt did "
                  "not open cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           WRITE CKPT-RECORD.
           IF NOT CKPT-OK
             DISPLAY "2022_DAY04 WARNING - checkpoint did not write "
                  "cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *    Pre-read pass: size the pairs table to the actual input
      *    instead of a fixed OCCURS literal. The same pass spots a
      *    control envelope and accumulates the count and hash the
      *    trailer must reconcile against (see CHECK-ENVELOPE).
       COUNT-INPUT-LINES.
           MOVE 0 TO N_PAIRS.
           MOVE 0 TO LINES-SEEN.
           MOVE 0 TO ENVELOPE-HASH.
           MOVE 0 TO AFTER-TRAILER-COUNT.
           OPEN INPUT INPUT-FILE.
           PERFORM UNTIL EOF = "Y"
             READ INPUT-FILE AT END MOVE "Y" TO EOF END-READ
             IF EOF NOT = "Y"
               PERFORM COUNT-ONE-LINE
             END-IF
           END-PERFORM.
           CLOSE INPUT-FILE.
           MOVE "N" TO EOF.

      *    A HDR record is only an envelope when it is the very first
      *    line - anywhere else it is just another bad pair for the
      *    validation to catch. The hash sums the four section
      *    numbers of each data line, a figure the sender can compute
      *    without scoring the puzzle; a line that will not parse
      *    adds nothing, so the sender's own unparseable line still
      *    reconciles while a corrupted one does not.
       COUNT-ONE-LINE.
           ADD 1 TO LINES-SEEN.
           IF LINES-SEEN = 1 AND INPUT-ENVELOPE-LINE(1:4) = "HDR "
             MOVE "Y" TO ENVELOPE-SW
             MOVE INPUT-ENVELOPE-LINE TO ENVELOPE-HEADER
             DISPLAY "2022_DAY04 - input envelope "
                  ENV-HDR-FILE-ID " business date " ENV-HDR-DATE
           ELSE
             IF ENVELOPE-PRESENT
                  AND INPUT-ENVELOPE-LINE(1:4) = "TRL "
               MOVE "Y" TO TRAILER-SW
               MOVE INPUT-ENVELOPE-LINE TO ENVELOPE-TRAILER
             ELSE
               IF TRAILER-SEEN
                 ADD 1 TO AFTER-TRAILER-COUNT
               ELSE
                 ADD 1 TO N_PAIRS
                 IF ENVELOPE-PRESENT
                   MOVE PAIR-LINE TO PAIR-TEXT
                   PERFORM PARSE-PAIR-TEXT
                   IF LINE-IS-VALID
                     ADD FIRST-LOW FIRST-HIGH SECOND-LOW SECOND-HIGH
                          TO ENVELOPE-HASH
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    The pair's length - the position of its last non-space
      *    character.
       MEASURE-PAIR-TEXT.
           MOVE 0 TO LINE-LEN.
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > 60
             IF PAIR-TEXT(CI:1) IS NOT = SPACE
               MOVE CI TO LINE-LEN
             END-IF
           END-PERFORM.

      *    The trailer has to account for exactly what the pre-read
      *    pass saw, or the run refuses to proceed - a transmission
      *    that arrived short must not finish "clean" with totals
      *    that are simply wrong. No envelope means no check, the
      *    same as every run before the envelope existed.
       CHECK-ENVELOPE.
           IF ENVELOPE-PRESENT
             IF NOT TRAILER-SEEN
               DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                    " carries a HDR record but no TRL record - "
                    "transmission incomplete"
               MOVE "ENVELOPE HDR WITHOUT TRL - TRANSMISSION INCOMPLETE"
                    TO ABEND-REASON
               PERFORM WRITE-ABEND-SNAPSHOT
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF AFTER-TRAILER-COUNT > 0
               DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                    " has " AFTER-TRAILER-COUNT " record(s) after "
                    "the TRL record - transmission corrupt"
               MOVE "RECORDS AFTER THE TRL RECORD"
                    TO ABEND-REASON
               PERFORM WRITE-ABEND-SNAPSHOT
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF ENV-TRL-COUNT IS NOT NUMERIC
                  OR ENV-TRL-HASH IS NOT NUMERIC
               DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                    " TRL record is malformed - transmission corrupt"
               MOVE "TRL RECORD MALFORMED"
                    TO ABEND-REASON
               PERFORM WRITE-ABEND-SNAPSHOT
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF ENV-TRL-COUNT IS NOT = N_PAIRS
               DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                    " TRL record expects " ENV-TRL-COUNT
                    " record(s) but " N_PAIRS " arrived - "
                    "refusing to process a short transmission"
               MOVE "TRL RECORD COUNT MISMATCH"
                    TO ABEND-REASON
               PERFORM WRITE-ABEND-SNAPSHOT
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF ENV-TRL-HASH IS NOT = ENVELOPE-HASH
               DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                    " TRL hash total " ENV-TRL-HASH
                    " does not reconcile with " ENVELOPE-HASH
                    " as read - refusing to process a corrupt "
                    "transmission"
               MOVE "TRL HASH TOTAL MISMATCH"
                    TO ABEND-REASON
               PERFORM WRITE-ABEND-SNAPSHOT
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             DISPLAY "2022_DAY04 - envelope reconciled, "
                  N_PAIRS " record(s), hash " ENVELOPE-HASH
           END-IF.

      *    The pairs table's OCCURS is capped at MAX-PAIR-LINES - if
      *    the file has grown past that ceiling, abort here rather
      *    than let PAIRS-TABLE silently truncate or corrupt.
       CHECK-CAPACITY.
           IF N_PAIRS > MAX-PAIR-LINES
             COMPUTE OVERFLOW-AMOUNT = N_PAIRS - MAX-PAIR-LINES
             DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH
                  " has " N_PAIRS " line(s), exceeding the "
                  "compiled ceiling of " MAX-PAIR-LINES
                  " by " OVERFLOW-AMOUNT " line(s)"
             MOVE "INPUT LINES EXCEED COMPILED CEILING"
                  TO ABEND-REASON
             PERFORM WRITE-ABEND-SNAPSHOT
             PERFORM RELEASE-RUN-LOCK
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.

      *    Envelope records were reconciled by the pre-read pass -
      *    here they are passed over so only data records land in
      *    the table and count against the checkpoint.
       READ-PAIRS.
           READ INPUT-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF ENVELOPE-PRESENT
                  AND (INPUT-ENVELOPE-LINE(1:4) = "HDR "
                  OR INPUT-ENVELOPE-LINE(1:4) = "TRL ")
               CONTINUE
             ELSE
               MOVE PAIR-LINE TO PAIR(P)
               ADD 1 TO P
               DIVIDE P BY CKPT-INTERVAL GIVING CKPT-QUOTIENT
                    REMAINDER CKPT-REMAINDER
               IF CKPT-REMAINDER = 0
                 PERFORM WRITE-CHECKPOINT
               END-IF
             END-IF
           END-IF.

      *    Both parts in the one pass - each pair is parsed once and
      *    scored for containment and overlap together. The optional
      *    extract takes one detail per pair here, so the feed's
      *    count reconciles with the pairs transmitted, invalid pairs
      *    included at zero.
       SCORE-PAIRS.
           IF EXTRACT-PATH IS NOT = SPACES
             PERFORM OPEN-EXTRACT
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > N_PAIRS
             PERFORM SCORE-ONE-PAIR
             ADD CONTAIN-PTS TO RUNNING_TOTAL_1
             ADD OVERLAP-PTS TO RUNNING_TOTAL_2
             PERFORM WRITE-EXTRACT-DETAIL
           END-PERFORM.
           IF EXTRACT-PATH IS NOT = SPACES
             PERFORM CLOSE-EXTRACT
           END-IF.

      *    One pair against the validation and the two range tests.
      *    A pair that fails validation is logged and scores zero in
      *    both parts - the same way day03 carries an invalid sack
      *    at zero rather than dropping it.
       SCORE-ONE-PAIR.
           MOVE 0 TO CONTAIN-PTS.
           MOVE 0 TO OVERLAP-PTS.
           MOVE PAIR(P) TO PAIR-TEXT.
           PERFORM PARSE-PAIR-TEXT.
           IF LINE-IS-VALID
             ADD 1 TO PROCESSED-COUNT
             IF (FIRST-LOW <= SECOND-LOW
                  AND FIRST-HIGH >= SECOND-HIGH)
                  OR (SECOND-LOW <= FIRST-LOW
                  AND SECOND-HIGH >= FIRST-HIGH)
               MOVE 1 TO CONTAIN-PTS
             END-IF
             IF FIRST-LOW <= SECOND-HIGH
                  AND SECOND-LOW <= FIRST-HIGH
               MOVE 1 TO OVERLAP-PTS
             END-IF
           ELSE
             PERFORM LOG-EXCEPTION
           END-IF.

      *    A valid pair is exactly "low-high,low-high" - four runs
      *    of one to five digits, split by a hyphen, a comma and a
      *    hyphen in that order, nothing but trailing spaces after,
      *    and each range's low no higher than its high. Anything
      *    else is an exception, not a guess.
       PARSE-PAIR-TEXT.
           MOVE "Y" TO VALID-SW.
           MOVE 0 TO FIRST-LOW.
           MOVE 0 TO FIRST-HIGH.
           MOVE 0 TO SECOND-LOW.
           MOVE 0 TO SECOND-HIGH.
           PERFORM MEASURE-PAIR-TEXT.
           IF LINE-LEN = 0
             MOVE "N" TO VALID-SW
           ELSE
             MOVE SPACES TO PAIR-FIELDS
             PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
               MOVE 0 TO FIELD-LEN(F)
             END-PERFORM
             MOVE 1 TO PARSE-PTR
             MOVE 0 TO FIELD-COUNT
             UNSTRING PAIR-TEXT(1:LINE-LEN) DELIMITED BY "-" OR ","
               INTO FIELD-TEXT(1) DELIMITER IN FIELD-DELIM(1)
                    COUNT IN FIELD-LEN(1)
                    FIELD-TEXT(2) DELIMITER IN FIELD-DELIM(2)
                    COUNT IN FIELD-LEN(2)
                    FIELD-TEXT(3) DELIMITER IN FIELD-DELIM(3)
                    COUNT IN FIELD-LEN(3)
                    FIELD-TEXT(4) DELIMITER IN FIELD-DELIM(4)
                    COUNT IN FIELD-LEN(4)
               WITH POINTER PARSE-PTR
               TALLYING IN FIELD-COUNT
             END-UNSTRING
             IF FIELD-COUNT IS NOT = 4
                  OR PARSE-PTR <= LINE-LEN
                  OR FIELD-DELIM(1) IS NOT = "-"
                  OR FIELD-DELIM(2) IS NOT = ","
                  OR FIELD-DELIM(3) IS NOT = "-"
                  OR FIELD-DELIM(4) IS NOT = SPACE
               MOVE "N" TO VALID-SW
             ELSE
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > 4
                 PERFORM CHECK-SECTION-FIELD
               END-PERFORM
             END-IF
             IF LINE-IS-VALID
               IF FIRST-LOW > FIRST-HIGH
                    OR SECOND-LOW > SECOND-HIGH
                 MOVE "N" TO VALID-SW
               END-IF
             END-IF
           END-IF.

      *    One section number - present, all digits, and short
      *    enough to fit the bound it is moved into.
       CHECK-SECTION-FIELD.
           IF FIELD-LEN(F) = 0 OR FIELD-LEN(F) > 5
             MOVE "N" TO VALID-SW
           ELSE
             IF FIELD-TEXT(F)(1:FIELD-LEN(F)) IS NOT NUMERIC
               MOVE "N" TO VALID-SW
             ELSE
               MOVE FIELD-TEXT(F)(1:FIELD-LEN(F)) TO SECTION-VALUE
               IF F = 1
                 MOVE SECTION-VALUE TO FIRST-LOW
               END-IF
               IF F = 2
                 MOVE SECTION-VALUE TO FIRST-HIGH
               END-IF
               IF F = 3
                 MOVE SECTION-VALUE TO SECOND-LOW
               END-IF
               IF F = 4
                 MOVE SECTION-VALUE TO SECOND-HIGH
               END-IF
             END-IF
           END-IF.

       LOG-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           IF EXCEPTION-COUNT <= MAX-EXCEPTIONS
             MOVE P TO EXCEPTION-LINE-NO(EXCEPTION-COUNT)
             MOVE PAIR(P) TO EXCEPTION-TEXT(EXCEPTION-COUNT)
           END-IF.

       PRINT-EXCEPTIONS.
           IF EXCEPTION-COUNT > 0
             DISPLAY "Day04 exceptions - ", EXCEPTION-COUNT,
                  " pair line(s) that did not parse"
             PERFORM VARYING EXC-IDX FROM 1 BY 1 UNTIL EXC-IDX >
                  EXCEPTION-COUNT OR EXC-IDX > MAX-EXCEPTIONS
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
             DISPLAY "2022_DAY04 WARNING - reports/exceptions.txt "
                  "did not open cleanly, FILE STATUS "
                  EXCEPTION-STATUS
           END-IF.
           PERFORM VARYING EXC-IDX FROM 1 BY 1 UNTIL EXC-IDX >
                EXCEPTION-COUNT OR EXC-IDX > MAX-EXCEPTIONS
             PERFORM SET-EXCEPTION-KEY
             MOVE EXCEPTION-LINE-NO(EXC-IDX) TO EXC-REC-LINE
             MOVE "BADPAIR" TO EXC-REC-REASON
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
             DISPLAY "2022_DAY04 WARNING - exception lines did not "
                  "write cleanly, FILE STATUS " EXCEPTION-STATUS
           END-IF.
           CLOSE EXCEPTION-FILE.

      *    The part of an exception line that is the same for every
      *    line this run files - whose run it was and who sent the
      *    file, blank when it came in without an envelope.
       SET-EXCEPTION-KEY.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE "2022_DAY04" TO EXC-REC-PROGRAM.
           MOVE RUN-DATE-DISPLAY TO EXC-REC-DATE.
           MOVE RUN-SEQ TO EXC-REC-SEQ.
           IF ENVELOPE-PRESENT
             MOVE ENV-HDR-FILE-ID TO EXC-REC-SENDER
           END-IF.

       PART-ONE.
           DISPLAY "Part one = ", RUNNING_TOTAL_1.
           MOVE SPACES TO REPORT-LINE.
           STRING "PART ONE = " RUNNING_TOTAL_1
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PART-TWO.
           DISPLAY "Part two = ", RUNNING_TOTAL_2.
           MOVE SPACES TO REPORT-LINE.
           STRING "PART TWO = " RUNNING_TOTAL_2
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF EXCEPTION-COUNT > 0
             MOVE SPACES TO REPORT-LINE
             STRING "EXCEPTIONS = " EXCEPTION-COUNT
                  " PAIR LINE(S) NOT SCORED"
                  DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

      *    The camp works rota feed - header carrying the run date
      *    and source program, written before the scoring pass so
      *    the details land between header and trailer. Rewritten
      *    whole each run - the receiver wants this run's pairs, not
      *    an accumulation.
       OPEN-EXTRACT.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-OK
             DISPLAY "2022_DAY04 WARNING - extract " EXTRACT-PATH
                  " did not open cleanly, FILE STATUS "
                  EXTRACT-STATUS
           END-IF.
           MOVE "H" TO EXT-HDR-ID.
           MOVE RUN-DATE-DISPLAY TO EXT-HDR-RUN-DATE.
           MOVE "2022_DAY04" TO EXT-HDR-SOURCE.
           MOVE EXTRACT-HEADER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           MOVE 0 TO EXTRACT-COUNT.
           MOVE 0 TO EXTRACT-HASH.

      *    One feed detail per pair, unparsed pairs included with both
      *    flags zero - the receiver's count has to reconcile with the
      *    pairs transmitted, not just the pairs that scored.
       WRITE-EXTRACT-DETAIL.
           IF EXTRACT-PATH IS NOT = SPACES
             MOVE "D" TO EXT-DET-ID
             MOVE P TO EXT-DET-PAIR
             MOVE CONTAIN-PTS TO EXT-DET-CONTAINS
             MOVE OVERLAP-PTS TO EXT-DET-OVERLAPS
             MOVE EXTRACT-DETAIL TO EXTRACT-RECORD
             WRITE EXTRACT-RECORD
             IF NOT EXTRACT-FILE-OK
               DISPLAY "2022_DAY04 WARNING - pair " P
                    " did not write to the extract cleanly, "
                    "FILE STATUS " EXTRACT-STATUS
             END-IF
             ADD 1 TO EXTRACT-COUNT
             ADD CONTAIN-PTS TO EXTRACT-HASH
             ADD OVERLAP-PTS TO EXTRACT-HASH
           END-IF.

      *    The control trailer the receiving side reconciles against.
       CLOSE-EXTRACT.
           MOVE "T" TO EXT-TRL-ID.
           MOVE EXTRACT-COUNT TO EXT-TRL-COUNT.
           MOVE EXTRACT-HASH TO EXT-TRL-HASH.
           MOVE EXTRACT-TRAILER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           IF NOT EXTRACT-FILE-OK
             DISPLAY "2022_DAY04 WARNING - extract trailer did not "
                  "write cleanly, FILE STATUS " EXTRACT-STATUS
           END-IF.
           CLOSE EXTRACT-FILE.
           DISPLAY "Extract - ", EXTRACT-COUNT,
                " pair record(s) written".
           PERFORM RECORD-EXTRACT-MANIFEST.


      *    One manifest line per extract transmitted - SENT until the
      *    receiver's acknowledgment accounts for it. EXTRECON sweeps
      *    these against data/extract_acks.txt so a feed lost in
      *    transmission pages the operator the same night instead of
      *    surfacing at month end. Same first-run wrinkle as the
      *    other appended files.
       RECORD-EXTRACT-MANIFEST.
           OPEN EXTEND MANIFEST-FILE.
           IF MANIFEST-FILE-NOT-FOUND
             OPEN OUTPUT MANIFEST-FILE
           END-IF.
           IF NOT MANIFEST-FILE-OK
             DISPLAY "2022_DAY04 WARNING - "
                  "reports/extract_manifest.txt did not open "
                  "cleanly, FILE STATUS " MANIFEST-STATUS
           END-IF.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE EXTRACT-PATH TO MAN-REC-PATH.
           MOVE RUN-DATE-DISPLAY TO MAN-REC-DATE.
           MOVE EXTRACT-COUNT TO MAN-REC-COUNT.
           MOVE EXTRACT-HASH TO MAN-REC-HASH.
           MOVE "SENT" TO MAN-REC-STATE.
           MOVE "2022_DAY04" TO MAN-REC-PROGRAM.
           ACCEPT MAN-REC-TIME FROM TIME.
           WRITE MANIFEST-RECORD.
           IF NOT MANIFEST-FILE-OK
             DISPLAY "2022_DAY04 WARNING - manifest line did not "
                  "write cleanly, FILE STATUS " MANIFEST-STATUS
           END-IF.
           CLOSE MANIFEST-FILE.

      *    Check this run against the operational tolerances, if any
      *    are on file for this program - runs before LOG-RUN-HISTORY
      *    appends, so the last matching history record really is
      *    the previous run.
       CHECK-TOLERANCES.
           PERFORM LOAD-TOLERANCES.
           IF TOLERANCE-ACTIVE
             PERFORM FIND-PREVIOUS-RUN
             IF EXCEPTION-COUNT > TOL-MAX-EXC
               MOVE SPACES TO ALERT-DETAIL
               STRING "EXCEPTIONS " EXCEPTION-COUNT
                    " OVER LIMIT " TOL-MAX-EXC
                    DELIMITED BY SIZE INTO ALERT-DETAIL
               PERFORM WRITE-ALERT
             END-IF
             IF PREV-RUN-FOUND
               COMPUTE TOL-DELTA = RUNNING_TOTAL_1 - PREV-PART1
               IF TOL-DELTA < 0
                 COMPUTE TOL-DELTA = 0 - TOL-DELTA
               END-IF
               IF TOL-DELTA > TOL-PART1-TOL
                 MOVE SPACES TO ALERT-DETAIL
                 STRING "PART1 " RUNNING_TOTAL_1 " MOVED " TOL-DELTA
                      " FROM PREVIOUS " PREV-PART1
                      " BAND " TOL-PART1-TOL
                      DELIMITED BY SIZE INTO ALERT-DETAIL
                 PERFORM WRITE-ALERT
               END-IF
               COMPUTE TOL-DELTA = RUNNING_TOTAL_2 - PREV-PART2
               IF TOL-DELTA < 0
                 COMPUTE TOL-DELTA = 0 - TOL-DELTA
               END-IF
               IF TOL-DELTA > TOL-PART2-TOL
                 MOVE SPACES TO ALERT-DETAIL
                 STRING "PART2 " RUNNING_TOTAL_2 " MOVED " TOL-DELTA
                      " FROM PREVIOUS " PREV-PART2
                      " BAND " TOL-PART2-TOL
                      DELIMITED BY SIZE INTO ALERT-DETAIL
                 PERFORM WRITE-ALERT
               END-IF
             END-IF
             IF ALERT-COUNT > 0
               DISPLAY "2022_DAY04 WARNING - " ALERT-COUNT
                    " tolerance breach(es), see reports/alerts.txt"
             END-IF
           END-IF.

      *    No tolerance file, or no line for this program, just
      *    means no alerting - the same as every run before the
      *    tolerances existed.
       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE.
           IF TOLERANCE-FILE-OK
             MOVE "N" TO TOL-EOF
             PERFORM READ-TOLERANCE-RECORD UNTIL TOL-EOF = "Y"
             CLOSE TOLERANCE-FILE
           END-IF.

       READ-TOLERANCE-RECORD.
           READ TOLERANCE-FILE AT END MOVE "Y" TO TOL-EOF.
           IF TOL-EOF IS NOT = "Y"
             IF TOL-REC-PROGRAM = "2022_DAY04"
               MOVE "Y" TO TOLERANCE-ACTIVE-SW
               MOVE TOL-REC-MAX-EXC TO TOL-MAX-EXC
               MOVE TOL-REC-PART1-TOL TO TOL-PART1-TOL
               MOVE TOL-REC-PART2-TOL TO TOL-PART2-TOL
             END-IF
           END-IF.

      *    The previous run of this program is the last record for
      *    it on the run history master - runs before LOG-RUN-
      *    HISTORY appends, and the sequence numbers mean a
      *    same-day rerun reconciles against the run before it, not
      *    against itself.
       FIND-PREVIOUS-RUN.
           MOVE "N" TO PREV-FOUND-SW.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO TOL-EOF
             PERFORM READ-PREVIOUS-HISTORY UNTIL TOL-EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-PREVIOUS-HISTORY.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO TOL-EOF.
           IF TOL-EOF IS NOT = "Y"
             IF RH-REC-PROGRAM = "2022_DAY04"
                  AND RH-REC-PART1 IS NUMERIC
                  AND RH-REC-PART2 IS NUMERIC
               MOVE "Y" TO PREV-FOUND-SW
               MOVE RH-REC-PART1 TO PREV-PART1
               MOVE RH-REC-PART2 TO PREV-PART2
             END-IF
           END-IF.

      *    One dated line per breach in the alerts file the operator
      *    is paged off - same first-run wrinkle as the other
      *    appended files.
       WRITE-ALERT.
           ADD 1 TO ALERT-COUNT.
           OPEN EXTEND ALERTS-FILE.
           IF ALERTS-FILE-NOT-FOUND
             OPEN OUTPUT ALERTS-FILE
           END-IF.
           IF NOT ALERTS-FILE-OK
             DISPLAY "2022_DAY04 WARNING - reports/alerts.txt did "
                  "not open cleanly, FILE STATUS " ALERTS-STATUS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING RUN-DATE-DISPLAY " 2022_DAY04 ALERT "
                ALERT-DETAIL
                DELIMITED BY SIZE INTO ALERT-LINE.
           WRITE ALERT-LINE.
           IF NOT ALERTS-FILE-OK
             DISPLAY "2022_DAY04 WARNING - alert did not write "
                  "cleanly, FILE STATUS " ALERTS-STATUS
           END-IF.
           CLOSE ALERTS-FILE.
           PERFORM WRITE-ALERT-MASTER.

      *    The same breach raised OPEN onto the keyed alert master -
      *    the flat line above is the page, this is the lifecycle
      *    ALRTMNT carries through acknowledgment to closure.
       WRITE-ALERT-MASTER.
           PERFORM FIND-NEXT-ALERT-ID.
           ACCEPT ALERT-TIME-NOW FROM TIME.
           OPEN EXTEND ALERT-MASTER-FILE.
           IF ALERT-MST-NOT-FOUND
             OPEN OUTPUT ALERT-MASTER-FILE
           END-IF.
           IF NOT ALERT-MST-OK
             DISPLAY "2022_DAY04 WARNING - reports/alert_master.txt "
                  "did not open cleanly, FILE STATUS "
                  ALERT-MST-STATUS
           END-IF.
           MOVE SPACES TO ALERT-MASTER-RECORD.
           MOVE ALERT-NEXT-ID TO AMS-REC-ID.
           MOVE RUN-DATE-DISPLAY TO AMS-REC-DATE.
           MOVE ALERT-TIME-NOW TO AMS-REC-TIME.
           MOVE "2022_DAY04" TO AMS-REC-PROGRAM.
           MOVE "OPEN" TO AMS-REC-STATE.
           MOVE ALERT-DETAIL TO AMS-REC-DETAIL.
           WRITE ALERT-MASTER-RECORD.
           IF NOT ALERT-MST-OK
             DISPLAY "2022_DAY04 WARNING - alert master line did "
                  "not write cleanly, FILE STATUS " ALERT-MST-STATUS
           END-IF.
           CLOSE ALERT-MASTER-FILE.

      *    One past the highest id already on the master - read
      *    through rather than guessed, so ids stay unique across
      *    every program that raises here.
       FIND-NEXT-ALERT-ID.
           MOVE 1 TO ALERT-NEXT-ID.
           OPEN INPUT ALERT-MASTER-FILE.
           IF ALERT-MST-OK
             MOVE "N" TO ALERT-MST-EOF
             PERFORM READ-ALERT-ID-RECORD UNTIL ALERT-MST-EOF = "Y"
             CLOSE ALERT-MASTER-FILE
           END-IF.

       READ-ALERT-ID-RECORD.
           READ ALERT-MASTER-FILE AT END MOVE "Y" TO ALERT-MST-EOF.
           IF ALERT-MST-EOF IS NOT = "Y"
             IF AMS-REC-ID IS NUMERIC AND AMS-REC-ID >= ALERT-NEXT-ID
               COMPUTE ALERT-NEXT-ID = AMS-REC-ID + 1
             END-IF
           END-IF.

      *    An enveloped file is looked up on the inbound register
      *    before anything is scored - a file this program has
      *    already accepted, under its own name or another, is
      *    refused with an alert, unless the operator has named it
      *    in DAY04_REPROCESS, in which case the override itself is
      *    registered first. No envelope means no file id to
      *    register, the same as every run before the register.
       CHECK-DUPLICATE-TRANSMISSION.
           IF ENVELOPE-PRESENT
             ACCEPT REPROCESS-PARM FROM ENVIRONMENT "DAY04_REPROCESS"
             ACCEPT INBOUND-CALLER FROM ENVIRONMENT "INBOUND_CALLER"
             PERFORM FIND-REGISTERED-TRANSMISSION
             IF DUPLICATE-ENVELOPE AND CALLED-BY-SEASNRUN
               MOVE "Y" TO REGISTER-SKIP-SW
               DISPLAY "2022_DAY04 - " ENV-HDR-FILE-ID " " ENV-HDR-DATE
                    " already registered, season replay"
             ELSE
               IF NOT DUPLICATE-NONE
                 IF REPROCESS-PARM IS NOT = SPACES
                      AND REPROCESS-PARM = ENV-HDR-FILE-ID
                   MOVE "OVERRIDE" TO REGISTER-STATE
                   PERFORM WRITE-REGISTER-ENTRY
                   DISPLAY "2022_DAY04 WARNING - " ENV-HDR-FILE-ID " "
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
             IF REG-REC-PROGRAM = "2022_DAY04"
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
           DISPLAY "2022_DAY04 ABEND - " INPUT-FILE-PATH " "
                ALERT-DETAIL.
           DISPLAY "2022_DAY04 - set DAY04_REPROCESS to "
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
             DISPLAY "2022_DAY04 WARNING - "
                  "reports/inbound_register.dat did not open "
                  "cleanly, FILE STATUS " REGISTER-STATUS
           END-IF.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE "2022_DAY04" TO REG-REC-PROGRAM.
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
             DISPLAY "2022_DAY04 WARNING - register line did not "
                  "write cleanly, FILE STATUS " REGISTER-STATUS
           END-IF.
           CLOSE REGISTER-FILE.

      *    Refuse to start while another copy holds a live lock - a
      *    double-start has interleaved the report files before. An
      *    ACTIVE lock dated before today is called out as stale so
      *    the operator clears it knowingly, not blind.
       ACQUIRE-RUN-LOCK.
           ACCEPT LOCK-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
             MOVE SPACES TO LOCK-RECORD
             READ LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE LOCK-IO-RECORD TO LOCK-RECORD
             END-READ
             CLOSE LOCK-FILE
             IF LOCK-STATE-ACTIVE
               PERFORM REPORT-HELD-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           PERFORM WRITE-LOCK-ACTIVE.

       REPORT-HELD-LOCK.
           IF LOCK-DATE < LOCK-TODAY
             DISPLAY "2022_DAY04 - STALE run lock: " LOCK-PROGRAM
                  " marked running by " LOCK-USER " since "
                  LOCK-DATE " " LOCK-TIME " - a crashed run likely "
                  "left it; clear checkpoints/day04.lck only once "
                  "certain no run is live"
           ELSE
             DISPLAY "2022_DAY04 - run lock held: " LOCK-PROGRAM
                  " running as " LOCK-USER " since "
                  LOCK-DATE " " LOCK-TIME
                  " - refusing to start a second copy"
           END-IF.

       WRITE-LOCK-ACTIVE.
           ACCEPT LOCK-NOW FROM TIME.
           ACCEPT LOCK-USER-NAME FROM ENVIRONMENT "LOGNAME"
           IF LOCK-USER-NAME = SPACES
             MOVE "UNKNOWN" TO LOCK-USER-NAME
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "ACTIVE" TO LOCK-STATE.
           MOVE "2022_DAY04" TO LOCK-PROGRAM.
           MOVE LOCK-TODAY TO LOCK-DATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           MOVE LOCK-USER-NAME TO LOCK-USER.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "2022_DAY04 WARNING - checkpoints/day04.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
                  " - running unguarded"
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    Rewritten RELEASED on every controlled way out - only a
      *    crash leaves the ACTIVE record behind, which is exactly
      *    what makes a leftover ACTIVE lock worth flagging.
       RELEASE-RUN-LOCK.
           ACCEPT LOCK-NOW FROM TIME.
           MOVE "RELEASED" TO LOCK-STATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "2022_DAY04 WARNING - checkpoints/day04.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    Everything support needs to see what the program knew
      *    when it died - written before the GOBACK on every abort
      *    path, because the one ABEND DISPLAY line has scrolled off
      *    the overnight console by the time anyone is looking.
       WRITE-ABEND-SNAPSHOT.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT ABEND-TIME FROM TIME.
           OPEN EXTEND ABEND-FILE.
           IF ABEND-FILE-NOT-FOUND
             OPEN OUTPUT ABEND-FILE
           END-IF.
           IF NOT ABEND-FILE-OK
             DISPLAY "2022_DAY04 WARNING - reports/day04_abend.txt "
                  "did not open cleanly, FILE STATUS " ABEND-STATUS
           END-IF.
           MOVE SPACES TO ABEND-LINE.
           STRING "===== 2022_DAY04 ABEND " RUN-DATE-DISPLAY
                " AT " ABEND-TIME " ====="
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "REASON " ABEND-REASON
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "INPUT FILE " INPUT-FILE-PATH
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "N_PAIRS " N_PAIRS
                " OF CEILING " MAX-PAIR-LINES
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "CHECKPOINT START " START-POSITION
                "  RECORD POINTER P " P
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "FILE STATUS CHECKPOINT=" CKPT-STATUS
                " REPORT=" REPORT-STATUS
                " RUNHIST=" RUN-HIST-STATUS
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           MOVE SPACES TO ABEND-LINE.
           STRING "FILE STATUS EXTRACT=" EXTRACT-STATUS
                " TOLERANCE=" TOLERANCE-STATUS
                " ALERTS=" ALERTS-STATUS
                " LOCK=" LOCK-STATUS
                " ABEND=" ABEND-STATUS
                DELIMITED BY SIZE INTO ABEND-LINE.
           WRITE ABEND-LINE.
           IF NOT ABEND-FILE-OK
             DISPLAY "2022_DAY04 WARNING - abend snapshot did not "
                  "write cleanly, FILE STATUS " ABEND-STATUS
           END-IF.
           CLOSE ABEND-FILE.
           DISPLAY "2022_DAY04 - diagnostics written to "
                "reports/day04_abend.txt".

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
             DISPLAY "2022_DAY04 WARNING - shadow/reports/"
                  "shadow_compare.txt did not open cleanly, "
                  "FILE STATUS " SHADOW-COMPARE-STATUS
           END-IF.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           STRING "===== 2022_DAY04 shadow run " RUN-DATE-DISPLAY
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
           DISPLAY "2022_DAY04 -" SHADOW-COMPARE-LINE(2:60).

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
             IF RH-REC-PROGRAM = "2022_DAY04"
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
      *    these totals".
       ALL-FINISHED.
           PERFORM RELEASE-RUN-LOCK.
           IF ALERT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
