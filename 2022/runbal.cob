       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBAL.

      *  Control total balancing. Every control total in the suite is
      *  checked on its own - the envelope trailer on the way in, the
      *  run history RECORDS figure after the run, the extract
      *  trailer on the way out, the acknowledgments by EXTRECON the
      *  next morning - and nothing proved they all agree for the
      *  same run. This program takes every day program run on the
      *  run history for one business date and lines up, side by
      *  side:
      *    the inbound trailer count the run accepted its file on,
      *      from the inbound register;
      *    the records the run processed, from its run history line,
      *      plus the lines it set aside, from the exception file;
      *    the run history RECORDS figure;
      *    the extract trailer count, read back off the extract
      *      itself, and the count on its manifest line.
      *  Any link in that chain that does not agree is a break,
      *  raised onto the alerts file and the alert master the same
      *  way the other programs raise theirs, and the whole proof is
      *  appended to reports/run_balance.txt under a dated header -
      *  the page audit asks for at quarter end. A run with no
      *  envelope or no extract simply has that link missing, not
      *  broken. Day01's extract carries one line per pile rather
      *  than per input record, so its extract is balanced against
      *  its own manifest line but not against RECORDS. The register
      *  and manifest lines are tied to a run by the time they were
      *  written, between the run's start and the start of that
      *  program's next run the same date. The date comes from
      *  RUNBAL_DATE (CTLDRIVE exports the business date it is
      *  processing when it drives this as a step), today when
      *  blank.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The shared run history master - the runs being balanced
           SELECT RUN-HISTORY-FILE ASSIGN TO "reports/run_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Every enveloped file a day program accepted, with its
      *    trailer count
           SELECT REGISTER-FILE ASSIGN TO "reports/inbound_register.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGISTER-STATUS.

      *    Every input line a day program set aside
           SELECT EXCEPTION-FILE ASSIGN TO "reports/exceptions.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXCEPTION-STATUS.

      *    Every extract transmitted, with the trailer's count
           SELECT MANIFEST-FILE ASSIGN TO "reports/extract_manifest.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MANIFEST-STATUS.

      *    The extract itself, read back for its trailer - the path
      *    is whatever the manifest line names
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXTRACT-STATUS.

      *    Retained balancing report - appended with a dated header
      *    the same way the day programs keep their reports
           SELECT BALANCE-REPORT-FILE ASSIGN TO
                "reports/run_balance.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BALANCE-RPT-STATUS.

      *    The one alerts file the overnight operator is paged off -
      *    every program in the suite appends its breaches here
           SELECT ALERTS-FILE ASSIGN TO "reports/alerts.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTS-STATUS.

      *    The keyed alert master behind the flat alerts file
           SELECT ALERT-MASTER-FILE ASSIGN TO
                "reports/alert_master.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-MST-STATUS.

       DATA DIVISION.

         FILE SECTION.
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

      *  Header, details and trailer all share the one record - the
      *  header and trailer views are the shared envelope, the
      *  details belong to the sending program and are only counted
         FD EXTRACT-FILE.

           COPY DAYEXTR REPLACING PFX-HEADER BY EXTRACT-HEADER
                PFX-HDR-ID BY EXT-HDR-ID
                PFX-HDR-RUN-DATE BY EXT-HDR-RUN-DATE
                PFX-HDR-SOURCE BY EXT-HDR-SOURCE
                PFX-TRAILER BY EXTRACT-TRAILER
                PFX-TRL-ID BY EXT-TRL-ID
                PFX-TRL-COUNT BY EXT-TRL-COUNT
                PFX-TRL-HASH BY EXT-TRL-HASH.

         FD BALANCE-REPORT-FILE.
         01 BALANCE-REPORT-LINE PIC X(132).

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

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header and the alerts, and the
      *  business date being balanced
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.
         01 BALANCE-DATE PIC 9(8) VALUE 0.
         01 BALANCE-DATE-PARM PIC X(8) VALUE SPACES.

      *  File statuses - 35 on any input just means nothing of that
      *  kind has been written yet
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-NOT-FOUND VALUE "35".
         01 REGISTER-STATUS PIC X(2) VALUE SPACES.
           88 REGISTER-FILE-OK VALUE "00".
           88 REGISTER-FILE-NOT-FOUND VALUE "35".
         01 EXCEPTION-STATUS PIC X(2) VALUE SPACES.
           88 EXCEPTION-FILE-OK VALUE "00".
           88 EXCEPTION-FILE-NOT-FOUND VALUE "35".
         01 MANIFEST-STATUS PIC X(2) VALUE SPACES.
           88 MANIFEST-FILE-OK VALUE "00".
           88 MANIFEST-FILE-NOT-FOUND VALUE "35".
         01 EXTRACT-STATUS PIC X(2) VALUE SPACES.
           88 EXTRACT-FILE-OK VALUE "00".
         01 BALANCE-RPT-STATUS PIC X(2) VALUE SPACES.
           88 BALANCE-RPT-OK VALUE "00".
           88 BALANCE-RPT-NOT-FOUND VALUE "35".
         01 ALERTS-STATUS PIC X(2) VALUE SPACES.
           88 ALERTS-FILE-OK VALUE "00".
           88 ALERTS-FILE-NOT-FOUND VALUE "35".

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

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  The day program runs on the history for the date, each with
      *  the four sets of counts gathered against it. The window end
      *  is the start of the same program's next run that date - a
      *  register or manifest line written between the run's start
      *  and it belongs to this run.
         01 MAX-RUNS PIC 9(3) VALUE 100.
         01 RUN-COUNT PIC 9(3) VALUE 0.
         01 RUN-TABLE.
           02 RUN-ENTRY OCCURS 100 TIMES.
             03 RUN-PROGRAM PIC X(12).
             03 RUN-SEQ PIC 9(4).
             03 RUN-START PIC 9(8).
             03 RUN-FINISH PIC 9(8).
             03 RUN-WINDOW-END PIC 9(8).
             03 RUN-RECORDS PIC 9(7).
             03 RUN-PROCESSED-SW PIC X(1).
               88 RUN-PROCESSED-KEPT VALUE "Y".
             03 RUN-PROCESSED PIC 9(7).
             03 RUN-EXCEPTIONS PIC 9(7).
             03 RUN-INBOUND-SW PIC X(1).
               88 RUN-INBOUND-FOUND VALUE "Y".
             03 RUN-INBOUND-COUNT PIC 9(7).
             03 RUN-FILE-ID PIC X(12).
             03 RUN-MANIFEST-SW PIC X(1).
               88 RUN-MANIFEST-FOUND VALUE "Y".
             03 RUN-MANIFEST-COUNT PIC 9(7).
             03 RUN-MANIFEST-PATH PIC X(60).
             03 RUN-MANIFEST-LINE PIC 9(6).
         01 R PIC 9(3) VALUE 0.
         01 R2 PIC 9(3) VALUE 0.
         01 R-FOUND PIC 9(3) VALUE 0.
         01 OVERFLOW-RUNS PIC 9(5) VALUE 0.

      *  The program and time of the register or manifest line being
      *  tied to a run
         01 MATCH-PROGRAM PIC X(12) VALUE SPACES.
         01 MATCH-TIME PIC 9(8) VALUE 0.

      *  The last manifest line for each extract path - each run
      *  rewrites its extract whole, so only the run on the last
      *  line for a path still has its trailer on disk
         01 MAX-PATHS PIC 9(3) VALUE 100.
         01 PATH-COUNT PIC 9(3) VALUE 0.
         01 PATH-TABLE.
           02 PATH-ENTRY OCCURS 100 TIMES.
             03 PATH-NAME PIC X(60).
             03 PATH-LAST-LINE PIC 9(6).
         01 P PIC 9(3) VALUE 0.
         01 P-FOUND PIC 9(3) VALUE 0.
         01 MANIFEST-LINE-NO PIC 9(6) VALUE 0.

      *  What the extract on disk says about itself
         01 EXTRACT-PATH PIC X(60) VALUE SPACES.
         01 EXTRACT-EOF PIC A(1) VALUE "N".
         01 EXTRACT-READ-SW PIC X(1) VALUE "N".
           88 EXTRACT-TRAILER-READ VALUE "Y".
         01 EXTRACT-SOURCE PIC X(12) VALUE SPACES.
         01 EXTRACT-RUN-DATE PIC 9(8) VALUE 0.
         01 EXTRACT-TRAILER-COUNT PIC 9(7) VALUE 0.
         01 EXTRACT-LINES PIC 9(7) VALUE 0.

      *  The run being proved, and what its links added up to
         01 PROCESSED-PLUS-EXCEPTIONS PIC 9(8) VALUE 0.
         01 OVERFLOW-NOT-HELD PIC 9(5) VALUE 0.
         01 RUN-BREAKS PIC 9(2) VALUE 0.
         01 RUNS-BALANCED PIC 9(3) VALUE 0.
         01 RUNS-OUT PIC 9(3) VALUE 0.

      *  Breaches raised this run - any at all means the warning
      *  return code
         01 ALERT-COUNT PIC 9(3) VALUE 0.
         01 ALERT-DETAIL PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-PARAMETERS.
           PERFORM WRITE-BALANCE-HEADER.
           PERFORM LOAD-RUNS.
           PERFORM SET-RUN-WINDOWS.
           PERFORM MATCH-REGISTER.
           PERFORM COUNT-EXCEPTIONS.
           PERFORM MATCH-MANIFEST.

           IF RUN-COUNT = 0
             MOVE SPACES TO BALANCE-REPORT-LINE
             STRING "NO DAY PROGRAM RUNS ON THE RUN HISTORY FOR "
                  BALANCE-DATE
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
             WRITE BALANCE-REPORT-LINE
           END-IF.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
             PERFORM PROVE-ONE-RUN
           END-PERFORM.
           PERFORM WRITE-BALANCE-FOOTER.

           CLOSE BALANCE-REPORT-FILE.
           PERFORM ALL-FINISHED.
           GOBACK.

      *    The business date to balance - CTLDRIVE's, or today's
      *    when run by hand without one.
       INITIALIZE-PARAMETERS.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT BALANCE-DATE-PARM FROM ENVIRONMENT "RUNBAL_DATE".
           IF BALANCE-DATE-PARM IS NUMERIC
             MOVE BALANCE-DATE-PARM TO BALANCE-DATE
           ELSE
             MOVE RUN-DATE-DISPLAY TO BALANCE-DATE
           END-IF.

      *    Retained record of this balancing run - date stamped
      *    header, appended to reports/run_balance.txt rather than
      *    overwriting it.
       WRITE-BALANCE-HEADER.
           OPEN EXTEND BALANCE-REPORT-FILE.
           IF BALANCE-RPT-NOT-FOUND
             OPEN OUTPUT BALANCE-REPORT-FILE
           END-IF.
           IF NOT BALANCE-RPT-OK
             DISPLAY "RUNBAL WARNING - reports/run_balance.txt "
                  "did not open cleanly, FILE STATUS "
                  BALANCE-RPT-STATUS
           END-IF.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "===== RUNBAL run " RUN-DATE-DISPLAY
                " - BUSINESS DATE " BALANCE-DATE " ====="
                DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           IF NOT BALANCE-RPT-OK
             DISPLAY "RUNBAL WARNING - report header did not "
                  "write cleanly, FILE STATUS " BALANCE-RPT-STATUS
           END-IF.

      *    The date's day program runs. DAY2CORR's correction lines
      *    carry the day02 name but no start time - they re-score a
      *    run already on file rather than read a file of their own,
      *    so they are not runs to balance.
       LOAD-RUNS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF NOT RUN-HIST-OK
             IF NOT RUN-HIST-NOT-FOUND
               DISPLAY "RUNBAL WARNING - reports/run_history.dat "
                    "did not open cleanly, FILE STATUS "
                    RUN-HIST-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-HISTORY-RECORD UNTIL EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RH-REC-DATE IS NUMERIC
                AND RH-REC-DATE = BALANCE-DATE
                AND RH-REC-START IS NUMERIC AND RH-REC-START > 0
                AND (RH-REC-PROGRAM = "2022_DAY01"
                OR RH-REC-PROGRAM = "2022_Day_2"
                OR RH-REC-PROGRAM = "2022_DAY03"
                OR RH-REC-PROGRAM = "2022_DAY04")
             IF RUN-COUNT < MAX-RUNS
               ADD 1 TO RUN-COUNT
               PERFORM ADD-RUN-ENTRY
             ELSE
               ADD 1 TO OVERFLOW-RUNS
             END-IF
           END-IF.

       ADD-RUN-ENTRY.
           MOVE RH-REC-PROGRAM TO RUN-PROGRAM(RUN-COUNT).
           MOVE RH-REC-SEQ TO RUN-SEQ(RUN-COUNT).
           MOVE RH-REC-START TO RUN-START(RUN-COUNT).
           MOVE RH-REC-TIME TO RUN-FINISH(RUN-COUNT).
           MOVE 99999999 TO RUN-WINDOW-END(RUN-COUNT).
           MOVE RH-REC-RECORDS TO RUN-RECORDS(RUN-COUNT).
           IF RH-REC-PROCESSED IS NUMERIC
             MOVE "Y" TO RUN-PROCESSED-SW(RUN-COUNT)
             MOVE RH-REC-PROCESSED TO RUN-PROCESSED(RUN-COUNT)
           ELSE
             MOVE "N" TO RUN-PROCESSED-SW(RUN-COUNT)
             MOVE 0 TO RUN-PROCESSED(RUN-COUNT)
           END-IF.
           MOVE 0 TO RUN-EXCEPTIONS(RUN-COUNT).
           MOVE "N" TO RUN-INBOUND-SW(RUN-COUNT).
           MOVE 0 TO RUN-INBOUND-COUNT(RUN-COUNT).
           MOVE SPACES TO RUN-FILE-ID(RUN-COUNT).
           MOVE "N" TO RUN-MANIFEST-SW(RUN-COUNT).
           MOVE 0 TO RUN-MANIFEST-COUNT(RUN-COUNT).
           MOVE SPACES TO RUN-MANIFEST-PATH(RUN-COUNT).
           MOVE 0 TO RUN-MANIFEST-LINE(RUN-COUNT).

      *    The history is appended in run order, so a program's next
      *    run that date is the next entry along with its name.
       SET-RUN-WINDOWS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
             PERFORM VARYING R2 FROM RUN-COUNT BY -1 UNTIL R2 <= R
               IF RUN-PROGRAM(R2) = RUN-PROGRAM(R)
                 MOVE RUN-START(R2) TO RUN-WINDOW-END(R)
               END-IF
             END-PERFORM
           END-PERFORM.

      *    The run whose window the line being matched falls in -
      *    R-FOUND 0 when none does.
       FIND-RUN-BY-TIME.
           MOVE 0 TO R-FOUND.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
             IF RUN-PROGRAM(R) = MATCH-PROGRAM
                  AND MATCH-TIME >= RUN-START(R)
                  AND MATCH-TIME < RUN-WINDOW-END(R)
               MOVE R TO R-FOUND
             END-IF
           END-PERFORM.

      *    The inbound trailer count - an ACCEPTED line is written
      *    as the run finishes, an OVERRIDE line as a deliberate
      *    reprocess starts; either is the file this run read.
       MATCH-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-REGISTER-RECORD UNTIL EOF = "Y"
             CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND REG-REC-REG-DATE IS NUMERIC
                AND REG-REC-REG-DATE = BALANCE-DATE
                AND REG-REC-REG-TIME IS NUMERIC
                AND REG-REC-COUNT IS NUMERIC
                AND (REG-REC-STATE-ACCEPTED OR REG-REC-STATE-OVERRIDE)
             MOVE REG-REC-PROGRAM TO MATCH-PROGRAM
             MOVE REG-REC-REG-TIME TO MATCH-TIME
             PERFORM FIND-RUN-BY-TIME
             IF R-FOUND > 0
               MOVE "Y" TO RUN-INBOUND-SW(R-FOUND)
               MOVE REG-REC-COUNT TO RUN-INBOUND-COUNT(R-FOUND)
               MOVE REG-REC-FILE-ID TO RUN-FILE-ID(R-FOUND)
             END-IF
           END-IF.

      *    The lines each run set aside. Day03's NOBADGE lines are a
      *    badge group of three sacks that found no badge - the
      *    sacks themselves were processed, so a group is not an
      *    input record and is left out of the count. An OVERFLOW
      *    line stands for the lines the run could not hold, and its
      *    text starts with how many.
       COUNT-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-EXCEPTION-RECORD UNTIL EOF = "Y"
             CLOSE EXCEPTION-FILE
           END-IF.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND EXC-REC-DATE IS NUMERIC
                AND EXC-REC-DATE = BALANCE-DATE
                AND EXC-REC-SEQ IS NUMERIC
                AND EXC-REC-REASON IS NOT = "NOBADGE"
             MOVE 0 TO R-FOUND
             PERFORM VARYING R FROM 1 BY 1 UNTIL R > RUN-COUNT
               IF RUN-PROGRAM(R) = EXC-REC-PROGRAM
                    AND RUN-SEQ(R) = EXC-REC-SEQ
                 MOVE R TO R-FOUND
               END-IF
             END-PERFORM
             IF R-FOUND > 0
               IF EXC-REC-REASON-OVERFLOW
                 IF EXC-REC-TEXT(1:5) IS NUMERIC
                   MOVE EXC-REC-TEXT(1:5) TO OVERFLOW-NOT-HELD
                   ADD OVERFLOW-NOT-HELD TO RUN-EXCEPTIONS(R-FOUND)
                 END-IF
               ELSE
                 ADD 1 TO RUN-EXCEPTIONS(R-FOUND)
               END-IF
             END-IF
           END-IF.

      *    The manifest line each run wrote as it closed its extract,
      *    and the last line for every path, so the trailer is only
      *    read back for the run whose extract is still on disk.
       MATCH-MANIFEST.
           MOVE 0 TO MANIFEST-LINE-NO.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-MANIFEST-RECORD UNTIL EOF = "Y"
             CLOSE MANIFEST-FILE
           END-IF.

       READ-MANIFEST-RECORD.
           READ MANIFEST-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND MAN-REC-PATH IS NOT = SPACES
             ADD 1 TO MANIFEST-LINE-NO
             PERFORM NOTE-MANIFEST-PATH
             IF MAN-REC-DATE IS NUMERIC
                  AND MAN-REC-DATE = BALANCE-DATE
                  AND MAN-REC-TIME IS NUMERIC
                  AND MAN-REC-COUNT IS NUMERIC
               MOVE MAN-REC-PROGRAM TO MATCH-PROGRAM
               MOVE MAN-REC-TIME TO MATCH-TIME
               PERFORM FIND-RUN-BY-TIME
               IF R-FOUND > 0
                 MOVE "Y" TO RUN-MANIFEST-SW(R-FOUND)
                 MOVE MAN-REC-COUNT TO RUN-MANIFEST-COUNT(R-FOUND)
                 MOVE MAN-REC-PATH TO RUN-MANIFEST-PATH(R-FOUND)
                 MOVE MANIFEST-LINE-NO TO RUN-MANIFEST-LINE(R-FOUND)
               END-IF
             END-IF
           END-IF.

       NOTE-MANIFEST-PATH.
           MOVE 0 TO P-FOUND.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PATH-COUNT
             IF PATH-NAME(P) = MAN-REC-PATH
               MOVE P TO P-FOUND
             END-IF
           END-PERFORM.
           IF P-FOUND = 0 AND PATH-COUNT < MAX-PATHS
             ADD 1 TO PATH-COUNT
             MOVE MAN-REC-PATH TO PATH-NAME(PATH-COUNT)
             MOVE PATH-COUNT TO P-FOUND
           END-IF.
           IF P-FOUND > 0
             MOVE MANIFEST-LINE-NO TO PATH-LAST-LINE(P-FOUND)
           END-IF.

      *    One run's chain, link by link, onto the report - each
      *    link that does not agree with RECORDS is a break.
       PROVE-ONE-RUN.
           MOVE 0 TO RUN-BREAKS.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                " STARTED " RUN-START(R) " FINISHED " RUN-FINISH(R)
                DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           PERFORM PROVE-INBOUND.
           PERFORM PROVE-PROCESSED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  RUN HISTORY RECORDS          " RUN-RECORDS(R)
                DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           PERFORM PROVE-EXTRACT.
           PERFORM CHECK-INBOUND.
           PERFORM CHECK-PROCESSED.
           IF RUN-MANIFEST-FOUND(R)
             PERFORM CHECK-EXTRACT-COUNTS
           END-IF.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF RUN-BREAKS = 0
             ADD 1 TO RUNS-BALANCED
             STRING "  BALANCED"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           ELSE
             ADD 1 TO RUNS-OUT
             STRING "  OUT OF BALANCE - " RUN-BREAKS " BREAK(S)"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE.

       PROVE-INBOUND.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF RUN-INBOUND-FOUND(R)
             STRING "  INBOUND TRAILER COUNT        "
                  RUN-INBOUND-COUNT(R) " FILE " RUN-FILE-ID(R)
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           ELSE
             STRING "  INBOUND TRAILER COUNT        NONE - FILE "
                  "CAME IN WITHOUT AN ENVELOPE"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE.

      *    Each link against RECORDS, once all four are on the page.
       CHECK-INBOUND.
           IF RUN-INBOUND-FOUND(R)
                AND RUN-INBOUND-COUNT(R) IS NOT = RUN-RECORDS(R)
             MOVE SPACES TO ALERT-DETAIL
             STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                  " INBOUND TRAILER " RUN-INBOUND-COUNT(R)
                  " NOT = RECORDS " RUN-RECORDS(R)
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM RAISE-BREAK
           END-IF.

       PROVE-PROCESSED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF RUN-PROCESSED-KEPT(R)
             COMPUTE PROCESSED-PLUS-EXCEPTIONS =
                  RUN-PROCESSED(R) + RUN-EXCEPTIONS(R)
             STRING "  PROCESSED PLUS EXCEPTIONS    "
                  PROCESSED-PLUS-EXCEPTIONS
                  " (" RUN-PROCESSED(R) " + " RUN-EXCEPTIONS(R) ")"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           ELSE
             STRING "  PROCESSED PLUS EXCEPTIONS    NONE - NO "
                  "PROCESSED COUNT ON THE HISTORY LINE"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE.

       CHECK-PROCESSED.
           IF RUN-PROCESSED-KEPT(R)
                AND PROCESSED-PLUS-EXCEPTIONS IS NOT = RUN-RECORDS(R)
             MOVE SPACES TO ALERT-DETAIL
             STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                  " PROCESSED+EXCEPTIONS " PROCESSED-PLUS-EXCEPTIONS
                  " NOT = RECORDS " RUN-RECORDS(R)
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM RAISE-BREAK
           END-IF.

      *    The manifest count against RECORDS (day01's excepted, its
      *    extract counts piles), and the trailer on disk against the
      *    manifest - when this run's extract is still the one there.
       PROVE-EXTRACT.
           IF NOT RUN-MANIFEST-FOUND(R)
             MOVE SPACES TO BALANCE-REPORT-LINE
             STRING "  EXTRACT TRAILER / MANIFEST   NONE - NO "
                  "EXTRACT THIS RUN"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
             WRITE BALANCE-REPORT-LINE
           ELSE
             PERFORM READ-EXTRACT-TRAILER
             MOVE SPACES TO BALANCE-REPORT-LINE
             IF EXTRACT-TRAILER-READ
               STRING "  EXTRACT TRAILER / MANIFEST   "
                    EXTRACT-TRAILER-COUNT " / "
                    RUN-MANIFEST-COUNT(R) " "
                    RUN-MANIFEST-PATH(R)
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
             ELSE
               STRING "  EXTRACT TRAILER / MANIFEST   NOT ON DISK / "
                    RUN-MANIFEST-COUNT(R) " "
                    RUN-MANIFEST-PATH(R)
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
             END-IF
             WRITE BALANCE-REPORT-LINE
           END-IF.

       CHECK-EXTRACT-COUNTS.
           IF EXTRACT-TRAILER-READ
                AND EXTRACT-TRAILER-COUNT IS NOT =
                RUN-MANIFEST-COUNT(R)
             MOVE SPACES TO ALERT-DETAIL
             STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                  " EXTRACT TRAILER " EXTRACT-TRAILER-COUNT
                  " NOT = MANIFEST " RUN-MANIFEST-COUNT(R)
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM RAISE-BREAK
           END-IF.
           IF RUN-PROGRAM(R) IS NOT = "2022_DAY01"
                AND RUN-MANIFEST-COUNT(R) IS NOT = RUN-RECORDS(R)
             MOVE SPACES TO ALERT-DETAIL
             STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                  " MANIFEST " RUN-MANIFEST-COUNT(R)
                  " NOT = RECORDS " RUN-RECORDS(R)
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM RAISE-BREAK
           END-IF.
      *    This run's extract should still be on disk when its line
      *    is the last for the path - gone or replaced is a break.
           IF NOT EXTRACT-TRAILER-READ
             PERFORM VARYING P FROM 1 BY 1 UNTIL P > PATH-COUNT
               IF PATH-NAME(P) = RUN-MANIFEST-PATH(R)
                    AND PATH-LAST-LINE(P) = RUN-MANIFEST-LINE(R)
                 MOVE SPACES TO ALERT-DETAIL
                 STRING RUN-PROGRAM(R) " RUN " RUN-SEQ(R)
                      " EXTRACT TRAILER MISSING FROM "
                      RUN-MANIFEST-PATH(R)
                      DELIMITED BY SIZE INTO ALERT-DETAIL
                 PERFORM RAISE-BREAK
               END-IF
             END-PERFORM
           END-IF.

      *    The trailer is the last T record; it only counts when the
      *    header says the extract came from this program on this
      *    date and no later run has rewritten the path since.
       READ-EXTRACT-TRAILER.
           MOVE "N" TO EXTRACT-READ-SW.
           MOVE "N" TO EXTRACT-EOF.
           MOVE SPACES TO EXTRACT-SOURCE.
           MOVE 0 TO EXTRACT-RUN-DATE.
           MOVE 0 TO EXTRACT-TRAILER-COUNT.
           MOVE 0 TO EXTRACT-LINES.
           MOVE 0 TO P-FOUND.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PATH-COUNT
             IF PATH-NAME(P) = RUN-MANIFEST-PATH(R)
                  AND PATH-LAST-LINE(P) = RUN-MANIFEST-LINE(R)
               MOVE P TO P-FOUND
             END-IF
           END-PERFORM.
           IF P-FOUND > 0
             MOVE RUN-MANIFEST-PATH(R) TO EXTRACT-PATH
             OPEN INPUT EXTRACT-FILE
             IF EXTRACT-FILE-OK
               PERFORM READ-EXTRACT-RECORD UNTIL EXTRACT-EOF = "Y"
               CLOSE EXTRACT-FILE
             END-IF
           END-IF.
           IF EXTRACT-TRAILER-READ
                AND (EXTRACT-SOURCE IS NOT = RUN-PROGRAM(R)
                OR EXTRACT-RUN-DATE IS NOT = BALANCE-DATE)
             MOVE "N" TO EXTRACT-READ-SW
           END-IF.

       READ-EXTRACT-RECORD.
           READ EXTRACT-FILE AT END MOVE "Y" TO EXTRACT-EOF.
           IF EXTRACT-EOF IS NOT = "Y"
             ADD 1 TO EXTRACT-LINES
             IF EXTRACT-LINES = 1 AND EXT-HDR-ID = "H"
                  AND EXT-HDR-RUN-DATE IS NUMERIC
               MOVE EXT-HDR-SOURCE TO EXTRACT-SOURCE
               MOVE EXT-HDR-RUN-DATE TO EXTRACT-RUN-DATE
             END-IF
             IF EXT-TRL-ID = "T" AND EXT-TRL-COUNT IS NUMERIC
               MOVE "Y" TO EXTRACT-READ-SW
               MOVE EXT-TRL-COUNT TO EXTRACT-TRAILER-COUNT
             END-IF
           END-IF.

      *    One break - onto the report under the run, and raised.
       RAISE-BREAK.
           ADD 1 TO RUN-BREAKS.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  BREAK - " ALERT-DETAIL
                DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           PERFORM WRITE-ALERT.

       WRITE-BALANCE-FOOTER.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "RUNS " RUN-COUNT " BALANCED " RUNS-BALANCED
                " OUT OF BALANCE " RUNS-OUT
                DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           IF OVERFLOW-RUNS > 0
             DISPLAY "RUNBAL WARNING - more than " MAX-RUNS
                  " run(s) on " BALANCE-DATE ", " OVERFLOW-RUNS
                  " not balanced"
           END-IF.
           DISPLAY "RUNBAL - " RUN-COUNT " run(s) on " BALANCE-DATE
                ", " RUNS-BALANCED " balanced, " RUNS-OUT
                " out of balance".

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
             DISPLAY "RUNBAL WARNING - reports/alerts.txt did "
                  "not open cleanly, FILE STATUS " ALERTS-STATUS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING RUN-DATE-DISPLAY " RUNBAL ALERT "
                ALERT-DETAIL
                DELIMITED BY SIZE INTO ALERT-LINE.
           WRITE ALERT-LINE.
           IF NOT ALERTS-FILE-OK
             DISPLAY "RUNBAL WARNING - alert did not write "
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
             DISPLAY "RUNBAL WARNING - reports/alert_master.txt "
                  "did not open cleanly, FILE STATUS "
                  ALERT-MST-STATUS
           END-IF.
           MOVE SPACES TO ALERT-MASTER-RECORD.
           MOVE ALERT-NEXT-ID TO AMS-REC-ID.
           MOVE RUN-DATE-DISPLAY TO AMS-REC-DATE.
           MOVE ALERT-TIME-NOW TO AMS-REC-TIME.
           MOVE "RUNBAL" TO AMS-REC-PROGRAM.
           MOVE "OPEN" TO AMS-REC-STATE.
           MOVE ALERT-DETAIL TO AMS-REC-DETAIL.
           WRITE ALERT-MASTER-RECORD.
           IF NOT ALERT-MST-OK
             DISPLAY "RUNBAL WARNING - alert master line did "
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

      *    Zero tells a calling control program every run balanced;
      *    the warning value says at least one chain broke and has
      *    been alerted.
       ALL-FINISHED.
           IF ALERT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
