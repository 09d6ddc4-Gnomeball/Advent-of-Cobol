       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGE.

      *  Exception ageing report. Every day program now files the
      *  input lines it set aside on reports/exceptions.txt - the
      *  snack lines day01 could not read, the rounds day02 could not
      *  match, the sacks and groups day03 could not score, the pairs
      *  day04 could not parse - in one layout, tagged with the run,
      *  the line, a reason and the sender's envelope id. This
      *  program reads the whole file back, across every run on it:
      *  each exception with its age in days and whether it is still
      *  OPEN or has since been CORRECTED; the open ones by age band;
      *  and counts by sender and by reason, so bad input can be
      *  trended and pushed back to whoever keeps sending it.
      *  Corrections come from the DAY2CORR audit trail - a day02
      *  round is CORRECTED when DAY2CORR re-scored that round of the
      *  same day02 run (a correction belongs to the latest day02 run
      *  on the run history that finished before it, the index
      *  DAY2CORR rewrites - clean runs included). The
      *  other days have no correction console, so theirs stay open
      *  until the sender sends the data again. Appended to
      *  reports/exception_ageing.txt under a dated header; this
      *  program only reads the files it reports on.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The shared exception file the day programs append to
           SELECT EXCEPTION-FILE ASSIGN TO "reports/exceptions.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXCEPTION-STATUS.

      *    The shared run history master - every day02 run that
      *    finished, clean or not, in the order they finished
           SELECT RUN-HISTORY-FILE ASSIGN TO "reports/run_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    DAY2CORR's audit trail - one line per round re-scored
           SELECT AUDIT-FILE ASSIGN TO "reports/day02_corrections.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.

      *    Retained ageing report - appended with a dated header the
      *    same way the day programs keep their reports
           SELECT AGEING-REPORT-FILE
             ASSIGN TO "reports/exception_ageing.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AGEING-RPT-STATUS.

       DATA DIVISION.

         FILE SECTION.
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

      *  DAY2CORR writes its audit line with a STRING into fixed
      *  columns - date, time, operator, " ROUND " and the round
         FD AUDIT-FILE.
         01 AUDIT-LINE.
           02 AUD-DATE PIC X(8).
           02 FILLER PIC X(1).
           02 AUD-TIME PIC X(8).
           02 FILLER PIC X(1).
           02 AUD-OPERATOR PIC X(8).
           02 AUD-ROUND-TAG PIC X(7).
           02 AUD-ROUND PIC X(5).
           02 FILLER PIC X(62).

         FD AGEING-REPORT-FILE.
         01 AGEING-REPORT-LINE PIC X(170).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header, and the date ages are
      *  counted back from
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.
         01 TODAY-INTEGER PIC 9(8) VALUE 0.

      *  File statuses - 35 on either input just means nothing has
      *  been filed or corrected yet
         01 EXCEPTION-STATUS PIC X(2) VALUE SPACES.
           88 EXCEPTION-FILE-OK VALUE "00".
           88 EXCEPTION-FILE-NOT-FOUND VALUE "35".
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-NOT-FOUND VALUE "35".
         01 AUDIT-STATUS PIC X(2) VALUE SPACES.
           88 AUDIT-FILE-OK VALUE "00".
           88 AUDIT-FILE-NOT-FOUND VALUE "35".
         01 AGEING-RPT-STATUS PIC X(2) VALUE SPACES.
           88 AGEING-RPT-OK VALUE "00".
           88 AGEING-RPT-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  The day02 runs on the run history in the order they
      *  finished, with the time each finished - the runs a
      *  correction can belong to
         01 MAX-DAY02-RUNS PIC 9(4) VALUE 1000.
         01 DAY02-RUN-COUNT PIC 9(4) VALUE 0.
         01 DAY02-RUN-TABLE.
           02 DAY02-RUN-ENTRY OCCURS 1000 TIMES.
             03 DAY02-RUN-DATE PIC 9(8).
             03 DAY02-RUN-SEQ PIC 9(4).
             03 DAY02-RUN-TIME PIC 9(8).
         01 D PIC 9(4) VALUE 0.

      *  Every round DAY2CORR re-scored, and the day02 run on the
      *  run history it was corrected against (zero when no day02
      *  run on file finished before it)
         01 MAX-CORRECTIONS PIC 9(5) VALUE 5000.
         01 CORRECTION-COUNT PIC 9(5) VALUE 0.
         01 CORRECTION-TABLE.
           02 CORRECTION-ENTRY OCCURS 5000 TIMES.
             03 CORRECTION-ROUND PIC 9(5).
             03 CORRECTION-DATE PIC 9(8).
             03 CORRECTION-TIME PIC 9(8).
             03 CORRECTION-RUN PIC 9(4).
         01 C PIC 9(5) VALUE 0.

      *  The run the exception being read came from, and where that
      *  run sits in the day02 run table
         01 CURRENT-RUN-KEY.
           02 CURRENT-RUN-PROGRAM PIC X(12) VALUE SPACES.
           02 CURRENT-RUN-DATE PIC 9(8) VALUE 0.
           02 CURRENT-RUN-SEQ PIC 9(4) VALUE 0.
         01 CURRENT-DAY02-RUN PIC 9(4) VALUE 0.
         01 RUNS-ON-FILE PIC 9(5) VALUE 0.
         01 NEW-RUN-SW PIC X(1) VALUE "N".
           88 NEW-RUN VALUE "Y".

      *  The exception being aged
         01 EXCEPTION-AGE PIC 9(5) VALUE 0.
         01 EXCEPTION-STATE PIC X(9) VALUE SPACES.
           88 EXCEPTION-OPEN VALUE "OPEN".
           88 EXCEPTION-CORRECTED VALUE "CORRECTED".
         01 CORRECTED-ON PIC 9(8) VALUE 0.
         01 SENDER-SHOWN PIC X(12) VALUE SPACES.
         01 NO-SENDER PIC X(12) VALUE "NO ENVELOPE".

      *  Whole-file figures, and the open exceptions by age band
         01 TOTAL-EXCEPTIONS PIC 9(7) VALUE 0.
         01 TOTAL-OPEN PIC 9(7) VALUE 0.
         01 TOTAL-CORRECTED PIC 9(7) VALUE 0.
         01 OLDEST-OPEN-DATE PIC 9(8) VALUE 0.
         01 AGE-BAND-TABLE.
           02 AGE-BAND-ENTRY OCCURS 4 TIMES.
             03 AGE-BAND-COUNT PIC 9(7).
         01 AGE-BAND-LABELS.
           02 FILLER PIC X(16) VALUE "0-1 DAYS".
           02 FILLER PIC X(16) VALUE "2-7 DAYS".
           02 FILLER PIC X(16) VALUE "8-30 DAYS".
           02 FILLER PIC X(16) VALUE "OVER 30 DAYS".
         01 AGE-BAND-LABEL-TABLE REDEFINES AGE-BAND-LABELS.
           02 AGE-BAND-LABEL PIC X(16) OCCURS 4 TIMES.
         01 B PIC 9(1) VALUE 0.

      *  Counts by sender and by reason - one entry per distinct
      *  value seen, in the order first seen
         01 MAX-SENDERS PIC 9(3) VALUE 200.
         01 SENDER-COUNT PIC 9(3) VALUE 0.
         01 SENDER-TABLE.
           02 SENDER-ENTRY OCCURS 200 TIMES.
             03 SENDER-ID PIC X(12).
             03 SENDER-TOTAL PIC 9(7).
             03 SENDER-OPEN PIC 9(7).
             03 SENDER-CORRECTED PIC 9(7).
             03 SENDER-RUNS PIC 9(5).
         01 MAX-REASONS PIC 9(3) VALUE 50.
         01 REASON-COUNT PIC 9(3) VALUE 0.
         01 REASON-TABLE.
           02 REASON-ENTRY OCCURS 50 TIMES.
             03 REASON-PROGRAM PIC X(12).
             03 REASON-CODE PIC X(8).
             03 REASON-TOTAL PIC 9(7).
             03 REASON-OPEN PIC 9(7).
             03 REASON-CORRECTED PIC 9(7).
         01 U PIC 9(3) VALUE 0.
         01 U-FOUND PIC 9(3) VALUE 0.
         01 OVERFLOW-SENDERS PIC 9(7) VALUE 0.
         01 OVERFLOW-REASONS PIC 9(7) VALUE 0.

      *  Lines on either input that could not be used
         01 UNUSABLE-COUNT PIC 9(5) VALUE 0.
         01 OVERFLOW-RUNS PIC 9(5) VALUE 0.
         01 OVERFLOW-CORRECTIONS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM WRITE-AGEING-HEADER.
           PERFORM LOAD-DAY02-RUNS.
           PERFORM LOAD-CORRECTIONS.
           PERFORM AGE-EXCEPTIONS.
           PERFORM WRITE-AGE-BANDS.
           PERFORM WRITE-SENDER-COUNTS.
           PERFORM WRITE-REASON-COUNTS.

           CLOSE AGEING-REPORT-FILE.
           PERFORM PRINT-EXCEPTIONS.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Retained record of this report run - date stamped header,
      *    appended to reports/exception_ageing.txt rather than
      *    overwriting it.
       WRITE-AGEING-HEADER.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(RUN-DATE-DISPLAY).
           INITIALIZE AGE-BAND-TABLE.
           OPEN EXTEND AGEING-REPORT-FILE.
           IF AGEING-RPT-NOT-FOUND
             OPEN OUTPUT AGEING-REPORT-FILE
           END-IF.
           IF NOT AGEING-RPT-OK
             DISPLAY "EXCAGE WARNING - reports/exception_ageing.txt "
                  "did not open cleanly, FILE STATUS "
                  AGEING-RPT-STATUS
           END-IF.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "===== EXCAGE run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           IF NOT AGEING-RPT-OK
             DISPLAY "EXCAGE WARNING - report header did not "
                  "write cleanly, FILE STATUS " AGEING-RPT-STATUS
           END-IF.

      *    First pass, over the run history - every day02 run that
      *    finished, including the clean ones that set nothing
      *    aside but still wrote a fresh round index, so each
      *    correction can be tied to the run whose index it
      *    corrected before any exception is aged. The lines
      *    DAY2CORR itself appends carry the day02 name too but no
      *    start time, which is how they are told apart from runs;
      *    every run recent enough to have filed exceptions has one.
       LOAD-DAY02-RUNS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF NOT RUN-HIST-OK
             IF NOT RUN-HIST-NOT-FOUND
               DISPLAY "EXCAGE WARNING - reports/run_history.dat "
                    "did not open cleanly, FILE STATUS "
                    RUN-HIST-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-DAY02-RUN UNTIL EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-DAY02-RUN.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RH-REC-PROGRAM = "2022_Day_2"
                AND RH-REC-DATE IS NUMERIC
                AND RH-REC-TIME IS NUMERIC
                AND RH-REC-SEQ IS NUMERIC
                AND RH-REC-START IS NUMERIC
             IF DAY02-RUN-COUNT < MAX-DAY02-RUNS
               ADD 1 TO DAY02-RUN-COUNT
               MOVE RH-REC-DATE TO DAY02-RUN-DATE(DAY02-RUN-COUNT)
               MOVE RH-REC-SEQ TO DAY02-RUN-SEQ(DAY02-RUN-COUNT)
               MOVE RH-REC-TIME TO DAY02-RUN-TIME(DAY02-RUN-COUNT)
             ELSE
               ADD 1 TO OVERFLOW-RUNS
             END-IF
           END-IF.

      *    DAY2CORR rewrites the round index of the last day02 run,
      *    so a correction belongs to the latest day02 run that had
      *    finished when it was made - by date, then by finish time
      *    within the date. A later day02 run has a fresh index and
      *    its own exceptions.
       LOAD-CORRECTIONS.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
             IF NOT AUDIT-FILE-NOT-FOUND
               DISPLAY "EXCAGE WARNING - "
                    "reports/day02_corrections.log did not open "
                    "cleanly, FILE STATUS " AUDIT-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-AUDIT-LINE UNTIL EOF = "Y"
             CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-LINE.
           READ AUDIT-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF AUD-ROUND-TAG = " ROUND " AND AUD-ROUND IS NUMERIC
                  AND AUD-DATE IS NUMERIC AND AUD-TIME IS NUMERIC
               IF CORRECTION-COUNT < MAX-CORRECTIONS
                 ADD 1 TO CORRECTION-COUNT
                 MOVE AUD-ROUND TO CORRECTION-ROUND(CORRECTION-COUNT)
                 MOVE AUD-DATE TO CORRECTION-DATE(CORRECTION-COUNT)
                 MOVE AUD-TIME TO CORRECTION-TIME(CORRECTION-COUNT)
                 MOVE 0 TO CORRECTION-RUN(CORRECTION-COUNT)
                 PERFORM VARYING D FROM 1 BY 1
                      UNTIL D > DAY02-RUN-COUNT
                   IF DAY02-RUN-DATE(D) <
                        CORRECTION-DATE(CORRECTION-COUNT)
                      OR (DAY02-RUN-DATE(D) =
                        CORRECTION-DATE(CORRECTION-COUNT)
                      AND DAY02-RUN-TIME(D) <=
                        CORRECTION-TIME(CORRECTION-COUNT))
                     MOVE D TO CORRECTION-RUN(CORRECTION-COUNT)
                   END-IF
                 END-PERFORM
               ELSE
                 ADD 1 TO OVERFLOW-CORRECTIONS
               END-IF
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

      *    Second pass - every exception on file, oldest first as
      *    the day programs appended them, with its age and state.
       AGE-EXCEPTIONS.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "EXCEPTIONS ON FILE - AGE IN DAYS TO "
                RUN-DATE-DISPLAY
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           INITIALIZE CURRENT-RUN-KEY.
           MOVE 0 TO CURRENT-DAY02-RUN.
           OPEN INPUT EXCEPTION-FILE.
           IF NOT EXCEPTION-FILE-OK
             IF NOT EXCEPTION-FILE-NOT-FOUND
               DISPLAY "EXCAGE WARNING - reports/exceptions.txt "
                    "did not open cleanly, FILE STATUS "
                    EXCEPTION-STATUS
             END-IF
             MOVE SPACES TO AGEING-REPORT-LINE
             STRING "  NO EXCEPTIONS ON FILE"
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
             WRITE AGEING-REPORT-LINE
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-EXCEPTION-RECORD UNTIL EOF = "Y"
             CLOSE EXCEPTION-FILE
           END-IF.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "  TOTAL " TOTAL-EXCEPTIONS
                " OPEN " TOTAL-OPEN
                " CORRECTED " TOTAL-CORRECTED
                " FROM " RUNS-ON-FILE " RUN(S)"
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF EXC-REC-DATE IS NUMERIC AND EXC-REC-DATE > 16010101
                  AND EXC-REC-SEQ IS NUMERIC
                  AND EXC-REC-LINE IS NUMERIC
               PERFORM AGE-ONE-EXCEPTION
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

       AGE-ONE-EXCEPTION.
           MOVE "N" TO NEW-RUN-SW.
           IF EXC-REC-PROGRAM IS NOT = CURRENT-RUN-PROGRAM
                OR EXC-REC-DATE IS NOT = CURRENT-RUN-DATE
                OR EXC-REC-SEQ IS NOT = CURRENT-RUN-SEQ
             MOVE "Y" TO NEW-RUN-SW
             ADD 1 TO RUNS-ON-FILE
             MOVE EXC-REC-PROGRAM TO CURRENT-RUN-PROGRAM
             MOVE EXC-REC-DATE TO CURRENT-RUN-DATE
             MOVE EXC-REC-SEQ TO CURRENT-RUN-SEQ
             IF EXC-REC-PROGRAM = "2022_Day_2"
               PERFORM FIND-DAY02-RUN
             END-IF
           END-IF.
           COMPUTE EXCEPTION-AGE = TODAY-INTEGER
                - FUNCTION INTEGER-OF-DATE(EXC-REC-DATE).
           MOVE "OPEN" TO EXCEPTION-STATE.
           MOVE 0 TO CORRECTED-ON.
           IF EXC-REC-PROGRAM = "2022_Day_2"
                AND NOT EXC-REC-REASON-OVERFLOW
                AND CURRENT-DAY02-RUN > 0
             PERFORM FIND-CORRECTION
           END-IF.
           ADD 1 TO TOTAL-EXCEPTIONS.
           IF EXCEPTION-CORRECTED
             ADD 1 TO TOTAL-CORRECTED
           ELSE
             ADD 1 TO TOTAL-OPEN
             PERFORM COUNT-AGE-BAND
           END-IF.
           MOVE EXC-REC-SENDER TO SENDER-SHOWN.
           IF SENDER-SHOWN = SPACES
             MOVE NO-SENDER TO SENDER-SHOWN
           END-IF.
           PERFORM COUNT-BY-SENDER.
           PERFORM COUNT-BY-REASON.
           PERFORM WRITE-EXCEPTION-LINE.

      *    Where the day02 run an exception came from sits in the
      *    run table the corrections were tied to.
       FIND-DAY02-RUN.
           MOVE 0 TO CURRENT-DAY02-RUN.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DAY02-RUN-COUNT
             IF DAY02-RUN-DATE(D) = EXC-REC-DATE
                  AND DAY02-RUN-SEQ(D) = EXC-REC-SEQ
               MOVE D TO CURRENT-DAY02-RUN
             END-IF
           END-PERFORM.

      *    The round is the day02 exception's line number - the same
      *    key the round index and DAY2CORR use.
       FIND-CORRECTION.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CORRECTION-COUNT
             IF CORRECTION-RUN(C) = CURRENT-DAY02-RUN
                  AND CORRECTION-ROUND(C) = EXC-REC-LINE
               MOVE "CORRECTED" TO EXCEPTION-STATE
               MOVE CORRECTION-DATE(C) TO CORRECTED-ON
             END-IF
           END-PERFORM.

       COUNT-AGE-BAND.
           EVALUATE TRUE
             WHEN EXCEPTION-AGE <= 1
               MOVE 1 TO B
             WHEN EXCEPTION-AGE <= 7
               MOVE 2 TO B
             WHEN EXCEPTION-AGE <= 30
               MOVE 3 TO B
             WHEN OTHER
               MOVE 4 TO B
           END-EVALUATE.
           ADD 1 TO AGE-BAND-COUNT(B).
           IF OLDEST-OPEN-DATE = 0 OR EXC-REC-DATE < OLDEST-OPEN-DATE
             MOVE EXC-REC-DATE TO OLDEST-OPEN-DATE
           END-IF.

       COUNT-BY-SENDER.
           MOVE 0 TO U-FOUND.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > SENDER-COUNT
             IF SENDER-ID(U) = SENDER-SHOWN
               MOVE U TO U-FOUND
             END-IF
           END-PERFORM.
           IF U-FOUND = 0 AND SENDER-COUNT < MAX-SENDERS
             ADD 1 TO SENDER-COUNT
             MOVE SENDER-SHOWN TO SENDER-ID(SENDER-COUNT)
             MOVE 0 TO SENDER-TOTAL(SENDER-COUNT)
             MOVE 0 TO SENDER-OPEN(SENDER-COUNT)
             MOVE 0 TO SENDER-CORRECTED(SENDER-COUNT)
             MOVE 0 TO SENDER-RUNS(SENDER-COUNT)
             MOVE SENDER-COUNT TO U-FOUND
           END-IF.
           IF U-FOUND = 0
             ADD 1 TO OVERFLOW-SENDERS
           ELSE
             ADD 1 TO SENDER-TOTAL(U-FOUND)
             IF EXCEPTION-CORRECTED
               ADD 1 TO SENDER-CORRECTED(U-FOUND)
             ELSE
               ADD 1 TO SENDER-OPEN(U-FOUND)
             END-IF
             IF NEW-RUN
               ADD 1 TO SENDER-RUNS(U-FOUND)
             END-IF
           END-IF.

      *    Reason codes are each program's own, so a reason is
      *    counted under the program that raised it.
       COUNT-BY-REASON.
           MOVE 0 TO U-FOUND.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > REASON-COUNT
             IF REASON-PROGRAM(U) = EXC-REC-PROGRAM
                  AND REASON-CODE(U) = EXC-REC-REASON
               MOVE U TO U-FOUND
             END-IF
           END-PERFORM.
           IF U-FOUND = 0 AND REASON-COUNT < MAX-REASONS
             ADD 1 TO REASON-COUNT
             MOVE EXC-REC-PROGRAM TO REASON-PROGRAM(REASON-COUNT)
             MOVE EXC-REC-REASON TO REASON-CODE(REASON-COUNT)
             MOVE 0 TO REASON-TOTAL(REASON-COUNT)
             MOVE 0 TO REASON-OPEN(REASON-COUNT)
             MOVE 0 TO REASON-CORRECTED(REASON-COUNT)
             MOVE REASON-COUNT TO U-FOUND
           END-IF.
           IF U-FOUND = 0
             ADD 1 TO OVERFLOW-REASONS
           ELSE
             ADD 1 TO REASON-TOTAL(U-FOUND)
             IF EXCEPTION-CORRECTED
               ADD 1 TO REASON-CORRECTED(U-FOUND)
             ELSE
               ADD 1 TO REASON-OPEN(U-FOUND)
             END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           IF EXCEPTION-CORRECTED
             STRING "  " EXC-REC-PROGRAM " " EXC-REC-DATE
                  " RUN " EXC-REC-SEQ " LINE " EXC-REC-LINE
                  " " EXC-REC-REASON " " SENDER-SHOWN
                  " AGE " EXCEPTION-AGE " CORRECTED " CORRECTED-ON
                  " '" EXC-REC-TEXT "'"
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
           ELSE
             STRING "  " EXC-REC-PROGRAM " " EXC-REC-DATE
                  " RUN " EXC-REC-SEQ " LINE " EXC-REC-LINE
                  " " EXC-REC-REASON " " SENDER-SHOWN
                  " AGE " EXCEPTION-AGE " OPEN              '"
                  EXC-REC-TEXT "'"
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
           END-IF.
           WRITE AGEING-REPORT-LINE.
           IF NOT AGEING-RPT-OK
             DISPLAY "EXCAGE WARNING - exception line did not "
                  "write cleanly, FILE STATUS " AGEING-RPT-STATUS
           END-IF.

      *    The open exceptions by how long they have waited.
       WRITE-AGE-BANDS.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "OPEN EXCEPTIONS BY AGE - OLDEST FROM "
                OLDEST-OPEN-DATE
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
             MOVE SPACES TO AGEING-REPORT-LINE
             STRING "  " AGE-BAND-LABEL(B) " " AGE-BAND-COUNT(B)
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
             WRITE AGEING-REPORT-LINE
           END-PERFORM.

       WRITE-SENDER-COUNTS.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "BY SENDER - ALL RUNS ON FILE"
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > SENDER-COUNT
             MOVE SPACES TO AGEING-REPORT-LINE
             STRING "  " SENDER-ID(U)
                  " EXCEPTIONS " SENDER-TOTAL(U)
                  " OPEN " SENDER-OPEN(U)
                  " CORRECTED " SENDER-CORRECTED(U)
                  " RUNS " SENDER-RUNS(U)
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
             WRITE AGEING-REPORT-LINE
           END-PERFORM.
           IF OVERFLOW-SENDERS > 0
             DISPLAY "EXCAGE WARNING - more than " MAX-SENDERS
                  " sender(s), " OVERFLOW-SENDERS " exception(s) "
                  "left off the sender counts"
           END-IF.

       WRITE-REASON-COUNTS.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "BY REASON - ALL RUNS ON FILE"
                DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > REASON-COUNT
             MOVE SPACES TO AGEING-REPORT-LINE
             STRING "  " REASON-PROGRAM(U) " " REASON-CODE(U)
                  " EXCEPTIONS " REASON-TOTAL(U)
                  " OPEN " REASON-OPEN(U)
                  " CORRECTED " REASON-CORRECTED(U)
                  DELIMITED BY SIZE INTO AGEING-REPORT-LINE
             WRITE AGEING-REPORT-LINE
           END-PERFORM.
           IF OVERFLOW-REASONS > 0
             DISPLAY "EXCAGE WARNING - more than " MAX-REASONS
                  " reason(s), " OVERFLOW-REASONS " exception(s) "
                  "left off the reason counts"
           END-IF.

       PRINT-EXCEPTIONS.
           IF UNUSABLE-COUNT > 0
             DISPLAY "Excage exceptions - ", UNUSABLE-COUNT,
                  " exception or audit line(s) unusable and left out "
                  "of the report"
           END-IF.
           IF OVERFLOW-RUNS > 0
             DISPLAY "EXCAGE WARNING - more than " MAX-DAY02-RUNS
                  " day02 run(s) on file, corrections not matched "
                  "against the newest " OVERFLOW-RUNS
           END-IF.
           IF OVERFLOW-CORRECTIONS > 0
             DISPLAY "EXCAGE WARNING - more than " MAX-CORRECTIONS
                  " correction(s) on the audit trail, "
                  OVERFLOW-CORRECTIONS " not matched"
           END-IF.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these figures".
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
