       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

      *  Batch window SLA report. The run history only ever carried
      *  the time a run finished and the run-control status file only
      *  whether a step finished, so nobody could say which step was
      *  eating the overnight window or whether the job beat the
      *  downstream deadline. CTLDRIVE now clocks every step and the
      *  job itself onto reports/step_timing.txt against the
      *  must-finish times on data/batch_deadlines.txt, and the day
      *  programs put their start time on their run history line.
      *  This program lays one business date's night out from those:
      *  every step's start, end, elapsed time and result against its
      *  deadline; the job window; the critical path - the steps run
      *  one after another, so the window is their sum, and the path
      *  is shown longest first with each step's share of it; and
      *  every day program run that date from the run history,
      *  including runs made outside CTLDRIVE, against the same
      *  deadlines. The date comes from SLARPT_DATE (CTLDRIVE
      *  exports the business date it is processing when it drives
      *  this as a step), today when blank. Overruns are alerted by
      *  CTLDRIVE as they happen; this report only reads. Appended to
      *  reports/sla_report.txt under a dated header.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Step and job timings CTLDRIVE appends as the job goes
           SELECT STEP-TIMING-FILE ASSIGN TO "reports/step_timing.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEP-TIMING-STATUS.

      *    The must-finish times CTLDRIVE holds the steps to
           SELECT DEADLINE-FILE ASSIGN TO "data/batch_deadlines.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEADLINE-STATUS.

      *    The shared run history master - start and end of every
      *    day program run, inside CTLDRIVE or not
           SELECT RUN-HISTORY-FILE ASSIGN TO "reports/run_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Retained SLA report - appended with a dated header the
      *    same way the day programs keep their reports
           SELECT SLA-REPORT-FILE ASSIGN TO "reports/sla_report.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SLA-RPT-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD STEP-TIMING-FILE.

           COPY STEPTIM REPLACING PFX-RECORD BY STEP-TIMING-RECORD
                PFX-DATE BY TIM-REC-DATE
                PFX-JOB-START BY TIM-REC-JOB-START
                PFX-KIND BY TIM-REC-KIND
                PFX-KIND-STEP BY TIM-REC-KIND-STEP
                PFX-KIND-JOB BY TIM-REC-KIND-JOB
                PFX-SEQ BY TIM-REC-SEQ
                PFX-PROGRAM BY TIM-REC-PROGRAM
                PFX-START BY TIM-REC-START
                PFX-END BY TIM-REC-END
                PFX-ELAPSED BY TIM-REC-ELAPSED
                PFX-RESULT BY TIM-REC-RESULT
                PFX-DEADLINE BY TIM-REC-DEADLINE
                PFX-SLA BY TIM-REC-SLA
                PFX-SLA-MET BY TIM-REC-SLA-MET
                PFX-SLA-MISSED BY TIM-REC-SLA-MISSED.

         FD DEADLINE-FILE.

           COPY BATDLN REPLACING PFX-RECORD BY DEADLINE-RECORD
                PFX-STEP BY DLN-REC-STEP
                PFX-TIME BY DLN-REC-TIME.

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

         FD SLA-REPORT-FILE.
         01 SLA-REPORT-LINE PIC X(110).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header, and the business date the
      *  report is about
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.
         01 REPORT-DATE-PARM PIC X(8) VALUE SPACES.
         01 REPORT-DATE PIC 9(8) VALUE 0.

      *  File statuses - 35 on the timing file just means CTLDRIVE
      *  has not clocked a step yet, on the deadline file that no
      *  deadlines are set
         01 STEP-TIMING-STATUS PIC X(2) VALUE SPACES.
           88 STEP-TIMING-OK VALUE "00".
           88 STEP-TIMING-NOT-FOUND VALUE "35".
         01 DEADLINE-STATUS PIC X(2) VALUE SPACES.
           88 DEADLINE-OK VALUE "00".
           88 DEADLINE-NOT-FOUND VALUE "35".
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
         01 SLA-RPT-STATUS PIC X(2) VALUE SPACES.
           88 SLA-RPT-OK VALUE "00".
           88 SLA-RPT-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  The must-finish times, as CTLDRIVE loads them
         01 MAX-DEADLINES PIC 9(2) VALUE 30.
         01 DEADLINE-COUNT PIC 9(2) VALUE 0.
         01 DEADLINE-TABLE.
           02 DEADLINE-ENTRY OCCURS 30 TIMES.
             03 DEADLINE-STEP PIC X(12).
             03 DEADLINE-TIME PIC 9(6).
         01 DX PIC 9(2) VALUE 0.

      *  The date's step lines, in the order CTLDRIVE ran them - a
      *  held job and its rerun both land here, told apart by their
      *  job start
         01 MAX-STEPS PIC 9(3) VALUE 100.
         01 STEP-COUNT PIC 9(3) VALUE 0.
         01 STEP-TABLE.
           02 STEP-ENTRY OCCURS 100 TIMES.
             03 STEP-JOB-START PIC 9(8).
             03 STEP-SEQ PIC 9(2).
             03 STEP-PROGRAM PIC X(12).
             03 STEP-START PIC 9(8).
             03 STEP-END PIC 9(8).
             03 STEP-ELAPSED PIC 9(6).
             03 STEP-RESULT PIC X(8).
             03 STEP-DEADLINE PIC 9(6).
             03 STEP-SLA PIC X(6).
             03 STEP-RANK PIC 9(3).
         01 S PIC 9(3) VALUE 0.
         01 RANK-I PIC 9(3) VALUE 0.
         01 RANK-J PIC 9(3) VALUE 0.
         01 RANK-HOLD PIC 9(3) VALUE 0.
         01 STEP-OVERFLOW PIC 9(5) VALUE 0.

      *  The date's job lines - one per CTLDRIVE run that finished
         01 MAX-JOBS PIC 9(2) VALUE 20.
         01 JOB-COUNT PIC 9(2) VALUE 0.
         01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 20 TIMES.
             03 JOB-START PIC 9(8).
             03 JOB-END PIC 9(8).
             03 JOB-ELAPSED PIC 9(6).
             03 JOB-RESULT PIC X(8).
             03 JOB-DEADLINE PIC 9(6).
             03 JOB-SLA PIC X(6).
         01 J PIC 9(2) VALUE 0.

      *  Window figures - the steps' own time against the jobs'
      *  elapsed time, the difference being time spent between steps
         01 STEP-TOTAL-SECONDS PIC 9(7) VALUE 0.
         01 JOB-TOTAL-SECONDS PIC 9(7) VALUE 0.
         01 OUTSIDE-SECONDS PIC 9(7) VALUE 0.
         01 CUMULATIVE-SECONDS PIC 9(7) VALUE 0.
         01 SHARE-PCT PIC 9(3) VALUE 0.
         01 CUMULATIVE-PCT PIC 9(3) VALUE 0.
         01 CRITICAL-PCT PIC 9(3) VALUE 80.
         01 PATH-MARK PIC X(8) VALUE SPACES.
         01 FIRST-STEP-START PIC 9(8) VALUE 0.
         01 LAST-STEP-END PIC 9(8) VALUE 0.

      *  Deadline miss counts for the summary line
         01 STEP-MISSES PIC 9(3) VALUE 0.
         01 JOB-MISSES PIC 9(3) VALUE 0.
         01 RUN-MISSES PIC 9(3) VALUE 0.
         01 RUN-COUNT PIC 9(3) VALUE 0.

      *  Clock arithmetic - the clock hands back HHMMSShh; anything
      *  earlier than the time measured from is past midnight
         01 CLOCK-TIME PIC 9(8) VALUE 0.
         01 CLOCK-PARTS REDEFINES CLOCK-TIME.
           02 CLOCK-HH PIC 9(2).
           02 CLOCK-MM PIC 9(2).
           02 CLOCK-SS PIC 9(2).
           02 CLOCK-HUNDREDTHS PIC 9(2).
         01 CLOCK-SECONDS PIC 9(6) VALUE 0.
         01 START-SECONDS PIC 9(6) VALUE 0.
         01 END-SECONDS PIC 9(6) VALUE 0.
         01 DUE-SECONDS PIC 9(6) VALUE 0.
         01 ELAPSED-SECONDS PIC 9(7) VALUE 0.
         01 SECONDS-PER-DAY PIC 9(6) VALUE 86400.
         01 HALF-DAY-SECONDS PIC 9(6) VALUE 43200.
         01 RUN-DEADLINE PIC 9(6) VALUE 0.
         01 RUN-SLA PIC X(6) VALUE SPACES.

      *  Elapsed seconds shown as HH:MM:SS
         01 ELAPSED-HH PIC 9(2) VALUE 0.
         01 ELAPSED-MM PIC 9(2) VALUE 0.
         01 ELAPSED-SS PIC 9(2) VALUE 0.
         01 ELAPSED-REMAINDER PIC 9(7) VALUE 0.
         01 ELAPSED-TEXT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-PARAMETERS.
           PERFORM WRITE-SLA-HEADER.
           PERFORM LOAD-DEADLINES.
           PERFORM LOAD-STEP-TIMINGS.

           PERFORM WRITE-STEP-SECTION.
           PERFORM WRITE-JOB-SECTION.
           PERFORM WRITE-CRITICAL-PATH.
           PERFORM WRITE-DAY-RUN-SECTION.
           PERFORM WRITE-MISS-SUMMARY.

           CLOSE SLA-REPORT-FILE.
           IF STEP-OVERFLOW > 0
             DISPLAY "SLARPT WARNING - more than " MAX-STEPS
                  " step line(s) for " REPORT-DATE ", "
                  STEP-OVERFLOW " left off the report"
           END-IF.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    A blank or non-numeric date means today.
       INITIALIZE-PARAMETERS.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT REPORT-DATE-PARM FROM ENVIRONMENT "SLARPT_DATE"
           IF REPORT-DATE-PARM IS NUMERIC
             MOVE REPORT-DATE-PARM TO REPORT-DATE
           ELSE
             MOVE RUN-DATE-DISPLAY TO REPORT-DATE
           END-IF.

      *    Retained record of this report run - date stamped header,
      *    appended to reports/sla_report.txt rather than overwriting
      *    it.
       WRITE-SLA-HEADER.
           OPEN EXTEND SLA-REPORT-FILE.
           IF SLA-RPT-NOT-FOUND
             OPEN OUTPUT SLA-REPORT-FILE
           END-IF.
           IF NOT SLA-RPT-OK
             DISPLAY "SLARPT WARNING - reports/sla_report.txt "
                  "did not open cleanly, FILE STATUS "
                  SLA-RPT-STATUS
           END-IF.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "===== SLARPT run " RUN-DATE-DISPLAY
                " - BUSINESS DATE " REPORT-DATE " ====="
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF NOT SLA-RPT-OK
             DISPLAY "SLARPT WARNING - report header did not "
                  "write cleanly, FILE STATUS " SLA-RPT-STATUS
           END-IF.

       LOAD-DEADLINES.
           MOVE 0 TO DEADLINE-COUNT.
           OPEN INPUT DEADLINE-FILE.
           IF DEADLINE-OK
             MOVE "N" TO EOF
             PERFORM READ-DEADLINE-RECORD UNTIL EOF = "Y"
             CLOSE DEADLINE-FILE
           ELSE
             IF NOT DEADLINE-NOT-FOUND
               DISPLAY "SLARPT WARNING - data/batch_deadlines.txt "
                    "did not open cleanly, FILE STATUS "
                    DEADLINE-STATUS
             END-IF
           END-IF.

       READ-DEADLINE-RECORD.
           READ DEADLINE-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND DLN-REC-STEP IS NOT = SPACES
                AND DLN-REC-TIME IS NUMERIC
             IF DEADLINE-COUNT < MAX-DEADLINES
               ADD 1 TO DEADLINE-COUNT
               MOVE DLN-REC-STEP TO DEADLINE-STEP(DEADLINE-COUNT)
               MOVE DLN-REC-TIME TO DEADLINE-TIME(DEADLINE-COUNT)
             END-IF
           END-IF.

       LOAD-STEP-TIMINGS.
           MOVE 0 TO STEP-COUNT.
           MOVE 0 TO JOB-COUNT.
           OPEN INPUT STEP-TIMING-FILE.
           IF STEP-TIMING-OK
             MOVE "N" TO EOF
             PERFORM READ-TIMING-RECORD UNTIL EOF = "Y"
             CLOSE STEP-TIMING-FILE
           ELSE
             IF NOT STEP-TIMING-NOT-FOUND
               DISPLAY "SLARPT WARNING - reports/step_timing.txt "
                    "did not open cleanly, FILE STATUS "
                    STEP-TIMING-STATUS
             END-IF
           END-IF.

       READ-TIMING-RECORD.
           READ STEP-TIMING-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND TIM-REC-DATE IS NUMERIC
                AND TIM-REC-DATE = REPORT-DATE
                AND TIM-REC-ELAPSED IS NUMERIC
             IF TIM-REC-KIND-STEP
               PERFORM KEEP-STEP-TIMING
             END-IF
             IF TIM-REC-KIND-JOB
               PERFORM KEEP-JOB-TIMING
             END-IF
           END-IF.

       KEEP-STEP-TIMING.
           IF STEP-COUNT < MAX-STEPS
             ADD 1 TO STEP-COUNT
             MOVE TIM-REC-JOB-START TO STEP-JOB-START(STEP-COUNT)
             MOVE TIM-REC-SEQ TO STEP-SEQ(STEP-COUNT)
             MOVE TIM-REC-PROGRAM TO STEP-PROGRAM(STEP-COUNT)
             MOVE TIM-REC-START TO STEP-START(STEP-COUNT)
             MOVE TIM-REC-END TO STEP-END(STEP-COUNT)
             MOVE TIM-REC-ELAPSED TO STEP-ELAPSED(STEP-COUNT)
             MOVE TIM-REC-RESULT TO STEP-RESULT(STEP-COUNT)
             MOVE TIM-REC-DEADLINE TO STEP-DEADLINE(STEP-COUNT)
             MOVE TIM-REC-SLA TO STEP-SLA(STEP-COUNT)
           ELSE
             ADD 1 TO STEP-OVERFLOW
           END-IF.

       KEEP-JOB-TIMING.
           IF JOB-COUNT < MAX-JOBS
             ADD 1 TO JOB-COUNT
             MOVE TIM-REC-START TO JOB-START(JOB-COUNT)
             MOVE TIM-REC-END TO JOB-END(JOB-COUNT)
             MOVE TIM-REC-ELAPSED TO JOB-ELAPSED(JOB-COUNT)
             MOVE TIM-REC-RESULT TO JOB-RESULT(JOB-COUNT)
             MOVE TIM-REC-DEADLINE TO JOB-DEADLINE(JOB-COUNT)
             MOVE TIM-REC-SLA TO JOB-SLA(JOB-COUNT)
           END-IF.

      *    Every step in the order it ran, with its deadline and
      *    whether it beat it.
       WRITE-STEP-SECTION.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "STEP DURATIONS"
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF STEP-COUNT = 0
             MOVE SPACES TO SLA-REPORT-LINE
             STRING "  NO STEP TIMINGS ON FILE FOR " REPORT-DATE
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
             WRITE SLA-REPORT-LINE
           END-IF.
           MOVE 0 TO STEP-TOTAL-SECONDS.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > STEP-COUNT
             PERFORM WRITE-STEP-LINE
           END-PERFORM.

       WRITE-STEP-LINE.
           ADD STEP-ELAPSED(S) TO STEP-TOTAL-SECONDS.
           IF S = 1
             MOVE STEP-START(S) TO FIRST-STEP-START
           END-IF.
           MOVE STEP-END(S) TO LAST-STEP-END.
           IF STEP-SLA(S) = "MISSED"
             ADD 1 TO STEP-MISSES
           END-IF.
           MOVE STEP-ELAPSED(S) TO ELAPSED-SECONDS.
           PERFORM FORMAT-ELAPSED.
           MOVE SPACES TO SLA-REPORT-LINE.
           IF STEP-DEADLINE(S) > 0
             STRING "  JOB " STEP-JOB-START(S)(1:6)
                  " STEP " STEP-SEQ(S) " " STEP-PROGRAM(S)
                  " " STEP-START(S)(1:6) "-" STEP-END(S)(1:6)
                  " ELAPSED " ELAPSED-TEXT " " STEP-RESULT(S)
                  " DUE " STEP-DEADLINE(S) " " STEP-SLA(S)
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           ELSE
             STRING "  JOB " STEP-JOB-START(S)(1:6)
                  " STEP " STEP-SEQ(S) " " STEP-PROGRAM(S)
                  " " STEP-START(S)(1:6) "-" STEP-END(S)(1:6)
                  " ELAPSED " ELAPSED-TEXT " " STEP-RESULT(S)
                  " NO DEADLINE"
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           END-IF.
           WRITE SLA-REPORT-LINE.

      *    One line per CTLDRIVE run of the date. A job still
      *    running - this report driven as one of its own steps - has
      *    no job line yet, so the window so far is shown from its
      *    step lines instead.
       WRITE-JOB-SECTION.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "JOB WINDOW"
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE 0 TO JOB-TOTAL-SECONDS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
             PERFORM WRITE-JOB-LINE
           END-PERFORM.
           IF JOB-COUNT = 0 AND STEP-COUNT > 0
             MOVE SPACES TO SLA-REPORT-LINE
             STRING "  NO JOB LINE YET - STEPS SO FAR RAN "
                  FIRST-STEP-START(1:6) "-" LAST-STEP-END(1:6)
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
             WRITE SLA-REPORT-LINE
           END-IF.

       WRITE-JOB-LINE.
           ADD JOB-ELAPSED(J) TO JOB-TOTAL-SECONDS.
           IF JOB-SLA(J) = "MISSED"
             ADD 1 TO JOB-MISSES
           END-IF.
           MOVE JOB-ELAPSED(J) TO ELAPSED-SECONDS.
           PERFORM FORMAT-ELAPSED.
           MOVE SPACES TO SLA-REPORT-LINE.
           IF JOB-DEADLINE(J) > 0
             STRING "  JOB " JOB-START(J)(1:6) "-" JOB-END(J)(1:6)
                  " ELAPSED " ELAPSED-TEXT " " JOB-RESULT(J)
                  " DUE " JOB-DEADLINE(J) " " JOB-SLA(J)
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           ELSE
             STRING "  JOB " JOB-START(J)(1:6) "-" JOB-END(J)(1:6)
                  " ELAPSED " ELAPSED-TEXT " " JOB-RESULT(J)
                  " NO DEADLINE"
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           END-IF.
           WRITE SLA-REPORT-LINE.

      *    The steps run one after another, so every one of them is
      *    on the path and the window is their sum. Longest first,
      *    each with its share of the step time and the running
      *    share; the steps that between them make up the first
      *    CRITICAL-PCT percent are the ones worth shortening. Time
      *    the jobs spent outside any step closes the section.
       WRITE-CRITICAL-PATH.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "CRITICAL PATH - LONGEST STEP FIRST"
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           PERFORM RANK-STEPS.
           MOVE 0 TO CUMULATIVE-SECONDS.
           PERFORM VARYING RANK-I FROM 1 BY 1 UNTIL RANK-I >
                STEP-COUNT
             MOVE STEP-RANK(RANK-I) TO S
             PERFORM WRITE-PATH-LINE
           END-PERFORM.
           MOVE STEP-TOTAL-SECONDS TO ELAPSED-SECONDS.
           PERFORM FORMAT-ELAPSED.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  STEP TIME " ELAPSED-TEXT
                " OVER " STEP-COUNT " STEP(S)"
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF JOB-COUNT > 0
             IF JOB-TOTAL-SECONDS > STEP-TOTAL-SECONDS
               COMPUTE OUTSIDE-SECONDS = JOB-TOTAL-SECONDS
                    - STEP-TOTAL-SECONDS
             ELSE
               MOVE 0 TO OUTSIDE-SECONDS
             END-IF
             MOVE OUTSIDE-SECONDS TO ELAPSED-SECONDS
             PERFORM FORMAT-ELAPSED
             MOVE SPACES TO SLA-REPORT-LINE
             STRING "  TIME OUTSIDE STEPS " ELAPSED-TEXT
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
             WRITE SLA-REPORT-LINE
           END-IF.

       WRITE-PATH-LINE.
           MOVE SPACES TO PATH-MARK.
           IF CUMULATIVE-PCT < CRITICAL-PCT
             MOVE "CRITICAL" TO PATH-MARK
           END-IF.
           ADD STEP-ELAPSED(S) TO CUMULATIVE-SECONDS.
           IF STEP-TOTAL-SECONDS > 0
             COMPUTE SHARE-PCT ROUNDED =
                  STEP-ELAPSED(S) * 100 / STEP-TOTAL-SECONDS
             COMPUTE CUMULATIVE-PCT ROUNDED =
                  CUMULATIVE-SECONDS * 100 / STEP-TOTAL-SECONDS
           ELSE
             MOVE 0 TO SHARE-PCT
             MOVE 0 TO CUMULATIVE-PCT
           END-IF.
           MOVE STEP-ELAPSED(S) TO ELAPSED-SECONDS.
           PERFORM FORMAT-ELAPSED.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  " RANK-I " STEP " STEP-SEQ(S) " "
                STEP-PROGRAM(S) " ELAPSED " ELAPSED-TEXT
                " SHARE " SHARE-PCT "% RUNNING " CUMULATIVE-PCT "% "
                PATH-MARK
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.

      *    Descending insertion sort of an index table, the same way
      *    SEASNRUN ranks its standings.
       RANK-STEPS.
           PERFORM VARYING RANK-I FROM 1 BY 1 UNTIL RANK-I >
                STEP-COUNT
             MOVE RANK-I TO STEP-RANK(RANK-I)
           END-PERFORM.
           PERFORM VARYING RANK-I FROM 2 BY 1 UNTIL RANK-I >
                STEP-COUNT
             MOVE STEP-RANK(RANK-I) TO RANK-HOLD
             MOVE RANK-I TO RANK-J
             PERFORM UNTIL RANK-J = 1
                  OR STEP-ELAPSED(STEP-RANK(RANK-J - 1)) >=
                  STEP-ELAPSED(RANK-HOLD)
               MOVE STEP-RANK(RANK-J - 1) TO STEP-RANK(RANK-J)
               SUBTRACT 1 FROM RANK-J
             END-PERFORM
             MOVE RANK-HOLD TO STEP-RANK(RANK-J)
           END-PERFORM.

      *    Every day program run on the history for the date, from
      *    its start time to its finishing time, held to the
      *    program's deadline from its own start. Lines with no start
      *    time - older runs and DAY2CORR's correction lines - have
      *    no duration to show and are left out.
       WRITE-DAY-RUN-SECTION.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "DAY PROGRAM RUNS"
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO EOF
             PERFORM READ-HISTORY-RECORD UNTIL EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.
           IF RUN-COUNT = 0
             MOVE SPACES TO SLA-REPORT-LINE
             STRING "  NO TIMED DAY PROGRAM RUNS ON FILE FOR "
                  REPORT-DATE
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
             WRITE SLA-REPORT-LINE
           END-IF.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RH-REC-DATE IS NUMERIC
                AND RH-REC-DATE = REPORT-DATE
                AND RH-REC-START IS NUMERIC
                AND RH-REC-START > 0
                AND RH-REC-TIME IS NUMERIC
             PERFORM WRITE-DAY-RUN-LINE
           END-IF.

       WRITE-DAY-RUN-LINE.
           ADD 1 TO RUN-COUNT.
           MOVE RH-REC-START TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS.
           MOVE CLOCK-SECONDS TO START-SECONDS.
           MOVE RH-REC-TIME TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS.
           MOVE CLOCK-SECONDS TO END-SECONDS.
           IF END-SECONDS < START-SECONDS
             ADD SECONDS-PER-DAY TO END-SECONDS
           END-IF.
           COMPUTE ELAPSED-SECONDS = END-SECONDS - START-SECONDS.
           PERFORM FORMAT-ELAPSED.
           MOVE 0 TO RUN-DEADLINE.
           MOVE SPACES TO RUN-SLA.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEADLINE-COUNT
             IF DEADLINE-STEP(DX) = RH-REC-PROGRAM
               MOVE DEADLINE-TIME(DX) TO RUN-DEADLINE
             END-IF
           END-PERFORM.
           MOVE SPACES TO SLA-REPORT-LINE.
           IF RUN-DEADLINE > 0
             COMPUTE CLOCK-TIME = RUN-DEADLINE * 100
             PERFORM CLOCK-TO-SECONDS
             MOVE CLOCK-SECONDS TO DUE-SECONDS
             IF DUE-SECONDS < START-SECONDS
                  AND START-SECONDS - DUE-SECONDS > HALF-DAY-SECONDS
               ADD SECONDS-PER-DAY TO DUE-SECONDS
             END-IF
             IF END-SECONDS > DUE-SECONDS
               MOVE "MISSED" TO RUN-SLA
               ADD 1 TO RUN-MISSES
             ELSE
               MOVE "MET" TO RUN-SLA
             END-IF
             STRING "  " RH-REC-PROGRAM " RUN " RH-REC-SEQ
                  " " RH-REC-START(1:6) "-" RH-REC-TIME(1:6)
                  " ELAPSED " ELAPSED-TEXT
                  " RECORDS " RH-REC-RECORDS
                  " DUE " RUN-DEADLINE " " RUN-SLA
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           ELSE
             STRING "  " RH-REC-PROGRAM " RUN " RH-REC-SEQ
                  " " RH-REC-START(1:6) "-" RH-REC-TIME(1:6)
                  " ELAPSED " ELAPSED-TEXT
                  " RECORDS " RH-REC-RECORDS
                  " NO DEADLINE"
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE
           END-IF.
           WRITE SLA-REPORT-LINE.

       WRITE-MISS-SUMMARY.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "DEADLINE MISSES - STEPS " STEP-MISSES
                " JOBS " JOB-MISSES
                " DAY PROGRAM RUNS " RUN-MISSES
                DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           DISPLAY "SLARPT - " REPORT-DATE ": " STEP-COUNT
                " step(s), " JOB-COUNT " job(s), " RUN-COUNT
                " day program run(s), deadline misses "
                STEP-MISSES "/" JOB-MISSES "/" RUN-MISSES.

       CLOCK-TO-SECONDS.
           COMPUTE CLOCK-SECONDS = CLOCK-HH * 3600 + CLOCK-MM * 60
                + CLOCK-SS.

       FORMAT-ELAPSED.
           DIVIDE ELAPSED-SECONDS BY 3600 GIVING ELAPSED-HH
                REMAINDER ELAPSED-REMAINDER.
           DIVIDE ELAPSED-REMAINDER BY 60 GIVING ELAPSED-MM
                REMAINDER ELAPSED-SS.
           MOVE SPACES TO ELAPSED-TEXT.
           STRING ELAPSED-HH ":" ELAPSED-MM ":" ELAPSED-SS
                DELIMITED BY SIZE INTO ELAPSED-TEXT.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these totals".
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
