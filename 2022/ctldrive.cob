             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-MST-STATUS.

      *    What INTAKE has staged - a step whose input is in the
      *    staging area is held until its file shows STAGED here
           SELECT INTAKE-LOG-FILE ASSIGN TO "reports/intake_log.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTAKE-LOG-STATUS.

      *    When each step and the job as a whole started and ended -
      *    appended as the job goes, read back by SLARPT
           SELECT STEP-TIMING-FILE ASSIGN TO "reports/step_timing.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEP-TIMING-STATUS.

      *    Must-finish times per step and for the whole job, in the
      *    same hand editable fixed columns as data/run_control.txt.
      *    No file here means no deadlines, only the timings.
           SELECT DEADLINE-FILE ASSIGN TO "data/batch_deadlines.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEADLINE-STATUS.

       DATA DIVISION.

         FILE SECTION.
           02 CTL-REC-PARM PIC X(20).
           02 FILLER PIC X(1).
           02 CTL-REC-ONFAIL PIC X(8).
           02 FILLER PIC X(1).
      *    SHADOW runs the step with every output sent to the shadow
      *    area; blank is an ordinary production step
           02 CTL-REC-MODE PIC X(8).

         FD STEP-STATUS-FILE.
         01 STEP-STATUS-RECORD.
                PFX-NOTE BY AMS-REC-NOTE
                PFX-DETAIL BY AMS-REC-DETAIL.

         FD INTAKE-LOG-FILE.

           COPY INTKLOG REPLACING PFX-RECORD BY INTAKE-LOG-RECORD
                PFX-DATE BY ILG-REC-DATE
                PFX-TIME BY ILG-REC-TIME
                PFX-ACTION BY ILG-REC-ACTION
                PFX-ACTION-RECEIVED BY ILG-REC-RECEIVED
                PFX-ACTION-STAGED BY ILG-REC-STAGED
                PFX-ACTION-REJECTED BY ILG-REC-REJECTED
                PFX-FILE-ID BY ILG-REC-FILE-ID
                PFX-HDR-DATE BY ILG-REC-HDR-DATE
                PFX-LINES BY ILG-REC-LINES
                PFX-INBOUND-PATH BY ILG-REC-INBOUND-PATH
                PFX-STAGED-PATH BY ILG-REC-STAGED-PATH
                PFX-REASON BY ILG-REC-REASON.

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

         FD LOCK-FILE.
         01 LOCK-IO-RECORD PIC X(44).

              PFX-TIME BY LOCK-TIME
              PFX-USER BY LOCK-USER.

      *  Which day(s) to run - "01", "02", "03", "04" or "ALL" ("ALL" is
      *  the default), taken from RUN_DAYS in the environment. Only
      *  consulted when there is no run-control file.
         01 RUN-DAYS-PARM PIC X(5) VALUE SPACES.
         01 ENV-DATE-BAD-SW PIC X(1) VALUE "N".
           88 ENV-DATE-BAD VALUE "Y".

      *  Set when a step marked SHADOW names a program that cannot
      *  run in the shadow area - the step is failed, never CALLed
         01 SHADOW-REFUSED-SW PIC X(1) VALUE "N".
           88 SHADOW-REFUSED VALUE "Y".

      *  The envelope header as peeked off a step's input file -
      *  only the HDR view matters here, the copybook keeps the one
      *  layout in one place
             03 STEP-INPUT PIC X(50).
             03 STEP-PARM PIC X(20).
             03 STEP-ONFAIL PIC X(8).
             03 STEP-RUN-MODE PIC X(8).
             03 STEP-DONE PIC X(1).

      *  Pointer to a step
         01 RUN-STOPPED-SW PIC X(1) VALUE "N".
           88 RUN-STOPPED VALUE "Y".

      *  Staged inputs - a step input naming the staging area is
      *  one INTAKE copies in, under a dated name; YYYYMMDD in the
      *  control file's input column stands for this run's business
      *  date. Until the intake log shows the file STAGED the step is
      *  held - the job stops there without failing, and the rerun
      *  once the file is in resumes at that step.
         01 INTAKE-LOG-STATUS PIC X(2) VALUE SPACES.
           88 INTAKE-LOG-OK VALUE "00".
         01 INTAKE-LOG-EOF PIC A(1) VALUE "N".
         01 STAGING-AREA PIC X(12) VALUE "data/staged/".
         01 RUN-DATE-TEXT PIC X(8) VALUE SPACES.
         01 STEP-STAGED-SW PIC X(1) VALUE "Y".
           88 STEP-INPUT-STAGED VALUE "Y".
         01 RUN-HELD-SW PIC X(1) VALUE "N".
           88 RUN-HELD VALUE "Y".
         01 HELD-STEP-SEQ PIC 9(2) VALUE 0.

      *  Whether this run is driven by steps or by RUN_DAYS
         01 STEP-MODE-SW PIC X(1) VALUE "N".
           88 STEP-MODE VALUE "Y".

      *  Step and job timing - every step is clocked from just before
      *  its envelope check to just after its program returns, and
      *  the job from the moment CTLDRIVE starts. Times are the
      *  HHMMSShh the clock hands back, worked in seconds since
      *  midnight; a time earlier than the job start is past
      *  midnight and counts a day on. An end past its deadline is
      *  alerted and counted as a warning.
         01 STEP-TIMING-STATUS PIC X(2) VALUE SPACES.
           88 STEP-TIMING-OK VALUE "00".
           88 STEP-TIMING-NOT-FOUND VALUE "35".
         01 DEADLINE-STATUS PIC X(2) VALUE SPACES.
           88 DEADLINE-OK VALUE "00".
           88 DEADLINE-NOT-FOUND VALUE "35".
         01 MAX-DEADLINES PIC 9(2) VALUE 30.
         01 DEADLINE-COUNT PIC 9(2) VALUE 0.
         01 DEADLINE-TABLE.
           02 DEADLINE-ENTRY OCCURS 30 TIMES.
             03 DEADLINE-STEP PIC X(12).
             03 DEADLINE-TIME PIC 9(6).
         01 DX PIC 9(2) VALUE 0.
         01 JOB-START-TIME PIC 9(8) VALUE 0.
         01 TIMING-KIND PIC X(4) VALUE SPACES.
         01 TIMING-SEQ PIC 9(2) VALUE 0.
         01 TIMING-PROGRAM PIC X(12) VALUE SPACES.
         01 TIMING-START PIC 9(8) VALUE 0.
         01 TIMING-END PIC 9(8) VALUE 0.
         01 TIMING-RESULT PIC X(8) VALUE SPACES.
         01 TIMING-DEADLINE PIC 9(6) VALUE 0.
         01 TIMING-SLA PIC X(6) VALUE SPACES.
           88 TIMING-SLA-MISSED VALUE "MISSED".
         01 CLOCK-TIME PIC 9(8) VALUE 0.
         01 CLOCK-PARTS REDEFINES CLOCK-TIME.
           02 CLOCK-HH PIC 9(2).
           02 CLOCK-MM PIC 9(2).
           02 CLOCK-SS PIC 9(2).
           02 CLOCK-HUNDREDTHS PIC 9(2).
         01 CLOCK-SECONDS PIC 9(6) VALUE 0.
         01 START-SECONDS PIC 9(6) VALUE 0.
         01 END-SECONDS PIC 9(6) VALUE 0.
         01 JOB-START-SECONDS PIC 9(6) VALUE 0.
         01 DUE-SECONDS PIC 9(6) VALUE 0.
         01 ELAPSED-SECONDS PIC 9(6) VALUE 0.
         01 SECONDS-PER-DAY PIC 9(6) VALUE 86400.
         01 HALF-DAY-SECONDS PIC 9(6) VALUE 43200.
         01 OVERRUN-COUNT PIC 9(2) VALUE 0.

      *  2022_DAY01 hands its top-three totals back through here -
      *  CTLDRIVE itself has no use for them, it just gives the
      *  program somewhere to put them

       PROCEDURE DIVISION.

           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM INITIALIZE-PARAMETERS.
           PERFORM LOAD-CALENDAR.
             PERFORM ENFORCE-CALENDAR
           END-IF.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-DEADLINES.

           IF STEP-MODE
             PERFORM LOAD-STEP-STATUS
             END-IF
           ELSE
             IF RUN-DAYS-PARM = "01" OR RUN-DAYS-PARM = "ALL"
               MOVE 1 TO TIMING-SEQ
               MOVE "2022_DAY01" TO TIMING-PROGRAM
               PERFORM START-STEP-CLOCK
               PERFORM RUN-DAY01
               PERFORM STOP-STEP-CLOCK
             END-IF
             IF RUN-DAYS-PARM = "02" OR RUN-DAYS-PARM = "ALL"
               MOVE 2 TO TIMING-SEQ
               MOVE "2022_Day_2" TO TIMING-PROGRAM
               PERFORM START-STEP-CLOCK
               PERFORM RUN-DAY02
               PERFORM STOP-STEP-CLOCK
             END-IF
             IF RUN-DAYS-PARM = "03" OR RUN-DAYS-PARM = "ALL"
               MOVE 3 TO TIMING-SEQ
               MOVE "2022_DAY03" TO TIMING-PROGRAM
               PERFORM START-STEP-CLOCK
               PERFORM RUN-DAY03
               PERFORM STOP-STEP-CLOCK
             END-IF
             IF RUN-DAYS-PARM = "04" OR RUN-DAYS-PARM = "ALL"
               MOVE 4 TO TIMING-SEQ
               MOVE "2022_DAY04" TO TIMING-PROGRAM
               PERFORM START-STEP-CLOCK
               PERFORM RUN-DAY04
               PERFORM STOP-STEP-CLOCK
             END-IF
           END-IF.

             PERFORM RECORD-BUSINESS-DATE
           END-IF.

           PERFORM RECORD-JOB-TIMING.
           PERFORM REPORT-SUMMARY.
           PERFORM RELEASE-RUN-LOCK.

               MOVE CTL-REC-INPUT TO STEP-INPUT(STEP-COUNT)
               MOVE CTL-REC-PARM TO STEP-PARM(STEP-COUNT)
               MOVE CTL-REC-ONFAIL TO STEP-ONFAIL(STEP-COUNT)
               MOVE CTL-REC-MODE TO STEP-RUN-MODE(STEP-COUNT)
               MOVE "N" TO STEP-DONE(STEP-COUNT)
             ELSE
               DISPLAY "CTLDRIVE WARNING - more than " MAX-STEPS
                    STEP-PROGRAM(STEP-IDX)
                    " already complete, skipped"
             ELSE
               PERFORM RESOLVE-STEP-INPUT
               IF STEP-INPUT-STAGED
                 PERFORM RUN-ONE-STEP
               ELSE
                 PERFORM HOLD-STEP
               END-IF
             END-IF
           END-PERFORM.

      *    The business date goes into the input path here, so the
      *    envelope check, the staging check and the program itself
      *    all see the one resolved name. An input in the staging
      *    area has to be on the intake log as STAGED before the
      *    step may run.
       RESOLVE-STEP-INPUT.
           MOVE LOCK-TODAY TO RUN-DATE-TEXT.
           INSPECT STEP-INPUT(STEP-IDX) REPLACING ALL "YYYYMMDD"
                BY RUN-DATE-TEXT.
           MOVE "Y" TO STEP-STAGED-SW.
           IF STEP-INPUT(STEP-IDX)(1:12) = STAGING-AREA
             PERFORM FIND-STAGED-INPUT
           END-IF.

       FIND-STAGED-INPUT.
           MOVE "N" TO STEP-STAGED-SW.
           OPEN INPUT INTAKE-LOG-FILE.
           IF INTAKE-LOG-OK
             MOVE "N" TO INTAKE-LOG-EOF
             PERFORM READ-INTAKE-LOG-RECORD UNTIL INTAKE-LOG-EOF = "Y"
             CLOSE INTAKE-LOG-FILE
           END-IF.

       READ-INTAKE-LOG-RECORD.
           READ INTAKE-LOG-FILE AT END MOVE "Y" TO INTAKE-LOG-EOF.
           IF INTAKE-LOG-EOF IS NOT = "Y"
             IF ILG-REC-STAGED
                  AND ILG-REC-STAGED-PATH = STEP-INPUT(STEP-IDX)
               MOVE "Y" TO STEP-STAGED-SW
             END-IF
           END-IF.

      *    Not a failure - the file simply has not come in yet. The
      *    job stops at this step with nothing recorded for it, so
      *    the business date is not marked processed and the rerun
      *    after INTAKE has staged the file picks up right here.
       HOLD-STEP.
           MOVE "Y" TO RUN-HELD-SW.
           MOVE STEP-SEQ(STEP-IDX) TO HELD-STEP-SEQ.
           MOVE "Y" TO RUN-STOPPED-SW.
           ADD 1 TO CTL-WARNING-COUNT.
           DISPLAY "CTLDRIVE - step " STEP-SEQ(STEP-IDX) " "
                STEP-PROGRAM(STEP-IDX) " held, "
                STEP-INPUT(STEP-IDX) " not yet staged".
           MOVE SPACES TO ALERT-DETAIL.
           STRING "STEP " STEP-SEQ(STEP-IDX) " HELD AWAITING "
                STEP-INPUT(STEP-IDX)
                DELIMITED BY SIZE INTO ALERT-DETAIL.
           PERFORM WRITE-ALERT.

       RUN-ONE-STEP.
           DISPLAY "CTLDRIVE - step " STEP-SEQ(STEP-IDX)
                " starting " STEP-PROGRAM(STEP-IDX).
           MOVE STEP-SEQ(STEP-IDX) TO TIMING-SEQ.
           MOVE STEP-PROGRAM(STEP-IDX) TO TIMING-PROGRAM.
           PERFORM START-STEP-CLOCK.
           MOVE "N" TO ENV-DATE-BAD-SW.
           IF CALENDAR-ACTIVE
                AND STEP-INPUT(STEP-IDX) IS NOT = SPACES
             PERFORM CHECK-STEP-ENVELOPE
           END-IF.
           PERFORM CHECK-STEP-RUN-MODE.
           IF ENV-DATE-BAD OR SHADOW-REFUSED
             MOVE 16 TO CALL-RESULT
           ELSE
             PERFORM EXPORT-STEP-PARAMETERS
                 IF STEP-PROGRAM(STEP-IDX) = "2022_DAY03"
                   PERFORM RUN-DAY03
                 ELSE
                   IF STEP-PROGRAM(STEP-IDX) = "2022_DAY04"
                     PERFORM RUN-DAY04
                   ELSE
                     PERFORM RUN-OTHER-PROGRAM
                   END-IF
                 END-IF
               END-IF
             END-IF
             PERFORM CANCEL-STEP-PROGRAM
           END-IF.
           PERFORM STOP-STEP-CLOCK.
           IF CALL-RESULT = 0
             PERFORM RECORD-STEP-RESULT-OK
           ELSE
             END-IF
           END-IF.

      *    Only the day programs and SEASNRUN send their output to
      *    the shadow area - any other program marked SHADOW would
      *    write to production under a shadow banner. CTLMAINT will
      *    not take such a line, but run_control.txt is hand
      *    editable, so the step is failed here rather than run.
       CHECK-STEP-RUN-MODE.
           MOVE "N" TO SHADOW-REFUSED-SW.
           IF STEP-RUN-MODE(STEP-IDX) = "SHADOW"
                AND STEP-PROGRAM(STEP-IDX) IS NOT = "2022_DAY01"
                AND STEP-PROGRAM(STEP-IDX) IS NOT = "2022_Day_2"
                AND STEP-PROGRAM(STEP-IDX) IS NOT = "2022_DAY03"
                AND STEP-PROGRAM(STEP-IDX) IS NOT = "2022_DAY04"
                AND STEP-PROGRAM(STEP-IDX) IS NOT = "SEASNRUN"
             MOVE "Y" TO SHADOW-REFUSED-SW
             DISPLAY "CTLDRIVE - step " STEP-SEQ(STEP-IDX) " "
                  STEP-PROGRAM(STEP-IDX) " cannot run in shadow "
                  "mode, only the day programs and SEASNRUN can - "
                  "step failed"
             MOVE SPACES TO ALERT-DETAIL
             STRING "STEP " STEP-SEQ(STEP-IDX) " "
                  STEP-PROGRAM(STEP-IDX) " SHADOW MODE NOT SUPPORTED"
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM WRITE-ALERT
           END-IF.

      *    One dated line per breach in the alerts file the operator
      *    is paged off, plus the same breach raised OPEN onto the
      *    keyed alert master so ALRTMNT can carry it through
               IF STEP-PROGRAM(STEP-IDX) = "2022_DAY03"
                 CANCEL "2022_DAY03"
               ELSE
                 IF STEP-PROGRAM(STEP-IDX) = "2022_DAY04"
                   CANCEL "2022_DAY04"
                 ELSE
                   CANCEL STEP-PROGRAM(STEP-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.
      *    step. A blank column exports a blank, which every program
      *    treats as "use your default".
       EXPORT-STEP-PARAMETERS.
      *    A SHADOW step's program sends everything it writes to the
      *    shadow area and leaves production alone - exported for
      *    every step, so the step after a shadow one does not
      *    inherit the switch. SEASNRUN hands it on to the day
      *    programs it CALLs.
           IF STEP-RUN-MODE(STEP-IDX) = "SHADOW"
             DISPLAY "CTLDRIVE - step " STEP-SEQ(STEP-IDX)
                  " runs in shadow mode"
             SET ENVIRONMENT "SHADOW_RUN" TO "Y"
           ELSE
             SET ENVIRONMENT "SHADOW_RUN" TO SPACES
           END-IF.
           IF STEP-PROGRAM(STEP-IDX) = "2022_DAY01"
             SET ENVIRONMENT "DAY01_INPUT" TO STEP-INPUT(STEP-IDX)
             SET ENVIRONMENT "DAY01_TOPN" TO STEP-PARM(STEP-IDX)
             SET ENVIRONMENT "DAY03_INPUT" TO STEP-INPUT(STEP-IDX)
             SET ENVIRONMENT "DAY03_EXTRACT" TO STEP-PARM(STEP-IDX)
           END-IF.
           IF STEP-PROGRAM(STEP-IDX) = "2022_DAY04"
             SET ENVIRONMENT "DAY04_INPUT" TO STEP-INPUT(STEP-IDX)
             SET ENVIRONMENT "DAY04_EXTRACT" TO STEP-PARM(STEP-IDX)
           END-IF.
      *    Housekeeping run as a step would otherwise refuse on this
      *    job's own lock - the flag tells it who the caller is, so
      *    it skips ctldrive.lck and ctldrive.lck only. The day
             SET ENVIRONMENT "HOUSEKEEP_RETAIN_DAYS" TO
                  STEP-PARM(STEP-IDX)
           END-IF.
      *    The recovery point, likewise, refuses over any live suite
      *    lock except the job's own when this job is its caller.
           IF STEP-PROGRAM(STEP-IDX) = "RECOVPT"
             SET ENVIRONMENT "RECOVPT_CALLER" TO "CTLDRIVE"
           END-IF.
           IF STEP-PROGRAM(STEP-IDX) = "REQNFEED"
             SET ENVIRONMENT "REQNFEED_EXTRACT" TO STEP-PARM(STEP-IDX)
           END-IF.
           IF STEP-PROGRAM(STEP-IDX) = "RULEIMPT"
             SET ENVIRONMENT "RULEIMPT_RULESET" TO STEP-PARM(STEP-IDX)
           END-IF.
      *    The SLA report is about the business date this job is
      *    processing, not whatever the clock says after midnight.
           IF STEP-PROGRAM(STEP-IDX) = "SLARPT"
             MOVE LOCK-TODAY TO RUN-DATE-TEXT
             SET ENVIRONMENT "SLARPT_DATE" TO RUN-DATE-TEXT
           END-IF.
      *    Balancing, likewise, proves the runs of the date this job
      *    is processing.
           IF STEP-PROGRAM(STEP-IDX) = "RUNBAL"
             MOVE LOCK-TODAY TO RUN-DATE-TEXT
             SET ENVIRONMENT "RUNBAL_DATE" TO RUN-DATE-TEXT
           END-IF.

      *    Anything that is not one of the two day programs is driven
      *    by name with no arguments - TRENDRPT and its kind.
             END-IF
           END-IF.

      *    Drive the day four batch and note whether it finished
      *    clean.
       RUN-DAY04.
           DISPLAY "CTLDRIVE - starting 2022_DAY04".
           CALL "2022_DAY04".
           MOVE RETURN-CODE TO CALL-RESULT.
           IF STEP-MODE
             CONTINUE
           ELSE
             IF CALL-RESULT = WARNING-RC
               ADD 1 TO CTL-WARNING-COUNT
               DISPLAY "CTLDRIVE - 2022_DAY04 finished with "
                    "warnings, see reports/alerts.txt"
             ELSE
               IF CALL-RESULT NOT = 0
                 ADD 1 TO CTL-FAILURE-COUNT
                 DISPLAY "CTLDRIVE - 2022_DAY04 failed, return code "
                      CALL-RESULT
               ELSE
                 DISPLAY "CTLDRIVE - 2022_DAY04 finished clean"
               END-IF
             END-IF
           END-IF.

      *    No deadline file is not an error - the steps are still
      *    timed, there is just nothing to hold them to.
       LOAD-DEADLINES.
           MOVE 0 TO DEADLINE-COUNT.
           OPEN INPUT DEADLINE-FILE.
           IF DEADLINE-NOT-FOUND
             CONTINUE
           ELSE
             IF NOT DEADLINE-OK
               DISPLAY "CTLDRIVE WARNING - data/batch_deadlines.txt "
                    "did not open cleanly, FILE STATUS "
                    DEADLINE-STATUS " - running with no deadlines"
             ELSE
               MOVE "N" TO EOF
               PERFORM READ-DEADLINE-RECORD UNTIL EOF = "Y"
               CLOSE DEADLINE-FILE
               DISPLAY "CTLDRIVE - " DEADLINE-COUNT
                    " deadline(s) on file"
             END-IF
           END-IF.

      *    A line with no step name or no numeric time is a stray in
      *    the hand-edited file, skipped like the other loaders skip
      *    theirs.
       READ-DEADLINE-RECORD.
           READ DEADLINE-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND DLN-REC-STEP IS NOT = SPACES
                AND DLN-REC-TIME IS NUMERIC
             IF DEADLINE-COUNT < MAX-DEADLINES
               ADD 1 TO DEADLINE-COUNT
               MOVE DLN-REC-STEP TO DEADLINE-STEP(DEADLINE-COUNT)
               MOVE DLN-REC-TIME TO DEADLINE-TIME(DEADLINE-COUNT)
             ELSE
               DISPLAY "CTLDRIVE WARNING - more than " MAX-DEADLINES
                    " deadline(s) on file, extras dropped"
             END-IF
           END-IF.

       START-STEP-CLOCK.
           ACCEPT TIMING-START FROM TIME.

      *    The step's own result goes on its timing line as well as
      *    its status line, so the SLA report can tell a slow step
      *    from a failed one.
       STOP-STEP-CLOCK.
           ACCEPT TIMING-END FROM TIME.
           MOVE "STEP" TO TIMING-KIND.
           IF CALL-RESULT = 0
             MOVE "COMPLETE" TO TIMING-RESULT
           ELSE
             IF CALL-RESULT = WARNING-RC
               MOVE "WARNING" TO TIMING-RESULT
             ELSE
               MOVE "FAILED" TO TIMING-RESULT
             END-IF
           END-IF.
           PERFORM WRITE-STEP-TIMING.

      *    The job line spans from CTLDRIVE starting to now, and is
      *    held to the JOB deadline - whatever state the job ended
      *    in, the window was used.
       RECORD-JOB-TIMING.
           MOVE JOB-START-TIME TO TIMING-START.
           ACCEPT TIMING-END FROM TIME.
           MOVE "JOB" TO TIMING-KIND.
           MOVE 0 TO TIMING-SEQ.
           MOVE "CTLDRIVE" TO TIMING-PROGRAM.
           IF RUN-HELD
             MOVE "HELD" TO TIMING-RESULT
           ELSE
             IF RUN-STOPPED
               MOVE "STOPPED" TO TIMING-RESULT
             ELSE
               IF CTL-FAILURE-COUNT > 0
                 MOVE "FAILED" TO TIMING-RESULT
               ELSE
                 IF CTL-WARNING-COUNT > 0
                   MOVE "WARNING" TO TIMING-RESULT
                 ELSE
                   MOVE "COMPLETE" TO TIMING-RESULT
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM WRITE-STEP-TIMING.

      *    Same first-run wrinkle as the other appended files. An
      *    overrun is alerted once the line is safely on file.
       WRITE-STEP-TIMING.
           PERFORM MEASURE-ELAPSED.
           PERFORM CHECK-DEADLINE.
           OPEN EXTEND STEP-TIMING-FILE.
           IF STEP-TIMING-NOT-FOUND
             OPEN OUTPUT STEP-TIMING-FILE
           END-IF.
           IF NOT STEP-TIMING-OK
             DISPLAY "CTLDRIVE WARNING - reports/step_timing.txt did "
                  "not open cleanly, FILE STATUS " STEP-TIMING-STATUS
           END-IF.
           MOVE SPACES TO STEP-TIMING-RECORD.
           MOVE LOCK-TODAY TO TIM-REC-DATE.
           MOVE JOB-START-TIME TO TIM-REC-JOB-START.
           MOVE TIMING-KIND TO TIM-REC-KIND.
           MOVE TIMING-SEQ TO TIM-REC-SEQ.
           MOVE TIMING-PROGRAM TO TIM-REC-PROGRAM.
           MOVE TIMING-START TO TIM-REC-START.
           MOVE TIMING-END TO TIM-REC-END.
           MOVE ELAPSED-SECONDS TO TIM-REC-ELAPSED.
           MOVE TIMING-RESULT TO TIM-REC-RESULT.
           MOVE TIMING-DEADLINE TO TIM-REC-DEADLINE.
           MOVE TIMING-SLA TO TIM-REC-SLA.
           WRITE STEP-TIMING-RECORD.
           IF NOT STEP-TIMING-OK
             DISPLAY "CTLDRIVE WARNING - step timing did not write "
                  "cleanly, FILE STATUS " STEP-TIMING-STATUS
           END-IF.
           CLOSE STEP-TIMING-FILE.
           IF TIMING-SLA-MISSED
             PERFORM RAISE-OVERRUN-ALERT
           END-IF.

      *    A step that ends on the far side of midnight from where it
      *    started has run across the day boundary, not backwards.
       MEASURE-ELAPSED.
           MOVE TIMING-START TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS.
           MOVE CLOCK-SECONDS TO START-SECONDS.
           MOVE TIMING-END TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS.
           MOVE CLOCK-SECONDS TO END-SECONDS.
           IF END-SECONDS < START-SECONDS
             COMPUTE ELAPSED-SECONDS = END-SECONDS + SECONDS-PER-DAY
                  - START-SECONDS
           ELSE
             COMPUTE ELAPSED-SECONDS = END-SECONDS - START-SECONDS
           END-IF.

      *    Both the deadline and the end time are measured from the
      *    job's start. An end on the clock before the job began is
      *    past midnight; a deadline more than half a day before the
      *    start is tomorrow's, while one just before it has already
      *    gone by - a job that starts late is late.
       CHECK-DEADLINE.
           MOVE 0 TO TIMING-DEADLINE.
           MOVE SPACES TO TIMING-SLA.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEADLINE-COUNT
             IF DEADLINE-STEP(DX) = TIMING-PROGRAM
                  AND TIMING-KIND = "STEP"
               MOVE DEADLINE-TIME(DX) TO TIMING-DEADLINE
             END-IF
             IF DEADLINE-STEP(DX) = "JOB" AND TIMING-KIND = "JOB"
               MOVE DEADLINE-TIME(DX) TO TIMING-DEADLINE
             END-IF
           END-PERFORM.
           IF TIMING-DEADLINE > 0
             MOVE JOB-START-TIME TO CLOCK-TIME
             PERFORM CLOCK-TO-SECONDS
             MOVE CLOCK-SECONDS TO JOB-START-SECONDS
             COMPUTE CLOCK-TIME = TIMING-DEADLINE * 100
             PERFORM CLOCK-TO-SECONDS
             MOVE CLOCK-SECONDS TO DUE-SECONDS
             IF DUE-SECONDS < JOB-START-SECONDS
                  AND JOB-START-SECONDS - DUE-SECONDS > HALF-DAY-SECONDS
               ADD SECONDS-PER-DAY TO DUE-SECONDS
             END-IF
             IF END-SECONDS < JOB-START-SECONDS
               ADD SECONDS-PER-DAY TO END-SECONDS
             END-IF
             IF END-SECONDS > DUE-SECONDS
               MOVE "MISSED" TO TIMING-SLA
             ELSE
               MOVE "MET" TO TIMING-SLA
             END-IF
           END-IF.

       CLOCK-TO-SECONDS.
           COMPUTE CLOCK-SECONDS = CLOCK-HH * 3600 + CLOCK-MM * 60
                + CLOCK-SS.

      *    The overrun is a warning, not a failure - the totals the
      *    step produced stand, but downstream has to hear it was
      *    late.
       RAISE-OVERRUN-ALERT.
           ADD 1 TO OVERRUN-COUNT.
           ADD 1 TO CTL-WARNING-COUNT.
           MOVE SPACES TO ALERT-DETAIL.
           IF TIMING-KIND = "JOB"
             STRING "JOB FINISHED " TIMING-END(1:6)
                  " PAST DEADLINE " TIMING-DEADLINE
                  DELIMITED BY SIZE INTO ALERT-DETAIL
           ELSE
             STRING "STEP " TIMING-SEQ " " TIMING-PROGRAM
                  " FINISHED " TIMING-END(1:6)
                  " PAST DEADLINE " TIMING-DEADLINE
                  DELIMITED BY SIZE INTO ALERT-DETAIL
           END-IF.
           DISPLAY "CTLDRIVE WARNING - " ALERT-DETAIL.
           PERFORM WRITE-ALERT.

       REPORT-SUMMARY.
           IF RUN-HELD
             DISPLAY "CTLDRIVE - job held at step " HELD-STEP-SEQ
                  " awaiting staged input, " CTL-FAILURE-COUNT
                  " failure(s) - rerun once INTAKE has staged it"
           ELSE
             IF RUN-STOPPED
               DISPLAY "CTLDRIVE - job stopped on a failed step, "
                    CTL-FAILURE-COUNT " failure(s), "
                    CTL-WARNING-COUNT " warning(s)"
             ELSE
               IF CTL-FAILURE-COUNT = 0 AND CTL-WARNING-COUNT > 0
                 DISPLAY "CTLDRIVE - run finished with warnings, "
                      CTL-WARNING-COUNT " warning(s), see "
                      "reports/alerts.txt"
               ELSE
                 DISPLAY "CTLDRIVE - run complete, "
                      CTL-FAILURE-COUNT " failure(s), "
                      CTL-WARNING-COUNT " warning(s)"
               END-IF
             END-IF
           END-IF.
