      *  Step timing record - one line on reports/step_timing.txt
      *  for every step CTLDRIVE drives (a STEP line, written as the
      *  step ends) and one for the job as a whole (a JOB line,
      *  written as the run ends). The run-control status file only
      *  ever said whether a step finished; this says when it
      *  started, when it ended, how long it took and whether it
      *  beat its must-finish time on data/batch_deadlines.txt. The
      *  date is the business date the job is processing and the job
      *  start is the time that CTLDRIVE run began, so the steps of
      *  a held job and of its rerun stay told apart. Elapsed is in
      *  seconds, worked across midnight. SLA is MET or MISSED, blank
      *  when no deadline is set. Space separated fixed columns, the
      *  same as the run history.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-JOB-START PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-KIND PIC X(4).
             88 PFX-KIND-STEP VALUE "STEP".
             88 PFX-KIND-JOB VALUE "JOB".
           02 FILLER PIC X(1).
           02 PFX-SEQ PIC 9(2).
           02 FILLER PIC X(1).
           02 PFX-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-START PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-END PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-ELAPSED PIC 9(6).
           02 FILLER PIC X(1).
           02 PFX-RESULT PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-DEADLINE PIC 9(6).
           02 FILLER PIC X(1).
           02 PFX-SLA PIC X(6).
             88 PFX-SLA-MET VALUE "MET".
             88 PFX-SLA-MISSED VALUE "MISSED".
