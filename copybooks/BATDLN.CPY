      *  Batch deadline record - one line per must-finish time on the
      *  hand-edited data/batch_deadlines.txt. The step column names
      *  a step's program exactly as the run-control file does, or
      *  JOB for the whole CTLDRIVE run; the time is HHMMSS on the
      *  wall clock. A deadline more than half a day earlier than
      *  the job's start is taken to fall after midnight, so a 23:30
      *  start against a 03:00 deadline is measured the way the
      *  window actually runs, while a 02:45 start against a 02:40
      *  deadline is already late. A step with no line has no
      *  deadline. Space separated fixed columns, the same as the
      *  other control files.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-STEP PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-TIME PIC 9(6).
