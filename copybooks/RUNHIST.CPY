      *  against itself. The sequence number counts the program's
      *  runs within the date, assigned by the writer as one past
      *  the highest already on file for that program and date.
      *  The time is when the run finished; the start time at the
      *  end of the line is when it began, so the elapsed time of
      *  every day program run is on file for the SLA report. Lines
      *  written before the start time was kept, and the correction
      *  lines DAY2CORR appends, leave it blank. Processed is how many
      *  of the run's records it actually used - with the lines it
      *  set aside on the exception file it should add back up to
      *  RECORDS, which is the proof RUNBAL lines up; blank on the
      *  same lines the start time is.
      *  COPY ... REPLACING gives each site its own prefix, the
      *  same way the other copybooks here are shared, while
      *  keeping the one layout in one place.
           02 PFX-PART1 PIC 9(7).
           02 FILLER PIC X(1).
           02 PFX-PART2 PIC 9(7).
           02 FILLER PIC X(1).
           02 PFX-START PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-PROCESSED PIC 9(7).
