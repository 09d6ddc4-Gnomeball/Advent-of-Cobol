      *  Exception record - one line on reports/exceptions.txt for
      *  every input line a day program could not use. Program, run
      *  date and run sequence tie the line back to its run history
      *  entry; line is the record's position in the input counting
      *  from the first data line after any envelope header, the
      *  same number the run's own exceptions listing prints. Reason
      *  says why the line was set aside, sender is the envelope
      *  header FILE-ID (blank when the file came in without one)
      *  and text is the raw line as it arrived, cut to sixty. A run
      *  that set aside more lines than it could hold files one
      *  OVERFLOW line, line number zero, saying how many more there
      *  were. Appended, never rewritten - EXCAGE reads it back to
      *  age the open ones. Space separated fixed columns, the same
      *  as the run history.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-SEQ PIC 9(4).
           02 FILLER PIC X(1).
           02 PFX-LINE PIC 9(7).
           02 FILLER PIC X(1).
           02 PFX-REASON PIC X(8).
             88 PFX-REASON-OVERFLOW VALUE "OVERFLOW".
           02 FILLER PIC X(1).
           02 PFX-SENDER PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-TEXT PIC X(60).
