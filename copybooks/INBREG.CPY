      *  Inbound transmission register record - one line per
      *  enveloped input file a day program has accepted, keyed by
      *  the envelope's file id and business date together with the
      *  trailer's record count and hash total. Before any scoring a
      *  day program reads the register through and refuses a file
      *  whose envelope, or whose count and hash alone, match an
      *  ACCEPTED line for the same program - a sender re-sending
      *  yesterday's file under today's name reconciles perfectly
      *  against its own trailer, so the envelope check alone cannot
      *  catch it. An operator reprocessing a file on purpose leaves
      *  an OVERRIDE line naming who and when, appended before the
      *  run scores anything. Space separated fixed columns, the same
      *  as the run history, so no reader has to UNSTRING it. COPY
      *  ... REPLACING gives each site its own prefix, the same way
      *  the other copybooks here are shared, while keeping the one
      *  layout in one place.
         01 PFX-RECORD.
           02 PFX-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-FILE-ID PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-COUNT PIC 9(7).
           02 FILLER PIC X(1).
           02 PFX-HASH PIC 9(12).
           02 FILLER PIC X(1).
           02 PFX-REG-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-REG-TIME PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-STATE PIC X(8).
             88 PFX-STATE-ACCEPTED VALUE "ACCEPTED".
             88 PFX-STATE-OVERRIDE VALUE "OVERRIDE".
           02 FILLER PIC X(1).
           02 PFX-OPERATOR PIC X(8).
