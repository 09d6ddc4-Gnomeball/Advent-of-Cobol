      *  once EXTRECON has matched the acknowledgment back. A feed
      *  lost in transmission used to surface at month end; the
      *  manifest is what EXTRECON sweeps the same night instead.
      *  Program and time say which run wrote the extract, so RUNBAL
      *  can line the manifest count up against that run's history.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
             88 PFX-STATE-SENT VALUE "SENT".
             88 PFX-STATE-ACKED VALUE "ACKED".
             88 PFX-STATE-REJECTED VALUE "REJECTED".
           02 FILLER PIC X(1).
           02 PFX-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-TIME PIC 9(8).
