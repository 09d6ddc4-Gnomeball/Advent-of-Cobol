      *  Intake log record - one line per thing INTAKE did with a
      *  file off the landing list: RECEIVED when it was opened and
      *  its envelope header read, then either STAGED with the dated
      *  name it was copied to and the lines copied, or REJECTED with
      *  the reason it was left where the sender put it. The staged
      *  name is the one data/run_control.txt and
      *  data/season_control.txt point at, so CTLDRIVE reads these
      *  lines back to tell whether a step's input has been staged
      *  yet. A file with no usable header carries a blank file id
      *  and a zero business date. Space separated fixed columns, the
      *  same as the run history, so no reader has to UNSTRING it.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-TIME PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-ACTION PIC X(8).
             88 PFX-ACTION-RECEIVED VALUE "RECEIVED".
             88 PFX-ACTION-STAGED VALUE "STAGED".
             88 PFX-ACTION-REJECTED VALUE "REJECTED".
           02 FILLER PIC X(1).
           02 PFX-FILE-ID PIC X(12).
           02 FILLER PIC X(1).
           02 PFX-HDR-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-LINES PIC 9(7).
           02 FILLER PIC X(1).
           02 PFX-INBOUND-PATH PIC X(60).
           02 FILLER PIC X(1).
           02 PFX-STAGED-PATH PIC X(60).
           02 FILLER PIC X(1).
           02 PFX-REASON PIC X(30).
