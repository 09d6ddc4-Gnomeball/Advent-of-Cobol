      *  Operator security record - one line per function an
      *  operator is granted at one console, on the hand-readable
      *  data/operator_security.txt SECMAINT maintains. An operator
      *  with no line at all for a console cannot sign on to it;
      *  one with lines is held to the functions they name, checked
      *  again on every menu choice. The function words each
      *  console checks are:
      *    ROSTMNT   INQUIRE ADD CHANGE DEACTIVATE REACTIVATE
      *    CTLMAINT  INQUIRE TOLERANCE RUNCONTROL SEASONCTL RULESET
      *    ALRTMNT   INQUIRE ACK CLOSE
      *    RESTORUT  INQUIRE RESTORE
      *    DAY2CORR  APPLY
      *    SECMAINT  INQUIRE MAINTAIN
      *  and ALL grants every function the console has. The
      *  operator is the LOGNAME the consoles already stamp onto
      *  their journals and audit lines. Space separated fixed
      *  columns, the same as the other control files.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-OPERATOR PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-CONSOLE PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-FUNCTION PIC X(10).
