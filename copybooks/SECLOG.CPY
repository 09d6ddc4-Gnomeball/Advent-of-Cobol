      *  Security log record - one line on reports/security_log.txt
      *  for every sign-on or menu choice a console refused (DENIED),
      *  and for every grant SECMAINT adds (GRANTED) or takes away
      *  (REVOKED). Operator and console say who was working where
      *  and function what they tried; the target fields carry the
      *  security line a GRANTED or REVOKED entry changed and are
      *  blank on a denial. Appended, never rewritten - the evidence
      *  audit asks for when a clerk says they could not get in, or
      *  asks who gave a clerk RESTORE. Space separated fixed
      *  columns, the same as the run history.
      *  COPY ... REPLACING gives each site its own prefix, the same
      *  way the other copybooks here are shared, while keeping the
      *  one layout in one place.
         01 PFX-RECORD.
           02 PFX-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-TIME PIC 9(8).
           02 FILLER PIC X(1).
           02 PFX-OPERATOR PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-CONSOLE PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-FUNCTION PIC X(10).
           02 FILLER PIC X(1).
           02 PFX-RESULT PIC X(8).
             88 PFX-RESULT-DENIED VALUE "DENIED".
             88 PFX-RESULT-GRANTED VALUE "GRANTED".
             88 PFX-RESULT-REVOKED VALUE "REVOKED".
           02 FILLER PIC X(1).
           02 PFX-TARGET-OPERATOR PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-TARGET-CONSOLE PIC X(8).
           02 FILLER PIC X(1).
           02 PFX-TARGET-FUNCTION PIC X(10).
