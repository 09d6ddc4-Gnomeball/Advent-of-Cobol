                PFX-STATE BY MAN-REC-STATE
                PFX-STATE-SENT BY MAN-REC-STATE-SENT
                PFX-STATE-ACKED BY MAN-REC-STATE-ACKED
                PFX-STATE-REJECTED BY MAN-REC-STATE-REJECTED
                PFX-PROGRAM BY MAN-REC-PROGRAM
                PFX-TIME BY MAN-REC-TIME.

         FD ACK-FILE.

                PFX-STATE BY ACK-REC-STATE
                PFX-STATE-SENT BY ACK-REC-STATE-SENT
                PFX-STATE-ACKED BY ACK-REC-STATE-ACKED
                PFX-STATE-REJECTED BY ACK-REC-STATE-REJECTED
                PFX-PROGRAM BY ACK-REC-PROGRAM
                PFX-TIME BY ACK-REC-TIME.

         FD RECON-REPORT-FILE.
         01 RECON-REPORT-LINE PIC X(100).
             03 MAN-COUNT PIC 9(7).
             03 MAN-HASH PIC 9(12).
             03 MAN-STATE PIC X(8).
             03 MAN-PROGRAM PIC X(12).
      *      Blank on lines written before the manifest carried
      *      the time, and kept blank when the file is rewritten
             03 MAN-TIME PIC X(8).

      *  Pointers to a manifest entry - N-FOUND 0 means "no SENT
      *  transmission matches this acknowledgment"
               MOVE MAN-REC-COUNT TO MAN-COUNT(MANIFEST-COUNT)
               MOVE MAN-REC-HASH TO MAN-HASH(MANIFEST-COUNT)
               MOVE MAN-REC-STATE TO MAN-STATE(MANIFEST-COUNT)
               MOVE MAN-REC-PROGRAM TO MAN-PROGRAM(MANIFEST-COUNT)
               MOVE MAN-REC-TIME TO MAN-TIME(MANIFEST-COUNT)
             ELSE
               MOVE "Y" TO CEILING-HIT-SW
               DISPLAY "EXTRECON WARNING - more than " MAX-MANIFEST
               MOVE MAN-COUNT(N) TO MAN-REC-COUNT
               MOVE MAN-HASH(N) TO MAN-REC-HASH
               MOVE MAN-STATE(N) TO MAN-REC-STATE
               MOVE MAN-PROGRAM(N) TO MAN-REC-PROGRAM
               IF MAN-TIME(N) IS NUMERIC
                 MOVE MAN-TIME(N) TO MAN-REC-TIME
               END-IF
               WRITE MANIFEST-RECORD
             END-PERFORM
             CLOSE MANIFEST-FILE
