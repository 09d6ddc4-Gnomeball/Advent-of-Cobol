           02 FILLER PIC X(30) VALUE "checkpoints/day03.lck".
           02 FILLER PIC X(12) VALUE "2022_DAY03".
           02 FILLER PIC X(1) VALUE "Y".
           02 FILLER PIC X(30) VALUE "checkpoints/day04.lck".
           02 FILLER PIC X(12) VALUE "2022_DAY04".
           02 FILLER PIC X(1) VALUE "Y".
           02 FILLER PIC X(30) VALUE "checkpoints/intake.lck".
           02 FILLER PIC X(12) VALUE "INTAKE".
           02 FILLER PIC X(1) VALUE "Y".
           02 FILLER PIC X(30) VALUE "checkpoints/ctldrive.lck".
           02 FILLER PIC X(12) VALUE "CTLDRIVE".
           02 FILLER PIC X(1) VALUE "Y".
           02 FILLER PIC X(30) VALUE "checkpoints/housekpg.lck".
           02 FILLER PIC X(12) VALUE "HOUSEKPG".
           02 FILLER PIC X(1) VALUE "N".
           02 FILLER PIC X(30) VALUE "checkpoints/recovpt.lck".
           02 FILLER PIC X(12) VALUE "RECOVPT".
           02 FILLER PIC X(1) VALUE "Y".

         01 RECOVER-TABLE REDEFINES RECOVER-DATA.
           02 RECOVER-ENTRY OCCURS 9 TIMES.
             03 RCV-LOCK-PATH PIC X(30).
             03 RCV-PROGRAM PIC X(12).
             03 RCV-RELAUNCH PIC X(1).

      *  Pointer to a recovery entry
         01 L PIC 9(2) VALUE 0.

           COPY RUNLOCK REPLACING PFX-RECORD BY LOCK-RECORD
                PFX-STATE BY LOCK-STATE
           ACCEPT RUN-TIME-DISPLAY FROM TIME.
           PERFORM WRITE-RECOVERY-HEADER.

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 9
             PERFORM SWEEP-ONE-LOCK
           END-PERFORM.

           IF RCV-PROGRAM(L) = "2022_DAY01"
                OR RCV-PROGRAM(L) = "2022_Day_2"
                OR RCV-PROGRAM(L) = "2022_DAY03"
                OR RCV-PROGRAM(L) = "2022_DAY04"
             ADD 1 TO DAY-LOCKS-RECOVERED
           END-IF.
           IF RCV-PROGRAM(L) = "CTLDRIVE"
