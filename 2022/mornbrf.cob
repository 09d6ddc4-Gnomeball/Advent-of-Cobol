           02 CTL-REC-PARM PIC X(20).
           02 FILLER PIC X(1).
           02 CTL-REC-ONFAIL PIC X(8).
           02 FILLER PIC X(1).
           02 CTL-REC-MODE PIC X(8).

         FD ALERT-MASTER-FILE.

                PFX-SEQ BY RH-REC-SEQ
                PFX-RECORDS BY RH-REC-RECORDS
                PFX-PART1 BY RH-REC-PART1
                PFX-PART2 BY RH-REC-PART2
                PFX-START BY RH-REC-START
                PFX-PROCESSED BY RH-REC-PROCESSED.

         WORKING-STORAGE SECTION.

           02 FILLER PIC X(30) VALUE "reports/day01_abend.txt".
           02 FILLER PIC X(30) VALUE "reports/day02_abend.txt".
           02 FILLER PIC X(30) VALUE "reports/day03_abend.txt".
           02 FILLER PIC X(30) VALUE "reports/day04_abend.txt".

         01 ABEND-PATH-TABLE REDEFINES ABEND-PATH-DATA.
           02 ABEND-PATH-ENTRY OCCURS 4 TIMES.
             03 ABEND-FILE-PATH PIC X(30).
         01 ABEND-PATH PIC X(30) VALUE SPACES.
         01 AB PIC 9(1) VALUE 0.
                DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           MOVE 0 TO ABENDS-TODAY.
           PERFORM VARYING AB FROM 1 BY 1 UNTIL AB > 4
             PERFORM SCAN-ONE-ABEND-FILE
           END-PERFORM.
           IF ABENDS-TODAY = 0
