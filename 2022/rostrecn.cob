       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTRECN.

      *  Roster-versus-census reconciliation. 2022_DAY01 joins each
      *  pile to data/elf_roster.txt for its leaderboard names, but
      *  nothing checked the two against each other - an elf missing
      *  from the roster just published as "(NOT ON ROSTER)" and
      *  nobody chased it. This program lines the latest census
      *  (reports/day01_piles.txt, the one day01 rewrites every run)
      *  and the season standings (data/season_standings.txt, the
      *  per-elf days SEASNRUN folds in) up against the roster ROSTMNT
      *  maintains, and lists on reports/roster_recon.txt:
      *    - piles whose elf has no roster entry;
      *    - elves ROSTMNT has deactivated who still submitted a pile;
      *    - active roster elves missing from the census on at least
      *      ROSTRECN_MISSING_DAYS (default 3) of the day01 days on
      *      the season master.
      *  Read-only against every file it reconciles.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The roster master ROSTMNT owns - read here, never written
           SELECT ROSTER-FILE ASSIGN TO "data/elf_roster.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

      *    The per-pile totals 2022_DAY01 rewrote on its last run
           SELECT PILES-FILE ASSIGN TO "reports/day01_piles.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PILES-STATUS.

      *    Per-elf season-to-date standings - how many season days
      *    each elf has turned up on the census
           SELECT STANDINGS-FILE ASSIGN TO "data/season_standings.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STANDINGS-STATUS.

      *    Season-to-date master - its day01 lines are the season
      *    days an elf could have turned up on
           SELECT MASTER-FILE ASSIGN TO "data/season_master.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.

      *    Retained reconciliation report - appended with a dated
      *    header the same way the day programs keep their reports
           SELECT RECON-FILE ASSIGN TO "reports/roster_recon.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECON-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD ROSTER-FILE.

           COPY ELFROST REPLACING PFX-RECORD BY ROSTER-RECORD
                PFX-NUMBER BY ROSTER-REC-NUMBER
                PFX-NAME BY ROSTER-REC-NAME
                PFX-UNIT BY ROSTER-REC-UNIT
                PFX-ACTIVE BY ROSTER-REC-ACTIVE
                PFX-ACTIVE-YES BY ROSTER-REC-ACTIVE-YES
                PFX-ACTIVE-NO BY ROSTER-REC-ACTIVE-NO.

         FD PILES-FILE.

           COPY DAY1PIL REPLACING PFX-RECORD BY PILES-RECORD
                PFX-ELF BY PIL-REC-ELF
                PFX-TOTAL BY PIL-REC-TOTAL.

         FD STANDINGS-FILE.
         01 STANDINGS-RECORD.
           02 STD-REC-ELF PIC 9(5).
           02 FILLER PIC X(1).
           02 STD-REC-DAYS PIC 9(3).
           02 FILLER PIC X(1).
           02 STD-REC-CUM PIC 9(9).
           02 FILLER PIC X(1).
           02 STD-REC-BEST PIC 9(7).
           02 FILLER PIC X(1).
           02 STD-REC-BEST-DAY PIC 9(2).

         FD MASTER-FILE.
         01 MASTER-RECORD.
           02 MST-REC-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 MST-REC-DAY PIC 9(2).
           02 FILLER PIC X(1).
           02 MST-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 MST-REC-RECORDS PIC 9(7).
           02 FILLER PIC X(1).
           02 MST-REC-PART1 PIC 9(7).
           02 FILLER PIC X(1).
           02 MST-REC-PART2 PIC 9(7).

         FD RECON-FILE.
         01 RECON-LINE PIC X(100).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header of every report written
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.

      *  File statuses - 35 on the piles, standings or season master
      *  just means day01 or the season has not run yet
         01 ROSTER-STATUS PIC X(2) VALUE SPACES.
           88 ROSTER-FILE-OK VALUE "00".
           88 ROSTER-FILE-NOT-FOUND VALUE "35".
         01 PILES-STATUS PIC X(2) VALUE SPACES.
           88 PILES-FILE-OK VALUE "00".
           88 PILES-FILE-NOT-FOUND VALUE "35".
         01 STANDINGS-STATUS PIC X(2) VALUE SPACES.
           88 STANDINGS-FILE-OK VALUE "00".
           88 STANDINGS-FILE-NOT-FOUND VALUE "35".
         01 MASTER-STATUS PIC X(2) VALUE SPACES.
           88 MASTER-FILE-OK VALUE "00".
           88 MASTER-FILE-NOT-FOUND VALUE "35".
         01 RECON-STATUS PIC X(2) VALUE SPACES.
           88 RECON-FILE-OK VALUE "00".
           88 RECON-FILE-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  How many season days an active elf may be missing from the
      *  census before it is listed - taken from
      *  ROSTRECN_MISSING_DAYS in the environment
         01 MISSING-PARM PIC X(5) VALUE SPACES.
         01 MISSING-DAYS-LIMIT PIC 9(3) VALUE 0.

      *  The roster keyed straight by elf number, the same table
      *  day01 and SEASNRUN join through, with what the census and
      *  the standings said about each elf alongside. The table spans
      *  the whole PIC 9(5) key domain ELFROST defines.
         01 MAX-ELF-NUMBER PIC 9(5) VALUE 99999.
         01 ROSTER-NAME-TABLE.
           02 ROSTER-NAME-ENTRY OCCURS 99999 TIMES.
             03 ROSTER-ENTRY-KNOWN PIC X(1).
             03 ROSTER-ENTRY-NAME PIC X(20).
             03 ROSTER-ENTRY-UNIT PIC X(10).
             03 ROSTER-ENTRY-ACTIVE PIC X(1).
             03 ROSTER-ENTRY-SEASON-DAYS PIC 9(3).
      *  One digit wider than the 9(5) key domain it walks, so the
      *  loop's increment past MAX-ELF-NUMBER can actually exceed it
      *  instead of truncating back to zero
         01 R PIC 9(6) VALUE 0.

      *  Season day01 days on the master, and the days an elf missed
         01 SEASON-DAY01-DAYS PIC 9(3) VALUE 0.
         01 DAYS-MISSED PIC 9(3) VALUE 0.

      *  Section counts for the footer
         01 ROSTER-COUNT PIC 9(5) VALUE 0.
         01 PILES-READ PIC 9(5) VALUE 0.
         01 NOT-ON-ROSTER-COUNT PIC 9(5) VALUE 0.
         01 INACTIVE-SUBMIT-COUNT PIC 9(5) VALUE 0.
         01 MISSING-ELF-COUNT PIC 9(5) VALUE 0.
         01 UNUSABLE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-PARAMETERS.
           PERFORM WRITE-RECON-HEADER.
           PERFORM LOAD-ROSTER.

           IF ROSTER-COUNT = 0
             MOVE SPACES TO RECON-LINE
             STRING "NO ROSTER ON FILE - NOTHING TO RECONCILE"
                  DELIMITED BY SIZE INTO RECON-LINE
             WRITE RECON-LINE
           ELSE
             PERFORM RECONCILE-CENSUS
             PERFORM LOAD-STANDINGS
             PERFORM COUNT-SEASON-DAYS
             PERFORM LIST-MISSING-ELVES
             PERFORM WRITE-RECON-FOOTER
           END-IF.

           CLOSE RECON-FILE.
           DISPLAY "ROSTRECN - " NOT-ON-ROSTER-COUNT
                " pile(s) not on the roster, " INACTIVE-SUBMIT-COUNT
                " inactive elf submission(s), " MISSING-ELF-COUNT
                " active elf(s) missing " MISSING-DAYS-LIMIT
                " or more season day(s)".
           PERFORM PRINT-EXCEPTIONS.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Pick up how many missed season days make an active elf
      *    worth chasing.
       INITIALIZE-PARAMETERS.
           ACCEPT MISSING-PARM FROM ENVIRONMENT "ROSTRECN_MISSING_DAYS"
           IF MISSING-PARM = SPACES
             MOVE 3 TO MISSING-DAYS-LIMIT
           ELSE
             MOVE FUNCTION NUMVAL(MISSING-PARM) TO MISSING-DAYS-LIMIT
           END-IF.

      *    Retained record of this reconciliation - date stamped
      *    header, appended to reports/roster_recon.txt rather than
      *    overwriting it.
       WRITE-RECON-HEADER.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           OPEN EXTEND RECON-FILE.
           IF RECON-FILE-NOT-FOUND
             OPEN OUTPUT RECON-FILE
           END-IF.
           IF NOT RECON-FILE-OK
             DISPLAY "ROSTRECN WARNING - reports/roster_recon.txt "
                  "did not open cleanly, FILE STATUS " RECON-STATUS
           END-IF.
           MOVE SPACES TO RECON-LINE.
           STRING "===== ROSTRECN run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           IF NOT RECON-FILE-OK
             DISPLAY "ROSTRECN WARNING - report header did not "
                  "write cleanly, FILE STATUS " RECON-STATUS
           END-IF.

      *    Pull the roster into a table keyed straight by elf number,
      *    the same join the day01 leaderboard makes.
       LOAD-ROSTER.
           MOVE 0 TO ROSTER-COUNT.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > MAX-ELF-NUMBER
             MOVE "N" TO ROSTER-ENTRY-KNOWN(R)
             MOVE "N" TO ROSTER-ENTRY-ACTIVE(R)
             MOVE 0 TO ROSTER-ENTRY-SEASON-DAYS(R)
           END-PERFORM.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-FILE-OK
             IF NOT ROSTER-FILE-NOT-FOUND
               DISPLAY "ROSTRECN WARNING - data/elf_roster.txt did "
                    "not open cleanly, FILE STATUS " ROSTER-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-ROSTER-RECORD UNTIL EOF = "Y"
             CLOSE ROSTER-FILE
           END-IF.

      *    An entry only joins if its number is a real key in the
      *    9(5) domain - anything else on the roster is counted as
      *    unusable rather than trusted.
       READ-ROSTER-RECORD.
           READ ROSTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF ROSTER-REC-NUMBER IS NUMERIC
                  AND ROSTER-REC-NUMBER > 0
                  AND ROSTER-REC-NUMBER <= MAX-ELF-NUMBER
               ADD 1 TO ROSTER-COUNT
               MOVE "Y" TO ROSTER-ENTRY-KNOWN(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-NAME TO
                    ROSTER-ENTRY-NAME(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-UNIT TO
                    ROSTER-ENTRY-UNIT(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-ACTIVE TO
                    ROSTER-ENTRY-ACTIVE(ROSTER-REC-NUMBER)
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

      *    The latest census against the roster - every pile either
      *    names a roster elf or is listed, and a roster elf ROSTMNT
      *    has deactivated should not be submitting at all.
       RECONCILE-CENSUS.
           MOVE SPACES TO RECON-LINE.
           STRING "LATEST CENSUS - PILES WITH NO ROSTER ENTRY, AND "
                "INACTIVE ELVES WHO SUBMITTED"
                DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           OPEN INPUT PILES-FILE.
           IF NOT PILES-FILE-OK
             IF NOT PILES-FILE-NOT-FOUND
               DISPLAY "ROSTRECN WARNING - reports/day01_piles.txt "
                    "did not open cleanly, FILE STATUS " PILES-STATUS
             END-IF
             MOVE SPACES TO RECON-LINE
             STRING "  NO CENSUS ON FILE - 2022_DAY01 HAS NOT RUN"
                  DELIMITED BY SIZE INTO RECON-LINE
             WRITE RECON-LINE
           ELSE
             MOVE "N" TO EOF
             PERFORM CHECK-ONE-PILE UNTIL EOF = "Y"
             CLOSE PILES-FILE
           END-IF.

       CHECK-ONE-PILE.
           READ PILES-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF PIL-REC-ELF IS NOT NUMERIC
                  OR PIL-REC-TOTAL IS NOT NUMERIC
               ADD 1 TO UNUSABLE-COUNT
             ELSE
               ADD 1 TO PILES-READ
               IF PIL-REC-ELF = 0
                    OR ROSTER-ENTRY-KNOWN(PIL-REC-ELF) IS NOT = "Y"
                 ADD 1 TO NOT-ON-ROSTER-COUNT
                 MOVE SPACES TO RECON-LINE
                 STRING "  NOT ON ROSTER  ELF " PIL-REC-ELF
                      " TOTAL " PIL-REC-TOTAL
                      DELIMITED BY SIZE INTO RECON-LINE
                 WRITE RECON-LINE
               ELSE
                 IF ROSTER-ENTRY-ACTIVE(PIL-REC-ELF) IS NOT = "Y"
                   ADD 1 TO INACTIVE-SUBMIT-COUNT
                   MOVE SPACES TO RECON-LINE
                   STRING "  INACTIVE       ELF " PIL-REC-ELF " "
                        ROSTER-ENTRY-NAME(PIL-REC-ELF) " "
                        ROSTER-ENTRY-UNIT(PIL-REC-ELF)
                        " TOTAL " PIL-REC-TOTAL
                        DELIMITED BY SIZE INTO RECON-LINE
                   WRITE RECON-LINE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    Each elf's season days on the census, straight off the
      *    standings SEASNRUN keeps. An elf with no standings line has
      *    not turned up on a single season day.
       LOAD-STANDINGS.
           OPEN INPUT STANDINGS-FILE.
           IF NOT STANDINGS-FILE-OK
             IF NOT STANDINGS-FILE-NOT-FOUND
               DISPLAY "ROSTRECN WARNING - data/season_standings.txt "
                    "did not open cleanly, FILE STATUS "
                    STANDINGS-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-STANDINGS-RECORD UNTIL EOF = "Y"
             CLOSE STANDINGS-FILE
           END-IF.

       READ-STANDINGS-RECORD.
           READ STANDINGS-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF STD-REC-ELF IS NUMERIC AND STD-REC-ELF > 0
                  AND STD-REC-DAYS IS NUMERIC
               MOVE STD-REC-DAYS TO
                    ROSTER-ENTRY-SEASON-DAYS(STD-REC-ELF)
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

      *    The season days an elf could have been on the census are
      *    the day01 days SEASNRUN has put on the season master.
       COUNT-SEASON-DAYS.
           MOVE 0 TO SEASON-DAY01-DAYS.
           OPEN INPUT MASTER-FILE.
           IF NOT MASTER-FILE-OK
             IF NOT MASTER-FILE-NOT-FOUND
               DISPLAY "ROSTRECN WARNING - data/season_master.txt "
                    "did not open cleanly, FILE STATUS " MASTER-STATUS
             END-IF
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-MASTER-RECORD UNTIL EOF = "Y"
             CLOSE MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND MST-REC-PROGRAM = "2022_DAY01"
             ADD 1 TO SEASON-DAY01-DAYS
           END-IF.

      *    Every active roster elf whose season days fall short of
      *    the season by the limit or more - an elf who stopped
      *    submitting, or one the census files under another number.
       LIST-MISSING-ELVES.
           MOVE SPACES TO RECON-LINE.
           STRING "ACTIVE ELVES MISSING " MISSING-DAYS-LIMIT
                " OR MORE OF " SEASON-DAY01-DAYS " SEASON DAY(S)"
                DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           IF SEASON-DAY01-DAYS = 0
             MOVE SPACES TO RECON-LINE
             STRING "  NO DAY01 SEASON DAYS ON THE SEASON MASTER YET"
                  DELIMITED BY SIZE INTO RECON-LINE
             WRITE RECON-LINE
           ELSE
             PERFORM VARYING R FROM 1 BY 1 UNTIL R > MAX-ELF-NUMBER
               IF ROSTER-ENTRY-KNOWN(R) = "Y"
                    AND ROSTER-ENTRY-ACTIVE(R) = "Y"
                 PERFORM CHECK-ONE-ACTIVE-ELF
               END-IF
             END-PERFORM
           END-IF.

       CHECK-ONE-ACTIVE-ELF.
           IF ROSTER-ENTRY-SEASON-DAYS(R) < SEASON-DAY01-DAYS
             COMPUTE DAYS-MISSED = SEASON-DAY01-DAYS
                  - ROSTER-ENTRY-SEASON-DAYS(R)
           ELSE
             MOVE 0 TO DAYS-MISSED
           END-IF.
           IF DAYS-MISSED > 0 AND DAYS-MISSED >= MISSING-DAYS-LIMIT
             ADD 1 TO MISSING-ELF-COUNT
             MOVE SPACES TO RECON-LINE
             STRING "  MISSING        ELF " R(2:5) " "
                  ROSTER-ENTRY-NAME(R) " " ROSTER-ENTRY-UNIT(R)
                  " ON CENSUS " ROSTER-ENTRY-SEASON-DAYS(R)
                  " MISSED " DAYS-MISSED
                  DELIMITED BY SIZE INTO RECON-LINE
             WRITE RECON-LINE
           END-IF.

       WRITE-RECON-FOOTER.
           MOVE SPACES TO RECON-LINE.
           STRING "ROSTER " ROSTER-COUNT
                " PILES " PILES-READ
                " NOT ON ROSTER " NOT-ON-ROSTER-COUNT
                " INACTIVE " INACTIVE-SUBMIT-COUNT
                " MISSING " MISSING-ELF-COUNT
                " UNUSABLE " UNUSABLE-COUNT
                DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

       PRINT-EXCEPTIONS.
           IF UNUSABLE-COUNT > 0
             DISPLAY "Rostrecn exceptions - ", UNUSABLE-COUNT,
                  " roster, pile or standings line(s) unusable and "
                  "left out of the reconciliation"
           END-IF.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these totals".
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
