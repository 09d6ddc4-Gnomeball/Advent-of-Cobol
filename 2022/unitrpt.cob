       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNITRPT.

      *  Unit rollup report. ELFROST carries a unit for every elf,
      *  but the day01 leaderboard and SEASNRUN's standings rank
      *  individuals only, and the unit leads have been adding up
      *  their own teams by hand every week. This program rolls the
      *  latest census (reports/day01_piles.txt, rewritten by every
      *  day01 run - so run it after day01, as a CTLDRIVE step, for
      *  one rollup per run) and the season standings
      *  (data/season_standings.txt) up by roster unit: headcount,
      *  total and average calories, the unit's best elf and the
      *  unit's rank among units. An elf with no roster entry or a
      *  blank unit goes under UNASSIGNED, so every section still
      *  balances to the file it was built from - the balance line
      *  under each section proves it. Both rollups are appended to
      *  reports/unit_report.txt under a dated header.

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

      *    Per-elf season-to-date standings SEASNRUN keeps
           SELECT STANDINGS-FILE ASSIGN TO "data/season_standings.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STANDINGS-STATUS.

      *    The shared run history master - read back for the date
      *    and sequence of the day01 run the piles came from
           SELECT RUN-HISTORY-FILE ASSIGN TO "reports/run_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Retained unit report - appended with a dated header the
      *    same way the day programs keep their reports
           SELECT UNIT-REPORT-FILE ASSIGN TO "reports/unit_report.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS UNIT-RPT-STATUS.

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

         FD RUN-HISTORY-FILE.

           COPY RUNHIST REPLACING PFX-RECORD BY RUN-HISTORY-RECORD
                PFX-PROGRAM BY RH-REC-PROGRAM
                PFX-DATE BY RH-REC-DATE
                PFX-TIME BY RH-REC-TIME
                PFX-SEQ BY RH-REC-SEQ
                PFX-RECORDS BY RH-REC-RECORDS
                PFX-PART1 BY RH-REC-PART1
                PFX-PART2 BY RH-REC-PART2
                PFX-START BY RH-REC-START
                PFX-PROCESSED BY RH-REC-PROCESSED.

         FD UNIT-REPORT-FILE.
         01 UNIT-REPORT-LINE PIC X(100).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header of every report written
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.

      *  File statuses - 35 on the piles or standings just means
      *  day01 or the season has not run yet
         01 ROSTER-STATUS PIC X(2) VALUE SPACES.
           88 ROSTER-FILE-OK VALUE "00".
         01 PILES-STATUS PIC X(2) VALUE SPACES.
           88 PILES-FILE-OK VALUE "00".
           88 PILES-FILE-NOT-FOUND VALUE "35".
         01 STANDINGS-STATUS PIC X(2) VALUE SPACES.
           88 STANDINGS-FILE-OK VALUE "00".
           88 STANDINGS-FILE-NOT-FOUND VALUE "35".
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
         01 UNIT-RPT-STATUS PIC X(2) VALUE SPACES.
           88 UNIT-RPT-OK VALUE "00".
           88 UNIT-RPT-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  Roster join - names and units keyed straight by elf number,
      *  the same table day01 and SEASNRUN join through. A missing
      *  roster file just puts every elf under UNASSIGNED.
         01 MAX-ELF-NUMBER PIC 9(5) VALUE 99999.
         01 ROSTER-NAME-TABLE.
           02 ROSTER-NAME-ENTRY OCCURS 99999 TIMES.
             03 ROSTER-ENTRY-KNOWN PIC X(1).
             03 ROSTER-ENTRY-NAME PIC X(20).
             03 ROSTER-ENTRY-UNIT PIC X(10).
      *  One digit wider than the 9(5) key domain it walks, so the
      *  init loop's increment past MAX-ELF-NUMBER can actually
      *  exceed it instead of truncating back to zero
         01 R PIC 9(6) VALUE 0.

      *  The unit an elf rolls up under, and the name printed for a
      *  unit's best elf
         01 ELF-NUMBER PIC 9(5) VALUE 0.
         01 ELF-AMOUNT PIC 9(9) VALUE 0.
         01 ELF-UNIT PIC X(10) VALUE SPACES.
         01 UNASSIGNED-UNIT PIC X(10) VALUE "UNASSIGNED".
         01 BEST-NAME PIC X(20) VALUE SPACES.

      *  One entry per unit seen in the section being built - the
      *  table is cleared and refilled for each section
         01 MAX-UNITS PIC 9(3) VALUE 200.
         01 UNIT-COUNT PIC 9(3) VALUE 0.
         01 UNIT-TABLE.
           02 UNIT-ENTRY OCCURS 200 TIMES.
             03 UNIT-NAME PIC X(10).
             03 UNIT-HEADCOUNT PIC 9(5).
             03 UNIT-TOTAL PIC 9(12).
             03 UNIT-BEST-ELF PIC 9(5).
             03 UNIT-BEST-TOTAL PIC 9(9).
             03 UNIT-RANK PIC 9(3).

      *  Pointers to a unit entry, and the ranking sort's work items
         01 U PIC 9(3) VALUE 0.
         01 U-FOUND PIC 9(3) VALUE 0.
         01 RANK-I PIC 9(3) VALUE 0.
         01 RANK-J PIC 9(3) VALUE 0.
         01 RANK-HOLD PIC 9(3) VALUE 0.

      *  Section figures - what the input file itself added up to,
      *  against what the units added up to, so the balance line
      *  shows both
         01 SECTION-ELVES PIC 9(5) VALUE 0.
         01 SECTION-INPUT-TOTAL PIC 9(12) VALUE 0.
         01 SECTION-UNIT-ELVES PIC 9(5) VALUE 0.
         01 SECTION-UNIT-TOTAL PIC 9(12) VALUE 0.
         01 UNIT-AVERAGE PIC 9(9) VALUE 0.
         01 UNUSABLE-COUNT PIC 9(5) VALUE 0.
         01 OVERFLOW-ELVES PIC 9(5) VALUE 0.

      *  The day01 run the piles came from - the last 2022_DAY01
      *  record on the run history
         01 PILES-RUN-DATE PIC 9(8) VALUE 0.
         01 PILES-RUN-SEQ PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM WRITE-UNIT-HEADER.
           PERFORM LOAD-ROSTER.
           PERFORM FIND-LAST-DAY01-RUN.

           PERFORM BUILD-CENSUS-ROLLUP.
           PERFORM BUILD-SEASON-ROLLUP.

           CLOSE UNIT-REPORT-FILE.
           PERFORM PRINT-EXCEPTIONS.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Retained record of this report run - date stamped header,
      *    appended to reports/unit_report.txt rather than
      *    overwriting it.
       WRITE-UNIT-HEADER.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           OPEN EXTEND UNIT-REPORT-FILE.
           IF UNIT-RPT-NOT-FOUND
             OPEN OUTPUT UNIT-REPORT-FILE
           END-IF.
           IF NOT UNIT-RPT-OK
             DISPLAY "UNITRPT WARNING - reports/unit_report.txt "
                  "did not open cleanly, FILE STATUS "
                  UNIT-RPT-STATUS
           END-IF.
           MOVE SPACES TO UNIT-REPORT-LINE.
           STRING "===== UNITRPT run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO UNIT-REPORT-LINE.
           WRITE UNIT-REPORT-LINE.
           IF NOT UNIT-RPT-OK
             DISPLAY "UNITRPT WARNING - report header did not "
                  "write cleanly, FILE STATUS " UNIT-RPT-STATUS
           END-IF.

      *    Pull the roster into a table keyed straight by elf number,
      *    the same join the day01 leaderboard makes.
       LOAD-ROSTER.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > MAX-ELF-NUMBER
             MOVE "N" TO ROSTER-ENTRY-KNOWN(R)
           END-PERFORM.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-ROSTER-RECORD UNTIL EOF = "Y"
             CLOSE ROSTER-FILE
           END-IF.

       READ-ROSTER-RECORD.
           READ ROSTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF ROSTER-REC-NUMBER IS NUMERIC
                  AND ROSTER-REC-NUMBER > 0
                  AND ROSTER-REC-NUMBER <= MAX-ELF-NUMBER
               MOVE "Y" TO ROSTER-ENTRY-KNOWN(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-NAME TO
                    ROSTER-ENTRY-NAME(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-UNIT TO
                    ROSTER-ENTRY-UNIT(ROSTER-REC-NUMBER)
             END-IF
           END-IF.

       FIND-LAST-DAY01-RUN.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO EOF
             PERFORM READ-HISTORY-RECORD UNTIL EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RH-REC-PROGRAM = "2022_DAY01"
                AND RH-REC-DATE IS NUMERIC
             MOVE RH-REC-DATE TO PILES-RUN-DATE
             MOVE RH-REC-SEQ TO PILES-RUN-SEQ
           END-IF.

      *    The latest census, one pile per elf, rolled up by unit.
       BUILD-CENSUS-ROLLUP.
           PERFORM CLEAR-SECTION.
           MOVE SPACES TO UNIT-REPORT-LINE.
           STRING "UNIT ROLLUP - DAY01 RUN " PILES-RUN-DATE
                " RUN " PILES-RUN-SEQ
                DELIMITED BY SIZE INTO UNIT-REPORT-LINE.
           WRITE UNIT-REPORT-LINE.
           OPEN INPUT PILES-FILE.
           IF NOT PILES-FILE-OK
             IF NOT PILES-FILE-NOT-FOUND
               DISPLAY "UNITRPT WARNING - reports/day01_piles.txt "
                    "did not open cleanly, FILE STATUS " PILES-STATUS
             END-IF
             MOVE SPACES TO UNIT-REPORT-LINE
             STRING "  NO CENSUS ON FILE - 2022_DAY01 HAS NOT RUN"
                  DELIMITED BY SIZE INTO UNIT-REPORT-LINE
             WRITE UNIT-REPORT-LINE
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-PILE-RECORD UNTIL EOF = "Y"
             CLOSE PILES-FILE
             PERFORM WRITE-SECTION
           END-IF.

       READ-PILE-RECORD.
           READ PILES-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF PIL-REC-ELF IS NUMERIC AND PIL-REC-TOTAL IS NUMERIC
               MOVE PIL-REC-ELF TO ELF-NUMBER
               MOVE PIL-REC-TOTAL TO ELF-AMOUNT
               PERFORM ROLL-UP-ELF
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

      *    Each elf's season cumulative, rolled up by unit.
       BUILD-SEASON-ROLLUP.
           PERFORM CLEAR-SECTION.
           MOVE SPACES TO UNIT-REPORT-LINE.
           STRING "UNIT ROLLUP - SEASON TO DATE"
                DELIMITED BY SIZE INTO UNIT-REPORT-LINE.
           WRITE UNIT-REPORT-LINE.
           OPEN INPUT STANDINGS-FILE.
           IF NOT STANDINGS-FILE-OK
             IF NOT STANDINGS-FILE-NOT-FOUND
               DISPLAY "UNITRPT WARNING - data/season_standings.txt "
                    "did not open cleanly, FILE STATUS "
                    STANDINGS-STATUS
             END-IF
             MOVE SPACES TO UNIT-REPORT-LINE
             STRING "  NO SEASON STANDINGS ON FILE - SEASNRUN HAS "
                  "NOT RUN"
                  DELIMITED BY SIZE INTO UNIT-REPORT-LINE
             WRITE UNIT-REPORT-LINE
           ELSE
             MOVE "N" TO EOF
             PERFORM READ-STANDINGS-RECORD UNTIL EOF = "Y"
             CLOSE STANDINGS-FILE
             PERFORM WRITE-SECTION
           END-IF.

       READ-STANDINGS-RECORD.
           READ STANDINGS-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF STD-REC-ELF IS NUMERIC AND STD-REC-CUM IS NUMERIC
               MOVE STD-REC-ELF TO ELF-NUMBER
               MOVE STD-REC-CUM TO ELF-AMOUNT
               PERFORM ROLL-UP-ELF
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

       CLEAR-SECTION.
           MOVE 0 TO UNIT-COUNT.
           MOVE 0 TO SECTION-ELVES.
           MOVE 0 TO SECTION-INPUT-TOTAL.
           MOVE 0 TO SECTION-UNIT-ELVES.
           MOVE 0 TO SECTION-UNIT-TOTAL.
           MOVE 0 TO OVERFLOW-ELVES.

      *    No roster entry, or a roster entry with no unit, is
      *    UNASSIGNED - never dropped, or the units would no longer
      *    add up to the census.
       ROLL-UP-ELF.
           ADD 1 TO SECTION-ELVES.
           ADD ELF-AMOUNT TO SECTION-INPUT-TOTAL.
           MOVE UNASSIGNED-UNIT TO ELF-UNIT.
           IF ELF-NUMBER > 0
             IF ROSTER-ENTRY-KNOWN(ELF-NUMBER) = "Y"
                  AND ROSTER-ENTRY-UNIT(ELF-NUMBER) IS NOT = SPACES
               MOVE ROSTER-ENTRY-UNIT(ELF-NUMBER) TO ELF-UNIT
             END-IF
           END-IF.
           PERFORM FIND-UNIT-ENTRY.
           IF U-FOUND = 0
             PERFORM ADD-UNIT-ENTRY
           END-IF.
           IF U-FOUND = 0
             ADD 1 TO OVERFLOW-ELVES
           ELSE
             ADD 1 TO UNIT-HEADCOUNT(U-FOUND)
             ADD ELF-AMOUNT TO UNIT-TOTAL(U-FOUND)
             IF UNIT-HEADCOUNT(U-FOUND) = 1
                  OR ELF-AMOUNT > UNIT-BEST-TOTAL(U-FOUND)
               MOVE ELF-NUMBER TO UNIT-BEST-ELF(U-FOUND)
               MOVE ELF-AMOUNT TO UNIT-BEST-TOTAL(U-FOUND)
             END-IF
           END-IF.

       FIND-UNIT-ENTRY.
           MOVE 0 TO U-FOUND.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > UNIT-COUNT
             IF UNIT-NAME(U) = ELF-UNIT
               MOVE U TO U-FOUND
             END-IF
           END-PERFORM.

      *    The unit table's OCCURS is a compiled ceiling the same way
      *    the day programs cap their tables - a roster naming more
      *    units than it holds leaves the extras' elves counted off
      *    the balance line, never silently.
       ADD-UNIT-ENTRY.
           IF UNIT-COUNT < MAX-UNITS
             ADD 1 TO UNIT-COUNT
             MOVE ELF-UNIT TO UNIT-NAME(UNIT-COUNT)
             MOVE 0 TO UNIT-HEADCOUNT(UNIT-COUNT)
             MOVE 0 TO UNIT-TOTAL(UNIT-COUNT)
             MOVE 0 TO UNIT-BEST-ELF(UNIT-COUNT)
             MOVE 0 TO UNIT-BEST-TOTAL(UNIT-COUNT)
             MOVE UNIT-COUNT TO U-FOUND
           END-IF.

      *    Units in rank order by total calories, then the balance
      *    line - the units' headcount and calories against the
      *    file's own.
       WRITE-SECTION.
           PERFORM RANK-UNITS.
           PERFORM VARYING RANK-I FROM 1 BY 1 UNTIL RANK-I >
                UNIT-COUNT
             MOVE UNIT-RANK(RANK-I) TO U
             PERFORM WRITE-UNIT-LINE
           END-PERFORM.
           MOVE SPACES TO UNIT-REPORT-LINE.
           STRING "  BALANCE - UNITS " UNIT-COUNT
                " ELVES " SECTION-UNIT-ELVES
                " CALORIES " SECTION-UNIT-TOTAL
                " / FILE ELVES " SECTION-ELVES
                " CALORIES " SECTION-INPUT-TOTAL
                DELIMITED BY SIZE INTO UNIT-REPORT-LINE.
           WRITE UNIT-REPORT-LINE.
           IF OVERFLOW-ELVES > 0
             DISPLAY "UNITRPT WARNING - more than " MAX-UNITS
                  " unit(s), " OVERFLOW-ELVES " elf/elves left off "
                  "the rollup"
           END-IF.

       WRITE-UNIT-LINE.
           ADD UNIT-HEADCOUNT(U) TO SECTION-UNIT-ELVES.
           ADD UNIT-TOTAL(U) TO SECTION-UNIT-TOTAL.
           COMPUTE UNIT-AVERAGE ROUNDED =
                UNIT-TOTAL(U) / UNIT-HEADCOUNT(U).
           MOVE SPACES TO BEST-NAME.
           IF UNIT-BEST-ELF(U) > 0
             IF ROSTER-ENTRY-KNOWN(UNIT-BEST-ELF(U)) = "Y"
               MOVE ROSTER-ENTRY-NAME(UNIT-BEST-ELF(U)) TO BEST-NAME
             ELSE
               MOVE "(NOT ON ROSTER)" TO BEST-NAME
             END-IF
           END-IF.
           MOVE SPACES TO UNIT-REPORT-LINE.
           STRING "  RANK " RANK-I " " UNIT-NAME(U)
                " ELVES " UNIT-HEADCOUNT(U)
                " TOTAL " UNIT-TOTAL(U)
                " AVG " UNIT-AVERAGE
                " BEST " UNIT-BEST-ELF(U) " " BEST-NAME
                DELIMITED BY SIZE INTO UNIT-REPORT-LINE.
           WRITE UNIT-REPORT-LINE.

      *    Descending insertion sort of an index table, the same way
      *    SEASNRUN ranks its standings.
       RANK-UNITS.
           PERFORM VARYING RANK-I FROM 1 BY 1 UNTIL RANK-I >
                UNIT-COUNT
             MOVE RANK-I TO UNIT-RANK(RANK-I)
           END-PERFORM.
           PERFORM VARYING RANK-I FROM 2 BY 1 UNTIL RANK-I >
                UNIT-COUNT
             MOVE UNIT-RANK(RANK-I) TO RANK-HOLD
             MOVE RANK-I TO RANK-J
             PERFORM UNTIL RANK-J = 1
                  OR UNIT-TOTAL(UNIT-RANK(RANK-J - 1)) >=
                  UNIT-TOTAL(RANK-HOLD)
               MOVE UNIT-RANK(RANK-J - 1) TO UNIT-RANK(RANK-J)
               SUBTRACT 1 FROM RANK-J
             END-PERFORM
             MOVE RANK-HOLD TO UNIT-RANK(RANK-J)
           END-PERFORM.

       PRINT-EXCEPTIONS.
           IF UNUSABLE-COUNT > 0
             DISPLAY "Unitrpt exceptions - ", UNUSABLE-COUNT,
                  " pile or standings line(s) unusable and left out "
                  "of the rollup"
           END-IF.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these totals".
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
