       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNFEED.

      *  Snack requisition feed for the quartermaster. The
      *  quartermaster used to read the day01 leaderboard and key a
      *  restock requisition by hand for every elf carrying too
      *  little. This program takes the pile totals 2022_DAY01 left
      *  on reports/day01_piles.txt, finds each elf's unit on the
      *  roster, and compares the pile against that unit's minimum
      *  calorie level on the hand-edited
      *  data/requisition_control.txt. Every active elf under the
      *  minimum becomes one requisition line carrying the shortfall.
      *  The requisitions go out as one fixed-layout file per unit
      *  on the control file, inside the same DAYEXTR header and
      *  trailer as the other feeds, and each file is recorded SENT
      *  on reports/extract_manifest.txt so EXTRECON reconciles the
      *  quartermaster's acknowledgment like any other feed. A unit
      *  with nobody short still gets its file - an empty header and
      *  trailer is how the quartermaster knows the unit was looked
      *  at. Elves with no roster unit fall under the unit name
      *  UNASSIGNED, which the control file can carry like any other
      *  unit; a unit with no control line is not requisitioned.
      *  Runs as its own CTLDRIVE step after day01.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Per-unit minimum calorie levels - hand edited, one line
      *    per unit, in the same fixed columns as the other control
      *    files
           SELECT REQN-CONTROL-FILE ASSIGN TO
                "data/requisition_control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REQN-CTL-STATUS.

      *    The roster master ROSTMNT owns - read here, never written
           SELECT ROSTER-FILE ASSIGN TO "data/elf_roster.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

      *    The per-pile totals 2022_DAY01 rewrote on its last run
           SELECT PILES-FILE ASSIGN TO "reports/day01_piles.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PILES-STATUS.

      *    One requisition file per unit - the path is built from
      *    REQNFEED_EXTRACT, the unit and the run date (see
      *    BUILD-EXTRACT-PATH)
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXTRACT-STATUS.

      *    The outbound manifest EXTRECON sweeps against the
      *    receivers' acknowledgments
           SELECT MANIFEST-FILE ASSIGN TO "reports/extract_manifest.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD REQN-CONTROL-FILE.
         01 REQN-CONTROL-RECORD.
           02 RQC-REC-UNIT PIC X(10).
           02 FILLER PIC X(1).
           02 RQC-REC-MINIMUM PIC 9(7).

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

         FD EXTRACT-FILE.
         01 EXTRACT-RECORD PIC X(35).

         FD MANIFEST-FILE.

           COPY EXTMANF REPLACING PFX-RECORD BY MANIFEST-RECORD
                PFX-PATH BY MAN-REC-PATH
                PFX-DATE BY MAN-REC-DATE
                PFX-COUNT BY MAN-REC-COUNT
                PFX-HASH BY MAN-REC-HASH
                PFX-STATE BY MAN-REC-STATE
                PFX-STATE-SENT BY MAN-REC-STATE-SENT
                PFX-STATE-ACKED BY MAN-REC-STATE-ACKED
                PFX-STATE-REJECTED BY MAN-REC-STATE-REJECTED
                PFX-PROGRAM BY MAN-REC-PROGRAM
                PFX-TIME BY MAN-REC-TIME.

         WORKING-STORAGE SECTION.

      *  Run date stamped onto every extract header and manifest line
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.

      *  File statuses
         01 REQN-CTL-STATUS PIC X(2) VALUE SPACES.
           88 REQN-CTL-OK VALUE "00".
         01 ROSTER-STATUS PIC X(2) VALUE SPACES.
           88 ROSTER-FILE-OK VALUE "00".
         01 PILES-STATUS PIC X(2) VALUE SPACES.
           88 PILES-FILE-OK VALUE "00".
         01 EXTRACT-STATUS PIC X(2) VALUE SPACES.
           88 EXTRACT-FILE-OK VALUE "00".
         01 MANIFEST-STATUS PIC X(2) VALUE SPACES.
           88 MANIFEST-FILE-OK VALUE "00".
           88 MANIFEST-FILE-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  The units on the control file and their minimums, with what
      *  each unit's file carried
         01 MAX-REQN-UNITS PIC 9(3) VALUE 200.
         01 REQN-UNIT-COUNT PIC 9(3) VALUE 0.
         01 REQN-UNIT-TABLE.
           02 REQN-UNIT-ENTRY OCCURS 200 TIMES.
             03 RQU-UNIT PIC X(10).
             03 RQU-MINIMUM PIC 9(7).
             03 RQU-COUNT PIC 9(7).
             03 RQU-SHORTFALL PIC 9(12).
         01 U PIC 9(3) VALUE 0.
         01 U-FOUND PIC 9(3) VALUE 0.

      *  Roster join - units and active flags keyed straight by elf
      *  number, the same table day01 joins through
         01 MAX-ELF-NUMBER PIC 9(5) VALUE 99999.
         01 ROSTER-UNIT-TABLE.
           02 ROSTER-UNIT-ENTRY OCCURS 99999 TIMES.
             03 ROSTER-ENTRY-KNOWN PIC X(1).
             03 ROSTER-ENTRY-UNIT PIC X(10).
             03 ROSTER-ENTRY-ACTIVE PIC X(1).
      *  One digit wider than the 9(5) key domain it walks, so the
      *  init loop's increment past MAX-ELF-NUMBER can actually
      *  exceed it instead of truncating back to zero
         01 R PIC 9(6) VALUE 0.

      *  Every requisition raised, held until the per-unit files are
      *  written - one pile per elf, so never more than the key
      *  domain
         01 REQN-COUNT PIC 9(5) VALUE 0.
         01 REQN-TABLE.
           02 REQN-ENTRY OCCURS 99999 TIMES.
             03 REQN-ELF PIC 9(5).
             03 REQN-TOTAL PIC 9(5).
             03 REQN-UNIT-IDX PIC 9(3).
         01 Q PIC 9(6) VALUE 0.

      *  The unit the elf in hand falls under
         01 ELF-UNIT PIC X(10) VALUE SPACES.
         01 UNASSIGNED-UNIT PIC X(10) VALUE "UNASSIGNED".

      *  Counts for the closing summary
         01 PILES-READ PIC 9(5) VALUE 0.
         01 INACTIVE-SKIPPED PIC 9(5) VALUE 0.
         01 NO-CONTROL-SKIPPED PIC 9(5) VALUE 0.
         01 UNUSABLE-COUNT PIC 9(5) VALUE 0.
         01 WRITE-TROUBLE-SW PIC X(1) VALUE "N".
           88 WRITE-TROUBLE VALUE "Y".

      *  The per-unit file. REQNFEED_EXTRACT is the path up to the
      *  unit - blank means reports/requisition. - and the unit and
      *  run date complete it, so each night's files sit beside the
      *  last instead of over them.
         01 EXTRACT-PREFIX PIC X(60) VALUE SPACES.
         01 DEFAULT-EXTRACT-PREFIX PIC X(60)
              VALUE "reports/requisition.".
         01 EXTRACT-PATH PIC X(100) VALUE SPACES.
         01 EXTRACT-COUNT PIC 9(7) VALUE 0.
         01 EXTRACT-HASH PIC 9(12) VALUE 0.

           COPY DAYEXTR REPLACING PFX-HEADER BY EXTRACT-HEADER
                PFX-HDR-ID BY EXT-HDR-ID
                PFX-HDR-RUN-DATE BY EXT-HDR-RUN-DATE
                PFX-HDR-SOURCE BY EXT-HDR-SOURCE
                PFX-TRAILER BY EXTRACT-TRAILER
                PFX-TRL-ID BY EXT-TRL-ID
                PFX-TRL-COUNT BY EXT-TRL-COUNT
                PFX-TRL-HASH BY EXT-TRL-HASH.

      *  One requisition per short elf - the layout between the
      *  shared header and trailer belongs to this program. The
      *  trailer hash is the sum of the shortfalls, the quantity the
      *  quartermaster actually issues.
         01 EXTRACT-DETAIL.
           02 EXT-DET-ID PIC X(1).
           02 EXT-DET-ELF PIC 9(5).
           02 EXT-DET-UNIT PIC X(10).
           02 EXT-DET-TOTAL PIC 9(5).
           02 EXT-DET-MINIMUM PIC 9(7).
           02 EXT-DET-SHORTFALL PIC 9(7).

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT EXTRACT-PREFIX FROM ENVIRONMENT "REQNFEED_EXTRACT".
           IF EXTRACT-PREFIX = SPACES
             MOVE DEFAULT-EXTRACT-PREFIX TO EXTRACT-PREFIX
           END-IF.

           PERFORM LOAD-REQN-CONTROL.
           PERFORM LOAD-ROSTER.

           OPEN INPUT PILES-FILE.
           IF NOT PILES-FILE-OK
             DISPLAY "REQNFEED ABEND - reports/day01_piles.txt did "
                  "not open cleanly, FILE STATUS " PILES-STATUS
                  " - 2022_DAY01 has not left a census to requisition "
                  "from"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO EOF.
           PERFORM READ-PILE-RECORD UNTIL EOF = "Y".
           CLOSE PILES-FILE.

           PERFORM WRITE-UNIT-EXTRACT VARYING U FROM 1 BY 1
                UNTIL U > REQN-UNIT-COUNT.

           DISPLAY "REQNFEED - " PILES-READ " pile(s) read, "
                REQN-COUNT " requisition(s) raised across "
                REQN-UNIT-COUNT " unit file(s)".
           PERFORM PRINT-EXCEPTIONS.
           PERFORM ALL-FINISHED.
           GOBACK.

      *    No control file means no minimums to hold anyone to -
      *    nothing can be requisitioned, so the step fails rather
      *    than sending the quartermaster nothing and calling it
      *    clean.
       LOAD-REQN-CONTROL.
           MOVE 0 TO REQN-UNIT-COUNT.
           OPEN INPUT REQN-CONTROL-FILE.
           IF NOT REQN-CTL-OK
             DISPLAY "REQNFEED ABEND - data/requisition_control.txt "
                  "did not open cleanly, FILE STATUS "
                  REQN-CTL-STATUS " - no unit minimums, nothing "
                  "requisitioned"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO EOF.
           PERFORM READ-REQN-CONTROL UNTIL EOF = "Y".
           CLOSE REQN-CONTROL-FILE.
           DISPLAY "REQNFEED - " REQN-UNIT-COUNT
                " unit minimum(s) loaded".

      *    A record naming no unit is a stray blank line in the
      *    hand-edited file; a minimum that is not a number is
      *    skipped and counted rather than trusted. A unit listed
      *    twice keeps its first line.
       READ-REQN-CONTROL.
           READ REQN-CONTROL-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RQC-REC-UNIT IS NOT = SPACES
             MOVE RQC-REC-UNIT TO ELF-UNIT
             PERFORM FIND-REQN-UNIT
             IF RQC-REC-MINIMUM IS NOT NUMERIC
               ADD 1 TO UNUSABLE-COUNT
             ELSE
               IF U-FOUND = 0 AND REQN-UNIT-COUNT < MAX-REQN-UNITS
                 ADD 1 TO REQN-UNIT-COUNT
                 MOVE RQC-REC-UNIT TO RQU-UNIT(REQN-UNIT-COUNT)
                 MOVE RQC-REC-MINIMUM TO RQU-MINIMUM(REQN-UNIT-COUNT)
                 MOVE 0 TO RQU-COUNT(REQN-UNIT-COUNT)
                 MOVE 0 TO RQU-SHORTFALL(REQN-UNIT-COUNT)
               END-IF
             END-IF
           END-IF.

       FIND-REQN-UNIT.
           MOVE 0 TO U-FOUND.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > REQN-UNIT-COUNT
             IF RQU-UNIT(U) = ELF-UNIT
               MOVE U TO U-FOUND
             END-IF
           END-PERFORM.

      *    Pull the roster into a table keyed straight by elf number,
      *    the same join the day01 leaderboard makes. A missing
      *    roster leaves every elf UNASSIGNED.
       LOAD-ROSTER.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > MAX-ELF-NUMBER
             MOVE "N" TO ROSTER-ENTRY-KNOWN(R)
           END-PERFORM.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-ROSTER-RECORD UNTIL EOF = "Y"
             CLOSE ROSTER-FILE
           ELSE
             DISPLAY "REQNFEED WARNING - data/elf_roster.txt did not "
                  "open cleanly, FILE STATUS " ROSTER-STATUS
                  " - every elf treated as UNASSIGNED"
           END-IF.

       READ-ROSTER-RECORD.
           READ ROSTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF ROSTER-REC-NUMBER IS NUMERIC
                  AND ROSTER-REC-NUMBER > 0
                  AND ROSTER-REC-NUMBER <= MAX-ELF-NUMBER
               MOVE "Y" TO ROSTER-ENTRY-KNOWN(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-UNIT TO
                    ROSTER-ENTRY-UNIT(ROSTER-REC-NUMBER)
               MOVE ROSTER-REC-ACTIVE TO
                    ROSTER-ENTRY-ACTIVE(ROSTER-REC-NUMBER)
             END-IF
           END-IF.

      *    An elf ROSTMNT has deactivated is no longer issued
      *    rations, so is never requisitioned for. Everyone else
      *    falls under their roster unit, or UNASSIGNED.
       READ-PILE-RECORD.
           READ PILES-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF PIL-REC-ELF IS NUMERIC AND PIL-REC-TOTAL IS NUMERIC
                  AND PIL-REC-ELF > 0
               ADD 1 TO PILES-READ
               PERFORM CHECK-ONE-PILE
             ELSE
               ADD 1 TO UNUSABLE-COUNT
             END-IF
           END-IF.

       CHECK-ONE-PILE.
           MOVE UNASSIGNED-UNIT TO ELF-UNIT.
           IF ROSTER-ENTRY-KNOWN(PIL-REC-ELF) = "Y"
             IF ROSTER-ENTRY-ACTIVE(PIL-REC-ELF) = "N"
               ADD 1 TO INACTIVE-SKIPPED
               MOVE SPACES TO ELF-UNIT
             ELSE
               IF ROSTER-ENTRY-UNIT(PIL-REC-ELF) IS NOT = SPACES
                 MOVE ROSTER-ENTRY-UNIT(PIL-REC-ELF) TO ELF-UNIT
               END-IF
             END-IF
           END-IF.
           IF ELF-UNIT IS NOT = SPACES
             PERFORM FIND-REQN-UNIT
             IF U-FOUND = 0
               ADD 1 TO NO-CONTROL-SKIPPED
             ELSE
               IF PIL-REC-TOTAL < RQU-MINIMUM(U-FOUND)
                 ADD 1 TO REQN-COUNT
                 MOVE PIL-REC-ELF TO REQN-ELF(REQN-COUNT)
                 MOVE PIL-REC-TOTAL TO REQN-TOTAL(REQN-COUNT)
                 MOVE U-FOUND TO REQN-UNIT-IDX(REQN-COUNT)
               END-IF
             END-IF
           END-IF.

      *    One unit's file - header carrying the run date and source
      *    program, one detail per short elf in the unit, and a
      *    trailer whose record count and shortfall hash let the
      *    quartermaster prove the file arrived complete.
       WRITE-UNIT-EXTRACT.
           PERFORM BUILD-EXTRACT-PATH.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-OK
             DISPLAY "REQNFEED WARNING - extract " EXTRACT-PATH
                  " did not open cleanly, FILE STATUS "
                  EXTRACT-STATUS
             MOVE "Y" TO WRITE-TROUBLE-SW
           END-IF.
           MOVE "H" TO EXT-HDR-ID.
           MOVE RUN-DATE-DISPLAY TO EXT-HDR-RUN-DATE.
           MOVE "REQNFEED" TO EXT-HDR-SOURCE.
           MOVE EXTRACT-HEADER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           MOVE 0 TO EXTRACT-COUNT.
           MOVE 0 TO EXTRACT-HASH.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > REQN-COUNT
             IF REQN-UNIT-IDX(Q) = U
               PERFORM WRITE-REQUISITION
             END-IF
           END-PERFORM.
           MOVE "T" TO EXT-TRL-ID.
           MOVE EXTRACT-COUNT TO EXT-TRL-COUNT.
           MOVE EXTRACT-HASH TO EXT-TRL-HASH.
           MOVE EXTRACT-TRAILER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           IF NOT EXTRACT-FILE-OK
             DISPLAY "REQNFEED WARNING - extract trailer did not "
                  "write cleanly, FILE STATUS " EXTRACT-STATUS
             MOVE "Y" TO WRITE-TROUBLE-SW
           END-IF.
           CLOSE EXTRACT-FILE.
           MOVE EXTRACT-COUNT TO RQU-COUNT(U).
           MOVE EXTRACT-HASH TO RQU-SHORTFALL(U).
           DISPLAY "Requisitions - unit " RQU-UNIT(U) " minimum "
                RQU-MINIMUM(U) ", " EXTRACT-COUNT
                " elf/elves short, shortfall " EXTRACT-HASH.
           PERFORM RECORD-EXTRACT-MANIFEST.

      *    Unit names are single words on the roster, so the first
      *    space ends both the prefix and the unit.
       BUILD-EXTRACT-PATH.
           MOVE SPACES TO EXTRACT-PATH.
           STRING EXTRACT-PREFIX DELIMITED BY SPACE
                RQU-UNIT(U) DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                RUN-DATE-DISPLAY DELIMITED BY SIZE
                INTO EXTRACT-PATH.

       WRITE-REQUISITION.
           MOVE "D" TO EXT-DET-ID.
           MOVE REQN-ELF(Q) TO EXT-DET-ELF.
           MOVE RQU-UNIT(U) TO EXT-DET-UNIT.
           MOVE REQN-TOTAL(Q) TO EXT-DET-TOTAL.
           MOVE RQU-MINIMUM(U) TO EXT-DET-MINIMUM.
           COMPUTE EXT-DET-SHORTFALL = RQU-MINIMUM(U) - REQN-TOTAL(Q).
           MOVE EXTRACT-DETAIL TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-COUNT.
           ADD EXT-DET-SHORTFALL TO EXTRACT-HASH.

      *    One manifest line per unit file transmitted - SENT until
      *    the quartermaster's acknowledgment accounts for it, the
      *    same line the day programs write for their extracts.
       RECORD-EXTRACT-MANIFEST.
           OPEN EXTEND MANIFEST-FILE.
           IF MANIFEST-FILE-NOT-FOUND
             OPEN OUTPUT MANIFEST-FILE
           END-IF.
           IF NOT MANIFEST-FILE-OK
             DISPLAY "REQNFEED WARNING - "
                  "reports/extract_manifest.txt did not open "
                  "cleanly, FILE STATUS " MANIFEST-STATUS
             MOVE "Y" TO WRITE-TROUBLE-SW
           END-IF.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE EXTRACT-PATH TO MAN-REC-PATH.
           MOVE RUN-DATE-DISPLAY TO MAN-REC-DATE.
           MOVE EXTRACT-COUNT TO MAN-REC-COUNT.
           MOVE EXTRACT-HASH TO MAN-REC-HASH.
           MOVE "SENT" TO MAN-REC-STATE.
           MOVE "REQNFEED" TO MAN-REC-PROGRAM.
           ACCEPT MAN-REC-TIME FROM TIME.
           WRITE MANIFEST-RECORD.
           IF NOT MANIFEST-FILE-OK
             DISPLAY "REQNFEED WARNING - manifest line did not "
                  "write cleanly, FILE STATUS " MANIFEST-STATUS
             MOVE "Y" TO WRITE-TROUBLE-SW
           END-IF.
           CLOSE MANIFEST-FILE.

       PRINT-EXCEPTIONS.
           IF INACTIVE-SKIPPED > 0
             DISPLAY "Reqnfeed - ", INACTIVE-SKIPPED,
                  " deactivated elf/elves not requisitioned"
           END-IF.
           IF NO-CONTROL-SKIPPED > 0
             DISPLAY "Reqnfeed - ", NO-CONTROL-SKIPPED,
                  " elf/elves in a unit with no minimum on "
                  "data/requisition_control.txt"
           END-IF.
           IF UNUSABLE-COUNT > 0
             DISPLAY "Reqnfeed exceptions - ", UNUSABLE-COUNT,
                  " pile or control line(s) unusable and skipped"
           END-IF.

      *    Zero tells a calling control program every unit file went
      *    out clean; 4 means a file or manifest line did not write
      *    and the feed needs looking at before it is acknowledged.
       ALL-FINISHED.
           IF WRITE-TROUBLE
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
