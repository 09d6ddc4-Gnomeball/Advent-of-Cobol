       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVPT.

      *  Suite recovery point. HOUSEKPG's cut generations and the
      *  before-images each rewrite keeps are taken one file at a
      *  time, on whatever night that file happened to change, so
      *  putting the suite back after a disk loss meant picking a
      *  generation of every master by hand and hoping their dates
      *  agreed. This program takes every master and control file
      *  the suite depends on together, at one moment, under one
      *  recovery point id (the date and time it was taken,
      *  YYYYMMDDHHMMSS), each copied whole to path.id and put on
      *  reports/archive_catalog.txt with the point id and the
      *  number of records copied. RESTORUT puts a whole point back
      *  in one confirmed action and checks each file's count
      *  against the catalog. Runs as the last step of the batch
      *  (CTLDRIVE drives it by name like HOUSEKPG) and refuses to
      *  start while any suite program's lock is ACTIVE, so nothing
      *  it copies is half written. A file not on disk yet is left
      *  out of the point and said so on the report.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The other suite programs' run locks, checked before any
      *    file is taken - a master copied while a run is rewriting
      *    it is no recovery point at all. SUITE-LOCK-PATH walks the
      *    lock file table.
           SELECT SUITE-LOCK-FILE ASSIGN TO DYNAMIC SUITE-LOCK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUITE-LOCK-STATUS.

      *    This program's own run lock - taken at startup, released
      *    at the end of the run, the same guard HOUSEKPG carries
           SELECT LOCK-FILE ASSIGN TO "checkpoints/recovpt.lck"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS.

      *    The master or control file being taken - CURRENT-PATH
      *    walks the member file table, one file per pass
           SELECT CURRENT-FILE ASSIGN TO DYNAMIC CURRENT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CURRENT-STATUS.

      *    Its copy under the recovery point id
           SELECT POINT-FILE ASSIGN TO DYNAMIC POINT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS POINT-STATUS.

      *    The day02 round index is the one indexed member - read in
      *    key order and loaded into an indexed copy of its own, so
      *    the copy can go straight back over the live index
           SELECT INDEX-CURRENT-FILE ASSIGN TO DYNAMIC CURRENT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IDX-CURRENT-KEY
             FILE STATUS IS CURRENT-STATUS.

           SELECT INDEX-POINT-FILE ASSIGN TO DYNAMIC POINT-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IDX-POINT-KEY
             FILE STATUS IS POINT-STATUS.

      *    One line per archive generation ever cut or imaged - every
      *    file of the point goes on it with the point id and count
           SELECT CATALOG-FILE ASSIGN TO "reports/archive_catalog.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOG-STATUS.

      *    Retained record of every recovery point taken - appended
      *    with a dated header the same way the day programs keep
      *    their reports
           SELECT REPORT-FILE ASSIGN TO
                "reports/recovery_point_report.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD SUITE-LOCK-FILE.
         01 SUITE-LOCK-IO-RECORD PIC X(44).

         FD LOCK-FILE.
         01 LOCK-IO-RECORD PIC X(44).

         FD CURRENT-FILE.
         01 CURRENT-LINE PIC X(180).

         FD POINT-FILE.
         01 POINT-LINE PIC X(180).

         FD INDEX-CURRENT-FILE.

           COPY DAY2IDX REPLACING PFX-RECORD BY IDX-CURRENT-RECORD
                PFX-KEY BY IDX-CURRENT-KEY
                PFX-CODE BY IDX-CURRENT-CODE
                PFX-SHAPE-PTS BY IDX-CURRENT-SHAPE-PTS
                PFX-OUTCOME-PTS BY IDX-CURRENT-OUTCOME-PTS.

         FD INDEX-POINT-FILE.

           COPY DAY2IDX REPLACING PFX-RECORD BY IDX-POINT-RECORD
                PFX-KEY BY IDX-POINT-KEY
                PFX-CODE BY IDX-POINT-CODE
                PFX-SHAPE-PTS BY IDX-POINT-SHAPE-PTS
                PFX-OUTCOME-PTS BY IDX-POINT-OUTCOME-PTS.

      *    Point id and record count are blank on generations cut or
      *    imaged one file at a time
         FD CATALOG-FILE.
         01 CATALOG-RECORD.
           02 CAT-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).
           02 FILLER PIC X(1).
           02 CAT-REC-POINT PIC X(14).
           02 FILLER PIC X(1).
           02 CAT-REC-COUNT PIC 9(7).

         FD REPORT-FILE.
         01 REPORT-LINE PIC X(100).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the header of every report written
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.
         01 RUN-TIME.
           02 RUN-TIME-HMS PIC 9(6).
           02 FILLER PIC 9(2).

      *  The recovery point id - when the point was taken, to the
      *  second
         01 POINT-ID.
           02 POINT-ID-DATE PIC 9(8).
           02 POINT-ID-TIME PIC 9(6).

      *  File statuses - same first-run wrinkle handling as the day
      *  programs' report files
         01 CURRENT-STATUS PIC X(2) VALUE SPACES.
           88 CURRENT-FILE-OK VALUE "00".
           88 CURRENT-FILE-NOT-FOUND VALUE "35".
         01 POINT-STATUS PIC X(2) VALUE SPACES.
           88 POINT-FILE-OK VALUE "00".
         01 CATALOG-STATUS PIC X(2) VALUE SPACES.
           88 CATALOG-FILE-OK VALUE "00".
           88 CATALOG-FILE-NOT-FOUND VALUE "35".
         01 REPORT-STATUS PIC X(2) VALUE SPACES.
           88 REPORT-FILE-OK VALUE "00".
           88 REPORT-FILE-NOT-FOUND VALUE "35".

      *  The resolved paths CURRENT-FILE/POINT-FILE/SUITE-LOCK-FILE
      *  open through
         01 CURRENT-PATH PIC X(60) VALUE SPACES.
         01 POINT-PATH PIC X(60) VALUE SPACES.
         01 SUITE-LOCK-PATH PIC X(60) VALUE SPACES.

      *  Run lock guard - CHECK-SUITE-LOCKS refuses to take a point
      *  while any suite program's lock is ACTIVE, ACQUIRE-RUN-LOCK
      *  guards against a second recovery point run, and the lock is
      *  rewritten RELEASED on the way out.
         01 SUITE-LOCK-STATUS PIC X(2) VALUE SPACES.
           88 SUITE-LOCK-OPEN-OK VALUE "00".
         01 LOCK-STATUS PIC X(2) VALUE SPACES.
           88 LOCK-FILE-OK VALUE "00".
           88 LOCK-FILE-NOT-FOUND VALUE "35".
         01 LOCK-TODAY PIC 9(8) VALUE 0.
         01 LOCK-NOW PIC 9(8) VALUE 0.
         01 LOCK-USER-NAME PIC X(8) VALUE SPACES.

           COPY RUNLOCK REPLACING PFX-RECORD BY LOCK-RECORD
                PFX-STATE BY LOCK-STATE
                PFX-STATE-ACTIVE BY LOCK-STATE-ACTIVE
                PFX-STATE-RELEASED BY LOCK-STATE-RELEASED
                PFX-PROGRAM BY LOCK-PROGRAM
                PFX-DATE BY LOCK-DATE
                PFX-TIME BY LOCK-TIME
                PFX-USER BY LOCK-USER.

      *  The lock files the rest of the suite holds - compiled in
      *  the same way the member file table is
         01 SUITE-LOCK-DATA.
           02 FILLER PIC X(30) VALUE "checkpoints/ctldrive.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/seasnrun.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day01.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day02.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day03.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day04.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/intake.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/housekpg.lck".

         01 SUITE-LOCK-TABLE REDEFINES SUITE-LOCK-DATA.
           02 SUITE-LOCK-ENTRY OCCURS 8 TIMES.
             03 SUITE-LOCK-NAME PIC X(30).

      *  Pointer to a suite lock file
         01 L PIC 9(1) VALUE 0.

      *  Set by CTLDRIVE when it drives the recovery point as a
      *  step - its own job lock is then the caller's, not a live
      *  suite run to refuse over, the same as for HOUSEKPG.
         01 CALLER-PARM PIC X(8) VALUE SPACES.
           88 CALLED-BY-CTLDRIVE VALUE "CTLDRIVE".

      *  The files a recovery point holds - every master and control
      *  file the suite reads back from one night to the next, and
      *  the inbound register intake and the day programs check for
      *  duplicate transmissions. The other append-only report files
      *  are HOUSEKPG's to keep.
         01 MEMBER-FILE-DATA.
           02 FILLER PIC X(40) VALUE "data/elf_roster.txt".
           02 FILLER PIC X(40) VALUE "data/season_master.txt".
           02 FILLER PIC X(40) VALUE "data/season_standings.txt".
           02 FILLER PIC X(40) VALUE "reports/alert_master.txt".
           02 FILLER PIC X(40) VALUE "reports/extract_manifest.txt".
           02 FILLER PIC X(40) VALUE "reports/run_history.dat".
           02 FILLER PIC X(40) VALUE "data/run_control.txt".
           02 FILLER PIC X(40) VALUE "data/season_control.txt".
           02 FILLER PIC X(40) VALUE "data/intake_control.txt".
           02 FILLER PIC X(40) VALUE "data/run_calendar.txt".
           02 FILLER PIC X(40) VALUE "data/batch_deadlines.txt".
           02 FILLER PIC X(40) VALUE "data/tolerance.txt".
           02 FILLER PIC X(40) VALUE "data/day02_rules.txt".
           02 FILLER PIC X(40) VALUE "data/requisition_control.txt".
           02 FILLER PIC X(40) VALUE "data/operator_security.txt".
           02 FILLER PIC X(40) VALUE "reports/day02_rounds.idx".
           02 FILLER PIC X(40) VALUE "reports/inbound_register.dat".

         01 MEMBER-FILE-TABLE REDEFINES MEMBER-FILE-DATA.
           02 MEMBER-ENTRY OCCURS 17 TIMES.
             03 MEMBER-PATH PIC X(40).

      *  Pointer to a member file
         01 M PIC 9(2) VALUE 0.

      *  Per-file and whole-run tallies for the report
         01 LINES-TAKEN PIC 9(7) VALUE 0.
         01 TOTAL-LINES-TAKEN PIC 9(7) VALUE 0.
         01 FILES-TAKEN PIC 9(2) VALUE 0.
         01 FILES-ABSENT PIC 9(2) VALUE 0.
         01 FILES-FAILED PIC 9(2) VALUE 0.

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

       PROCEDURE DIVISION.

           PERFORM CHECK-SUITE-LOCKS.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM INITIALIZE-PARAMETERS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-CATALOG.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 17
             PERFORM TAKE-ONE-FILE
           END-PERFORM.

           CLOSE CATALOG-FILE.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM RELEASE-RUN-LOCK.

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Every file of a point has to be from the same moment - a
      *    live suite run could rewrite one master between two
      *    copies. Any ACTIVE suite lock means no recovery point now.
       CHECK-SUITE-LOCKS.
           ACCEPT CALLER-PARM FROM ENVIRONMENT "RECOVPT_CALLER".
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
             PERFORM CHECK-ONE-SUITE-LOCK
           END-PERFORM.

      *    When CTLDRIVE itself is the caller, its job lock is held
      *    for this very step - skipping that one entry is what lets
      *    the recovery point run as a step at all.
       CHECK-ONE-SUITE-LOCK.
           IF CALLED-BY-CTLDRIVE
                AND SUITE-LOCK-NAME(L) = "checkpoints/ctldrive.lck"
             DISPLAY "RECOVPT - running as a CTLDRIVE step, the "
                  "caller's own lock not checked"
           ELSE
             PERFORM READ-ONE-SUITE-LOCK
           END-IF.

       READ-ONE-SUITE-LOCK.
           MOVE SUITE-LOCK-NAME(L) TO SUITE-LOCK-PATH.
           OPEN INPUT SUITE-LOCK-FILE.
           IF SUITE-LOCK-OPEN-OK
             MOVE SPACES TO LOCK-RECORD
             READ SUITE-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SUITE-LOCK-IO-RECORD TO LOCK-RECORD
             END-READ
             CLOSE SUITE-LOCK-FILE
             IF LOCK-STATE-ACTIVE
               DISPLAY "RECOVPT - " SUITE-LOCK-NAME(L)
                    " is ACTIVE: " LOCK-PROGRAM " running as "
                    LOCK-USER " since " LOCK-DATE " " LOCK-TIME
                    " - refusing to take a recovery point while the "
                    "suite may be running"
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

      *    Refuse to start while another recovery point run holds a
      *    live lock. An ACTIVE lock dated before today is called out
      *    as stale so the operator clears it knowingly, not blind.
       ACQUIRE-RUN-LOCK.
           ACCEPT LOCK-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-OK
             MOVE SPACES TO LOCK-RECORD
             READ LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE LOCK-IO-RECORD TO LOCK-RECORD
             END-READ
             CLOSE LOCK-FILE
             IF LOCK-STATE-ACTIVE
               PERFORM REPORT-HELD-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           PERFORM WRITE-LOCK-ACTIVE.

       REPORT-HELD-LOCK.
           IF LOCK-DATE < LOCK-TODAY
             DISPLAY "RECOVPT - STALE run lock: " LOCK-PROGRAM
                  " marked running by " LOCK-USER " since "
                  LOCK-DATE " " LOCK-TIME " - a crashed run likely "
                  "left it; clear checkpoints/recovpt.lck only "
                  "once certain no run is live"
           ELSE
             DISPLAY "RECOVPT - run lock held: " LOCK-PROGRAM
                  " running as " LOCK-USER " since "
                  LOCK-DATE " " LOCK-TIME
                  " - refusing to start a second copy"
           END-IF.

       WRITE-LOCK-ACTIVE.
           ACCEPT LOCK-NOW FROM TIME.
           ACCEPT LOCK-USER-NAME FROM ENVIRONMENT "LOGNAME"
           IF LOCK-USER-NAME = SPACES
             MOVE "UNKNOWN" TO LOCK-USER-NAME
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "ACTIVE" TO LOCK-STATE.
           MOVE "RECOVPT" TO LOCK-PROGRAM.
           MOVE LOCK-TODAY TO LOCK-DATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           MOVE LOCK-USER-NAME TO LOCK-USER.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "RECOVPT WARNING - checkpoints/recovpt.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
                  " - running unguarded"
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    Rewritten RELEASED on the way out - only a crash leaves
      *    the ACTIVE record behind, which is exactly what makes a
      *    leftover ACTIVE lock worth flagging.
       RELEASE-RUN-LOCK.
           ACCEPT LOCK-NOW FROM TIME.
           MOVE "RELEASED" TO LOCK-STATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "RECOVPT WARNING - checkpoints/recovpt.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    The point id is the moment the point is taken - two taken
      *    the same day never collide.
       INITIALIZE-PARAMETERS.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE-DISPLAY TO POINT-ID-DATE.
           MOVE RUN-TIME-HMS TO POINT-ID-TIME.

      *    Retained record of this recovery point - date stamped
      *    header, appended rather than overwriting.
       WRITE-REPORT-HEADER.
           OPEN EXTEND REPORT-FILE.
           IF REPORT-FILE-NOT-FOUND
             OPEN OUTPUT REPORT-FILE
           END-IF.
           IF NOT REPORT-FILE-OK
             DISPLAY "RECOVPT WARNING - "
                  "reports/recovery_point_report.txt did not open "
                  "cleanly, FILE STATUS " REPORT-STATUS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "===== RECOVPT run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECOVERY POINT " POINT-ID
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Same first-run wrinkle as the other appended files - the
      *    very first generation anything takes starts the catalog.
       OPEN-CATALOG.
           OPEN EXTEND CATALOG-FILE.
           IF CATALOG-FILE-NOT-FOUND
             OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF NOT CATALOG-FILE-OK
             DISPLAY "RECOVPT WARNING - reports/archive_catalog.txt "
                  "did not open cleanly, FILE STATUS "
                  CATALOG-STATUS
           END-IF.

      *    Take one member file: copy it whole to path.id and put the
      *    copy on the catalog with its count. A file that is not
      *    there yet is left out of the point rather than copied as
      *    an empty one - restoring the point then leaves it alone.
       TAKE-ONE-FILE.
           MOVE MEMBER-PATH(M) TO CURRENT-PATH.
           MOVE 0 TO LINES-TAKEN.
           PERFORM BUILD-POINT-PATH.
           IF MEMBER-PATH(M) = "reports/day02_rounds.idx"
             OPEN INPUT INDEX-CURRENT-FILE
           ELSE
             OPEN INPUT CURRENT-FILE
           END-IF.
           IF CURRENT-FILE-NOT-FOUND
             ADD 1 TO FILES-ABSENT
             MOVE SPACES TO REPORT-LINE
             STRING "TAKE " DELIMITED BY SIZE
                  MEMBER-PATH(M) DELIMITED BY SPACE
                  " NOT PRESENT, NOT IN THIS POINT" DELIMITED BY SIZE
                  INTO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             IF NOT CURRENT-FILE-OK
               ADD 1 TO FILES-FAILED
               DISPLAY "RECOVPT WARNING - " MEMBER-PATH(M)
                    " did not open cleanly, FILE STATUS "
                    CURRENT-STATUS " - not in this point"
               MOVE SPACES TO REPORT-LINE
               STRING "TAKE " DELIMITED BY SIZE
                    MEMBER-PATH(M) DELIMITED BY SPACE
                    " DID NOT OPEN, FILE STATUS " CURRENT-STATUS
                    DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
             ELSE
               IF MEMBER-PATH(M) = "reports/day02_rounds.idx"
                 PERFORM COPY-INDEX-TO-POINT
               ELSE
                 PERFORM COPY-TO-POINT
               END-IF
             END-IF
           END-IF.

      *    A point copy is the member path suffixed with the point id
      *    - data/elf_roster.txt.20261015221500 and so on. RESTORUT
      *    takes the id back off to find the file it restores over.
       BUILD-POINT-PATH.
           MOVE SPACES TO POINT-PATH.
           STRING MEMBER-PATH(M) DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                POINT-ID DELIMITED BY SIZE
                INTO POINT-PATH.

      *    CURRENT-FILE is already open INPUT when this runs. The
      *    copy is written fresh - a point id is never reused.
       COPY-TO-POINT.
           OPEN OUTPUT POINT-FILE.
           IF NOT POINT-FILE-OK
             PERFORM REPORT-POINT-OPEN-FAILURE
           ELSE
             MOVE "N" TO EOF
             PERFORM COPY-ONE-LINE UNTIL EOF = "Y"
             CLOSE POINT-FILE
             PERFORM RECORD-MEMBER-TAKEN
           END-IF.
           CLOSE CURRENT-FILE.

       COPY-ONE-LINE.
           READ CURRENT-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             MOVE CURRENT-LINE TO POINT-LINE
             WRITE POINT-LINE
             ADD 1 TO LINES-TAKEN
           END-IF.

      *    INDEX-CURRENT-FILE is already open INPUT when this runs.
      *    Read in key order, so the copy loads sequentially.
       COPY-INDEX-TO-POINT.
           OPEN OUTPUT INDEX-POINT-FILE.
           IF NOT POINT-FILE-OK
             PERFORM REPORT-POINT-OPEN-FAILURE
           ELSE
             MOVE "N" TO EOF
             PERFORM COPY-ONE-INDEX-RECORD UNTIL EOF = "Y"
             CLOSE INDEX-POINT-FILE
             PERFORM RECORD-MEMBER-TAKEN
           END-IF.
           CLOSE INDEX-CURRENT-FILE.

       COPY-ONE-INDEX-RECORD.
           READ INDEX-CURRENT-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             MOVE IDX-CURRENT-RECORD TO IDX-POINT-RECORD
             WRITE IDX-POINT-RECORD
             ADD 1 TO LINES-TAKEN
           END-IF.

       REPORT-POINT-OPEN-FAILURE.
           ADD 1 TO FILES-FAILED.
           DISPLAY "RECOVPT WARNING - " POINT-PATH
                " did not open cleanly, FILE STATUS " POINT-STATUS
                " - " MEMBER-PATH(M) " not in this point".
           MOVE SPACES TO REPORT-LINE.
           STRING "TAKE " DELIMITED BY SIZE
                MEMBER-PATH(M) DELIMITED BY SPACE
                " COPY DID NOT OPEN, FILE STATUS " POINT-STATUS
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    One catalog entry per member, carrying the point id and
      *    the count RESTORUT checks the restored file against.
       RECORD-MEMBER-TAKEN.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE RUN-DATE-DISPLAY TO CAT-REC-DATE.
           MOVE POINT-PATH TO CAT-REC-PATH.
           MOVE POINT-ID TO CAT-REC-POINT.
           MOVE LINES-TAKEN TO CAT-REC-COUNT.
           WRITE CATALOG-RECORD.
           ADD 1 TO FILES-TAKEN.
           ADD LINES-TAKEN TO TOTAL-LINES-TAKEN.
           MOVE SPACES TO REPORT-LINE.
           STRING "TAKE " DELIMITED BY SIZE
                MEMBER-PATH(M) DELIMITED BY SPACE
                " " LINES-TAKEN " RECORD(S) TO " DELIMITED BY SIZE
                POINT-PATH DELIMITED BY SPACE
                INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILES TAKEN " FILES-TAKEN
                " RECORDS " TOTAL-LINES-TAKEN
                " NOT PRESENT " FILES-ABSENT
                " FAILED " FILES-FAILED
                DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "RECOVPT - recovery point " POINT-ID " taken, "
                FILES-TAKEN " file(s), " TOTAL-LINES-TAKEN
                " record(s)".

      *    Zero tells a calling control program the point is whole;
      *    4 means a member could not be taken and the point is short
      *    of it.
       ALL-FINISHED.
           IF FILES-FAILED > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
