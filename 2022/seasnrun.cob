      *    ends, so two concurrent season runs cannot rewrite the
      *    season master over each other, and HOUSEKPG's suite-lock
      *    sweep can see a season run is live
           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS.


      *    Season-to-date master - one line per processed day,
      *    rewritten whole at the end of every run
           SELECT MASTER-FILE ASSIGN TO DYNAMIC MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.

      *    The shared run history master the day programs append to -
      *    read back after each CALL to harvest that day's figures,
      *    the same records TRENDRPT trends from
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC RUN-HISTORY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Retained season summary - appended with a dated header
      *    the same way the day programs keep their reports
           SELECT SEASON-REPORT-FILE ASSIGN TO DYNAMIC
                SEASON-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-RPT-STATUS.

      *    The per-pile totals 2022_DAY01 rewrites every run - read
      *    back after each day01 day to fold that day's piles into
      *    the per-elf season standings
           SELECT PILES-FILE ASSIGN TO DYNAMIC PILES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PILES-STATUS.

      *    Per-elf season-to-date standings - one line per elf ever
      *    seen, rewritten whole at the end of every run the same
      *    way the season master is
           SELECT STANDINGS-FILE ASSIGN TO DYNAMIC STANDINGS-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STANDINGS-STATUS.

      *    HOUSEKPG's archive catalog - the before-image generations
      *    are catalogued the same way its cut generations are, so
      *    the retention purge keeps them from accumulating forever
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOG-STATUS.

      *    A shadow run's days set against the production season
      *    master - only ever written in the shadow area, by a
      *    shadow run
           SELECT SHADOW-COMPARE-FILE ASSIGN TO
                "shadow/reports/shadow_compare.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHADOW-COMPARE-STATUS.

       DATA DIVISION.

         FILE SECTION.
                PFX-SEQ BY RH-REC-SEQ
                PFX-RECORDS BY RH-REC-RECORDS
                PFX-PART1 BY RH-REC-PART1
                PFX-PART2 BY RH-REC-PART2
                PFX-START BY RH-REC-START
                PFX-PROCESSED BY RH-REC-PROCESSED.

         FD SEASON-REPORT-FILE.
         01 SEASON-REPORT-LINE PIC X(100).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).

         FD SHADOW-COMPARE-FILE.
         01 SHADOW-COMPARE-LINE PIC X(132).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the master entries added this run and
              PFX-MAX-3 BY SEA-MAX-3
              PFX-MAX-SUM BY SEA-MAX-SUM.

      *  Shadow mode - SHADOW_RUN=Y sends every file this program
      *  writes to the same name under the shadow area, and the day
      *  programs it CALLs read the same switch, so a changed
      *  ruleset or a fresh release can be tried over the whole
      *  season without touching the production season master,
      *  standings, lock or archive catalog. A shadow season starts
      *  from the shadow master, so it replays every day the shadow
      *  area has not seen. Inputs are read where they always are.
         01 SHADOW-PARM PIC X(1) VALUE SPACE.
           88 SHADOW-RUN VALUE "Y".
         01 SHADOW-AREA PIC X(7) VALUE "shadow/".
         01 SHADOW-PATH-IN PIC X(100) VALUE SPACES.
         01 SHADOW-PATH-OUT PIC X(100) VALUE SPACES.
         01 LOCK-PATH PIC X(60) VALUE SPACES.
         01 MASTER-PATH PIC X(60) VALUE SPACES.
         01 RUN-HISTORY-PATH PIC X(60) VALUE SPACES.
         01 SEASON-REPORT-PATH PIC X(60) VALUE SPACES.
         01 PILES-PATH PIC X(60) VALUE SPACES.
         01 STANDINGS-PATH PIC X(60) VALUE SPACES.
         01 CATALOG-PATH PIC X(60) VALUE SPACES.

      *  Each day this shadow run added to the master, set against
      *  the production master's entry for the same program and day
      *  - entries past LOADED-MASTER-COUNT are the ones this run
      *  added
         01 SHADOW-COMPARE-STATUS PIC X(2) VALUE SPACES.
           88 SHADOW-COMPARE-OK VALUE "00".
           88 SHADOW-COMPARE-NOT-FOUND VALUE "35".
         01 LOADED-MASTER-COUNT PIC 9(3) VALUE 0.
         01 PROD-MATCH-TABLE.
           02 PROD-MATCH-ENTRY OCCURS 200 TIMES.
             03 PMT-FOUND PIC X(1).
             03 PMT-DATE PIC 9(8).
             03 PMT-RECORDS PIC 9(7).
             03 PMT-PART1 PIC 9(7).
             03 PMT-PART2 PIC 9(7).
         01 DAYS-SAME PIC 9(3) VALUE 0.
         01 DAYS-DIFFERENT PIC 9(3) VALUE 0.
         01 DAYS-UNMATCHED PIC 9(3) VALUE 0.
         01 COMPARE-WORD PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM SET-FILE-PATHS.
           PERFORM ACQUIRE-RUN-LOCK.
           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           PERFORM LOAD-SEASON-CONTROL.
           PERFORM LOAD-MASTER.
           MOVE MASTER-COUNT TO LOADED-MASTER-COUNT.
           PERFORM LOAD-STANDINGS.

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > SEASON-DAY-COUNT
           PERFORM REWRITE-MASTER.
           PERFORM REWRITE-STANDINGS.
           PERFORM WRITE-SEASON-REPORT.
           IF SHADOW-RUN
             PERFORM COMPARE-WITH-PRODUCTION
           END-IF.

           DISPLAY "SEASNRUN - " DAYS-PROCESSED " day(s) processed, "
                DAYS-SKIPPED " already on the master, "
           END-IF.
           GOBACK.

      *    Every file this run writes is named here - its production
      *    name, or the same name under the shadow area when
      *    SHADOW_RUN asks for a shadow run. Runs before the lock is
      *    taken, since the lock is one of them.
       SET-FILE-PATHS.
           ACCEPT SHADOW-PARM FROM ENVIRONMENT "SHADOW_RUN".
           MOVE "checkpoints/seasnrun.lck" TO LOCK-PATH.
           MOVE "data/season_master.txt" TO MASTER-PATH.
           MOVE "reports/run_history.dat" TO RUN-HISTORY-PATH.
           MOVE "reports/season_report.txt" TO SEASON-REPORT-PATH.
           MOVE "reports/day01_piles.txt" TO PILES-PATH.
           MOVE "data/season_standings.txt" TO STANDINGS-PATH.
           MOVE "reports/archive_catalog.txt" TO CATALOG-PATH.
           IF SHADOW-RUN
             DISPLAY "SEASNRUN - shadow run, every output under "
                  SHADOW-AREA
             MOVE LOCK-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO LOCK-PATH
             MOVE MASTER-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO MASTER-PATH
             MOVE RUN-HISTORY-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO RUN-HISTORY-PATH
             MOVE SEASON-REPORT-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO SEASON-REPORT-PATH
             MOVE PILES-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO PILES-PATH
             MOVE STANDINGS-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO STANDINGS-PATH
             MOVE CATALOG-PATH TO SHADOW-PATH-IN
             PERFORM MAKE-SHADOW-PATH
             MOVE SHADOW-PATH-OUT TO CATALOG-PATH
           END-IF.

       MAKE-SHADOW-PATH.
           MOVE SPACES TO SHADOW-PATH-OUT.
           STRING SHADOW-AREA DELIMITED BY SIZE
                SHADOW-PATH-IN DELIMITED BY SPACE
                INTO SHADOW-PATH-OUT.

      *    Refuse to start while another copy holds a live lock -
      *    two season runs rewriting the master over each other is
      *    the same double-start disaster the day programs guard
      *    program already reads, and CANCEL puts its working
      *    storage back to initial state so the next day starts
      *    fresh, which a single CALL from CTLDRIVE never needed.
      *    INBOUND_CALLER tells the day program this is a season
      *    replay of a file the nightly run already registered, and
      *    is cleared again so nothing called later inherits it.
       RUN-ONE-DAY.
           DISPLAY "SEASNRUN - day " SEA-SEQ(D) " starting "
                SEA-PROGRAM(D) " with " SEA-INPUT(D).
           SET ENVIRONMENT "INBOUND_CALLER" TO "SEASNRUN".
           IF SEA-PROGRAM(D) = "2022_DAY01"
             SET ENVIRONMENT "DAY01_INPUT" TO SEA-INPUT(D)
             CALL "2022_DAY01" USING SEA-RESULTS
                 MOVE RETURN-CODE TO CALL-RESULT
                 CANCEL "2022_DAY03"
               ELSE
                 IF SEA-PROGRAM(D) = "2022_DAY04"
                   SET ENVIRONMENT "DAY04_INPUT" TO SEA-INPUT(D)
                   CALL "2022_DAY04"
                   MOVE RETURN-CODE TO CALL-RESULT
                   CANCEL "2022_DAY04"
                 ELSE
                   DISPLAY "SEASNRUN WARNING - day " SEA-SEQ(D)
                        " names unknown program " SEA-PROGRAM(D)
                        ", skipped"
                   ADD 1 TO SEA-FAILURE-COUNT
                   MOVE -1 TO CALL-RESULT
                 END-IF
               END-IF
             END-IF
           END-IF.
           SET ENVIRONMENT "INBOUND_CALLER" TO SPACES.
           IF CALL-RESULT = 0 OR CALL-RESULT = WARNING-RC
             IF CALL-RESULT = WARNING-RC
               ADD 1 TO SEA-WARNING-COUNT
      *    The master is rewritten whole each run - every day ever
      *    processed, in the order they were processed.
       REWRITE-MASTER.
           MOVE MASTER-PATH TO IMAGE-PATH.
           PERFORM WRITE-BEFORE-IMAGE.
           OPEN OUTPUT MASTER-FILE.
           IF NOT MASTER-FILE-OK
      *    The standings go back whole alongside the master - every
      *    elf ever seen, in the order they were first seen.
       REWRITE-STANDINGS.
           MOVE STANDINGS-PATH TO IMAGE-PATH.
           PERFORM WRITE-BEFORE-IMAGE.
           OPEN OUTPUT STANDINGS-FILE.
           IF NOT STANDINGS-FILE-OK
           MOVE IMAGE-BACKUP-PATH TO CAT-REC-PATH.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.

      *    A shadow season ends by setting every day it added against
      *    the production master's entry for the same program and
      *    day - what the production season run made of that day.
      *    Nothing is alerted; the differences are listed for
      *    whoever asked for the shadow run.
       COMPARE-WITH-PRODUCTION.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MASTER-COUNT
             MOVE "N" TO PMT-FOUND(M)
           END-PERFORM.
           MOVE "data/season_master.txt" TO MASTER-PATH.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-OK
             MOVE "N" TO EOF
             PERFORM READ-PRODUCTION-MASTER UNTIL EOF = "Y"
             CLOSE MASTER-FILE
           END-IF.
           MOVE 0 TO DAYS-SAME.
           MOVE 0 TO DAYS-DIFFERENT.
           MOVE 0 TO DAYS-UNMATCHED.
           OPEN EXTEND SHADOW-COMPARE-FILE.
           IF SHADOW-COMPARE-NOT-FOUND
             OPEN OUTPUT SHADOW-COMPARE-FILE
           END-IF.
           IF NOT SHADOW-COMPARE-OK
             DISPLAY "SEASNRUN WARNING - shadow/reports/"
                  "shadow_compare.txt did not open cleanly, "
                  "FILE STATUS " SHADOW-COMPARE-STATUS
           END-IF.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           STRING "===== SEASNRUN shadow run " RUN-DATE-DISPLAY
                " ====="
                DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE.
           WRITE SHADOW-COMPARE-LINE.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           STRING "  EACH DAY ADDED THIS RUN AGAINST THE PRODUCTION "
                "SEASON MASTER - SHADOW/PRODUCTION"
                DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE.
           WRITE SHADOW-COMPARE-LINE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MASTER-COUNT
             IF M > LOADED-MASTER-COUNT
               PERFORM COMPARE-ONE-DAY
             END-IF
           END-PERFORM.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           STRING "  DAYS SAME " DAYS-SAME
                "  DIFFERENT " DAYS-DIFFERENT
                "  NOT ON PRODUCTION MASTER " DAYS-UNMATCHED
                DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE.
           WRITE SHADOW-COMPARE-LINE.
           CLOSE SHADOW-COMPARE-FILE.
           DISPLAY "SEASNRUN -" SHADOW-COMPARE-LINE(2:70).

       READ-PRODUCTION-MASTER.
           READ MASTER-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             PERFORM VARYING M FROM 1 BY 1 UNTIL M > MASTER-COUNT
               IF M > LOADED-MASTER-COUNT
                    AND MST-PROGRAM(M) = MST-REC-PROGRAM
                    AND MST-DAY(M) = MST-REC-DAY
                 MOVE "Y" TO PMT-FOUND(M)
                 MOVE MST-REC-DATE TO PMT-DATE(M)
                 MOVE MST-REC-RECORDS TO PMT-RECORDS(M)
                 MOVE MST-REC-PART1 TO PMT-PART1(M)
                 MOVE MST-REC-PART2 TO PMT-PART2(M)
               END-IF
             END-PERFORM
           END-IF.

       COMPARE-ONE-DAY.
           MOVE SPACES TO SHADOW-COMPARE-LINE.
           IF PMT-FOUND(M) IS NOT = "Y"
             ADD 1 TO DAYS-UNMATCHED
             STRING "  DAY " MST-DAY(M) " " MST-PROGRAM(M)
                  " NOT ON THE PRODUCTION MASTER"
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           ELSE
             IF MST-RECORDS(M) = PMT-RECORDS(M)
                  AND MST-PART1(M) = PMT-PART1(M)
                  AND MST-PART2(M) = PMT-PART2(M)
               ADD 1 TO DAYS-SAME
               MOVE "SAME" TO COMPARE-WORD
             ELSE
               ADD 1 TO DAYS-DIFFERENT
               MOVE "DIFFERENT" TO COMPARE-WORD
             END-IF
             STRING "  DAY " MST-DAY(M) " " MST-PROGRAM(M)
                  " RECORDS " MST-RECORDS(M) "/" PMT-RECORDS(M)
                  " PART1 " MST-PART1(M) "/" PMT-PART1(M)
                  " PART2 " MST-PART2(M) "/" PMT-PART2(M)
                  " RUN " PMT-DATE(M) "  " COMPARE-WORD
                  DELIMITED BY SIZE INTO SHADOW-COMPARE-LINE
           END-IF.
           WRITE SHADOW-COMPARE-LINE.
