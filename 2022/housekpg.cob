         FD ARCHIVE-FILE.
         01 ARCHIVE-LINE PIC X(100).

      *    Point id and record count are filled in only on the files
      *    RECOVPT takes together as a recovery point - carried
      *    through the rewrite untouched, so a point ages out whole
         FD CATALOG-FILE.
         01 CATALOG-RECORD.
           02 CAT-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).
           02 FILLER PIC X(1).
           02 CAT-REC-POINT PIC X(14).
           02 FILLER PIC X(1).
           02 CAT-REC-COUNT PIC X(7).

         FD SUMMARY-FILE.
         01 SUMMARY-LINE PIC X(100).
           02 FILLER PIC X(30) VALUE "checkpoints/day01.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day02.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day03.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day04.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/intake.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/recovpt.lck".

         01 SUITE-LOCK-TABLE REDEFINES SUITE-LOCK-DATA.
           02 SUITE-LOCK-ENTRY OCCURS 8 TIMES.
             03 SUITE-LOCK-NAME PIC X(30).

      *  Pointer to a suite lock file
           02 FILLER PIC X(40) VALUE "reports/day02_report.txt".
           02 FILLER PIC X(40) VALUE "reports/day02_detail.txt".
           02 FILLER PIC X(40) VALUE "reports/day03_report.txt".
           02 FILLER PIC X(40) VALUE "reports/day04_report.txt".
           02 FILLER PIC X(40) VALUE "reports/ops_summary.log".
           02 FILLER PIC X(40) VALUE "reports/run_history.dat".

         01 MANAGED-FILE-TABLE REDEFINES MANAGED-FILE-DATA.
           02 MANAGED-ENTRY OCCURS 7 TIMES.
             03 MANAGED-PATH PIC X(40).

      *  Pointer to a managed file

      *  The catalog held in storage for this run - loaded whole,
      *  added to as files are cut, rewritten without the purged
      *  entries at the end. RECOVPT adds a line per member file
      *  every night it runs, so the ceiling is sized for a full
      *  retention period of recovery points with room to spare.
         01 MAX-CATALOG PIC 9(4) VALUE 5000.
         01 CATALOG-COUNT PIC 9(4) VALUE 0.
         01 CATALOG-TABLE.
           02 CATALOG-ENTRY OCCURS 5000 TIMES.
             03 CAT-DATE PIC 9(8).
             03 CAT-PATH PIC X(60).
             03 CAT-POINT PIC X(14).
             03 CAT-COUNT PIC X(7).
             03 CAT-LIVE PIC X(1).

      *  Set when the catalog on disk holds more lines than the
      *  table - the purge and rewrite are then skipped so the
      *  lines that did not fit are never lost
         01 CATALOG-OVERFLOW-SW PIC X(1) VALUE "N".
           88 CATALOG-OVERFLOWED VALUE "Y".

      *  Pointer to a catalog entry
         01 C PIC 9(4) VALUE 0.
         01 C-FOUND PIC 9(4) VALUE 0.

      *  Per-cut and whole-run tallies for the summary
         01 LINES-MOVED PIC 9(7) VALUE 0.
           PERFORM WRITE-SUMMARY-HEADER.
           PERFORM LOAD-CATALOG.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 7
             PERFORM CUT-ONE-FILE
           END-PERFORM.

           IF CATALOG-OVERFLOWED
             PERFORM CATALOG-LEFT-ALONE
           ELSE
             PERFORM PURGE-OLD-ARCHIVES
             PERFORM REWRITE-CATALOG
           END-IF.
           PERFORM WRITE-SUMMARY-FOOTER.
           CLOSE SUMMARY-FILE.
           PERFORM RELEASE-RUN-LOCK.
      *    means no housekeeping now.
       CHECK-SUITE-LOCKS.
           ACCEPT CALLER-PARM FROM ENVIRONMENT "HOUSEKPG_CALLER".
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
             PERFORM CHECK-ONE-SUITE-LOCK
           END-PERFORM.


      *    The catalog table's OCCURS is a compiled ceiling the same
      *    way the day programs cap their tables - extras are dropped
      *    with a warning rather than corrupting the table, and the
      *    overflow switch keeps this run from writing the catalog
      *    back without them.
       READ-CATALOG-RECORD.
           READ CATALOG-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
               ADD 1 TO CATALOG-COUNT
               MOVE CAT-REC-DATE TO CAT-DATE(CATALOG-COUNT)
               MOVE CAT-REC-PATH TO CAT-PATH(CATALOG-COUNT)
               MOVE CAT-REC-POINT TO CAT-POINT(CATALOG-COUNT)
               MOVE CAT-REC-COUNT TO CAT-COUNT(CATALOG-COUNT)
               MOVE "Y" TO CAT-LIVE(CATALOG-COUNT)
             ELSE
               IF NOT CATALOG-OVERFLOWED
                 DISPLAY "HOUSEKPG WARNING - more than " MAX-CATALOG
                      " catalog entrie(s), extras not loaded"
               END-IF
               MOVE "Y" TO CATALOG-OVERFLOW-SW
             END-IF
           END-IF.

               ADD 1 TO CATALOG-COUNT
               MOVE RUN-DATE-DISPLAY TO CAT-DATE(CATALOG-COUNT)
               MOVE ARCHIVE-PATH TO CAT-PATH(CATALOG-COUNT)
               MOVE SPACES TO CAT-POINT(CATALOG-COUNT)
               MOVE SPACES TO CAT-COUNT(CATALOG-COUNT)
               MOVE "Y" TO CAT-LIVE(CATALOG-COUNT)
             ELSE
               DISPLAY "HOUSEKPG WARNING - catalog full, "
               MOVE SPACES TO CATALOG-RECORD
               MOVE CAT-DATE(C) TO CAT-REC-DATE
               MOVE CAT-PATH(C) TO CAT-REC-PATH
               MOVE CAT-POINT(C) TO CAT-REC-POINT
               MOVE CAT-COUNT(C) TO CAT-REC-COUNT
               WRITE CATALOG-RECORD
             END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *    The table could not hold the whole catalog, so rewriting it
      *    would drop every line past the ceiling - recovery points
      *    and cut generations alike. Purging is held back too, since
      *    a deleted generation would stay catalogued when the file
      *    is left as it was. The catalog stands untouched until the
      *    table is made larger.
       CATALOG-LEFT-ALONE.
           DISPLAY "HOUSEKPG WARNING - catalog larger than "
                MAX-CATALOG " entrie(s), purge skipped and "
                "catalog not rewritten".
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CATALOG OVER " MAX-CATALOG
                " ENTRIES, PURGE SKIPPED, CATALOG NOT REWRITTEN"
                DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       WRITE-SUMMARY-FOOTER.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "FILES CUT " FILES-CUT
