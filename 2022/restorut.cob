      *  says exactly what it restored - lines moved, from where, to
      *  where - with an audit line on reports/restore_log.txt.
      *  Before this existed, putting a destroyed roster back meant
      *  re-keying up to 5000 entries by hand. A recovery point
      *  RECOVPT took goes back whole in one confirmed action - every
      *  file of the point, only while no suite lock is ACTIVE, each
      *  file's count checked against the catalog afterwards and one
      *  audit line for the full set.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TARGET-STATUS.

      *    The day02 round index is the one indexed file a recovery
      *    point holds - its copy is an indexed file too, loaded
      *    back over the live index in key order
           SELECT INDEX-SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IDX-SOURCE-KEY
             FILE STATUS IS SOURCE-STATUS.

           SELECT INDEX-TARGET-FILE ASSIGN TO DYNAMIC TARGET-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IDX-TARGET-KEY
             FILE STATUS IS TARGET-STATUS.

      *    The suite programs' run locks - a recovery point is only
      *    put back while nothing that writes its files is running.
      *    SUITE-LOCK-PATH walks the lock file table.
           SELECT SUITE-LOCK-FILE ASSIGN TO DYNAMIC SUITE-LOCK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUITE-LOCK-STATUS.

      *    The catalog of everything ever cut or imaged - listed so
      *    the operator restores a generation that exists instead of
      *    guessing at file names
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESTORE-LOG-STATUS.

      *    Who may use which functions at which console - read at
      *    sign-on and again on every menu choice, so a grant
      *    SECMAINT takes away stops working mid-session
           SELECT SECURITY-FILE ASSIGN TO "data/operator_security.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SECURITY-STATUS.

      *    Every refused sign-on or menu choice, appended - the same
      *    log SECMAINT writes its grants and revocations to
           SELECT SECURITY-LOG-FILE ASSIGN TO "reports/security_log.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SECURITY-LOG-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD TARGET-FILE.
         01 TARGET-LINE PIC X(180).

         FD INDEX-SOURCE-FILE.

           COPY DAY2IDX REPLACING PFX-RECORD BY IDX-SOURCE-RECORD
                PFX-KEY BY IDX-SOURCE-KEY
                PFX-CODE BY IDX-SOURCE-CODE
                PFX-SHAPE-PTS BY IDX-SOURCE-SHAPE-PTS
                PFX-OUTCOME-PTS BY IDX-SOURCE-OUTCOME-PTS.

         FD INDEX-TARGET-FILE.

           COPY DAY2IDX REPLACING PFX-RECORD BY IDX-TARGET-RECORD
                PFX-KEY BY IDX-TARGET-KEY
                PFX-CODE BY IDX-TARGET-CODE
                PFX-SHAPE-PTS BY IDX-TARGET-SHAPE-PTS
                PFX-OUTCOME-PTS BY IDX-TARGET-OUTCOME-PTS.

         FD SUITE-LOCK-FILE.
         01 SUITE-LOCK-IO-RECORD PIC X(44).

      *    Point id and record count are filled in only on the files
      *    RECOVPT took together as a recovery point
         FD CATALOG-FILE.
         01 CATALOG-RECORD.
           02 CAT-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).
           02 FILLER PIC X(1).
           02 CAT-REC-POINT PIC X(14).
           02 FILLER PIC X(1).
           02 CAT-REC-COUNT PIC 9(7).

         FD RESTORE-LOG-FILE.
         01 RESTORE-LOG-LINE PIC X(160).

         FD SECURITY-FILE.

           COPY OPRSEC REPLACING PFX-RECORD BY SECURITY-RECORD
                PFX-OPERATOR BY SEC-REC-OPERATOR
                PFX-CONSOLE BY SEC-REC-CONSOLE
                PFX-FUNCTION BY SEC-REC-FUNCTION.

         FD SECURITY-LOG-FILE.

           COPY SECLOG REPLACING PFX-RECORD BY SECURITY-LOG-RECORD
                PFX-DATE BY SLG-REC-DATE
                PFX-TIME BY SLG-REC-TIME
                PFX-OPERATOR BY SLG-REC-OPERATOR
                PFX-CONSOLE BY SLG-REC-CONSOLE
                PFX-FUNCTION BY SLG-REC-FUNCTION
                PFX-RESULT BY SLG-REC-RESULT
                PFX-RESULT-DENIED BY SLG-REC-RESULT-DENIED
                PFX-RESULT-GRANTED BY SLG-REC-RESULT-GRANTED
                PFX-RESULT-REVOKED BY SLG-REC-RESULT-REVOKED
                PFX-TARGET-OPERATOR BY SLG-REC-TARGET-OPERATOR
                PFX-TARGET-CONSOLE BY SLG-REC-TARGET-CONSOLE
                PFX-TARGET-FUNCTION BY SLG-REC-TARGET-FUNCTION.

         WORKING-STORAGE SECTION.

      *  File statuses - same pattern as the rest of the suite
         01 MENU-CHOICE PIC X(1) VALUE SPACE.
           88 CHOICE-LIST VALUE "1".
           88 CHOICE-RESTORE VALUE "2".
           88 CHOICE-POINT VALUE "3".
           88 CHOICE-EXIT VALUE "X" "x".

      *  Console stays up until the operator asks to leave
         01 RESTORE-DATE PIC 9(8) VALUE 0.
         01 RESTORE-TIME PIC 9(8) VALUE 0.

      *  Operator security - this console's name on the security
      *  file, the functions the signed-on operator holds here, and
      *  the function the menu choice in hand needs
         01 SECURITY-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-FILE-OK VALUE "00".
         01 SECURITY-LOG-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-LOG-OK VALUE "00".
           88 SECURITY-LOG-NOT-FOUND VALUE "35".
         01 SECURITY-EOF PIC A(1) VALUE "N".
         01 SECURITY-CONSOLE PIC X(8) VALUE "RESTORUT".
         01 MAX-GRANTS PIC 9(2) VALUE 20.
         01 GRANT-COUNT PIC 9(2) VALUE 0.
         01 GRANT-TABLE.
           02 GRANT-FUNCTION OCCURS 20 TIMES PIC X(10).
         01 GX PIC 9(2) VALUE 0.
         01 REQUESTED-FUNCTION PIC X(10) VALUE SPACES.
         01 GRANT-SW PIC X(1) VALUE "N".
           88 FUNCTION-GRANTED VALUE "Y".
         01 SECURITY-DATE PIC 9(8) VALUE 0.
         01 SECURITY-TIME PIC 9(8) VALUE 0.

      *  Whole recovery point restore - the point asked for, every
      *  file of it off the catalog (the copy, the file it goes back
      *  over, the count it was taken with, the count restored and
      *  the check result), and the tallies for the one audit line
         01 POINT-ID PIC X(14) VALUE SPACES.
         01 LAST-POINT-LISTED PIC X(14) VALUE SPACES.
         01 LAST-POINT-DATE PIC 9(8) VALUE 0.
         01 LAST-POINT-FILES PIC 9(3) VALUE 0.
         01 POINTS-LISTED PIC 9(3) VALUE 0.
         01 MAX-POINT-FILES PIC 9(2) VALUE 30.
         01 POINT-FILE-COUNT PIC 9(2) VALUE 0.
         01 POINT-FILE-TABLE.
           02 POINT-FILE-ENTRY OCCURS 30 TIMES.
             03 PNT-SOURCE PIC X(60).
             03 PNT-TARGET PIC X(60).
             03 PNT-COUNT PIC 9(7).
             03 PNT-RESTORED PIC 9(7).
             03 PNT-RESULT PIC X(8).
         01 P PIC 9(2) VALUE 0.
         01 PATH-LENGTH PIC 9(3) VALUE 0.
         01 TARGET-LENGTH PIC 9(3) VALUE 0.
         01 POINT-MISSING PIC 9(2) VALUE 0.
         01 POINT-VERIFIED PIC 9(2) VALUE 0.
         01 POINT-MISMATCHED PIC 9(2) VALUE 0.
         01 POINT-FAILED PIC 9(2) VALUE 0.
         01 POINT-LINES PIC 9(7) VALUE 0.
         01 VERIFY-COUNT PIC 9(7) VALUE 0.

      *  Suite lock check before a point goes back - the same lock
      *  files HOUSEKPG and RECOVPT refuse over, plus their own
         01 SUITE-LOCK-STATUS PIC X(2) VALUE SPACES.
           88 SUITE-LOCK-OPEN-OK VALUE "00".
         01 SUITE-LOCK-PATH PIC X(60) VALUE SPACES.
         01 SUITE-ACTIVE-SW PIC X(1) VALUE "N".
           88 SUITE-IS-ACTIVE VALUE "Y".

           COPY RUNLOCK REPLACING PFX-RECORD BY LOCK-RECORD
                PFX-STATE BY LOCK-STATE
                PFX-STATE-ACTIVE BY LOCK-STATE-ACTIVE
                PFX-STATE-RELEASED BY LOCK-STATE-RELEASED
                PFX-PROGRAM BY LOCK-PROGRAM
                PFX-DATE BY LOCK-DATE
                PFX-TIME BY LOCK-TIME
                PFX-USER BY LOCK-USER.

         01 SUITE-LOCK-DATA.
           02 FILLER PIC X(30) VALUE "checkpoints/ctldrive.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/seasnrun.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day01.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day02.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day03.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/day04.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/intake.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/housekpg.lck".
           02 FILLER PIC X(30) VALUE "checkpoints/recovpt.lck".

         01 SUITE-LOCK-TABLE REDEFINES SUITE-LOCK-DATA.
           02 SUITE-LOCK-ENTRY OCCURS 9 TIMES.
             03 SUITE-LOCK-NAME PIC X(30).

      *  Pointer to a suite lock file
         01 L PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "RESTORUT - generation restore utility".
           IF OPERATOR-NAME = SPACES
             MOVE "UNKNOWN" TO OPERATOR-NAME
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM RUN-CONSOLE UNTIL CONSOLE-FINISHED.
           DISPLAY "RESTORUT - console closed".

       RUN-CONSOLE.
           PERFORM SHOW-MENU.
           ACCEPT MENU-CHOICE.
           PERFORM CHECK-MENU-CHOICE.
           IF CHOICE-LIST
             PERFORM LIST-CATALOG
           ELSE
             IF CHOICE-RESTORE
               PERFORM RESTORE-GENERATION
             ELSE
               IF CHOICE-POINT
                 PERFORM RESTORE-RECOVERY-POINT
               ELSE
                 IF CHOICE-EXIT
                   MOVE "Y" TO CONSOLE-DONE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    The function word each choice needs on the security
      *    file - a refused choice is blanked, so it falls through to
      *    a redrawn menu the same as an unrecognised key. Leaving
      *    needs no grant.
       CHECK-MENU-CHOICE.
           MOVE SPACES TO REQUESTED-FUNCTION.
           IF CHOICE-LIST
             MOVE "INQUIRE" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-RESTORE OR CHOICE-POINT
             MOVE "RESTORE" TO REQUESTED-FUNCTION
           END-IF.
           IF REQUESTED-FUNCTION IS NOT = SPACES
             PERFORM CHECK-FUNCTION-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO MENU-CHOICE
             END-IF
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "  1 - list catalogued generations".
           DISPLAY "  2 - restore a generation".
           DISPLAY "  3 - restore a whole recovery point".
           DISPLAY "  X - leave the console".
           DISPLAY "Choice?".

           READ CATALOG-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             ADD 1 TO CATALOG-LISTED
             IF CAT-REC-POINT = SPACES
               DISPLAY "  cut " CAT-REC-DATE "  " CAT-REC-PATH
             ELSE
               DISPLAY "  cut " CAT-REC-DATE "  " CAT-REC-PATH
                    "  point " CAT-REC-POINT
             END-IF
           END-IF.

      *    The generation goes back whole over the named target -
           WRITE RESTORE-LOG-LINE.
           CLOSE RESTORE-LOG-FILE.

      *    A whole recovery point goes back in one action - every
      *    file RECOVPT took under the id, or none of them. Nothing is
      *    touched while a suite lock is ACTIVE or while any copy of
      *    the point is missing from disk, since half a point put
      *    back is the mismatched set this exists to avoid.
       RESTORE-RECOVERY-POINT.
           PERFORM LIST-RECOVERY-POINTS.
           DISPLAY "Recovery point to restore?".
           MOVE SPACES TO POINT-ID.
           ACCEPT POINT-ID.
           IF POINT-ID = SPACES
             DISPLAY "RESTORUT - no recovery point given, nothing "
                  "restored"
           ELSE
             PERFORM LOAD-POINT-FILES
             IF POINT-FILE-COUNT = 0
               DISPLAY "RESTORUT - recovery point " POINT-ID
                    " is not on the catalog, nothing restored"
             ELSE
               PERFORM CHECK-SUITE-LOCKS
               IF SUITE-IS-ACTIVE
                 DISPLAY "RESTORUT - the suite may be running, "
                      "recovery point not restored"
               ELSE
                 PERFORM CHECK-POINT-ON-DISK
                 IF POINT-MISSING > 0
                   DISPLAY "RESTORUT - " POINT-MISSING " file(s) of "
                        "the point are not on disk, nothing restored"
                 ELSE
                   PERFORM CONFIRM-POINT-RESTORE
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    One line per point on the catalog - RECOVPT writes a
      *    point's files together and HOUSEKPG keeps them in order,
      *    so a point is a run of lines with the same id.
       LIST-RECOVERY-POINTS.
           MOVE SPACES TO LAST-POINT-LISTED.
           MOVE 0 TO LAST-POINT-FILES.
           MOVE 0 TO POINTS-LISTED.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-OK
             MOVE "N" TO EOF
             PERFORM LIST-ONE-POINT-LINE UNTIL EOF = "Y"
             CLOSE CATALOG-FILE
             IF LAST-POINT-LISTED IS NOT = SPACES
               PERFORM SHOW-ONE-POINT
             END-IF
           END-IF.
           IF POINTS-LISTED = 0
             DISPLAY "RESTORUT - no recovery point on the catalog"
           END-IF.

       LIST-ONE-POINT-LINE.
           READ CATALOG-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND CAT-REC-POINT IS NOT = SPACES
             IF CAT-REC-POINT IS NOT = LAST-POINT-LISTED
               IF LAST-POINT-LISTED IS NOT = SPACES
                 PERFORM SHOW-ONE-POINT
               END-IF
               MOVE CAT-REC-POINT TO LAST-POINT-LISTED
               MOVE CAT-REC-DATE TO LAST-POINT-DATE
               MOVE 0 TO LAST-POINT-FILES
             END-IF
             ADD 1 TO LAST-POINT-FILES
           END-IF.

       SHOW-ONE-POINT.
           ADD 1 TO POINTS-LISTED.
           DISPLAY "  point " LAST-POINT-LISTED "  taken "
                LAST-POINT-DATE "  " LAST-POINT-FILES " file(s)".

      *    Every catalog line carrying the id asked for.
       LOAD-POINT-FILES.
           MOVE 0 TO POINT-FILE-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
             DISPLAY "RESTORUT - reports/archive_catalog.txt did "
                  "not open cleanly, FILE STATUS " CATALOG-STATUS
           ELSE
             MOVE "N" TO EOF
             PERFORM LOAD-ONE-POINT-LINE UNTIL EOF = "Y"
             CLOSE CATALOG-FILE
           END-IF.

       LOAD-ONE-POINT-LINE.
           READ CATALOG-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND CAT-REC-POINT = POINT-ID
             IF POINT-FILE-COUNT < MAX-POINT-FILES
               ADD 1 TO POINT-FILE-COUNT
               MOVE CAT-REC-PATH TO PNT-SOURCE(POINT-FILE-COUNT)
               MOVE CAT-REC-COUNT TO PNT-COUNT(POINT-FILE-COUNT)
               MOVE 0 TO PNT-RESTORED(POINT-FILE-COUNT)
               MOVE SPACES TO PNT-RESULT(POINT-FILE-COUNT)
               PERFORM FIND-POINT-TARGET
             ELSE
               DISPLAY "RESTORUT WARNING - more than "
                    MAX-POINT-FILES " file(s) in the point, extras "
                    "dropped"
             END-IF
           END-IF.

      *    RECOVPT names each copy path.id - the file it goes back
      *    over is the copy's path with the dot and the fourteen
      *    digit id taken off the end.
       FIND-POINT-TARGET.
           MOVE 0 TO PATH-LENGTH.
           INSPECT CAT-REC-PATH TALLYING PATH-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO PNT-TARGET(POINT-FILE-COUNT).
           IF PATH-LENGTH > 15
             COMPUTE TARGET-LENGTH = PATH-LENGTH - 15
             MOVE CAT-REC-PATH(1:TARGET-LENGTH)
                  TO PNT-TARGET(POINT-FILE-COUNT)
           END-IF.

      *    Any ACTIVE lock means something that writes these files
      *    may be live - every one found is named, then the restore
      *    is refused.
       CHECK-SUITE-LOCKS.
           MOVE "N" TO SUITE-ACTIVE-SW.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 9
             PERFORM CHECK-ONE-SUITE-LOCK
           END-PERFORM.

       CHECK-ONE-SUITE-LOCK.
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
               DISPLAY "RESTORUT - " SUITE-LOCK-NAME(L)
                    " is ACTIVE: " LOCK-PROGRAM " running as "
                    LOCK-USER " since " LOCK-DATE " " LOCK-TIME
               MOVE "Y" TO SUITE-ACTIVE-SW
             END-IF
           END-IF.

      *    Every copy is opened before anything is overwritten - one
      *    purged or lost copy stops the whole point.
       CHECK-POINT-ON-DISK.
           MOVE 0 TO POINT-MISSING.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POINT-FILE-COUNT
             PERFORM CHECK-ONE-POINT-FILE
           END-PERFORM.

       CHECK-ONE-POINT-FILE.
           MOVE PNT-SOURCE(P) TO SOURCE-PATH.
           IF PNT-TARGET(P) = SPACES
             ADD 1 TO POINT-MISSING
             DISPLAY "RESTORUT - " PNT-SOURCE(P)
                  " does not name the file it restores over"
           ELSE
             IF PNT-TARGET(P) = "reports/day02_rounds.idx"
               OPEN INPUT INDEX-SOURCE-FILE
             ELSE
               OPEN INPUT SOURCE-FILE
             END-IF
             IF NOT SOURCE-FILE-OK
               ADD 1 TO POINT-MISSING
               DISPLAY "RESTORUT - " PNT-SOURCE(P) " did not open, "
                    "FILE STATUS " SOURCE-STATUS
             ELSE
               IF PNT-TARGET(P) = "reports/day02_rounds.idx"
                 CLOSE INDEX-SOURCE-FILE
               ELSE
                 CLOSE SOURCE-FILE
               END-IF
             END-IF
           END-IF.

      *    The operator sees every file that is about to be
      *    overwritten before saying Y - once, for the whole set.
       CONFIRM-POINT-RESTORE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POINT-FILE-COUNT
             DISPLAY "  " PNT-TARGET(P) " from " PNT-SOURCE(P)
                  " " PNT-COUNT(P) " record(s)"
           END-PERFORM.
           DISPLAY "Overwrite all " POINT-FILE-COUNT " file(s) with "
                "recovery point " POINT-ID "? (Y to proceed)".
           MOVE SPACE TO CONFIRM-PARM.
           ACCEPT CONFIRM-PARM.
           IF CONFIRM-PARM = "Y" OR CONFIRM-PARM = "y"
             PERFORM RESTORE-POINT-FILES
             PERFORM LOG-POINT-RESTORE
           ELSE
             DISPLAY "RESTORUT - not confirmed, nothing restored"
           END-IF.

       RESTORE-POINT-FILES.
           MOVE 0 TO POINT-VERIFIED.
           MOVE 0 TO POINT-MISMATCHED.
           MOVE 0 TO POINT-FAILED.
           MOVE 0 TO POINT-LINES.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > POINT-FILE-COUNT
             PERFORM RESTORE-ONE-POINT-FILE
           END-PERFORM.
           DISPLAY "RESTORUT - recovery point " POINT-ID " restored, "
                POINT-VERIFIED " verified, " POINT-MISMATCHED
                " count mismatch(es), " POINT-FAILED " failed".

      *    Copy one file of the point back whole, then count what is
      *    now on disk against the count the point was taken with.
       RESTORE-ONE-POINT-FILE.
           MOVE PNT-SOURCE(P) TO SOURCE-PATH.
           MOVE PNT-TARGET(P) TO TARGET-PATH.
           MOVE 0 TO LINES-RESTORED.
           IF PNT-TARGET(P) = "reports/day02_rounds.idx"
             PERFORM COPY-INDEX-BACK
           ELSE
             PERFORM COPY-POINT-FILE-BACK
           END-IF.
           MOVE LINES-RESTORED TO PNT-RESTORED(P).
           ADD LINES-RESTORED TO POINT-LINES.
           IF PNT-RESULT(P) = SPACES
             PERFORM VERIFY-POINT-FILE
           ELSE
             ADD 1 TO POINT-FAILED
           END-IF.
           DISPLAY "RESTORUT - " PNT-TARGET(P) " " PNT-RESTORED(P)
                " record(s), point " PNT-COUNT(P) " " PNT-RESULT(P).

       COPY-POINT-FILE-BACK.
           OPEN INPUT SOURCE-FILE.
           IF NOT SOURCE-FILE-OK
             DISPLAY "RESTORUT - " SOURCE-PATH " did not open "
                  "cleanly, FILE STATUS " SOURCE-STATUS
             MOVE "FAILED" TO PNT-RESULT(P)
           ELSE
             OPEN OUTPUT TARGET-FILE
             IF NOT TARGET-FILE-OK
               DISPLAY "RESTORUT - " TARGET-PATH " did not open for "
                    "restore, FILE STATUS " TARGET-STATUS
               MOVE "FAILED" TO PNT-RESULT(P)
             ELSE
               MOVE "N" TO EOF
               PERFORM COPY-ONE-LINE UNTIL EOF = "Y"
               CLOSE TARGET-FILE
             END-IF
             CLOSE SOURCE-FILE
           END-IF.

       COPY-INDEX-BACK.
           OPEN INPUT INDEX-SOURCE-FILE.
           IF NOT SOURCE-FILE-OK
             DISPLAY "RESTORUT - " SOURCE-PATH " did not open "
                  "cleanly, FILE STATUS " SOURCE-STATUS
             MOVE "FAILED" TO PNT-RESULT(P)
           ELSE
             OPEN OUTPUT INDEX-TARGET-FILE
             IF NOT TARGET-FILE-OK
               DISPLAY "RESTORUT - " TARGET-PATH " did not open for "
                    "restore, FILE STATUS " TARGET-STATUS
               MOVE "FAILED" TO PNT-RESULT(P)
             ELSE
               MOVE "N" TO EOF
               PERFORM COPY-ONE-INDEX-RECORD UNTIL EOF = "Y"
               CLOSE INDEX-TARGET-FILE
             END-IF
             CLOSE INDEX-SOURCE-FILE
           END-IF.

       COPY-ONE-INDEX-RECORD.
           READ INDEX-SOURCE-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             MOVE IDX-SOURCE-RECORD TO IDX-TARGET-RECORD
             WRITE IDX-TARGET-RECORD
             ADD 1 TO LINES-RESTORED
           END-IF.

      *    The restored file is read back from disk, not trusted from
      *    the copy tally - it has to hold exactly the records the
      *    point was taken with.
       VERIFY-POINT-FILE.
           MOVE 0 TO VERIFY-COUNT.
           IF PNT-TARGET(P) = "reports/day02_rounds.idx"
             OPEN INPUT INDEX-TARGET-FILE
           ELSE
             OPEN INPUT TARGET-FILE
           END-IF.
           IF TARGET-FILE-OK
             MOVE "N" TO EOF
             IF PNT-TARGET(P) = "reports/day02_rounds.idx"
               PERFORM COUNT-ONE-INDEX-RECORD UNTIL EOF = "Y"
               CLOSE INDEX-TARGET-FILE
             ELSE
               PERFORM COUNT-ONE-TARGET-LINE UNTIL EOF = "Y"
               CLOSE TARGET-FILE
             END-IF
           END-IF.
           IF TARGET-FILE-OK AND VERIFY-COUNT = PNT-COUNT(P)
             MOVE "VERIFIED" TO PNT-RESULT(P)
             ADD 1 TO POINT-VERIFIED
           ELSE
             MOVE "MISMATCH" TO PNT-RESULT(P)
             ADD 1 TO POINT-MISMATCHED
           END-IF.

       COUNT-ONE-TARGET-LINE.
           READ TARGET-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             ADD 1 TO VERIFY-COUNT
           END-IF.

       COUNT-ONE-INDEX-RECORD.
           READ INDEX-TARGET-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             ADD 1 TO VERIFY-COUNT
           END-IF.

      *    One audit line for the whole point - which point, by whom,
      *    how many files and records, and how the checks came out.
       LOG-POINT-RESTORE.
           ACCEPT RESTORE-DATE FROM DATE YYYYMMDD.
           ACCEPT RESTORE-TIME FROM TIME.
           OPEN EXTEND RESTORE-LOG-FILE.
           IF RESTORE-LOG-NOT-FOUND
             OPEN OUTPUT RESTORE-LOG-FILE
           END-IF.
           IF NOT RESTORE-LOG-OK
             DISPLAY "RESTORUT WARNING - reports/restore_log.txt "
                  "did not open cleanly, FILE STATUS "
                  RESTORE-LOG-STATUS
           END-IF.
           MOVE SPACES TO RESTORE-LOG-LINE.
           STRING RESTORE-DATE " " RESTORE-TIME " " OPERATOR-NAME
                " RESTORED RECOVERY POINT " POINT-ID
                " FILES " POINT-FILE-COUNT " RECORDS " POINT-LINES
                " VERIFIED " POINT-VERIFIED
                " MISMATCHED " POINT-MISMATCHED
                " FAILED " POINT-FAILED
                DELIMITED BY SIZE INTO RESTORE-LOG-LINE.
           WRITE RESTORE-LOG-LINE.
           CLOSE RESTORE-LOG-FILE.

      *    Sign-on - an operator with no line at all for this
      *    console on data/operator_security.txt does not get in.
      *    The refusal is logged before the console closes.
       SIGN-ON-OPERATOR.
           PERFORM LOAD-OPERATOR-GRANTS.
           IF GRANT-COUNT = 0
             MOVE "SIGNON" TO REQUESTED-FUNCTION
             PERFORM LOG-SECURITY-DENIAL
             DISPLAY "RESTORUT - operator " OPERATOR-NAME
                  " is not signed up for this console - refused "
                  "and logged"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.

      *    The operator's grants for this console, read fresh - a
      *    file that will not open grants nothing, so every console
      *    fails closed rather than open.
       LOAD-OPERATOR-GRANTS.
           MOVE 0 TO GRANT-COUNT.
           OPEN INPUT SECURITY-FILE.
           IF NOT SECURITY-FILE-OK
             DISPLAY "RESTORUT - data/operator_security.txt did not "
                  "open cleanly, FILE STATUS " SECURITY-STATUS
                  " - no functions can be granted"
           ELSE
             MOVE "N" TO SECURITY-EOF
             PERFORM READ-SECURITY-RECORD UNTIL SECURITY-EOF = "Y"
             CLOSE SECURITY-FILE
           END-IF.

       READ-SECURITY-RECORD.
           READ SECURITY-FILE AT END MOVE "Y" TO SECURITY-EOF.
           IF SECURITY-EOF IS NOT = "Y"
                AND SEC-REC-OPERATOR = OPERATOR-NAME
                AND SEC-REC-CONSOLE = SECURITY-CONSOLE
                AND SEC-REC-FUNCTION IS NOT = SPACES
             IF GRANT-COUNT < MAX-GRANTS
               ADD 1 TO GRANT-COUNT
               MOVE SEC-REC-FUNCTION TO GRANT-FUNCTION(GRANT-COUNT)
             END-IF
           END-IF.

      *    REQUESTED-FUNCTION is set by the caller. Quiet - the
      *    caller decides whether a miss is a refusal.
       TEST-FUNCTION-GRANT.
           MOVE "N" TO GRANT-SW.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GRANT-COUNT
             IF GRANT-FUNCTION(GX) = REQUESTED-FUNCTION
                  OR GRANT-FUNCTION(GX) = "ALL"
               MOVE "Y" TO GRANT-SW
             END-IF
           END-PERFORM.

      *    Every menu choice that does something comes through here
      *    with its function word - the grants are re-read first, and
      *    a function not granted is refused and logged.
       CHECK-FUNCTION-GRANT.
           PERFORM LOAD-OPERATOR-GRANTS.
           PERFORM TEST-FUNCTION-GRANT.
           IF NOT FUNCTION-GRANTED
             PERFORM LOG-SECURITY-DENIAL
             DISPLAY "RESTORUT - " REQUESTED-FUNCTION " is not granted "
                  "to operator " OPERATOR-NAME " - refused and logged"
           END-IF.

      *    One DENIED line per refusal - same first-run wrinkle as
      *    the other appended files.
       LOG-SECURITY-DENIAL.
           ACCEPT SECURITY-DATE FROM DATE YYYYMMDD.
           ACCEPT SECURITY-TIME FROM TIME.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECURITY-LOG-NOT-FOUND
             OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF NOT SECURITY-LOG-OK
             DISPLAY "RESTORUT WARNING - reports/security_log.txt "
                  "did not open cleanly, FILE STATUS "
                  SECURITY-LOG-STATUS
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE SECURITY-DATE TO SLG-REC-DATE.
           MOVE SECURITY-TIME TO SLG-REC-TIME.
           MOVE OPERATOR-NAME TO SLG-REC-OPERATOR.
           MOVE SECURITY-CONSOLE TO SLG-REC-CONSOLE.
           MOVE REQUESTED-FUNCTION TO SLG-REC-FUNCTION.
           MOVE "DENIED" TO SLG-REC-RESULT.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these totals".
       ALL-FINISHED.
