       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMAINT.

      *  Operator security maintenance console. ROSTMNT, CTLMAINT,
      *  ALRTMNT, RESTORUT and DAY2CORR used to take the operator
      *  from LOGNAME and let anyone do anything - a clerk trusted
      *  with the roster could restore a master over itself. Each of
      *  them now signs the operator on against
      *  data/operator_security.txt and checks every menu choice
      *  against the functions granted there (see OPRSEC.CPY for the
      *  function words), logging each refusal on
      *  reports/security_log.txt. This console is where the grants
      *  are kept: list them, grant a function, revoke one, and read
      *  back the refusals. Every grant and revocation goes on the
      *  security log as it happens, and the file is written back in
      *  one piece behind a dated before-image on leaving, the same
      *  console style and save discipline as ROSTMNT. The console
      *  is held to its own file - INQUIRE to look, MAINTAIN to
      *  change - except on the very first run, before any security
      *  file exists, when whoever signs on sets up the first grants.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The security file - read whole at startup and at every
      *    grant check, rewritten whole on a clean exit
           SELECT SECURITY-FILE ASSIGN TO "data/operator_security.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SECURITY-STATUS.

      *    Every refusal the consoles log, and every grant and
      *    revocation made here
           SELECT SECURITY-LOG-FILE ASSIGN TO "reports/security_log.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SECURITY-LOG-STATUS.

      *    The before-image pair - the file about to be rewritten is
      *    copied whole to a dated generation first, so a crash or a
      *    full disk mid-save no longer destroys the only copy
           SELECT IMAGE-SOURCE-FILE ASSIGN TO DYNAMIC IMAGE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IMAGE-SOURCE-STATUS.

           SELECT IMAGE-BACKUP-FILE ASSIGN TO DYNAMIC
                IMAGE-BACKUP-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IMAGE-BACKUP-STATUS.

      *    HOUSEKPG's archive catalog - the before-image generations
      *    are catalogued the same way its cut generations are, so
      *    the retention purge keeps them from accumulating forever
           SELECT CATALOG-FILE ASSIGN TO "reports/archive_catalog.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.

         FILE SECTION.
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

         FD IMAGE-SOURCE-FILE.
         01 IMAGE-SOURCE-LINE PIC X(132).

         FD IMAGE-BACKUP-FILE.
         01 IMAGE-BACKUP-LINE PIC X(132).

         FD CATALOG-FILE.
         01 CATALOG-RECORD.
           02 CAT-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).

         WORKING-STORAGE SECTION.

      *  File statuses - 35 on the security file means no grant has
      *  ever been set up
         01 SECURITY-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-FILE-OK VALUE "00".
           88 SECURITY-FILE-NOT-FOUND VALUE "35".
         01 SECURITY-LOG-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-LOG-OK VALUE "00".
           88 SECURITY-LOG-NOT-FOUND VALUE "35".

      *  The whole security file held in storage while the operator
      *  works on it
         01 MAX-SEC-ENTRIES PIC 9(3) VALUE 500.
         01 SEC-ENTRY-COUNT PIC 9(3) VALUE 0.
         01 SEC-ENTRY-TABLE.
           02 SEC-ENTRY OCCURS 500 TIMES.
             03 ENTRY-OPERATOR PIC X(8).
             03 ENTRY-CONSOLE PIC X(8).
             03 ENTRY-FUNCTION PIC X(10).
         01 E PIC 9(3) VALUE 0.
         01 E-FOUND PIC 9(3) VALUE 0.

      *  Every console and function word the suite checks - a grant
      *  for anything else would never match a check, so it is
      *  refused at entry instead of sitting on the file looking
      *  like access
         01 KNOWN-FUNCTION-DATA.
           02 FILLER PIC X(18) VALUE "ROSTMNT ALL       ".
           02 FILLER PIC X(18) VALUE "ROSTMNT INQUIRE   ".
           02 FILLER PIC X(18) VALUE "ROSTMNT ADD       ".
           02 FILLER PIC X(18) VALUE "ROSTMNT CHANGE    ".
           02 FILLER PIC X(18) VALUE "ROSTMNT DEACTIVATE".
           02 FILLER PIC X(18) VALUE "ROSTMNT REACTIVATE".
           02 FILLER PIC X(18) VALUE "CTLMAINTALL       ".
           02 FILLER PIC X(18) VALUE "CTLMAINTINQUIRE   ".
           02 FILLER PIC X(18) VALUE "CTLMAINTTOLERANCE ".
           02 FILLER PIC X(18) VALUE "CTLMAINTRUNCONTROL".
           02 FILLER PIC X(18) VALUE "CTLMAINTSEASONCTL ".
           02 FILLER PIC X(18) VALUE "CTLMAINTRULESET   ".
           02 FILLER PIC X(18) VALUE "ALRTMNT ALL       ".
           02 FILLER PIC X(18) VALUE "ALRTMNT INQUIRE   ".
           02 FILLER PIC X(18) VALUE "ALRTMNT ACK       ".
           02 FILLER PIC X(18) VALUE "ALRTMNT CLOSE     ".
           02 FILLER PIC X(18) VALUE "RESTORUTALL       ".
           02 FILLER PIC X(18) VALUE "RESTORUTINQUIRE   ".
           02 FILLER PIC X(18) VALUE "RESTORUTRESTORE   ".
           02 FILLER PIC X(18) VALUE "DAY2CORRALL       ".
           02 FILLER PIC X(18) VALUE "DAY2CORRAPPLY     ".
           02 FILLER PIC X(18) VALUE "SECMAINTALL       ".
           02 FILLER PIC X(18) VALUE "SECMAINTINQUIRE   ".
           02 FILLER PIC X(18) VALUE "SECMAINTMAINTAIN  ".

         01 KNOWN-FUNCTION-TABLE REDEFINES KNOWN-FUNCTION-DATA.
           02 KNOWN-FUNCTION OCCURS 24 TIMES.
             03 KNOWN-CONSOLE PIC X(8).
             03 KNOWN-WORD PIC X(10).
         01 MAX-KNOWN PIC 9(2) VALUE 24.
         01 K PIC 9(2) VALUE 0.
         01 KNOWN-SW PIC X(1) VALUE "N".
           88 FUNCTION-IS-KNOWN VALUE "Y".

      *  End of file pointers
         01 EOF PIC A(1) VALUE "N".
         01 SECURITY-EOF PIC A(1) VALUE "N".

      *  Operator's menu pick - anything unrecognised redraws the menu
         01 MENU-CHOICE PIC X(1) VALUE SPACE.
           88 CHOICE-LIST VALUE "1".
           88 CHOICE-GRANT VALUE "2".
           88 CHOICE-REVOKE VALUE "3".
           88 CHOICE-DENIALS VALUE "4".
           88 CHOICE-EXIT VALUE "X" "x".

      *  Console stays up until the operator asks to leave
         01 CONSOLE-DONE PIC X(1) VALUE "N".
           88 CONSOLE-FINISHED VALUE "Y".

      *  Raw operator input - console and function words are taken
      *  in either case and held upper case, the way the file keeps
      *  them; operator names are LOGNAMEs and kept exactly as keyed
         01 OPERATOR-PARM PIC X(8) VALUE SPACES.
         01 CONSOLE-PARM PIC X(8) VALUE SPACES.
         01 FUNCTION-PARM PIC X(10) VALUE SPACES.
         01 LOWER-LETTERS PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
         01 UPPER-LETTERS PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *  Set once anything has been changed, so an exit can say
      *  whether the save actually carried new work
         01 FILE-CHANGED PIC X(1) VALUE "N".

      *  First-run set-up - no security file on disk at all
         01 SETUP-SW PIC X(1) VALUE "N".
           88 FIRST-TIME-SETUP VALUE "Y".

      *  Listing bookkeeping
         01 LISTED-COUNT PIC 9(5) VALUE 0.

      *  Who is working the console, and the grants they hold here
         01 OPERATOR-NAME PIC X(8) VALUE SPACES.
         01 SECURITY-CONSOLE PIC X(8) VALUE "SECMAINT".
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
         01 LOG-RESULT PIC X(8) VALUE SPACES.

      *  Before-image bookkeeping - the generation is the file path
      *  suffixed with the save date, exactly the way HOUSEKPG names
      *  its cut generations, so RESTORUT can put one back by name
         01 IMAGE-SOURCE-STATUS PIC X(2) VALUE SPACES.
           88 IMAGE-SOURCE-OK VALUE "00".
         01 IMAGE-BACKUP-STATUS PIC X(2) VALUE SPACES.
           88 IMAGE-BACKUP-OK VALUE "00".
         01 CATALOG-STATUS PIC X(2) VALUE SPACES.
           88 CATALOG-FILE-OK VALUE "00".
           88 CATALOG-FILE-NOT-FOUND VALUE "35".
         01 IMAGE-PATH PIC X(60) VALUE SPACES.
         01 IMAGE-BACKUP-PATH PIC X(60) VALUE SPACES.
         01 IMAGE-DATE PIC 9(8) VALUE 0.
         01 IMAGE-EOF PIC A(1) VALUE "N".
         01 IMAGE-LINES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "SECMAINT - operator security maintenance".
           ACCEPT OPERATOR-NAME FROM ENVIRONMENT "LOGNAME"
           IF OPERATOR-NAME = SPACES
             MOVE "UNKNOWN" TO OPERATOR-NAME
           END-IF.
           PERFORM LOAD-SECURITY-FILE.
           IF NOT FIRST-TIME-SETUP
             PERFORM SIGN-ON-OPERATOR
           END-IF.
           PERFORM RUN-CONSOLE UNTIL CONSOLE-FINISHED.
           PERFORM SAVE-SECURITY-FILE.
           DISPLAY "SECMAINT - console closed".

           PERFORM ALL-FINISHED.
           GOBACK.

      *    Pull the whole file into the table. Not on disk at all is
      *    the first-run set-up; on disk but unreadable is not, and
      *    nobody gets past sign-on until it is fixed.
       LOAD-SECURITY-FILE.
           MOVE 0 TO SEC-ENTRY-COUNT.
           OPEN INPUT SECURITY-FILE.
           IF SECURITY-FILE-NOT-FOUND
             MOVE "Y" TO SETUP-SW
             DISPLAY "SECMAINT - no security file on file yet - "
                  "set up the first grants, starting with "
                  "SECMAINT MAINTAIN for whoever keeps this file"
           ELSE
             IF NOT SECURITY-FILE-OK
               DISPLAY "SECMAINT - data/operator_security.txt did "
                    "not open cleanly, FILE STATUS " SECURITY-STATUS
             ELSE
               MOVE "N" TO EOF
               PERFORM READ-SECURITY-ENTRY UNTIL EOF = "Y"
               CLOSE SECURITY-FILE
               DISPLAY "SECMAINT - " SEC-ENTRY-COUNT
                    " grant(s) loaded"
             END-IF
           END-IF.

       READ-SECURITY-ENTRY.
           READ SECURITY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND SEC-REC-OPERATOR IS NOT = SPACES
             IF SEC-ENTRY-COUNT < MAX-SEC-ENTRIES
               ADD 1 TO SEC-ENTRY-COUNT
               MOVE SEC-REC-OPERATOR TO
                    ENTRY-OPERATOR(SEC-ENTRY-COUNT)
               MOVE SEC-REC-CONSOLE TO ENTRY-CONSOLE(SEC-ENTRY-COUNT)
               MOVE SEC-REC-FUNCTION TO
                    ENTRY-FUNCTION(SEC-ENTRY-COUNT)
             ELSE
               DISPLAY "SECMAINT WARNING - file is over the table "
                    "ceiling of " MAX-SEC-ENTRIES ", grant dropped"
             END-IF
           END-IF.

       RUN-CONSOLE.
           PERFORM SHOW-MENU.
           ACCEPT MENU-CHOICE.
           PERFORM CHECK-MENU-CHOICE.
           IF CHOICE-LIST
             PERFORM LIST-GRANTS
           ELSE
             IF CHOICE-GRANT
               PERFORM GRANT-FUNCTION-ENTRY
             ELSE
               IF CHOICE-REVOKE
                 PERFORM REVOKE-FUNCTION-ENTRY
               ELSE
                 IF CHOICE-DENIALS
                   PERFORM LIST-DENIALS
                 ELSE
                   IF CHOICE-EXIT
                     MOVE "Y" TO CONSOLE-DONE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    The function word each choice needs - a refused choice is
      *    blanked, so it falls through to a redrawn menu the same
      *    as an unrecognised key. Leaving needs no grant, and the
      *    first-run set-up needs none at all.
       CHECK-MENU-CHOICE.
           MOVE SPACES TO REQUESTED-FUNCTION.
           IF CHOICE-LIST OR CHOICE-DENIALS
             MOVE "INQUIRE" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-GRANT OR CHOICE-REVOKE
             MOVE "MAINTAIN" TO REQUESTED-FUNCTION
           END-IF.
           IF REQUESTED-FUNCTION IS NOT = SPACES
                AND NOT FIRST-TIME-SETUP
             PERFORM CHECK-FUNCTION-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO MENU-CHOICE
             END-IF
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "  1 - list grants".
           DISPLAY "  2 - grant a function".
           DISPLAY "  3 - revoke a function".
           DISPLAY "  4 - list refused attempts".
           DISPLAY "  X - save and leave".
           DISPLAY "Choice?".

      *    Blank operator lists every grant on the file.
       LIST-GRANTS.
           DISPLAY "Operator? (blank for all)".
           MOVE SPACES TO OPERATOR-PARM.
           ACCEPT OPERATOR-PARM.
           MOVE 0 TO LISTED-COUNT.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > SEC-ENTRY-COUNT
             IF OPERATOR-PARM = SPACES
                  OR ENTRY-OPERATOR(E) = OPERATOR-PARM
               ADD 1 TO LISTED-COUNT
               DISPLAY "  " ENTRY-OPERATOR(E) "  " ENTRY-CONSOLE(E)
                    "  " ENTRY-FUNCTION(E)
             END-IF
           END-PERFORM.
           DISPLAY "SECMAINT - " LISTED-COUNT " grant(s) listed".

      *    A grant has to name a console and function the suite
      *    actually checks, and is not added twice.
       GRANT-FUNCTION-ENTRY.
           PERFORM ACCEPT-GRANT-FIELDS.
           IF OPERATOR-PARM = SPACES
             DISPLAY "SECMAINT - a grant needs an operator, nothing "
                  "granted"
           ELSE
             IF NOT FUNCTION-IS-KNOWN
               DISPLAY "SECMAINT - " CONSOLE-PARM " has no function "
                    FUNCTION-PARM " - see the list in OPRSEC, "
                    "nothing granted"
             ELSE
               IF E-FOUND > 0
                 DISPLAY "SECMAINT - " OPERATOR-PARM
                      " already holds " CONSOLE-PARM " "
                      FUNCTION-PARM
               ELSE
                 IF SEC-ENTRY-COUNT >= MAX-SEC-ENTRIES
                   DISPLAY "SECMAINT - file is full at "
                        MAX-SEC-ENTRIES " grant(s)"
                 ELSE
                   ADD 1 TO SEC-ENTRY-COUNT
                   MOVE OPERATOR-PARM TO
                        ENTRY-OPERATOR(SEC-ENTRY-COUNT)
                   MOVE CONSOLE-PARM TO ENTRY-CONSOLE(SEC-ENTRY-COUNT)
                   MOVE FUNCTION-PARM TO
                        ENTRY-FUNCTION(SEC-ENTRY-COUNT)
                   MOVE "Y" TO FILE-CHANGED
                   MOVE "GRANTED" TO LOG-RESULT
                   PERFORM LOG-SECURITY-CHANGE
                   DISPLAY "SECMAINT - " CONSOLE-PARM " "
                        FUNCTION-PARM " granted to " OPERATOR-PARM
                 END-IF
               END-IF
             END-IF
           END-IF.

       REVOKE-FUNCTION-ENTRY.
           PERFORM ACCEPT-GRANT-FIELDS.
           IF E-FOUND = 0
             DISPLAY "SECMAINT - " OPERATOR-PARM " holds no "
                  CONSOLE-PARM " " FUNCTION-PARM ", nothing revoked"
           ELSE
             PERFORM VARYING E FROM E-FOUND BY 1
                  UNTIL E >= SEC-ENTRY-COUNT
               MOVE SEC-ENTRY(E + 1) TO SEC-ENTRY(E)
             END-PERFORM
             SUBTRACT 1 FROM SEC-ENTRY-COUNT
             MOVE "Y" TO FILE-CHANGED
             MOVE "REVOKED" TO LOG-RESULT
             PERFORM LOG-SECURITY-CHANGE
             DISPLAY "SECMAINT - " CONSOLE-PARM " " FUNCTION-PARM
                  " revoked from " OPERATOR-PARM
           END-IF.

      *    Collects the three fields, checks the pair against the
      *    known functions and looks the line up on the table.
       ACCEPT-GRANT-FIELDS.
           DISPLAY "Operator?".
           MOVE SPACES TO OPERATOR-PARM.
           ACCEPT OPERATOR-PARM.
           DISPLAY "Console?".
           MOVE SPACES TO CONSOLE-PARM.
           ACCEPT CONSOLE-PARM.
           INSPECT CONSOLE-PARM CONVERTING LOWER-LETTERS
                TO UPPER-LETTERS.
           DISPLAY "Function?".
           MOVE SPACES TO FUNCTION-PARM.
           ACCEPT FUNCTION-PARM.
           INSPECT FUNCTION-PARM CONVERTING LOWER-LETTERS
                TO UPPER-LETTERS.
           MOVE "N" TO KNOWN-SW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MAX-KNOWN
             IF KNOWN-CONSOLE(K) = CONSOLE-PARM
                  AND KNOWN-WORD(K) = FUNCTION-PARM
               MOVE "Y" TO KNOWN-SW
             END-IF
           END-PERFORM.
           MOVE 0 TO E-FOUND.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > SEC-ENTRY-COUNT
             IF ENTRY-OPERATOR(E) = OPERATOR-PARM
                  AND ENTRY-CONSOLE(E) = CONSOLE-PARM
                  AND ENTRY-FUNCTION(E) = FUNCTION-PARM
               MOVE E TO E-FOUND
             END-IF
           END-PERFORM.

      *    The refusals the consoles logged, oldest first.
       LIST-DENIALS.
           MOVE 0 TO LISTED-COUNT.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SECURITY-LOG-NOT-FOUND
             DISPLAY "SECMAINT - no security log on file yet, "
                  "nothing has ever been refused"
           ELSE
             IF NOT SECURITY-LOG-OK
               DISPLAY "SECMAINT - reports/security_log.txt did "
                    "not open cleanly, FILE STATUS "
                    SECURITY-LOG-STATUS
             ELSE
               MOVE "N" TO SECURITY-EOF
               PERFORM SHOW-ONE-DENIAL UNTIL SECURITY-EOF = "Y"
               CLOSE SECURITY-LOG-FILE
               DISPLAY "SECMAINT - " LISTED-COUNT
                    " refused attempt(s) on the log"
             END-IF
           END-IF.

       SHOW-ONE-DENIAL.
           READ SECURITY-LOG-FILE AT END MOVE "Y" TO SECURITY-EOF.
           IF SECURITY-EOF IS NOT = "Y" AND SLG-REC-RESULT-DENIED
             ADD 1 TO LISTED-COUNT
             DISPLAY "  " SLG-REC-DATE " " SLG-REC-TIME
                  "  " SLG-REC-OPERATOR "  " SLG-REC-CONSOLE
                  "  " SLG-REC-FUNCTION
           END-IF.

      *    Sign-on - an operator with no SECMAINT line on the file
      *    does not get in. The refusal is logged before the console
      *    closes.
       SIGN-ON-OPERATOR.
           PERFORM LOAD-OPERATOR-GRANTS.
           IF GRANT-COUNT = 0
             MOVE "SIGNON" TO REQUESTED-FUNCTION
             PERFORM LOG-SECURITY-DENIAL
             DISPLAY "SECMAINT - operator " OPERATOR-NAME
                  " is not signed up for this console - refused "
                  "and logged"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.

      *    The operator's grants for this console, read fresh off the
      *    file as last saved - a change made in this session counts
      *    once it is saved, the same as at every other console.
       LOAD-OPERATOR-GRANTS.
           MOVE 0 TO GRANT-COUNT.
           OPEN INPUT SECURITY-FILE.
           IF NOT SECURITY-FILE-OK
             DISPLAY "SECMAINT - data/operator_security.txt did not "
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

       CHECK-FUNCTION-GRANT.
           PERFORM LOAD-OPERATOR-GRANTS.
           MOVE "N" TO GRANT-SW.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GRANT-COUNT
             IF GRANT-FUNCTION(GX) = REQUESTED-FUNCTION
                  OR GRANT-FUNCTION(GX) = "ALL"
               MOVE "Y" TO GRANT-SW
             END-IF
           END-PERFORM.
           IF NOT FUNCTION-GRANTED
             PERFORM LOG-SECURITY-DENIAL
             DISPLAY "SECMAINT - " REQUESTED-FUNCTION " is not "
                  "granted to operator " OPERATOR-NAME
                  " - refused and logged"
           END-IF.

       LOG-SECURITY-DENIAL.
           MOVE "DENIED" TO LOG-RESULT.
           MOVE SPACES TO OPERATOR-PARM CONSOLE-PARM FUNCTION-PARM.
           PERFORM WRITE-SECURITY-LOG-LINE.

      *    Grants and revocations go on the log the moment they land
      *    in the table - a session abandoned without saving still
      *    shows what was attempted, the same as ROSTMNT's journal.
       LOG-SECURITY-CHANGE.
           MOVE "MAINTAIN" TO REQUESTED-FUNCTION.
           PERFORM WRITE-SECURITY-LOG-LINE.

      *    Same first-run wrinkle as the other appended files.
       WRITE-SECURITY-LOG-LINE.
           ACCEPT SECURITY-DATE FROM DATE YYYYMMDD.
           ACCEPT SECURITY-TIME FROM TIME.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECURITY-LOG-NOT-FOUND
             OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF NOT SECURITY-LOG-OK
             DISPLAY "SECMAINT WARNING - reports/security_log.txt "
                  "did not open cleanly, FILE STATUS "
                  SECURITY-LOG-STATUS
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE SECURITY-DATE TO SLG-REC-DATE.
           MOVE SECURITY-TIME TO SLG-REC-TIME.
           MOVE OPERATOR-NAME TO SLG-REC-OPERATOR.
           MOVE SECURITY-CONSOLE TO SLG-REC-CONSOLE.
           MOVE REQUESTED-FUNCTION TO SLG-REC-FUNCTION.
           MOVE LOG-RESULT TO SLG-REC-RESULT.
           MOVE OPERATOR-PARM TO SLG-REC-TARGET-OPERATOR.
           MOVE CONSOLE-PARM TO SLG-REC-TARGET-CONSOLE.
           MOVE FUNCTION-PARM TO SLG-REC-TARGET-FUNCTION.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *    The whole table goes back to the file in one piece behind
      *    a dated before-image. A session that changed nothing
      *    leaves the file exactly as it was loaded.
       SAVE-SECURITY-FILE.
           IF FILE-CHANGED IS NOT = "Y"
             DISPLAY "SECMAINT - nothing changed, security file "
                  "left as loaded"
           ELSE
             MOVE "data/operator_security.txt" TO IMAGE-PATH
             PERFORM WRITE-BEFORE-IMAGE
             OPEN OUTPUT SECURITY-FILE
             IF NOT SECURITY-FILE-OK
               DISPLAY "SECMAINT - data/operator_security.txt did "
                    "not open for save, FILE STATUS "
                    SECURITY-STATUS " - changes NOT written"
             ELSE
               PERFORM VARYING E FROM 1 BY 1
                    UNTIL E > SEC-ENTRY-COUNT
                 MOVE SPACES TO SECURITY-RECORD
                 MOVE ENTRY-OPERATOR(E) TO SEC-REC-OPERATOR
                 MOVE ENTRY-CONSOLE(E) TO SEC-REC-CONSOLE
                 MOVE ENTRY-FUNCTION(E) TO SEC-REC-FUNCTION
                 WRITE SECURITY-RECORD
               END-PERFORM
               CLOSE SECURITY-FILE
               DISPLAY "SECMAINT - " SEC-ENTRY-COUNT
                    " grant(s) saved with changes"
             END-IF
           END-IF.

      *    A dated before-image of the file about to be rewritten in
      *    place, catalogued the way HOUSEKPG catalogs its cut
      *    generations so RESTORUT can put one back by name. A file
      *    not on disk yet has nothing to image.
       WRITE-BEFORE-IMAGE.
           ACCEPT IMAGE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO IMAGE-BACKUP-PATH.
           STRING IMAGE-PATH DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                IMAGE-DATE DELIMITED BY SIZE
                INTO IMAGE-BACKUP-PATH.
           MOVE 0 TO IMAGE-LINES.
           OPEN INPUT IMAGE-SOURCE-FILE.
           IF IMAGE-SOURCE-OK
             OPEN OUTPUT IMAGE-BACKUP-FILE
             IF NOT IMAGE-BACKUP-OK
               DISPLAY "SECMAINT WARNING - before-image "
                    IMAGE-BACKUP-PATH " did not open cleanly, FILE "
                    "STATUS " IMAGE-BACKUP-STATUS
                    " - saving WITHOUT a fallback copy"
             ELSE
               MOVE "N" TO IMAGE-EOF
               PERFORM COPY-IMAGE-LINE UNTIL IMAGE-EOF = "Y"
               CLOSE IMAGE-BACKUP-FILE
               PERFORM CATALOG-BEFORE-IMAGE
               DISPLAY "SECMAINT - before-image " IMAGE-BACKUP-PATH
                    " (" IMAGE-LINES " line(s))"
             END-IF
             CLOSE IMAGE-SOURCE-FILE
           END-IF.

       COPY-IMAGE-LINE.
           READ IMAGE-SOURCE-FILE AT END MOVE "Y" TO IMAGE-EOF.
           IF IMAGE-EOF IS NOT = "Y"
             MOVE IMAGE-SOURCE-LINE TO IMAGE-BACKUP-LINE
             WRITE IMAGE-BACKUP-LINE
             ADD 1 TO IMAGE-LINES
           END-IF.

       CATALOG-BEFORE-IMAGE.
           OPEN EXTEND CATALOG-FILE.
           IF CATALOG-FILE-NOT-FOUND
             OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF NOT CATALOG-FILE-OK
             DISPLAY "SECMAINT WARNING - reports/archive_catalog.txt "
                  "did not open cleanly, FILE STATUS "
                  CATALOG-STATUS
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE IMAGE-DATE TO CAT-REC-DATE.
           MOVE IMAGE-BACKUP-PATH TO CAT-REC-PATH.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.

      *    Zero tells a calling control program this run finished
      *    clean; anything else means "do not trust these totals".
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
