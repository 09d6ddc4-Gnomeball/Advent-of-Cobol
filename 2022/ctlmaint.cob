             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CATALOG-STATUS.

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
         FD CONTROL-FILE.
         01 CONTROL-LINE PIC X(120).

         FD IMAGE-SOURCE-FILE.
         01 IMAGE-SOURCE-LINE PIC X(132).
           02 FILLER PIC X(1).
           02 CAT-REC-PATH PIC X(60).

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

      *  File statuses - same patterns as the rest of the suite
           88 KIND-RUNCTL VALUE "R".
           88 KIND-SEACTL VALUE "S".
           88 KIND-RULES VALUE "L".
      *  The security file's function word for the file in hand
         01 FILE-FUNCTION PIC X(10) VALUE SPACES.

      *  The picked file held in storage while the operator works -
      *  raw lines, parsed and rebuilt through the layouts below.
           88 LOAD-CEILING-HIT VALUE "Y".
         01 CTL-LINE-TABLE.
           02 CTL-LINE-ENTRY OCCURS 200 TIMES.
             03 CTL-LINE-TEXT PIC X(120).

      *  Pointers to a line
         01 L PIC 9(3) VALUE 0.
           02 TOL-FLD-PART1 PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TOL-FLD-PART2 PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TOL-FLD-DEV-PCT PIC 9(5).

         01 RUNCTL-ENTRY-REC.
           02 CTL-FLD-SEQ PIC 9(2).
           02 CTL-FLD-PARM PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CTL-FLD-ONFAIL PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CTL-FLD-MODE PIC X(8).

         01 SEACTL-ENTRY-REC.
           02 SEA-FLD-SEQ PIC 9(2).
         01 IMAGE-EOF PIC A(1) VALUE "N".
         01 IMAGE-LINES PIC 9(7) VALUE 0.

      *  Who is working the console, checked against the security
      *  file at sign-on and on every menu choice
         01 OPERATOR-NAME PIC X(8) VALUE SPACES.

      *  Operator security - this console's name on the security
      *  file, the functions the signed-on operator holds here, and
      *  the function the menu choice in hand needs
         01 SECURITY-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-FILE-OK VALUE "00".
         01 SECURITY-LOG-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-LOG-OK VALUE "00".
           88 SECURITY-LOG-NOT-FOUND VALUE "35".
         01 SECURITY-EOF PIC A(1) VALUE "N".
         01 SECURITY-CONSOLE PIC X(8) VALUE "CTLMAINT".
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

       PROCEDURE DIVISION.

           DISPLAY "CTLMAINT - control file maintenance".
           ACCEPT OPERATOR-NAME FROM ENVIRONMENT "LOGNAME"
           IF OPERATOR-NAME = SPACES
             MOVE "UNKNOWN" TO OPERATOR-NAME
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM RUN-CONSOLE UNTIL CONSOLE-FINISHED.
           DISPLAY "CTLMAINT - console closed".

       RUN-CONSOLE.
           PERFORM SHOW-FILE-MENU.
           ACCEPT FILE-CHOICE.
           PERFORM CHECK-FILE-CHOICE.
           IF PICK-TOLERANCE
             MOVE "T" TO FILE-KIND
             MOVE "data/tolerance.txt" TO CONTROL-PATH
             END-IF
           END-IF.

      *    Each file has its own function word on the security
      *    file, so a clerk trusted with the tolerances is not
      *    thereby trusted with the committee's rulesets. A refused
      *    pick is blanked and the menu redrawn. Leaving needs no
      *    grant.
       CHECK-FILE-CHOICE.
           MOVE SPACES TO FILE-FUNCTION.
           IF PICK-TOLERANCE
             MOVE "TOLERANCE" TO FILE-FUNCTION
           END-IF.
           IF PICK-RUNCTL
             MOVE "RUNCONTROL" TO FILE-FUNCTION
           END-IF.
           IF PICK-SEACTL
             MOVE "SEASONCTL" TO FILE-FUNCTION
           END-IF.
           IF PICK-RULES
             MOVE "RULESET" TO FILE-FUNCTION
           END-IF.
           IF FILE-FUNCTION IS NOT = SPACES
             PERFORM CHECK-VIEW-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO FILE-CHOICE
             END-IF
           END-IF.

      *    Looking at a file takes INQUIRE or the file's own grant;
      *    adding, changing or deleting an entry takes the file's
      *    own grant and nothing less.
       CHECK-EDIT-CHOICE.
           IF EDIT-LIST
             PERFORM CHECK-VIEW-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO EDIT-CHOICE
             END-IF
           END-IF.
           IF EDIT-ADD OR EDIT-CHANGE OR EDIT-DELETE
             MOVE FILE-FUNCTION TO REQUESTED-FUNCTION
             PERFORM CHECK-FUNCTION-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO EDIT-CHOICE
             END-IF
           END-IF.

       CHECK-VIEW-GRANT.
           PERFORM LOAD-OPERATOR-GRANTS.
           MOVE "INQUIRE" TO REQUESTED-FUNCTION.
           PERFORM TEST-FUNCTION-GRANT.
           IF NOT FUNCTION-GRANTED
             MOVE FILE-FUNCTION TO REQUESTED-FUNCTION
             PERFORM CHECK-FUNCTION-GRANT
           END-IF.

       SHOW-FILE-MENU.
           DISPLAY " ".
           DISPLAY "  1 - tolerances       (data/tolerance.txt)".
           DISPLAY "  X - save and go back".
           DISPLAY "Choice?".
           ACCEPT EDIT-CHOICE.
           PERFORM CHECK-EDIT-CHOICE.
           IF EDIT-LIST
             PERFORM LIST-ENTRIES
           ELSE
      *    STORE-ENTRY-LINE stores at L-PICKED - ADD-ENTRY points it
      *    past the end first, so the two share the one store.

      *    Tolerance line: program name, then four numeric columns.
       COLLECT-TOLERANCE-FIELDS.
           DISPLAY "Program name?".
           MOVE SPACES TO PARM-TEXT.
             IF ENTRY-OK-SW = "Y"
               PERFORM ACCEPT-PART2-TOL
             END-IF
             IF ENTRY-OK-SW = "Y"
               PERFORM ACCEPT-DEV-PCT
             END-IF
           END-IF.

       ACCEPT-MAX-EXC.
             MOVE "N" TO ENTRY-OK-SW
           END-IF.

      *    Only 2022_DAY01 screens its piles against each elf's
      *    season average - zero leaves the screening off.
       ACCEPT-DEV-PCT.
           DISPLAY "Pile deviation limit, percent of the elf's season "
                "average? (up to 5 digits, 0 for no screening)".
           MOVE 5 TO CHK-WIDTH.
           PERFORM ACCEPT-NUMERIC-FIELD.
           IF FIELD-IS-NUMERIC
             MOVE FUNCTION NUMVAL(NUMBER-PARM) TO TOL-FLD-DEV-PCT
           ELSE
             MOVE "N" TO ENTRY-OK-SW
           END-IF.

      *    Run control line: step sequence, program, input path,
      *    parameter, and an ONFAIL that has to be a word CTLDRIVE
      *    knows - CONTINUE to carry on past a failure, STOP to
      *    hold the job there - then the step's run mode.
       COLLECT-RUNCTL-FIELDS.
           DISPLAY "Step sequence? (up to 2 digits)".
           MOVE 2 TO CHK-WIDTH.
               ACCEPT PARM-TEXT
               MOVE PARM-TEXT TO CTL-FLD-PARM
               PERFORM ACCEPT-ONFAIL
               IF ENTRY-OK-SW = "Y"
                 PERFORM ACCEPT-RUN-MODE
               END-IF
             END-IF
           END-IF.

             MOVE "N" TO ENTRY-OK-SW
           END-IF.

      *    SHADOW sends everything the step writes to the shadow
      *    area; blank is an ordinary production step. Only the day
      *    programs and SEASNRUN know how to run in the shadow area -
      *    any other program would write to production while the
      *    console called it a shadow run, so SHADOW is refused for
      *    them.
       ACCEPT-RUN-MODE.
           DISPLAY "Run mode? (SHADOW, or blank for production)".
           MOVE SPACES TO PARM-TEXT.
           ACCEPT PARM-TEXT.
           IF PARM-TEXT = SPACES
             MOVE PARM-TEXT TO CTL-FLD-MODE
           ELSE
             IF PARM-TEXT IS NOT = "SHADOW"
               DISPLAY "CTLMAINT - run mode must be SHADOW or blank, "
                    "entry abandoned"
               MOVE "N" TO ENTRY-OK-SW
             ELSE
               IF CTL-FLD-PROGRAM = "2022_DAY01"
                    OR CTL-FLD-PROGRAM = "2022_Day_2"
                    OR CTL-FLD-PROGRAM = "2022_DAY03"
                    OR CTL-FLD-PROGRAM = "2022_DAY04"
                    OR CTL-FLD-PROGRAM = "SEASNRUN"
                 MOVE PARM-TEXT TO CTL-FLD-MODE
               ELSE
                 DISPLAY "CTLMAINT - " CTL-FLD-PROGRAM " cannot run "
                      "in shadow mode, only the day programs and "
                      "SEASNRUN can - entry abandoned"
                 MOVE "N" TO ENTRY-OK-SW
               END-IF
             END-IF
           END-IF.

      *    Season control line: day sequence, program and that day's
      *    input file.
       COLLECT-SEACTL-FIELDS.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.

      *    Sign-on - an operator with no line at all for this
      *    console on data/operator_security.txt does not get in.
      *    The refusal is logged before the console closes.
       SIGN-ON-OPERATOR.
           PERFORM LOAD-OPERATOR-GRANTS.
           IF GRANT-COUNT = 0
             MOVE "SIGNON" TO REQUESTED-FUNCTION
             PERFORM LOG-SECURITY-DENIAL
             DISPLAY "CTLMAINT - operator " OPERATOR-NAME
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
             DISPLAY "CTLMAINT - data/operator_security.txt did not "
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
             DISPLAY "CTLMAINT - " REQUESTED-FUNCTION " is not granted "
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
             DISPLAY "CTLMAINT WARNING - reports/security_log.txt "
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
