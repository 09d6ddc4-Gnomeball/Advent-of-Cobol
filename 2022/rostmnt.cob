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

      *  Roster file status - 35 on the very first run, before any
         01 IMAGE-EOF PIC A(1) VALUE "N".
         01 IMAGE-LINES PIC 9(7) VALUE 0.

      *  Operator security - this console's name on the security
      *  file, the functions the signed-on operator holds here, and
      *  the function the menu choice in hand needs
         01 SECURITY-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-FILE-OK VALUE "00".
         01 SECURITY-LOG-STATUS PIC X(2) VALUE SPACES.
           88 SECURITY-LOG-OK VALUE "00".
           88 SECURITY-LOG-NOT-FOUND VALUE "35".
         01 SECURITY-EOF PIC A(1) VALUE "N".
         01 SECURITY-CONSOLE PIC X(8) VALUE "ROSTMNT".
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

           DISPLAY "ROSTMNT - elf roster maintenance".
           IF OPERATOR-NAME = SPACES
             MOVE "UNKNOWN" TO OPERATOR-NAME
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-ROSTER.
           PERFORM RUN-CONSOLE UNTIL CONSOLE-FINISHED.
           PERFORM SAVE-ROSTER.
       RUN-CONSOLE.
           PERFORM SHOW-MENU.
           ACCEPT MENU-CHOICE.
           PERFORM CHECK-MENU-CHOICE.
           IF CHOICE-ADD
             PERFORM ADD-ENTRY
           ELSE
             END-IF
           END-IF.

      *    The function word each choice needs on the security
      *    file - a refused choice is blanked, so it falls through to
      *    a redrawn menu the same as an unrecognised key. Leaving
      *    needs no grant.
       CHECK-MENU-CHOICE.
           MOVE SPACES TO REQUESTED-FUNCTION.
           IF CHOICE-ADD
             MOVE "ADD" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-CHANGE
             MOVE "CHANGE" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-DEACTIVATE
             MOVE "DEACTIVATE" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-REACTIVATE
             MOVE "REACTIVATE" TO REQUESTED-FUNCTION
           END-IF.
           IF CHOICE-LIST OR CHOICE-HISTORY
             MOVE "INQUIRE" TO REQUESTED-FUNCTION
           END-IF.
           IF REQUESTED-FUNCTION IS NOT = SPACES
             PERFORM CHECK-FUNCTION-GRANT
             IF NOT FUNCTION-GRANTED
               MOVE SPACE TO MENU-CHOICE
             END-IF
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "  1 - add an elf".
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
             DISPLAY "ROSTMNT - operator " OPERATOR-NAME
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
             DISPLAY "ROSTMNT - data/operator_security.txt did not "
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
             DISPLAY "ROSTMNT - " REQUESTED-FUNCTION " is not granted "
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
             DISPLAY "ROSTMNT WARNING - reports/security_log.txt "
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
