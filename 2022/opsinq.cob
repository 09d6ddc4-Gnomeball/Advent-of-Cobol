      *  for it comes back by random read, browse a range of rounds
      *  the same way, key in a pile number and the snack lines
      *  2022_DAY01 indexed for it come back with their running
      *  total, key in a badge group number (or browse a range of
      *  them) and the sacks, common items and badge 2022_DAY03
      *  indexed for it come back, or show the most recent run's
      *  totals out of the day report files without opening them in
      *  an editor. Everything here is read-only - the batch owns
      *  the files.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
             RECORD KEY IS SNACK-KEY
             FILE STATUS IS SNACK-IDX-STATUS.

      *    The per-group index 2022_DAY03 writes sequentially -
      *    opened here with ACCESS DYNAMIC so a single group can be
      *    read at random and a range browsed with START/READ NEXT
      *    when a unit disputes its badge priority
           SELECT GROUP-INDEX-FILE ASSIGN TO "reports/day03_groups.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GROUP-KEY
             FILE STATUS IS GROUP-IDX-STATUS.

      *    The day programs' retained run reports - scanned forward
      *    to find the most recent dated header and its totals
           SELECT DAY01-REPORT-FILE ASSIGN TO "reports/day01_report.txt"
                PFX-SEQ BY SNACK-REC-SEQ
                PFX-CALORIES BY SNACK-REC-CALORIES.

         FD GROUP-INDEX-FILE.

           COPY DAY3GRP REPLACING PFX-RECORD BY GROUP-INDEX-RECORD
                PFX-KEY BY GROUP-KEY
                PFX-SACK BY GROUP-REC-SACK
                PFX-LINE BY GROUP-REC-LINE
                PFX-ITEM-PRIORITY BY GROUP-REC-ITEM-PRIORITY
                PFX-ITEM BY GROUP-REC-ITEM
                PFX-BADGE-PRIORITY BY GROUP-REC-BADGE-PRIORITY
                PFX-BADGE BY GROUP-REC-BADGE.

         FD DAY01-REPORT-FILE.
         01 DAY01-REPORT-LINE PIC X(80).

         01 SNACK-IDX-STATUS PIC X(2) VALUE SPACES.
           88 SNACK-IDX-OK VALUE "00".
           88 SNACK-IDX-NOT-FOUND VALUE "35".
         01 GROUP-IDX-STATUS PIC X(2) VALUE SPACES.
           88 GROUP-IDX-OK VALUE "00".
           88 GROUP-IDX-NOT-FOUND VALUE "35".
         01 DAY01-RPT-STATUS PIC X(2) VALUE SPACES.
           88 DAY01-RPT-OK VALUE "00".
         01 DAY02-RPT-STATUS PIC X(2) VALUE SPACES.
           88 CHOICE-DAY01 VALUE "3".
           88 CHOICE-DAY02 VALUE "4".
           88 CHOICE-SNACKS VALUE "5".
           88 CHOICE-GROUP VALUE "6".
           88 CHOICE-GROUP-BROWSE VALUE "7".
           88 CHOICE-EXIT VALUE "X" "x".

      *  Console stays up until the operator asks to leave
         01 ROUND-FROM PIC 9(5) VALUE 0.
         01 ROUND-TO PIC 9(5) VALUE 0.

      *  Raw badge group numbers as keyed in, validated the same
      *  way as the round numbers, and a pointer to the group's
      *  sacks while one is on display
         01 GROUP-PARM PIC X(5) VALUE SPACES.
         01 GROUP-FROM-PARM PIC X(5) VALUE SPACES.
         01 GROUP-TO-PARM PIC X(5) VALUE SPACES.
         01 GROUP-FROM PIC 9(5) VALUE 0.
         01 GROUP-TO PIC 9(5) VALUE 0.
         01 GM PIC 9(1) VALUE 0.

      *  Combined points for the round on display
         01 ROUND-TOTAL-PTS PIC 9(2) VALUE 0.

                   IF CHOICE-SNACKS
                     PERFORM INQUIRE-PILE-SNACKS
                   ELSE
                     IF CHOICE-GROUP
                       PERFORM INQUIRE-GROUP
                     ELSE
                       IF CHOICE-GROUP-BROWSE
                         PERFORM BROWSE-GROUPS
                       ELSE
                         IF CHOICE-EXIT
                           MOVE "Y" TO CONSOLE-DONE
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
           DISPLAY "  3 - latest day01 run totals".
           DISPLAY "  4 - latest day02 run totals".
           DISPLAY "  5 - snack lines behind a day01 pile total".
           DISPLAY "  6 - look up a single day03 badge group".
           DISPLAY "  7 - browse a range of day03 badge groups".
           DISPLAY "  X - leave the console".
           DISPLAY "Choice?".

               END-IF
           END-READ.

      *    Random read of one GROUP-INDEX-RECORD by group number -
      *    the three sacks behind a disputed badge, without rerunning
      *    the rucksack file.
       INQUIRE-GROUP.
           DISPLAY "Badge group number?".
           MOVE SPACES TO GROUP-PARM.
           ACCEPT GROUP-PARM.
           IF FUNCTION NUMVAL(GROUP-PARM) = 0
             DISPLAY "OPSINQ - that is not a group number"
           ELSE
             PERFORM OPEN-GROUP-INDEX
             IF GROUP-IDX-OK
               MOVE FUNCTION NUMVAL(GROUP-PARM) TO GROUP-KEY
               READ GROUP-INDEX-FILE
                 INVALID KEY
                   DISPLAY "OPSINQ - group " GROUP-KEY
                        " is not in the index"
                 NOT INVALID KEY
                   PERFORM SHOW-GROUP-RECORD
               END-READ
               CLOSE GROUP-INDEX-FILE
             END-IF
           END-IF.

      *    Walk the group index from one group number to another with
      *    START/READ NEXT, capped the same way as the round browse.
       BROWSE-GROUPS.
           DISPLAY "From group?".
           MOVE SPACES TO GROUP-FROM-PARM.
           ACCEPT GROUP-FROM-PARM.
           DISPLAY "To group?".
           MOVE SPACES TO GROUP-TO-PARM.
           ACCEPT GROUP-TO-PARM.
           MOVE FUNCTION NUMVAL(GROUP-FROM-PARM) TO GROUP-FROM.
           MOVE FUNCTION NUMVAL(GROUP-TO-PARM) TO GROUP-TO.
           IF GROUP-FROM = 0 OR GROUP-TO < GROUP-FROM
             DISPLAY "OPSINQ - that is not a group range"
           ELSE
             PERFORM OPEN-GROUP-INDEX
             IF GROUP-IDX-OK
               MOVE 0 TO BROWSE-SHOWN
               MOVE "N" TO BROWSE-EOF
               MOVE GROUP-FROM TO GROUP-KEY
               START GROUP-INDEX-FILE KEY IS NOT LESS THAN GROUP-KEY
                 INVALID KEY
                   MOVE "Y" TO BROWSE-EOF
               END-START
               PERFORM BROWSE-NEXT-GROUP UNTIL BROWSE-EOF = "Y"
               DISPLAY "OPSINQ - " BROWSE-SHOWN " group(s) listed"
               CLOSE GROUP-INDEX-FILE
             END-IF
           END-IF.

       BROWSE-NEXT-GROUP.
           READ GROUP-INDEX-FILE NEXT
             AT END
               MOVE "Y" TO BROWSE-EOF
             NOT AT END
               IF GROUP-KEY > GROUP-TO
                 MOVE "Y" TO BROWSE-EOF
               ELSE
                 PERFORM SHOW-GROUP-RECORD
                 ADD 1 TO BROWSE-SHOWN
                 IF BROWSE-SHOWN >= MAX-BROWSE-LINES
                   DISPLAY "OPSINQ - listing capped at "
                        MAX-BROWSE-LINES " group(s), narrow the range"
                   MOVE "Y" TO BROWSE-EOF
                 END-IF
               END-IF
           END-READ.

      *    The badge first, then each sack's line number with the
      *    item its two compartments had in common - a blank item or
      *    badge at zero is one the batch could not find and listed
      *    as an exception.
       SHOW-GROUP-RECORD.
           DISPLAY "  Group " GROUP-KEY
                "  badge '" GROUP-REC-BADGE
                "'  priority " GROUP-REC-BADGE-PRIORITY.
           PERFORM VARYING GM FROM 1 BY 1 UNTIL GM > 3
             DISPLAY "    Sack line " GROUP-REC-LINE(GM)
                  "  common item '" GROUP-REC-ITEM(GM)
                  "'  priority " GROUP-REC-ITEM-PRIORITY(GM)
           END-PERFORM.

       OPEN-GROUP-INDEX.
           OPEN INPUT GROUP-INDEX-FILE.
           IF GROUP-IDX-NOT-FOUND
             DISPLAY "OPSINQ - no group index on file yet - run "
                  "2022_DAY03 first"
           ELSE
             IF NOT GROUP-IDX-OK
               DISPLAY "OPSINQ - reports/day03_groups.idx did not "
                    "open cleanly, FILE STATUS " GROUP-IDX-STATUS
             END-IF
           END-IF.

       OPEN-SNACK-INDEX.
           OPEN INPUT SNACK-INDEX-FILE.
           IF SNACK-IDX-NOT-FOUND
