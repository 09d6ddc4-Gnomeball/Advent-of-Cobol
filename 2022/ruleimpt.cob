       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEIMPT.

      *  Ruleset impact analysis. When the committee proposes a new
      *  set in data/day02_rules.txt they ask what it would have done
      *  to last night's scores, and until now the only answer was a
      *  live 2022_Day_2 run under DAY02_RULESET - which publishes
      *  the result. This program re-scores every round already on
      *  reports/day02_rounds.idx under the candidate ruleset named
      *  in RULEIMPT_RULESET and reports, on
      *  reports/ruleset_impact.txt:
      *    - the part one and part two totals as scored on the index
      *      against the same totals under the candidate
      *    - per round code, how many rounds the candidate would
      *      change and by how much
      *    - the rounds that would move the most.
      *  Read only: the index is opened INPUT, the rules library and
      *  run history are only read, and nothing goes on the run
      *  history, the extracts, the manifest or the alerts. The
      *  candidate must load whole and unique by the same rules
      *  LOAD-RULESET and VALIDATE-SCORE-TABLE hold 2022_Day_2 to, or
      *  the analysis is refused.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The per-round index 2022_Day_2 writes - read here in key
      *    order, never written
           SELECT ROUND-INDEX-FILE ASSIGN TO "reports/day02_rounds.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ROUND-KEY
             FILE STATUS IS ROUND-IDX-STATUS.

      *    The committee's ruleset library - the candidate is one
      *    named set of nine lines in it
           SELECT RULES-FILE ASSIGN TO "data/day02_rules.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RULES-STATUS.

      *    The shared run history master - read back for the last
      *    2022_Day_2 run, so the report says which published run the
      *    index holds
           SELECT RUN-HISTORY-FILE ASSIGN TO "reports/run_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-HIST-STATUS.

      *    Retained impact report - appended with a dated header the
      *    same way the day programs keep their reports
           SELECT IMPACT-REPORT-FILE ASSIGN TO
                "reports/ruleset_impact.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IMPACT-RPT-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD ROUND-INDEX-FILE.

           COPY DAY2IDX REPLACING PFX-RECORD BY ROUND-INDEX-RECORD
                PFX-KEY BY ROUND-KEY
                PFX-CODE BY ROUND-REC-CODE
                PFX-SHAPE-PTS BY ROUND-REC-SHAPE-PTS
                PFX-OUTCOME-PTS BY ROUND-REC-OUTCOME-PTS.

         FD RULES-FILE.
      *  The same library layout 2022_Day_2 loads its rulesets from
         01 RULES-RECORD.
           02 RULES-REC-SET PIC X(12).
           02 FILLER PIC X(1).
           02 RULES-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 RULES-REC-CODE PIC X(3).
           02 FILLER PIC X(1).
           02 RULES-REC-SHAPE PIC 9(1).
           02 FILLER PIC X(1).
           02 RULES-REC-OUTCOME PIC 9(1).

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

         FD IMPACT-REPORT-FILE.
         01 IMPACT-REPORT-LINE PIC X(100).

         WORKING-STORAGE SECTION.

      *  Run date stamped onto the report header
         01 RUN-DATE-DISPLAY PIC 9(8) VALUE 0.

      *  File statuses
         01 ROUND-IDX-STATUS PIC X(2) VALUE SPACES.
           88 ROUND-IDX-OK VALUE "00".
           88 ROUND-IDX-NOT-FOUND VALUE "35".
         01 RULES-STATUS PIC X(2) VALUE SPACES.
           88 RULES-FILE-OK VALUE "00".
         01 RUN-HIST-STATUS PIC X(2) VALUE SPACES.
           88 RUN-HIST-OK VALUE "00".
         01 IMPACT-RPT-STATUS PIC X(2) VALUE SPACES.
           88 IMPACT-RPT-OK VALUE "00".
           88 IMPACT-RPT-NOT-FOUND VALUE "35".

      *  End of file pointer
         01 EOF PIC A(1) VALUE "N".

      *  The candidate ruleset - the compiled table's shape, filled
      *  from the library instead. The compiled values are never
      *  used here: a candidate that does not load whole is refused.
           COPY DAY2SCOR.

         01 RULESET-PARM PIC X(12) VALUE SPACES.
         01 RULES-LOADED PIC 9(2) VALUE 0.
         01 RULESET-EFF-DATE PIC 9(8) VALUE 0.

      *  Uniqueness check pointers - every pair of the nine codes is
      *  compared once
         01 U PIC 9(2) VALUE 0.
         01 V PIC 9(2) VALUE 0.

      *  The last 2022_Day_2 run on the history - what the index
      *  should be holding
         01 LAST-RUN-DATE PIC 9(8) VALUE 0.
         01 LAST-RUN-SEQ PIC 9(4) VALUE 0.
         01 LAST-RUN-PART1 PIC 9(7) VALUE 0.
         01 LAST-RUN-PART2 PIC 9(7) VALUE 0.

      *  Totals as scored on the index and as the candidate would
      *  score them
         01 ROUNDS-READ PIC 9(7) VALUE 0.
         01 ROUNDS-CHANGED PIC 9(7) VALUE 0.
         01 ROUNDS-UNKNOWN-CODE PIC 9(7) VALUE 0.
         01 CURRENT-PART1 PIC 9(7) VALUE 0.
         01 CURRENT-PART2 PIC 9(7) VALUE 0.
         01 CANDIDATE-PART1 PIC 9(7) VALUE 0.
         01 CANDIDATE-PART2 PIC 9(7) VALUE 0.
         01 PART1-DELTA PIC S9(7) VALUE 0.
         01 PART2-DELTA PIC S9(7) VALUE 0.
         01 DELTA-EDIT-1 PIC +9(7).
         01 DELTA-EDIT-2 PIC +9(7).

      *  Per round code, lined up with the candidate's SCORE-ENTRY
         01 CODE-IMPACT-TABLE.
           02 CODE-IMPACT OCCURS 9 TIMES.
             03 CODE-ROUNDS PIC 9(7).
             03 CODE-CHANGED PIC 9(7).
             03 CODE-PART1-DELTA PIC S9(7).
             03 CODE-PART2-DELTA PIC S9(7).
         01 C PIC 9(2) VALUE 0.

      *  The round in hand - candidate points and how far it moved.
      *  Movement is the size of the two part changes together, so a
      *  round that gains in one part and loses in the other still
      *  counts as moving.
         01 NEW-SHAPE-PTS PIC 9(1) VALUE 0.
         01 NEW-OUTCOME-PTS PIC 9(1) VALUE 0.
         01 ROUND-DELTA-1 PIC S9(2) VALUE 0.
         01 ROUND-DELTA-2 PIC S9(2) VALUE 0.
         01 ROUND-MOVEMENT PIC 9(2) VALUE 0.

      *  The largest movements, kept in descending order as the
      *  index is read - a new round only gets in by beating the
      *  last entry
         01 MAX-TOP-MOVES PIC 9(2) VALUE 10.
         01 TOP-MOVE-COUNT PIC 9(2) VALUE 0.
         01 TOP-MOVE-TABLE.
           02 TOP-MOVE OCCURS 10 TIMES.
             03 TOP-ROUND PIC 9(5).
             03 TOP-CODE PIC X(3).
             03 TOP-MOVEMENT PIC 9(2).
             03 TOP-OLD-SHAPE PIC 9(1).
             03 TOP-OLD-OUTCOME PIC 9(1).
             03 TOP-NEW-SHAPE PIC 9(1).
             03 TOP-NEW-OUTCOME PIC 9(1).
         01 T PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE-DISPLAY FROM DATE YYYYMMDD.
           ACCEPT RULESET-PARM FROM ENVIRONMENT "RULEIMPT_RULESET".
           IF RULESET-PARM = SPACES
             DISPLAY "RULEIMPT ABEND - RULEIMPT_RULESET names no "
                  "candidate ruleset, nothing to analyse"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-CANDIDATE-RULESET.
           PERFORM VALIDATE-SCORE-TABLE.
           PERFORM FIND-LAST-DAY02-RUN.

           OPEN INPUT ROUND-INDEX-FILE.
           IF NOT ROUND-IDX-OK
             DISPLAY "RULEIMPT ABEND - reports/day02_rounds.idx did "
                  "not open cleanly, FILE STATUS " ROUND-IDX-STATUS
                  " - no scored rounds to analyse"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 9
             MOVE 0 TO CODE-ROUNDS(C)
             MOVE 0 TO CODE-CHANGED(C)
             MOVE 0 TO CODE-PART1-DELTA(C)
             MOVE 0 TO CODE-PART2-DELTA(C)
           END-PERFORM.
           MOVE "N" TO EOF.
           PERFORM READ-ROUND-RECORD UNTIL EOF = "Y".
           CLOSE ROUND-INDEX-FILE.

           PERFORM WRITE-IMPACT-REPORT.
           DISPLAY "RULEIMPT - " ROUNDS-READ " round(s) re-scored "
                "under " RULESET-PARM ", " ROUNDS-CHANGED
                " would change".
           PERFORM ALL-FINISHED.
           GOBACK.

      *    The candidate is held to the same rule 2022_Day_2 holds a
      *    live ruleset to - exactly nine lines under the name, or no
      *    analysis. Scoring the committee's evidence under half a
      *    ruleset is no better than scoring the batch under one.
       LOAD-CANDIDATE-RULESET.
           MOVE 0 TO RULES-LOADED.
           OPEN INPUT RULES-FILE.
           IF NOT RULES-FILE-OK
             DISPLAY "RULEIMPT ABEND - ruleset " RULESET-PARM
                  " requested but data/day02_rules.txt did not "
                  "open cleanly, FILE STATUS " RULES-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO EOF.
           PERFORM READ-RULES-RECORD UNTIL EOF = "Y".
           CLOSE RULES-FILE.
           IF RULES-LOADED IS NOT = 9
             DISPLAY "RULEIMPT ABEND - ruleset " RULESET-PARM
                  " has " RULES-LOADED " code entrie(s) in the "
                  "library, a ruleset needs exactly 9"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "RULEIMPT - analysing candidate ruleset "
                RULESET-PARM " effective " RULESET-EFF-DATE.

       READ-RULES-RECORD.
           READ RULES-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             IF RULES-REC-SET = RULESET-PARM
               ADD 1 TO RULES-LOADED
               IF RULES-LOADED <= 9
                 MOVE RULES-REC-CODE TO SCORE-CODE(RULES-LOADED)
                 MOVE RULES-REC-SHAPE TO SCORE-SHAPE-PTS(RULES-LOADED)
                 MOVE RULES-REC-OUTCOME TO
                      SCORE-OUTCOME-PTS(RULES-LOADED)
                 MOVE RULES-REC-DATE TO RULESET-EFF-DATE
               END-IF
             END-IF
           END-IF.

      *    Nine distinct codes, or a duplicate would silently shadow
      *    the entry behind it in the SEARCH.
       VALIDATE-SCORE-TABLE.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > 8
             PERFORM VARYING V FROM U BY 1 UNTIL V >= 9
               IF SCORE-CODE(U) = SCORE-CODE(V + 1)
                 DISPLAY "RULEIMPT ABEND - ruleset " RULESET-PARM
                      " holds code '" SCORE-CODE(U) "' more than "
                      "once, the nine codes must be unique"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             END-PERFORM
           END-PERFORM.

       FIND-LAST-DAY02-RUN.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HIST-OK
             MOVE "N" TO EOF
             PERFORM READ-HISTORY-RECORD UNTIL EOF = "Y"
             CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND RH-REC-PROGRAM = "2022_Day_2"
                AND RH-REC-DATE IS NUMERIC
             MOVE RH-REC-DATE TO LAST-RUN-DATE
             MOVE RH-REC-SEQ TO LAST-RUN-SEQ
             MOVE RH-REC-PART1 TO LAST-RUN-PART1
             MOVE RH-REC-PART2 TO LAST-RUN-PART2
           END-IF.

       READ-ROUND-RECORD.
           READ ROUND-INDEX-FILE NEXT RECORD AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             PERFORM RESCORE-ROUND
           END-IF.

      *    The index holds the points the round was published with;
      *    the candidate's points come through the same SEARCH
      *    PLAY-GAMES uses. A code the candidate does not know scores
      *    zero, the same way the live run treats it.
       RESCORE-ROUND.
           ADD 1 TO ROUNDS-READ.
           ADD ROUND-REC-SHAPE-PTS TO CURRENT-PART1.
           ADD ROUND-REC-OUTCOME-PTS TO CURRENT-PART2.
           MOVE 0 TO NEW-SHAPE-PTS.
           MOVE 0 TO NEW-OUTCOME-PTS.
           MOVE 0 TO C.
           SET SCORE-IDX TO 1.
           SEARCH SCORE-ENTRY
             AT END
               ADD 1 TO ROUNDS-UNKNOWN-CODE
             WHEN SCORE-CODE(SCORE-IDX) = ROUND-REC-CODE
               MOVE SCORE-SHAPE-PTS(SCORE-IDX) TO NEW-SHAPE-PTS
               MOVE SCORE-OUTCOME-PTS(SCORE-IDX) TO NEW-OUTCOME-PTS
               SET C TO SCORE-IDX
           END-SEARCH.
           ADD NEW-SHAPE-PTS TO CANDIDATE-PART1.
           ADD NEW-OUTCOME-PTS TO CANDIDATE-PART2.
           COMPUTE ROUND-DELTA-1 = NEW-SHAPE-PTS - ROUND-REC-SHAPE-PTS.
           COMPUTE ROUND-DELTA-2 =
                NEW-OUTCOME-PTS - ROUND-REC-OUTCOME-PTS.
           MOVE 0 TO ROUND-MOVEMENT.
           IF ROUND-DELTA-1 < 0
             SUBTRACT ROUND-DELTA-1 FROM ROUND-MOVEMENT
           ELSE
             ADD ROUND-DELTA-1 TO ROUND-MOVEMENT
           END-IF.
           IF ROUND-DELTA-2 < 0
             SUBTRACT ROUND-DELTA-2 FROM ROUND-MOVEMENT
           ELSE
             ADD ROUND-DELTA-2 TO ROUND-MOVEMENT
           END-IF.
           IF ROUND-MOVEMENT > 0
             ADD 1 TO ROUNDS-CHANGED
           END-IF.
           IF C > 0
             ADD 1 TO CODE-ROUNDS(C)
             ADD ROUND-DELTA-1 TO CODE-PART1-DELTA(C)
             ADD ROUND-DELTA-2 TO CODE-PART2-DELTA(C)
             IF ROUND-MOVEMENT > 0
               ADD 1 TO CODE-CHANGED(C)
             END-IF
           END-IF.
           IF ROUND-MOVEMENT > 0
             PERFORM KEEP-TOP-MOVE
           END-IF.

      *    Insert the round in hand into the descending top table -
      *    the last entry falls off the bottom once it is full. Ties
      *    keep the earlier round ahead.
       KEEP-TOP-MOVE.
           IF TOP-MOVE-COUNT < MAX-TOP-MOVES
             ADD 1 TO TOP-MOVE-COUNT
             MOVE TOP-MOVE-COUNT TO T
           ELSE
             IF ROUND-MOVEMENT > TOP-MOVEMENT(MAX-TOP-MOVES)
               MOVE MAX-TOP-MOVES TO T
             ELSE
               MOVE 0 TO T
             END-IF
           END-IF.
           IF T > 0
             PERFORM UNTIL T = 1
                  OR TOP-MOVEMENT(T - 1) >= ROUND-MOVEMENT
               MOVE TOP-MOVE(T - 1) TO TOP-MOVE(T)
               SUBTRACT 1 FROM T
             END-PERFORM
             MOVE ROUND-KEY TO TOP-ROUND(T)
             MOVE ROUND-REC-CODE TO TOP-CODE(T)
             MOVE ROUND-MOVEMENT TO TOP-MOVEMENT(T)
             MOVE ROUND-REC-SHAPE-PTS TO TOP-OLD-SHAPE(T)
             MOVE ROUND-REC-OUTCOME-PTS TO TOP-OLD-OUTCOME(T)
             MOVE NEW-SHAPE-PTS TO TOP-NEW-SHAPE(T)
             MOVE NEW-OUTCOME-PTS TO TOP-NEW-OUTCOME(T)
           END-IF.

      *    Retained record of the analysis - date stamped header,
      *    appended to reports/ruleset_impact.txt rather than
      *    overwriting it, so the committee's file holds every
      *    candidate they asked about.
       WRITE-IMPACT-REPORT.
           OPEN EXTEND IMPACT-REPORT-FILE.
           IF IMPACT-RPT-NOT-FOUND
             OPEN OUTPUT IMPACT-REPORT-FILE
           END-IF.
           IF NOT IMPACT-RPT-OK
             DISPLAY "RULEIMPT WARNING - reports/ruleset_impact.txt "
                  "did not open cleanly, FILE STATUS "
                  IMPACT-RPT-STATUS
           END-IF.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "===== RULEIMPT run " RUN-DATE-DISPLAY " ====="
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "CANDIDATE RULESET " RULESET-PARM
                " EFFECTIVE " RULESET-EFF-DATE
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "INDEX HOLDS 2022_Day_2 RUN " LAST-RUN-DATE
                " RUN " LAST-RUN-SEQ " - PUBLISHED PART1 "
                LAST-RUN-PART1 " PART2 " LAST-RUN-PART2
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.

           COMPUTE PART1-DELTA = CANDIDATE-PART1 - CURRENT-PART1.
           COMPUTE PART2-DELTA = CANDIDATE-PART2 - CURRENT-PART2.
           MOVE PART1-DELTA TO DELTA-EDIT-1.
           MOVE PART2-DELTA TO DELTA-EDIT-2.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "TOTALS - ROUNDS " ROUNDS-READ
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  AS SCORED  PART1 " CURRENT-PART1
                " PART2 " CURRENT-PART2
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  CANDIDATE  PART1 " CANDIDATE-PART1
                " PART2 " CANDIDATE-PART2
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  MOVEMENT   PART1 " DELTA-EDIT-1
                " PART2 " DELTA-EDIT-2
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.

           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "ROUNDS CHANGED BY CODE - " ROUNDS-CHANGED
                " OF " ROUNDS-READ
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM WRITE-CODE-LINE VARYING C FROM 1 BY 1
                UNTIL C > 9.
           IF ROUNDS-UNKNOWN-CODE > 0
             MOVE SPACES TO IMPACT-REPORT-LINE
             STRING "  " ROUNDS-UNKNOWN-CODE " ROUND(S) WITH A CODE "
                  "THE CANDIDATE DOES NOT SCORE"
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
             WRITE IMPACT-REPORT-LINE
           END-IF.

           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "LARGEST PER-ROUND MOVEMENTS"
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           IF TOP-MOVE-COUNT = 0
             MOVE SPACES TO IMPACT-REPORT-LINE
             STRING "  NONE - THE CANDIDATE SCORES EVERY ROUND THE "
                  "SAME"
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
             WRITE IMPACT-REPORT-LINE
           END-IF.
           PERFORM WRITE-TOP-MOVE-LINE VARYING T FROM 1 BY 1
                UNTIL T > TOP-MOVE-COUNT.
           CLOSE IMPACT-REPORT-FILE.

       WRITE-CODE-LINE.
           MOVE CODE-PART1-DELTA(C) TO DELTA-EDIT-1.
           MOVE CODE-PART2-DELTA(C) TO DELTA-EDIT-2.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  CODE " SCORE-CODE(C)
                " ROUNDS " CODE-ROUNDS(C)
                " CHANGED " CODE-CHANGED(C)
                " PART1 " DELTA-EDIT-1
                " PART2 " DELTA-EDIT-2
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.

       WRITE-TOP-MOVE-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  ROUND " TOP-ROUND(T)
                " CODE " TOP-CODE(T)
                " SHAPE-PTS " TOP-OLD-SHAPE(T) " TO " TOP-NEW-SHAPE(T)
                " OUTCOME-PTS " TOP-OLD-OUTCOME(T) " TO "
                TOP-NEW-OUTCOME(T)
                " MOVED " TOP-MOVEMENT(T)
                DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.

      *    Zero tells a calling control program the analysis ran
      *    clean; nothing this program does can change a published
      *    figure.
       ALL-FINISHED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
