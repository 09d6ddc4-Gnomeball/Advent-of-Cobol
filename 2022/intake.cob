       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAKE.

      *  Inbound intake and staging. Senders drop their files in
      *  inbound/ under whatever names they like, and the transfer
      *  appends one line per landed file to inbound/arrivals.txt.
      *  Until now someone copied each one by hand over the name in
      *  data/run_control.txt or data/season_control.txt before the
      *  batch. This program sweeps the landing list from where the
      *  last sweep stopped, recognises each file by the file id on
      *  its DAYENVL header against data/intake_control.txt, checks
      *  the header business date is the date CTLDRIVE will next
      *  process off data/run_calendar.txt, and copies the file whole
      *  to data/staged/<file id>.<business date> - the dated name
      *  the control files point at. Every file received, staged or
      *  rejected goes on reports/intake_log.txt, and a rejection is
      *  alerted. Nothing in inbound/ is changed; a rejected file
      *  stays where the sender put it for the operator to look at.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    The run lock - taken at startup, released when the run
      *    ends, so a scheduled sweep and a manual one cannot stage
      *    the same file twice
           SELECT LOCK-FILE ASSIGN TO "checkpoints/intake.lck"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS.

      *    The landing list - one inbound path per line, appended by
      *    the transfer as each file lands
           SELECT ARRIVALS-FILE ASSIGN TO "inbound/arrivals.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARRIVALS-STATUS.

      *    How many landing list lines earlier sweeps have already
      *    dealt with - the sweep resumes after them, the same way
      *    the day programs resume from a committed checkpoint
           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoints/intake.ckpt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CKPT-STATUS.

      *    Which envelope file ids are expected, and for which
      *    program, in the same hand editable fixed columns as
      *    data/run_control.txt
           SELECT INTAKE-CONTROL-FILE ASSIGN TO
                "data/intake_control.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTAKE-CTL-STATUS.

      *    The business calendar CTLDRIVE enforces - read here so a
      *    file is only staged for the date the job will process
           SELECT CALENDAR-FILE ASSIGN TO "data/run_calendar.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-STATUS.

      *    The landed file being examined - read whole
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC INBOUND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INBOUND-STATUS.

      *    The dated copy in the staging area - written whole
           SELECT STAGED-FILE ASSIGN TO DYNAMIC STAGED-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-STATUS.

      *    Every file received, staged or rejected - appended, and
      *    read back by CTLDRIVE before a step on a staged input
           SELECT INTAKE-LOG-FILE ASSIGN TO "reports/intake_log.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTAKE-LOG-STATUS.

      *    The one alerts file the overnight operator is paged off -
      *    every program in the suite appends its breaches here
           SELECT ALERTS-FILE ASSIGN TO "reports/alerts.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTS-STATUS.

      *    The keyed alert master behind the flat alerts file - every
      *    breach is raised OPEN here too, so ALRTMNT can carry it
      *    through acknowledgment to closure
           SELECT ALERT-MASTER-FILE ASSIGN TO
                "reports/alert_master.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-MST-STATUS.

       DATA DIVISION.

         FILE SECTION.
         FD ARRIVALS-FILE.
         01 ARRIVAL-RECORD.
           02 ARR-REC-PATH PIC X(60).

         FD CHECKPOINT-FILE.
         01 CKPT-RECORD PIC 9(7).

         FD INTAKE-CONTROL-FILE.
      *  One expected file id per line - the program column is what
      *  the file feeds, carried onto the log for the operator
         01 INTAKE-CONTROL-RECORD.
           02 ICT-REC-FILE-ID PIC X(12).
           02 FILLER PIC X(1).
           02 ICT-REC-PROGRAM PIC X(12).

         FD CALENDAR-FILE.
         01 CALENDAR-RECORD.
           02 CAL-REC-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CAL-REC-TYPE PIC X(8).

         FD INBOUND-FILE.
         01 INBOUND-LINE PIC X(200).

         FD STAGED-FILE.
         01 STAGED-LINE PIC X(200).

         FD INTAKE-LOG-FILE.

           COPY INTKLOG REPLACING PFX-RECORD BY INTAKE-LOG-RECORD
                PFX-DATE BY ILG-REC-DATE
                PFX-TIME BY ILG-REC-TIME
                PFX-ACTION BY ILG-REC-ACTION
                PFX-ACTION-RECEIVED BY ILG-REC-RECEIVED
                PFX-ACTION-STAGED BY ILG-REC-STAGED
                PFX-ACTION-REJECTED BY ILG-REC-REJECTED
                PFX-FILE-ID BY ILG-REC-FILE-ID
                PFX-HDR-DATE BY ILG-REC-HDR-DATE
                PFX-LINES BY ILG-REC-LINES
                PFX-INBOUND-PATH BY ILG-REC-INBOUND-PATH
                PFX-STAGED-PATH BY ILG-REC-STAGED-PATH
                PFX-REASON BY ILG-REC-REASON.

         FD ALERTS-FILE.
         01 ALERT-LINE PIC X(100).

         FD ALERT-MASTER-FILE.

           COPY ALRTMST REPLACING PFX-RECORD BY ALERT-MASTER-RECORD
                PFX-ID BY AMS-REC-ID
                PFX-DATE BY AMS-REC-DATE
                PFX-TIME BY AMS-REC-TIME
                PFX-PROGRAM BY AMS-REC-PROGRAM
                PFX-STATE BY AMS-REC-STATE
                PFX-STATE-OPEN BY AMS-REC-STATE-OPEN
                PFX-STATE-ACKED BY AMS-REC-STATE-ACKED
                PFX-STATE-CLOSED BY AMS-REC-STATE-CLOSED
                PFX-OPERATOR BY AMS-REC-OPERATOR
                PFX-NOTE BY AMS-REC-NOTE
                PFX-DETAIL BY AMS-REC-DETAIL.

         FD LOCK-FILE.
         01 LOCK-IO-RECORD PIC X(44).

         WORKING-STORAGE SECTION.

      *  Run lock guard - ACQUIRE-RUN-LOCK refuses to start while a
      *  live lock is held, flags a stale one left by a crashed run,
      *  and the lock is rewritten RELEASED on every controlled way
      *  out. Only a crash leaves it ACTIVE.
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

      *  File statuses - 35 on the landing list just means nothing
      *  has landed yet, 35 on the calendar means no calendar
      *  enforcement, exactly as CTLDRIVE treats it
         01 ARRIVALS-STATUS PIC X(2) VALUE SPACES.
           88 ARRIVALS-OK VALUE "00".
           88 ARRIVALS-NOT-FOUND VALUE "35".
         01 CKPT-STATUS PIC X(2) VALUE SPACES.
           88 CKPT-OK VALUE "00".
         01 INTAKE-CTL-STATUS PIC X(2) VALUE SPACES.
           88 INTAKE-CTL-OK VALUE "00".
         01 CALENDAR-STATUS PIC X(2) VALUE SPACES.
           88 CALENDAR-OK VALUE "00".
           88 CALENDAR-NOT-FOUND VALUE "35".
         01 INBOUND-STATUS PIC X(2) VALUE SPACES.
           88 INBOUND-OK VALUE "00".
           88 INBOUND-NOT-FOUND VALUE "35".
         01 STAGED-STATUS PIC X(2) VALUE SPACES.
           88 STAGED-OK VALUE "00".
         01 INTAKE-LOG-STATUS PIC X(2) VALUE SPACES.
           88 INTAKE-LOG-OK VALUE "00".
           88 INTAKE-LOG-NOT-FOUND VALUE "35".

      *  The resolved paths the dynamic files open through
         01 INBOUND-PATH PIC X(60) VALUE SPACES.
         01 STAGED-PATH PIC X(60) VALUE SPACES.

      *  The expected file ids, in control file order
         01 MAX-INTAKE-IDS PIC 9(2) VALUE 40.
         01 INTAKE-ID-COUNT PIC 9(2) VALUE 0.
         01 INTAKE-ID-TABLE.
           02 INTAKE-ID-ENTRY OCCURS 40 TIMES.
             03 ICT-FILE-ID PIC X(12).
             03 ICT-PROGRAM PIC X(12).

      *  Pointer to an expected file id, and the one matched
         01 I PIC 9(2) VALUE 0.
         01 I-FOUND PIC 9(2) VALUE 0.

      *  The date CTLDRIVE will process next - today when today is a
      *  RUNDAY or there is no calendar, otherwise the first RUNDAY
      *  after today, so a file sent ahead over a holiday is staged
      *  for the day it belongs to
         01 PROCESS-DATE PIC 9(8) VALUE 0.
         01 CAL-DATE-READ PIC 9(8) VALUE 0.
         01 EOF PIC A(1) VALUE "N".

      *  Landing list position - lines already dealt with by earlier
      *  sweeps, and how far this sweep has read
         01 START-POSITION PIC 9(7) VALUE 0.
         01 ARRIVAL-COUNT PIC 9(7) VALUE 0.
         01 ARRIVAL-TOTAL PIC 9(7) VALUE 0.

      *  The file in hand - what its header says, where it goes,
      *  and why it was turned away if it was
         01 INBOUND-HEADER-SW PIC X(1) VALUE "N".
           88 INBOUND-HEADER-PRESENT VALUE "Y".
         01 INBOUND-EOF PIC A(1) VALUE "N".
         01 FILE-REJECTED-SW PIC X(1) VALUE "N".
           88 FILE-REJECTED VALUE "Y".
         01 REJECT-REASON PIC X(30) VALUE SPACES.
         01 LINES-STAGED PIC 9(7) VALUE 0.
         01 ALREADY-STAGED-SW PIC X(1) VALUE "N".
           88 ALREADY-STAGED VALUE "Y".
         01 INTAKE-LOG-EOF PIC A(1) VALUE "N".

           COPY DAYENVL REPLACING PFX-HEADER BY INBOUND-HEADER
                PFX-HDR-TAG BY INB-HDR-TAG
                PFX-HDR-FILE-ID BY INB-HDR-FILE-ID
                PFX-HDR-DATE BY INB-HDR-DATE
                PFX-TRAILER BY INBOUND-TRAILER
                PFX-TRL-TAG BY INB-TRL-TAG
                PFX-TRL-COUNT BY INB-TRL-COUNT
                PFX-TRL-HASH BY INB-TRL-HASH.

      *  This sweep's tallies
         01 FILES-RECEIVED PIC 9(5) VALUE 0.
         01 FILES-STAGED PIC 9(5) VALUE 0.
         01 FILES-REJECTED PIC 9(5) VALUE 0.

      *  What the next intake log line records
         01 LOG-ACTION PIC X(8) VALUE SPACES.
         01 LOG-TIME PIC 9(8) VALUE 0.

      *  Breaches raised this run, and the alert master bookkeeping -
      *  the next id is one past the highest already on the master,
      *  the same way the day programs raise theirs
         01 ALERTS-STATUS PIC X(2) VALUE SPACES.
           88 ALERTS-FILE-OK VALUE "00".
           88 ALERTS-FILE-NOT-FOUND VALUE "35".
         01 ALERT-MST-STATUS PIC X(2) VALUE SPACES.
           88 ALERT-MST-OK VALUE "00".
           88 ALERT-MST-NOT-FOUND VALUE "35".
         01 ALERT-NEXT-ID PIC 9(6) VALUE 0.
         01 ALERT-MST-EOF PIC A(1) VALUE "N".
         01 ALERT-TIME-NOW PIC 9(8) VALUE 0.
         01 ALERT-COUNT PIC 9(2) VALUE 0.
         01 ALERT-DETAIL PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM LOAD-INTAKE-CONTROL.
           PERFORM FIND-PROCESS-DATE.
           PERFORM CHECK-RESTART.

           OPEN INPUT ARRIVALS-FILE.
           IF ARRIVALS-NOT-FOUND
             DISPLAY "INTAKE - nothing on the landing list yet"
           ELSE
             IF NOT ARRIVALS-OK
               DISPLAY "INTAKE ABEND - inbound/arrivals.txt did not "
                    "open cleanly, FILE STATUS " ARRIVALS-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM SKIP-TO-CHECKPOINT
             PERFORM SWEEP-ONE-ARRIVAL UNTIL EOF = "Y"
             CLOSE ARRIVALS-FILE
           END-IF.

           DISPLAY "INTAKE - processing date " PROCESS-DATE ", "
                FILES-RECEIVED " received, " FILES-STAGED " staged, "
                FILES-REJECTED " rejected".
           PERFORM ALL-FINISHED.
           GOBACK.

      *    Refuse to start while another copy holds a live lock - two
      *    sweeps of the same landing list would stage and log every
      *    new file twice. An ACTIVE lock dated before today is
      *    called out as stale so the operator clears it knowingly,
      *    not blind.
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
             DISPLAY "INTAKE - STALE run lock: " LOCK-PROGRAM
                  " marked running by " LOCK-USER " since "
                  LOCK-DATE " " LOCK-TIME " - a crashed run likely "
                  "left it; clear checkpoints/intake.lck only once "
                  "certain no run is live"
           ELSE
             DISPLAY "INTAKE - run lock held: " LOCK-PROGRAM
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
           MOVE "INTAKE" TO LOCK-PROGRAM.
           MOVE LOCK-TODAY TO LOCK-DATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           MOVE LOCK-USER-NAME TO LOCK-USER.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "INTAKE WARNING - checkpoints/intake.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
                  " - running unguarded"
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    Rewritten RELEASED on every controlled way out - only a
      *    crash leaves the ACTIVE record behind, which is exactly
      *    what makes a leftover ACTIVE lock worth flagging.
       RELEASE-RUN-LOCK.
           ACCEPT LOCK-NOW FROM TIME.
           MOVE "RELEASED" TO LOCK-STATE.
           MOVE LOCK-NOW TO LOCK-TIME.
           OPEN OUTPUT LOCK-FILE.
           IF NOT LOCK-FILE-OK
             DISPLAY "INTAKE WARNING - checkpoints/intake.lck "
                  "did not open cleanly, FILE STATUS " LOCK-STATUS
           END-IF.
           MOVE LOCK-RECORD TO LOCK-IO-RECORD.
           WRITE LOCK-IO-RECORD.
           CLOSE LOCK-FILE.

      *    Without the list of expected file ids nothing can be
      *    recognised, so nothing is swept - the landing list keeps
      *    its place for the next sweep.
       LOAD-INTAKE-CONTROL.
           MOVE 0 TO INTAKE-ID-COUNT.
           OPEN INPUT INTAKE-CONTROL-FILE.
           IF NOT INTAKE-CTL-OK
             DISPLAY "INTAKE ABEND - data/intake_control.txt did "
                  "not open cleanly, FILE STATUS " INTAKE-CTL-STATUS
                  " - no file ids to recognise, nothing swept"
             PERFORM RELEASE-RUN-LOCK
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO EOF.
           PERFORM READ-INTAKE-CONTROL UNTIL EOF = "Y".
           CLOSE INTAKE-CONTROL-FILE.
           DISPLAY "INTAKE - " INTAKE-ID-COUNT
                " file id(s) expected".

      *    A record naming no file id is a stray blank line in the
      *    hand-edited file - skipped the same way CTLDRIVE's loaders
      *    pass over lines that are not theirs.
       READ-INTAKE-CONTROL.
           READ INTAKE-CONTROL-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND ICT-REC-FILE-ID IS NOT = SPACES
             IF INTAKE-ID-COUNT < MAX-INTAKE-IDS
               ADD 1 TO INTAKE-ID-COUNT
               MOVE ICT-REC-FILE-ID TO ICT-FILE-ID(INTAKE-ID-COUNT)
               MOVE ICT-REC-PROGRAM TO ICT-PROGRAM(INTAKE-ID-COUNT)
             ELSE
               DISPLAY "INTAKE WARNING - more than " MAX-INTAKE-IDS
                    " file id(s) in the control file, extras dropped"
             END-IF
           END-IF.

      *    The first RUNDAY on or after today - the date CTLDRIVE
      *    will process next. No calendar means CTLDRIVE runs
      *    whenever it is fired, so the date is simply today. A
      *    calendar with no RUNDAY left on it stages nothing, and the
      *    landing list keeps its place until the calendar is rolled
      *    forward.
       FIND-PROCESS-DATE.
           MOVE 0 TO PROCESS-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-NOT-FOUND
             MOVE LOCK-TODAY TO PROCESS-DATE
           ELSE
             IF NOT CALENDAR-OK
               DISPLAY "INTAKE WARNING - data/run_calendar.txt did "
                    "not open cleanly, FILE STATUS " CALENDAR-STATUS
                    " - staging for today"
               MOVE LOCK-TODAY TO PROCESS-DATE
             ELSE
               MOVE "N" TO EOF
               PERFORM READ-CALENDAR-RECORD UNTIL EOF = "Y"
               CLOSE CALENDAR-FILE
             END-IF
           END-IF.
           IF PROCESS-DATE = 0
             MOVE SPACES TO ALERT-DETAIL
             STRING "NO PROCESSING DAY ON THE CALENDAR FROM "
                  LOCK-TODAY " - NOTHING STAGED"
                  DELIMITED BY SIZE INTO ALERT-DETAIL
             PERFORM WRITE-ALERT
             DISPLAY "INTAKE WARNING - no RUNDAY on the calendar on "
                  "or after " LOCK-TODAY " - nothing swept"
             PERFORM ALL-FINISHED
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y" AND CAL-REC-DATE IS NUMERIC
                AND CAL-REC-TYPE = "RUNDAY"
             MOVE CAL-REC-DATE TO CAL-DATE-READ
             IF CAL-DATE-READ >= LOCK-TODAY
                  AND (PROCESS-DATE = 0
                  OR CAL-DATE-READ < PROCESS-DATE)
               MOVE CAL-DATE-READ TO PROCESS-DATE
             END-IF
           END-IF.

      *    Where the last sweep stopped. The landing list is only
      *    ever appended to, so a list now shorter than the saved
      *    position has been cut back since - the sweep then starts
      *    again from the top of what is there.
       CHECK-RESTART.
           MOVE 0 TO START-POSITION.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-OK
             READ CHECKPOINT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CKPT-RECORD IS NUMERIC
                   MOVE CKPT-RECORD TO START-POSITION
                 END-IF
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF.
           IF START-POSITION > 0
             PERFORM COUNT-ARRIVALS
             IF ARRIVAL-TOTAL < START-POSITION
               DISPLAY "INTAKE - landing list holds " ARRIVAL-TOTAL
                    " line(s), fewer than the " START-POSITION
                    " already swept - it has been cut back, "
                    "sweeping from the top"
               MOVE 0 TO START-POSITION
             END-IF
           END-IF.

       COUNT-ARRIVALS.
           MOVE 0 TO ARRIVAL-TOTAL.
           OPEN INPUT ARRIVALS-FILE.
           IF ARRIVALS-OK
             MOVE "N" TO EOF
             PERFORM COUNT-ONE-ARRIVAL UNTIL EOF = "Y"
             CLOSE ARRIVALS-FILE
           END-IF.

       COUNT-ONE-ARRIVAL.
           READ ARRIVALS-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             ADD 1 TO ARRIVAL-TOTAL
           END-IF.

      *    Line sequential has no random access, so the lines earlier
      *    sweeps dealt with are read past.
       SKIP-TO-CHECKPOINT.
           MOVE 0 TO ARRIVAL-COUNT.
           MOVE "N" TO EOF.
           PERFORM UNTIL ARRIVAL-COUNT >= START-POSITION
                OR EOF = "Y"
             READ ARRIVALS-FILE AT END MOVE "Y" TO EOF END-READ
             IF EOF IS NOT = "Y"
               ADD 1 TO ARRIVAL-COUNT
             END-IF
           END-PERFORM.

      *    One landed file, start to finish, then the position is
      *    committed - a crash part way through a sweep resumes at
      *    the file it was working on, not at the top of the list.
       SWEEP-ONE-ARRIVAL.
           READ ARRIVALS-FILE AT END MOVE "Y" TO EOF.
           IF EOF IS NOT = "Y"
             ADD 1 TO ARRIVAL-COUNT
             IF ARR-REC-PATH IS NOT = SPACES
               MOVE ARR-REC-PATH TO INBOUND-PATH
               PERFORM EXAMINE-INBOUND-FILE
             END-IF
             PERFORM WRITE-CHECKPOINT
           END-IF.

      *    The header decides everything - no HDR record, a file id
      *    nobody expects, or a business date other than the one the
      *    job will process next, and the file is turned away before
      *    a line of it is copied.
       EXAMINE-INBOUND-FILE.
           MOVE "N" TO FILE-REJECTED-SW.
           MOVE "N" TO INBOUND-HEADER-SW.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO STAGED-PATH.
           MOVE SPACES TO INBOUND-HEADER.
           MOVE 0 TO LINES-STAGED.
           OPEN INPUT INBOUND-FILE.
           IF NOT INBOUND-OK
             MOVE "NOT ON DISK OR WOULD NOT OPEN" TO REJECT-REASON
             PERFORM REJECT-INBOUND-FILE
           ELSE
             MOVE "N" TO INBOUND-EOF
             MOVE SPACES TO INBOUND-LINE
             READ INBOUND-FILE AT END MOVE "Y" TO INBOUND-EOF
             END-READ
             IF INBOUND-EOF IS NOT = "Y" AND INBOUND-LINE(1:4) = "HDR "
               MOVE INBOUND-LINE TO INBOUND-HEADER
               MOVE "Y" TO INBOUND-HEADER-SW
             END-IF
             ADD 1 TO FILES-RECEIVED
             MOVE "RECEIVED" TO LOG-ACTION
             PERFORM WRITE-INTAKE-LOG
             PERFORM CHECK-INBOUND-HEADER
             IF FILE-REJECTED
               CLOSE INBOUND-FILE
               PERFORM REJECT-INBOUND-FILE
             ELSE
               PERFORM STAGE-INBOUND-FILE
             END-IF
           END-IF.

       CHECK-INBOUND-HEADER.
           IF NOT INBOUND-HEADER-PRESENT
             MOVE "Y" TO FILE-REJECTED-SW
             MOVE "NO TRANSMISSION HEADER" TO REJECT-REASON
           ELSE
             MOVE 0 TO I-FOUND
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > INTAKE-ID-COUNT
               IF ICT-FILE-ID(I) = INB-HDR-FILE-ID
                 MOVE I TO I-FOUND
               END-IF
             END-PERFORM
             IF I-FOUND = 0
               MOVE "Y" TO FILE-REJECTED-SW
               MOVE "FILE ID NOT EXPECTED" TO REJECT-REASON
             ELSE
               IF INB-HDR-DATE IS NOT NUMERIC
                    OR INB-HDR-DATE IS NOT = PROCESS-DATE
                 MOVE "Y" TO FILE-REJECTED-SW
                 STRING "BUSINESS DATE NOT " PROCESS-DATE
                      DELIMITED BY SIZE INTO REJECT-REASON
               ELSE
                 PERFORM BUILD-STAGED-PATH
                 PERFORM FIND-ALREADY-STAGED
                 IF ALREADY-STAGED
                   MOVE "Y" TO FILE-REJECTED-SW
                   MOVE "ALREADY STAGED FOR THIS DATE"
                        TO REJECT-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    data/staged/<file id>.<business date> - the name a control
      *    file line points at, with YYYYMMDD standing in for the
      *    date in data/run_control.txt.
       BUILD-STAGED-PATH.
           MOVE SPACES TO STAGED-PATH.
           STRING "data/staged/" DELIMITED BY SIZE
                INB-HDR-FILE-ID DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                INB-HDR-DATE DELIMITED BY SIZE
                INTO STAGED-PATH.

      *    A second file for the same id and date would overwrite one
      *    the job may already have scored - the first one staged
      *    stands, and the duplicate is left for the operator.
       FIND-ALREADY-STAGED.
           MOVE "N" TO ALREADY-STAGED-SW.
           OPEN INPUT INTAKE-LOG-FILE.
           IF INTAKE-LOG-OK
             MOVE "N" TO INTAKE-LOG-EOF
             PERFORM READ-STAGED-ENTRY UNTIL INTAKE-LOG-EOF = "Y"
             CLOSE INTAKE-LOG-FILE
           END-IF.

       READ-STAGED-ENTRY.
           READ INTAKE-LOG-FILE AT END MOVE "Y" TO INTAKE-LOG-EOF.
           IF INTAKE-LOG-EOF IS NOT = "Y"
             IF ILG-REC-STAGED AND ILG-REC-STAGED-PATH = STAGED-PATH
               MOVE "Y" TO ALREADY-STAGED-SW
             END-IF
           END-IF.

      *    INBOUND-FILE is already open with the header line in hand
      *    when this runs. The STAGED log line is only written once
      *    the copy is complete, so CTLDRIVE never picks up a staged
      *    file that is still being written.
       STAGE-INBOUND-FILE.
           OPEN OUTPUT STAGED-FILE.
           IF NOT STAGED-OK
             CLOSE INBOUND-FILE
             STRING "STAGING OPEN FAILED STATUS " STAGED-STATUS
                  DELIMITED BY SIZE INTO REJECT-REASON
             PERFORM REJECT-INBOUND-FILE
           ELSE
             PERFORM COPY-INBOUND-LINE UNTIL INBOUND-EOF = "Y"
             CLOSE STAGED-FILE
             CLOSE INBOUND-FILE
             ADD 1 TO FILES-STAGED
             MOVE "STAGED" TO LOG-ACTION
             PERFORM WRITE-INTAKE-LOG
             DISPLAY "INTAKE - staged " INB-HDR-FILE-ID " "
                  INB-HDR-DATE " for " ICT-PROGRAM(I-FOUND) ", "
                  LINES-STAGED " line(s) as " STAGED-PATH
           END-IF.

       COPY-INBOUND-LINE.
           MOVE INBOUND-LINE TO STAGED-LINE.
           WRITE STAGED-LINE.
           ADD 1 TO LINES-STAGED.
           MOVE SPACES TO INBOUND-LINE.
           READ INBOUND-FILE AT END MOVE "Y" TO INBOUND-EOF.

      *    Logged, alerted, and left in inbound/ for the operator -
      *    the job will hold the step this file was meant for until
      *    a good copy is staged.
       REJECT-INBOUND-FILE.
           ADD 1 TO FILES-REJECTED.
           MOVE SPACES TO STAGED-PATH.
           MOVE "REJECTED" TO LOG-ACTION.
           PERFORM WRITE-INTAKE-LOG.
           DISPLAY "INTAKE - rejected " INBOUND-PATH " - "
                REJECT-REASON.
           MOVE SPACES TO ALERT-DETAIL.
           STRING "REJECTED " DELIMITED BY SIZE
                INBOUND-PATH DELIMITED BY SPACE
                " " REJECT-REASON DELIMITED BY SIZE
                INTO ALERT-DETAIL.
           PERFORM WRITE-ALERT.

      *    One line per action - same first-run wrinkle as the other
      *    appended files.
       WRITE-INTAKE-LOG.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND INTAKE-LOG-FILE.
           IF INTAKE-LOG-NOT-FOUND
             OPEN OUTPUT INTAKE-LOG-FILE
           END-IF.
           IF NOT INTAKE-LOG-OK
             DISPLAY "INTAKE WARNING - reports/intake_log.txt did "
                  "not open cleanly, FILE STATUS " INTAKE-LOG-STATUS
           END-IF.
           MOVE SPACES TO INTAKE-LOG-RECORD.
           MOVE LOCK-TODAY TO ILG-REC-DATE.
           MOVE LOG-TIME TO ILG-REC-TIME.
           MOVE LOG-ACTION TO ILG-REC-ACTION.
           MOVE 0 TO ILG-REC-HDR-DATE.
           IF INBOUND-HEADER-PRESENT
             MOVE INB-HDR-FILE-ID TO ILG-REC-FILE-ID
             IF INB-HDR-DATE IS NUMERIC
               MOVE INB-HDR-DATE TO ILG-REC-HDR-DATE
             END-IF
           END-IF.
           MOVE LINES-STAGED TO ILG-REC-LINES.
           MOVE INBOUND-PATH TO ILG-REC-INBOUND-PATH.
           MOVE STAGED-PATH TO ILG-REC-STAGED-PATH.
           IF LOG-ACTION = "REJECTED"
             MOVE REJECT-REASON TO ILG-REC-REASON
           END-IF.
           WRITE INTAKE-LOG-RECORD.
           IF NOT INTAKE-LOG-OK
             DISPLAY "INTAKE WARNING - intake log line did not "
                  "write cleanly, FILE STATUS " INTAKE-LOG-STATUS
           END-IF.
           CLOSE INTAKE-LOG-FILE.

      *    Commit the landing list position after every file, so a
      *    crash never stages or logs the same file twice.
       WRITE-CHECKPOINT.
           MOVE ARRIVAL-COUNT TO CKPT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT CKPT-OK
             DISPLAY "INTAKE WARNING - checkpoints/intake.ckpt did "
                  "not open cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           WRITE CKPT-RECORD.
           IF NOT CKPT-OK
             DISPLAY "INTAKE WARNING - checkpoint did not write "
                  "cleanly, FILE STATUS " CKPT-STATUS
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *    One dated line per breach in the alerts file the operator
      *    is paged off, plus the same breach raised OPEN onto the
      *    keyed alert master so ALRTMNT can carry it through
      *    acknowledgment to closure - the same pair the day
      *    programs write.
       WRITE-ALERT.
           ADD 1 TO ALERT-COUNT.
           OPEN EXTEND ALERTS-FILE.
           IF ALERTS-FILE-NOT-FOUND
             OPEN OUTPUT ALERTS-FILE
           END-IF.
           IF NOT ALERTS-FILE-OK
             DISPLAY "INTAKE WARNING - reports/alerts.txt did "
                  "not open cleanly, FILE STATUS " ALERTS-STATUS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING LOCK-TODAY " INTAKE ALERT "
                ALERT-DETAIL
                DELIMITED BY SIZE INTO ALERT-LINE.
           WRITE ALERT-LINE.
           IF NOT ALERTS-FILE-OK
             DISPLAY "INTAKE WARNING - alert did not write "
                  "cleanly, FILE STATUS " ALERTS-STATUS
           END-IF.
           CLOSE ALERTS-FILE.
           PERFORM WRITE-ALERT-MASTER.

       WRITE-ALERT-MASTER.
           PERFORM FIND-NEXT-ALERT-ID.
           ACCEPT ALERT-TIME-NOW FROM TIME.
           OPEN EXTEND ALERT-MASTER-FILE.
           IF ALERT-MST-NOT-FOUND
             OPEN OUTPUT ALERT-MASTER-FILE
           END-IF.
           IF NOT ALERT-MST-OK
             DISPLAY "INTAKE WARNING - reports/alert_master.txt "
                  "did not open cleanly, FILE STATUS "
                  ALERT-MST-STATUS
           END-IF.
           MOVE SPACES TO ALERT-MASTER-RECORD.
           MOVE ALERT-NEXT-ID TO AMS-REC-ID.
           MOVE LOCK-TODAY TO AMS-REC-DATE.
           MOVE ALERT-TIME-NOW TO AMS-REC-TIME.
           MOVE "INTAKE" TO AMS-REC-PROGRAM.
           MOVE "OPEN" TO AMS-REC-STATE.
           MOVE ALERT-DETAIL TO AMS-REC-DETAIL.
           WRITE ALERT-MASTER-RECORD.
           IF NOT ALERT-MST-OK
             DISPLAY "INTAKE WARNING - alert master line did "
                  "not write cleanly, FILE STATUS " ALERT-MST-STATUS
           END-IF.
           CLOSE ALERT-MASTER-FILE.

      *    One past the highest id already on the master - read
      *    through rather than guessed, so ids stay unique across
      *    every program that raises here.
       FIND-NEXT-ALERT-ID.
           MOVE 1 TO ALERT-NEXT-ID.
           OPEN INPUT ALERT-MASTER-FILE.
           IF ALERT-MST-OK
             MOVE "N" TO ALERT-MST-EOF
             PERFORM READ-ALERT-ID-RECORD UNTIL ALERT-MST-EOF = "Y"
             CLOSE ALERT-MASTER-FILE
           END-IF.

       READ-ALERT-ID-RECORD.
           READ ALERT-MASTER-FILE AT END MOVE "Y" TO ALERT-MST-EOF.
           IF ALERT-MST-EOF IS NOT = "Y"
             IF AMS-REC-ID IS NUMERIC AND AMS-REC-ID >= ALERT-NEXT-ID
               COMPUTE ALERT-NEXT-ID = AMS-REC-ID + 1
             END-IF
           END-IF.

      *    Zero tells a calling control program every file on the
      *    landing list was staged; the warning value says at least
      *    one was rejected and the alerts file has which.
       ALL-FINISHED.
           PERFORM RELEASE-RUN-LOCK.
           IF ALERT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
