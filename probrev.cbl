       IDENTIFICATION DIVISION.
         PROGRAM-ID. PROBREV.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIERCLIENT ASSIGN TO "FICHIERCLIENT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-CODE
           ALTERNATE RECORD KEY IS CLIENT-NAME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENT-DEPT
               WITH DUPLICATES
           FILE STATUS IS WS-FICHIERCLIENT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CLIJRNL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HANDOFF-FILE ASSIGN TO "OFFBOARDQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HANDOFF-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  HANDOFF-FILE.
           COPY OFFQREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-HANDOFF-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-OVERRIDE-CHOICE      PIC X VALUE SPACE.
       01  WS-CONFIRM-CHOICE       PIC X VALUE SPACE.
       01  WS-OUTCOME-CHOICE       PIC X VALUE SPACE.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PROBLNK.

       01  WS-REVIEW-CODE     PIC X(9) VALUE SPACES.
       01  WS-DONE            PIC X VALUE 'N'.
       01  WS-REWRITE-OK      PIC X VALUE 'N'.
       01  WS-SINCE-WARNED    PIC X VALUE 'N'.

      *    An extension is a whole number of months, at most a
      *    year at a time and two years in all.
       01  WS-EXT-INPUT       PIC X(2) VALUE SPACES.
       01  WS-EXT-ADD         PIC 9(2) VALUE ZEROS.
       01  WS-EXT-OLD         PIC 9(2) VALUE ZEROS.
       01  WS-EXT-NEW         PIC 9(2) VALUE ZEROS.
       01  WS-EXT-MAX-STEP    PIC 9(2) VALUE 12.
       01  WS-EXT-MAX-TOTAL   PIC 9(2) VALUE 24.

       01  WS-END-DATE        PIC X(8) VALUE SPACES.
       01  WS-TODAY           PIC X(8) VALUE SPACES.
       01  WS-CURRENT-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JRNL-ACTION     PIC X     VALUE SPACE.
       01  WS-JRNL-BEFORE     PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER      PIC X(80) VALUE SPACES.
       01  WS-AUDIT-OUTCOME   PIC X     VALUE SPACE.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Probation review outcomes: for each client code keyed
      *    in, shows the probation period and end date the shared
      *    PROBCHK works out and records the manager's decision
      *    on the master, with a journal record like any other
      *    master change:
      *      C - confirmed, probation over;
      *      E - extended by a number of months, the end date
      *          moving out accordingly and PROBRPT listing the
      *          client again as the new end comes up;
      *      F - failed; the client is handed to OFFBOARD with
      *          the probation end date as the termination date,
      *          and OFFBOARD is started straight away when that
      *          date has been reached. A later end date waits on
      *          OFFBOARDQ.txt until an OFFBOARD session on or
      *          after it.
      *    Rehires (an earlier spell on SPELLS.txt) are not on
      *    probation and are refused, as are terminated clients
      *    and clients whose outcome is already recorded.
      *    Operator authority gate: the shared OPERAUTH check
      *    against the same USER value the audit log captures.
      *    The refusal message and audit entry come from the
      *    subprogram.
           MOVE "MAINTAIN" TO OPAUTH-FUNCTION.
           MOVE "PROBREV"  TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLAIM-RUN-CONTROL.
           PERFORM OPEN-CLIENT-MASTER.

           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "Client code for probation review (blank to "
                       "quit): "
               ACCEPT WS-REVIEW-CODE
               IF WS-REVIEW-CODE = SPACES
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM REVIEW-ONE-CLIENT
               END-IF
           END-PERFORM.

           CLOSE FICHIERCLIENT.
           PERFORM RELEASE-RUN-CONTROL.
           STOP RUN.

       CLAIM-RUN-CONTROL.
           MOVE "C"       TO RUNCTL-ACTION.
           MOVE "PROBREV" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           IF RUNCTL-GRANTED NOT = 'Y'
               DISPLAY "Override the claim? Only if the holder has "
                       "crashed (Y/N): "
               ACCEPT WS-OVERRIDE-CHOICE
               IF WS-OVERRIDE-CHOICE = "Y" OR "y"
                   MOVE "O" TO RUNCTL-ACTION
                   CALL "RUNCTL" USING RUNCTL-REQUEST
               ELSE
                   DISPLAY "Client master left with its holder, "
                           "nothing done."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RELEASE-RUN-CONTROL.
           MOVE "R"       TO RUNCTL-ACTION.
           MOVE "PROBREV" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.

       OPEN-CLIENT-MASTER.
           OPEN I-O FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVIEW-ONE-CLIENT.
           MOVE WS-REVIEW-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   DISPLAY "Client " WS-REVIEW-CODE " not found."
               NOT INVALID KEY
                   PERFORM CHECK-AND-REVIEW
           END-READ.

       CHECK-AND-REVIEW.
           PERFORM CALL-PROBCHK.
           EVALUATE TRUE
               WHEN CLIENT-STATUS = "T"
                   DISPLAY "Client " CLIENT-CODE " is terminated "
                           "(on " CLIENT-TERM-DATE "), no review."
               WHEN CLIENT-PROB-STATUS = "C"
                   DISPLAY "Client " CLIENT-CODE " has already "
                           "passed probation."
               WHEN CLIENT-PROB-STATUS = "F"
                   DISPLAY "Client " CLIENT-CODE " has already "
                           "failed probation and been handed to "
                           "OFFBOARD."
               WHEN PROBCHK-RESULT = "R"
                   DISPLAY "Client " CLIENT-CODE " is a rehire "
                           "(earlier spell on SPELLS.txt) and is "
                           "not on probation."
               WHEN PROBCHK-RESULT = "N"
                   DISPLAY "Client " CLIENT-CODE " has no valid "
                           "hire date (" CLIENT-HIRE-DATE "), "
                           "correct it through CLIENTMNT first."
               WHEN OTHER
                   IF PROBCHK-RESULT = "O"
                       DISPLAY "WARNING: client " CLIENT-CODE
                               " was hired before probations were "
                               "tracked (SINCE on PROBPARM.txt)."
                   END-IF
                   PERFORM SHOW-PROBATION
                   PERFORM ACCEPT-OUTCOME
           END-EVALUATE.

       CALL-PROBCHK.
           MOVE CLIENT-CODE      TO PROBCHK-CLIENT-CODE.
           MOVE CLIENT-DEPT      TO PROBCHK-DEPT.
           MOVE CLIENT-HIRE-DATE TO PROBCHK-HIRE-DATE.
           MOVE CLIENT-PROB-STATUS TO PROBCHK-PROB-STATUS.
           MOVE CLIENT-PROB-EXT  TO PROBCHK-EXT.
           CALL "PROBCHK" USING PROBCHK-REQUEST.
           MOVE PROBCHK-END-DATE TO WS-END-DATE.
           IF PROBCHK-SINCE-FOUND = 'N' AND WS-SINCE-WARNED = 'N'
               DISPLAY "WARNING: PROBPARM.txt has no SINCE line, "
                       "every hire is treated as on probation."
               MOVE 'Y' TO WS-SINCE-WARNED
           END-IF.

       SHOW-PROBATION.
           IF CLIENT-PROB-EXT IS NUMERIC
               MOVE CLIENT-PROB-EXT TO WS-EXT-OLD
           ELSE
               MOVE ZEROS TO WS-EXT-OLD
           END-IF.
           DISPLAY "Client " CLIENT-CODE " (" CLIENT-NAME ") "
                   CLIENT-DEPT.
           DISPLAY "  Hired " CLIENT-HIRE-DATE ", probation "
                   PROBCHK-MONTHS " month(s) including "
                   WS-EXT-OLD " month(s) extension, ends "
                   WS-END-DATE ".".

       ACCEPT-OUTCOME.
           DISPLAY "Outcome - C confirm, E extend, F fail "
                   "(blank to leave unchanged): ".
           ACCEPT WS-OUTCOME-CHOICE.
           EVALUATE WS-OUTCOME-CHOICE
               WHEN "C" WHEN "c"
                   PERFORM CONFIRM-PROBATION
               WHEN "E" WHEN "e"
                   PERFORM EXTEND-PROBATION
               WHEN "F" WHEN "f"
                   PERFORM FAIL-PROBATION
               WHEN OTHER
                   DISPLAY "Client left unchanged."
           END-EVALUATE.

       CONFIRM-PROBATION.
           DISPLAY "Confirm " CLIENT-CODE " as having passed "
                   "probation (Y/N)? ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND "y"
               DISPLAY "Client left unchanged."
           ELSE
               MOVE CLIENT-RECORD TO WS-JRNL-BEFORE
               MOVE "C" TO CLIENT-PROB-STATUS
               PERFORM REWRITE-CLIENT
               IF WS-REWRITE-OK = 'Y'
                   DISPLAY "Client " CLIENT-CODE " confirmed."
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

       EXTEND-PROBATION.
           DISPLAY "Extend by how many months (1-12)? ".
           ACCEPT WS-EXT-INPUT.
           IF WS-EXT-INPUT(2:1) = SPACE
               MOVE WS-EXT-INPUT(1:1) TO WS-EXT-INPUT(2:1)
               MOVE "0"               TO WS-EXT-INPUT(1:1)
           END-IF.
           IF WS-EXT-INPUT IS NUMERIC
               MOVE WS-EXT-INPUT TO WS-EXT-ADD
           ELSE
               MOVE ZEROS TO WS-EXT-ADD
           END-IF.
           COMPUTE WS-EXT-NEW = WS-EXT-OLD + WS-EXT-ADD.
           EVALUATE TRUE
               WHEN WS-EXT-ADD = ZERO
                  OR WS-EXT-ADD > WS-EXT-MAX-STEP
                   DISPLAY "An extension is 1 to 12 months, client "
                           "left unchanged."
               WHEN WS-EXT-NEW > WS-EXT-MAX-TOTAL
                   DISPLAY "Extensions may not pass 24 months in "
                           "all (" WS-EXT-OLD " already granted), "
                           "client left unchanged."
               WHEN OTHER
                   PERFORM APPLY-EXTENSION
           END-EVALUATE.

       APPLY-EXTENSION.
           MOVE CLIENT-RECORD TO WS-JRNL-BEFORE.
           MOVE "E"        TO CLIENT-PROB-STATUS.
           MOVE WS-EXT-NEW TO CLIENT-PROB-EXT.
           PERFORM CALL-PROBCHK.
           DISPLAY "Extend " CLIENT-CODE " by " WS-EXT-ADD
                   " month(s), probation to end " WS-END-DATE
                   " (Y/N)? ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND "y"
               DISPLAY "Client left unchanged."
           ELSE
               PERFORM REWRITE-CLIENT
               IF WS-REWRITE-OK = 'Y'
                   DISPLAY "Client " CLIENT-CODE " probation "
                           "extended to " WS-END-DATE "."
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

      *    The probation end date is the termination date. OFFBOARD
      *    is run at once only when that date has been reached -
      *    it refuses future dates - and the master is handed over
      *    to it for the run and claimed back afterwards.
       FAIL-PROBATION.
           DISPLAY "Record " CLIENT-CODE " as having failed "
                   "probation and hand to OFFBOARD for termination "
                   "effective " WS-END-DATE " (Y/N)? ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND "y"
               DISPLAY "Client left unchanged."
           ELSE
               MOVE CLIENT-RECORD TO WS-JRNL-BEFORE
               MOVE "F" TO CLIENT-PROB-STATUS
               PERFORM REWRITE-CLIENT
               IF WS-REWRITE-OK = 'Y'
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM QUEUE-HANDOFF
                   PERFORM START-OFFBOARDING
               END-IF
           END-IF.

       QUEUE-HANDOFF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           OPEN EXTEND HANDOFF-FILE.
           IF WS-HANDOFF-STATUS NOT = "00"
               OPEN OUTPUT HANDOFF-FILE
               CLOSE HANDOFF-FILE
               OPEN EXTEND HANDOFF-FILE
           END-IF.
           MOVE SPACES      TO OFFQ-RECORD.
           MOVE CLIENT-CODE TO OFFQ-CLIENT-CODE.
           MOVE WS-END-DATE TO OFFQ-TERM-DATE.
           MOVE "PROBREV"   TO OFFQ-SOURCE.
           MOVE WS-TODAY    TO OFFQ-QUEUED-DATE.
           WRITE OFFQ-RECORD.
           CLOSE HANDOFF-FILE.
           DISPLAY "Client " CLIENT-CODE " failed probation, handed "
                   "to OFFBOARD on OFFBOARDQ.txt.".

       START-OFFBOARDING.
           IF WS-END-DATE > WS-TODAY
               DISPLAY "Probation ends " WS-END-DATE " - OFFBOARD "
                       "will offer the termination in a session "
                       "on or after that date; PROBRPT lists the "
                       "client until then."
           ELSE
               CLOSE FICHIERCLIENT
               PERFORM RELEASE-RUN-CONTROL
               DISPLAY "Starting OFFBOARD for the hand-off."
               CALL "SYSTEM" USING "./offboard"
               PERFORM CLAIM-RUN-CONTROL
               PERFORM OPEN-CLIENT-MASTER
           END-IF.

       REWRITE-CLIENT.
           MOVE 'N' TO WS-REWRITE-OK.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "Probation outcome not recorded, rewrite "
                           "rejected."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-OK
                   MOVE "R"           TO WS-JRNL-ACTION
                   MOVE CLIENT-RECORD TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL
           END-REWRITE.

      *    One audit entry per outcome recorded, so the MAINTAIN
      *    grant used through PROBREV shows up in ACCRECERT. The
      *    result carries the end date, and the months granted in
      *    all for an extension.
       WRITE-AUDIT-LOG.
           MOVE CLIENT-PROB-STATUS TO WS-AUDIT-OUTCOME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE "PROBREV" TO AUDIT-PROGRAM.
           STRING "code=" CLIENT-CODE " outcome=" WS-AUDIT-OUTCOME
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           IF WS-AUDIT-OUTCOME = "E"
               STRING "end=" WS-END-DATE " ext=" CLIENT-PROB-EXT
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               STRING "end=" WS-END-DATE
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.

      *    Before/after image of every change to the master, so
      *    CLIRECOV can roll the last backup forward to the moment
      *    of failure. The caller sets WS-JRNL-ACTION and the two
      *    images before performing this paragraph.
       WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JRNL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8)  TO JRNL-DATE.
           MOVE WS-CURRENT-STAMP(9:6)  TO JRNL-TIME.
           MOVE "PROBREV"       TO JRNL-PROGRAM.
           MOVE WS-JRNL-ACTION  TO JRNL-ACTION.
           MOVE WS-JRNL-BEFORE  TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER   TO JRNL-AFTER.
           WRITE JRNL-RECORD.
           CLOSE JOURNAL-FILE.
