           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HANDOFF-FILE ASSIGN TO "OFFBOARDQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HANDOFF-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE PIC X(80).

       FD  HANDOFF-FILE.
           COPY OFFQREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-PDSTAT-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-HANDOFF-STATUS       PIC X(2) VALUE "00".
       01  WS-PDSTAT-EOF           PIC X VALUE 'N'.
       01  WS-OVERRIDE-CHOICE      PIC X VALUE SPACE.
       01  WS-CONFIRM-CHOICE       PIC X VALUE SPACE.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PAYCALNK.
           COPY PERLKLNK.

       01  WS-TERM-CODE       PIC X(9) VALUE SPACES.
       01  WS-TERM-DATE       PIC X(8) VALUE SPACES.
       01  WS-DATE-VALID      PIC X VALUE 'N'.
       01  WS-DONE            PIC X VALUE 'N'.

      *    Hand-offs queued on OFFBOARDQ.txt by other programs,
      *    loaded whole so the queue can be rewritten with only
      *    the entries still waiting. A queue longer than the
      *    table is offered in part and left as it was; entries
      *    terminated this time drop off on a later run.
       01  WS-HANDOFF-EOF     PIC X VALUE 'N'.
       01  WS-HANDOFF-FULL    PIC X VALUE 'N'.
       01  WS-HANDOFF-DONE    PIC X VALUE 'N'.
       01  WS-HOQ-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-HOQ-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-HOQ-KEPT        PIC 9(3) VALUE ZEROS.
       01  WS-HOQ-TABLE.
           05  WS-HOQ-ENTRY OCCURS 200 TIMES.
               10  WS-HOQ-LINE PIC X(43) VALUE SPACES.
               10  WS-HOQ-KEEP PIC X     VALUE 'Y'.
           COPY OFFQREC REPLACING OFFQ-RECORD      BY HOQ-RECORD
                                  OFFQ-CLIENT-CODE BY HOQ-CLIENT-CODE
                                  OFFQ-TERM-DATE   BY HOQ-TERM-DATE
                                  OFFQ-SOURCE      BY HOQ-SOURCE
                                  OFFQ-QUEUED-DATE BY HOQ-QUEUED-DATE.

       01  WS-HIST-ACTION     PIC X    VALUE SPACE.
       01  WS-HIST-OLD-SALARY PIC X(9) VALUE SPACES.
       01  WS-HIST-NEW-SALARY PIC X(9) VALUE SPACES.
      *    sitting.
           OPEN OUTPUT WORKSHEET-FILE.

           PERFORM PROCESS-HANDOFFS.

           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "Client code to offboard (blank to quit): "
               ACCEPT WS-TERM-CODE
                       "terminated (on " CLIENT-TERM-DATE ")."
           ELSE
               PERFORM ACCEPT-TERMINATION-DATE
               PERFORM CHECK-PERIOD-LOCK
               IF PERLOCK-ALLOWED NOT = 'Y'
                   DISPLAY "Termination refused, client left "
                           "unchanged."
               ELSE
                   PERFORM CONFIRM-AND-APPLY
               END-IF
           END-IF.

      *    Clients handed over by another program (PROBREV for a
      *    failed probation) are offered first, each with the
      *    termination date that program gave, and go through the
      *    same date, period-lock and confirmation steps as a
      *    client keyed in. A date still in the future waits on
      *    the queue for a later session.
       PROCESS-HANDOFFS.
           PERFORM LOAD-HANDOFF-QUEUE.
           IF WS-HOQ-COUNT > ZERO
               DISPLAY WS-HOQ-COUNT " client(s) handed over for "
                       "offboarding on OFFBOARDQ.txt."
               PERFORM VARYING WS-HOQ-IDX FROM 1 BY 1
                       UNTIL WS-HOQ-IDX > WS-HOQ-COUNT
                   PERFORM OFFER-HANDOFF
               END-PERFORM
               IF WS-HANDOFF-FULL = 'Y'
                   DISPLAY "WARNING: OFFBOARDQ.txt holds more than "
                           "200 hand-offs, queue left as it was - "
                           "run again for the rest."
               ELSE
                   PERFORM REWRITE-HANDOFF-QUEUE
               END-IF
           END-IF.

       LOAD-HANDOFF-QUEUE.
           MOVE ZEROS TO WS-HOQ-COUNT.
           OPEN INPUT HANDOFF-FILE.
           IF WS-HANDOFF-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 'N' TO WS-HANDOFF-EOF
               PERFORM UNTIL WS-HANDOFF-EOF = 'Y'
                   READ HANDOFF-FILE
                       AT END MOVE 'Y' TO WS-HANDOFF-EOF
                       NOT AT END PERFORM LOAD-HANDOFF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HANDOFF-FILE
           END-IF.

       LOAD-HANDOFF-ENTRY.
           IF OFFQ-CLIENT-CODE = SPACES
               CONTINUE
           ELSE
               IF WS-HOQ-COUNT < 200
                   ADD 1 TO WS-HOQ-COUNT
                   MOVE OFFQ-RECORD TO WS-HOQ-LINE(WS-HOQ-COUNT)
                   MOVE 'Y'         TO WS-HOQ-KEEP(WS-HOQ-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HANDOFF-FULL
               END-IF
           END-IF.

       OFFER-HANDOFF.
           MOVE WS-HOQ-LINE(WS-HOQ-IDX) TO HOQ-RECORD.
           DISPLAY "Hand-off from " HOQ-SOURCE ": client "
                   HOQ-CLIENT-CODE " to terminate effective "
                   HOQ-TERM-DATE ".".
           MOVE HOQ-CLIENT-CODE TO WS-TERM-CODE.
           MOVE HOQ-CLIENT-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   DISPLAY "Client " HOQ-CLIENT-CODE " not found, "
                           "hand-off dropped."
                   MOVE 'N' TO WS-HOQ-KEEP(WS-HOQ-IDX)
               NOT INVALID KEY
                   PERFORM CHECK-HANDOFF
           END-READ.

       CHECK-HANDOFF.
           IF CLIENT-STATUS = "T"
               DISPLAY "Client " CLIENT-CODE " is already "
                       "terminated (on " CLIENT-TERM-DATE "), "
                       "hand-off dropped."
               MOVE 'N' TO WS-HOQ-KEEP(WS-HOQ-IDX)
           ELSE
               MOVE HOQ-TERM-DATE TO WS-TERM-DATE
               PERFORM VALIDATE-TERMINATION-DATE
               IF WS-DATE-VALID NOT = 'Y'
                   DISPLAY "Termination date " WS-TERM-DATE " is "
                           "not yet reached or not valid, hand-off "
                           "kept for a later session."
               ELSE
                   PERFORM CHECK-PERIOD-LOCK
                   IF PERLOCK-ALLOWED NOT = 'Y'
                       DISPLAY "Termination refused, hand-off kept "
                               "on the queue."
                   ELSE
                       MOVE 'N' TO WS-HANDOFF-DONE
                       PERFORM CONFIRM-AND-APPLY
                       IF WS-HANDOFF-DONE = 'Y'
                           MOVE 'N' TO WS-HOQ-KEEP(WS-HOQ-IDX)
                       ELSE
                           DISPLAY "Hand-off kept on the queue."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-HANDOFF-QUEUE.
           MOVE ZEROS TO WS-HOQ-KEPT.
           OPEN OUTPUT HANDOFF-FILE.
           PERFORM VARYING WS-HOQ-IDX FROM 1 BY 1
                   UNTIL WS-HOQ-IDX > WS-HOQ-COUNT
               IF WS-HOQ-KEEP(WS-HOQ-IDX) = 'Y'
                   WRITE OFFQ-RECORD FROM WS-HOQ-LINE(WS-HOQ-IDX)
                   ADD 1 TO WS-HOQ-KEPT
               END-IF
           END-PERFORM.
           CLOSE HANDOFF-FILE.
           DISPLAY WS-HOQ-KEPT " hand-off(s) left on OFFBOARDQ.txt.".

      *    A termination dated inside a pay period PERCLOSE has
      *    already closed is refused unless the operator holds
      *    OVERRIDE - the shared PERLOCK check says which.
       CHECK-PERIOD-LOCK.
           MOVE WS-TERM-DATE TO PERLOCK-EFF-DATE.
           MOVE "OFFBOARD"   TO PERLOCK-PROGRAM.
           CALL "PERLOCK" USING PERLOCK-REQUEST.

      *    The termination date must be a real, non-future date by
      *    the shared DATECHK rules and may not precede the hire
      *    date - nobody leaves before they arrived.
                       DISPLAY "Termination failed, rewrite "
                               "rejected."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HANDOFF-DONE
                       DISPLAY "Client " CLIENT-CODE " terminated "
                               "effective " WS-TERM-DATE "."
                       MOVE "T"         TO WS-HIST-ACTION
           MOVE CLIENT-CODE        TO HIST-CLIENT-CODE.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-TERM-DATE       TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

