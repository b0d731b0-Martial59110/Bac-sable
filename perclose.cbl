       IDENTIFICATION DIVISION.
         PROGRAM-ID. PERCLOSE.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDSTAT-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

           SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO "PERCLOSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  PDSTAT-FILE.
           COPY PDSTATRC.

       FD  PENDAPPR-FILE.
           COPY APPRREC.

      *    Same future-dated transaction layout CLIENTUPD parks in
      *    CLIPEND.txt: the transaction action, the client image
      *    and the date it is due to be applied.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA.
               10  PEND-CLIENT-CODE PIC X(9).
               10  FILLER           PIC X(71).
           05  PEND-EFF-DATE    PIC X(8).

       FD  CLOSE-REPORT.
       01  CLOSE-LINE PIC X(80).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-PDSTAT-STATUS    PIC X(2) VALUE "00".
       01  WS-PENDAPPR-STATUS  PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS   PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS     PIC X(2) VALUE "00".
       01  WS-PDSTAT-EOF       PIC X VALUE 'N'.
       01  WS-PENDAPPR-EOF     PIC X VALUE 'N'.
       01  WS-PENDING-EOF      PIC X VALUE 'N'.
       01  WS-CURRENT-STAMP    PIC X(21) VALUE SPACES.
       01  WS-TODAY            PIC X(8) VALUE SPACES.
       01  WS-CONFIRM-CHOICE   PIC X VALUE SPACE.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PAYCALNK.

       01  WS-CLOSE-PERIOD-X   PIC X(4) VALUE SPACES.
       01  WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PERIOD-X PIC 9(4).

       01  WS-EXTRACT-SEEN     PIC X VALUE 'N'.
       01  WS-CONFIRM-SEEN     PIC X VALUE 'N'.
       01  WS-BALANCED-SEEN    PIC X VALUE 'N'.
       01  WS-CLOSED-SEEN      PIC X VALUE 'N'.
       01  WS-APPR-OPEN-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-PEND-DUE-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-FAIL-COUNT       PIC 9(2) VALUE ZEROS.
       01  WS-CLOSE-RESULT     PIC X(10) VALUE SPACES.

       01  WS-RPT-HEADER-1 PIC X(80) VALUE
           "PAY PERIOD CLOSE".
       01  WS-RPT-HEADER-2 PIC X(80) VALUE ALL "-".
       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.
       01  WS-RPT-PERIOD-LINE.
           05  FILLER          PIC X(12) VALUE "PAY PERIOD: ".
           05  WS-RPT-PERIOD   PIC 9(4).
           05  FILLER          PIC X(8)  VALUE "  FROM: ".
           05  WS-RPT-START    PIC X(8).
           05  FILLER          PIC X(6)  VALUE "  TO: ".
           05  WS-RPT-END      PIC X(8).
           05  FILLER          PIC X(34) VALUE SPACES.
       01  WS-RPT-CHECK-LINE.
           05  WS-RPT-CHECK-TEXT   PIC X(50).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-CHECK-COUNT  PIC Z(4)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RPT-CHECK-RESULT PIC X(4).
           05  FILLER              PIC X(16) VALUE SPACES.
       01  WS-RPT-APPR-LINE.
           05  FILLER           PIC X(6) VALUE SPACES.
           05  WS-RPT-APPR-CODE PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-APPR-DATE PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-APPR-SRC  PIC X(15).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-APPR-REQ  PIC X(12).
           05  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-PEND-LINE.
           05  FILLER           PIC X(6) VALUE SPACES.
           05  WS-RPT-PEND-CODE PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-PEND-EFF  PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  FILLER           PIC X(7) VALUE "ACTION ".
           05  WS-RPT-PEND-ACT  PIC X(1).
           05  FILLER           PIC X(45) VALUE SPACES.
       01  WS-RPT-RESULT-LINE   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Signs a pay period off once payroll is finished with it.
      *    The period is only closed when its extract went out
      *    (EXTRACTED), payroll confirmed it (CONFIRMED), SALRECON
      *    tied the extract to the master (BALANCED), nothing is
      *    waiting in SALAPPROVE and no future-dated CLIENTUPD
      *    transaction falls due on or before the period end. Each
      *    check is shown PASS or FAIL on PERCLOSE.txt with the
      *    items that block it. A clean close appends a CLOSED
      *    event to PAYPDSTAT.txt; from then on PERLOCK refuses any
      *    master change effective inside the period without a
      *    supervisor OVERRIDE.
      *    Operator authority gate: the shared OPERAUTH check
      *    against the same USER value the audit log captures.
      *    The refusal message and audit entry come from the
      *    subprogram.
           MOVE "CLOSE"    TO OPAUTH-FUNCTION.
           MOVE "PERCLOSE" TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "PERCLOSE" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           DISPLAY "Pay period to close (NNNN): ".
           ACCEPT WS-CLOSE-PERIOD-X.
           IF WS-CLOSE-PERIOD-X NOT NUMERIC
               DISPLAY "Pay period must be four digits, nothing "
                       "closed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "P"             TO PAYCAL-ACTION.
           MOVE WS-CLOSE-PERIOD TO PAYCAL-LOOKUP-PERIOD.
           CALL "PAYCAL" USING PAYCAL-REQUEST.
           IF PAYCAL-FOUND NOT = 'Y'
               DISPLAY "Pay period " WS-CLOSE-PERIOD " is not on "
                       "PAYCAL.txt, nothing closed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CLOSE-REPORT.
           WRITE CLOSE-LINE FROM WS-RPT-HEADER-1.
           WRITE CLOSE-LINE FROM WS-RPT-BUSDATE-LINE.
           MOVE PAYCAL-PERIOD TO WS-RPT-PERIOD.
           MOVE PAYCAL-START  TO WS-RPT-START.
           MOVE PAYCAL-END    TO WS-RPT-END.
           WRITE CLOSE-LINE FROM WS-RPT-PERIOD-LINE.
           WRITE CLOSE-LINE FROM WS-RPT-HEADER-2.

           PERFORM SCAN-PERIOD-EVENTS.
           IF WS-CLOSED-SEEN = 'Y'
               MOVE "RESULT: PERIOD ALREADY CLOSED - NOTHING DONE"
                   TO WS-RPT-RESULT-LINE
               WRITE CLOSE-LINE FROM WS-RPT-RESULT-LINE
               CLOSE CLOSE-REPORT
               DISPLAY "Pay period " PAYCAL-PERIOD " is already "
                       "closed."
               MOVE "ALREADY" TO WS-CLOSE-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPORT-PERIOD-EVENTS.
           PERFORM CHECK-PENDING-APPROVALS.
           PERFORM CHECK-PENDING-TRANSACTIONS.

           WRITE CLOSE-LINE FROM WS-RPT-HEADER-2.
           IF WS-FAIL-COUNT > ZERO
               MOVE "RESULT: NOT CLOSED - CLEAR THE FAILED CHECKS"
                   TO WS-RPT-RESULT-LINE
               WRITE CLOSE-LINE FROM WS-RPT-RESULT-LINE
               CLOSE CLOSE-REPORT
               DISPLAY "Pay period " PAYCAL-PERIOD " NOT closed - "
                       WS-FAIL-COUNT " check(s) failed, see "
                       "PERCLOSE.txt"
               MOVE "REFUSED" TO WS-CLOSE-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "All checks passed. Close pay period "
                   PAYCAL-PERIOD " (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE = "Y" OR "y"
               PERFORM WRITE-CLOSED-EVENT
               MOVE "RESULT: PERIOD CLOSED" TO WS-RPT-RESULT-LINE
               DISPLAY "Pay period " PAYCAL-PERIOD " closed."
               MOVE "CLOSED" TO WS-CLOSE-RESULT
           ELSE
               MOVE "RESULT: READY TO CLOSE - NOT CONFIRMED"
                   TO WS-RPT-RESULT-LINE
               DISPLAY "Close not confirmed, period left open."
               MOVE "DECLINED" TO WS-CLOSE-RESULT
           END-IF.
           WRITE CLOSE-LINE FROM WS-RPT-RESULT-LINE.
           CLOSE CLOSE-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       SCAN-PERIOD-EVENTS.
           OPEN INPUT PDSTAT-FILE.
           IF WS-PDSTAT-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 'N' TO WS-PDSTAT-EOF
               PERFORM UNTIL WS-PDSTAT-EOF = 'Y'
                   READ PDSTAT-FILE
                       AT END MOVE 'Y' TO WS-PDSTAT-EOF
                       NOT AT END PERFORM NOTE-PERIOD-EVENT
                   END-READ
               END-PERFORM
               CLOSE PDSTAT-FILE
           END-IF.

       NOTE-PERIOD-EVENT.
           IF PDSTAT-PERIOD IS NUMERIC
              AND PDSTAT-PERIOD = PAYCAL-PERIOD
               EVALUATE PDSTAT-EVENT
                   WHEN "EXTRACTED" MOVE 'Y' TO WS-EXTRACT-SEEN
                   WHEN "CONFIRMED" MOVE 'Y' TO WS-CONFIRM-SEEN
                   WHEN "BALANCED"  MOVE 'Y' TO WS-BALANCED-SEEN
                   WHEN "CLOSED"    MOVE 'Y' TO WS-CLOSED-SEEN
                   WHEN OTHER       CONTINUE
               END-EVALUATE
           END-IF.

       REPORT-PERIOD-EVENTS.
           MOVE ZEROS TO WS-RPT-CHECK-COUNT.
           MOVE "EXTRACT SENT TO PAYROLL (EXTRACTED)"
               TO WS-RPT-CHECK-TEXT.
           IF WS-EXTRACT-SEEN = 'Y'
               MOVE "PASS" TO WS-RPT-CHECK-RESULT
           ELSE
               MOVE "FAIL" TO WS-RPT-CHECK-RESULT
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE.
           MOVE "PAYROLL CONFIRMATION RECEIVED (CONFIRMED)"
               TO WS-RPT-CHECK-TEXT.
           IF WS-CONFIRM-SEEN = 'Y'
               MOVE "PASS" TO WS-RPT-CHECK-RESULT
           ELSE
               MOVE "FAIL" TO WS-RPT-CHECK-RESULT
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE.
           MOVE "EXTRACT TIES TO MASTER (SALRECON BALANCED)"
               TO WS-RPT-CHECK-TEXT.
           IF WS-BALANCED-SEEN = 'Y'
               MOVE "PASS" TO WS-RPT-CHECK-RESULT
           ELSE
               MOVE "FAIL" TO WS-RPT-CHECK-RESULT
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE.

      *    Every live (status P) SALAPPROVE item blocks the close,
      *    whatever its date: a salary change still waiting for its
      *    second pair of eyes may belong to this period.
       CHECK-PENDING-APPROVALS.
           OPEN INPUT PENDAPPR-FILE.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-PENDAPPR-EOF
               PERFORM UNTIL WS-PENDAPPR-EOF = 'Y'
                   READ PENDAPPR-FILE
                       AT END MOVE 'Y' TO WS-PENDAPPR-EOF
                       NOT AT END
                           IF APPR-STATUS = "P"
                               ADD 1 TO WS-APPR-OPEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR-FILE
           END-IF.
           MOVE "NO SALARY CHANGES AWAITING APPROVAL (PENDAPPR)"
               TO WS-RPT-CHECK-TEXT.
           MOVE WS-APPR-OPEN-COUNT TO WS-RPT-CHECK-COUNT.
           IF WS-APPR-OPEN-COUNT = ZERO
               MOVE "PASS" TO WS-RPT-CHECK-RESULT
               WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE
           ELSE
               MOVE "FAIL" TO WS-RPT-CHECK-RESULT
               ADD 1 TO WS-FAIL-COUNT
               WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE
               PERFORM LIST-PENDING-APPROVALS
           END-IF.

       LIST-PENDING-APPROVALS.
           OPEN INPUT PENDAPPR-FILE.
           MOVE 'N' TO WS-PENDAPPR-EOF.
           PERFORM UNTIL WS-PENDAPPR-EOF = 'Y'
               READ PENDAPPR-FILE
                   AT END MOVE 'Y' TO WS-PENDAPPR-EOF
                   NOT AT END
                       IF APPR-STATUS = "P"
                           MOVE APPR-CLIENT-CODE TO WS-RPT-APPR-CODE
                           MOVE APPR-DATE        TO WS-RPT-APPR-DATE
                           MOVE APPR-SOURCE      TO WS-RPT-APPR-SRC
                           MOVE APPR-REQUESTOR   TO WS-RPT-APPR-REQ
                           WRITE CLOSE-LINE FROM WS-RPT-APPR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDAPPR-FILE.

      *    A parked CLIENTUPD transaction due on or before the last
      *    day of the period has not reached the master yet, so the
      *    period's pay does not reflect it; one due after the
      *    period end belongs to a later period and does not block.
       CHECK-PENDING-TRANSACTIONS.
           MOVE "NO PARKED CHANGES DUE BY PERIOD END (CLIPEND)"
               TO WS-RPT-CHECK-TEXT.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'N' TO WS-PENDING-EOF
               PERFORM UNTIL WS-PENDING-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           IF PEND-EFF-DATE NOT > PAYCAL-END
                               ADD 1 TO WS-PEND-DUE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           MOVE WS-PEND-DUE-COUNT TO WS-RPT-CHECK-COUNT.
           IF WS-PEND-DUE-COUNT = ZERO
               MOVE "PASS" TO WS-RPT-CHECK-RESULT
               WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE
           ELSE
               MOVE "FAIL" TO WS-RPT-CHECK-RESULT
               ADD 1 TO WS-FAIL-COUNT
               WRITE CLOSE-LINE FROM WS-RPT-CHECK-LINE
               PERFORM LIST-PENDING-TRANSACTIONS
           END-IF.

       LIST-PENDING-TRANSACTIONS.
           OPEN INPUT PENDING-FILE.
           MOVE 'N' TO WS-PENDING-EOF.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PEND-EFF-DATE NOT > PAYCAL-END
                           MOVE PEND-CLIENT-CODE TO WS-RPT-PEND-CODE
                           MOVE PEND-EFF-DATE    TO WS-RPT-PEND-EFF
                           MOVE PEND-ACTION      TO WS-RPT-PEND-ACT
                           WRITE CLOSE-LINE FROM WS-RPT-PEND-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

       WRITE-CLOSED-EVENT.
           OPEN EXTEND PDSTAT-FILE.
           IF WS-PDSTAT-STATUS NOT = "00"
               OPEN OUTPUT PDSTAT-FILE
               CLOSE PDSTAT-FILE
               OPEN EXTEND PDSTAT-FILE
           END-IF.
           MOVE SPACES TO PDSTAT-RECORD.
           MOVE PAYCAL-PERIOD TO PDSTAT-PERIOD.
           MOVE "CLOSED"      TO PDSTAT-EVENT.
           MOVE WS-TODAY      TO PDSTAT-DATE.
           WRITE PDSTAT-RECORD.
           CLOSE PDSTAT-FILE.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE "PERCLOSE" TO AUDIT-PROGRAM.
           STRING "period=" PAYCAL-PERIOD
               " failed=" WS-FAIL-COUNT
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           MOVE WS-CLOSE-RESULT TO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
