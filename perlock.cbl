       IDENTIFICATION DIVISION.
         PROGRAM-ID. PERLOCK.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-STATUS-FILE.
           COPY PDSTATRC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-PDSTAT-STATUS  PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS   PIC X(2) VALUE "00".
       01  WS-PDSTAT-EOF     PIC X VALUE 'N'.
       01  WS-PERIOD-CLOSED  PIC X VALUE 'N'.

           COPY PAYCALNK.
           COPY OPAUTHLNK.

       LINKAGE SECTION.
           COPY PERLKLNK.

       PROCEDURE DIVISION USING PERLOCK-REQUEST.
       CHECK-PERIOD-LOCK.
      *    Shared closed-period lock. The effective date is placed
      *    in its pay period through PAYCAL, and PAYPDSTAT.txt is
      *    scanned for a CLOSED event against that period. A date
      *    that is not a date, falls outside the calendar or lands
      *    in a period still open goes straight through - the lock
      *    only ever bites once PERCLOSE has signed a period off.
           MOVE 'Y'   TO PERLOCK-ALLOWED.
           MOVE 'N'   TO PERLOCK-OVERRIDE.
           MOVE ZEROS TO PERLOCK-PERIOD.
           IF PERLOCK-EFF-DATE NOT NUMERIC
               GOBACK
           END-IF.

           MOVE "D"              TO PAYCAL-ACTION.
           MOVE PERLOCK-EFF-DATE TO PAYCAL-LOOKUP-DATE.
           CALL "PAYCAL" USING PAYCAL-REQUEST.
           IF PAYCAL-FOUND NOT = 'Y'
               GOBACK
           END-IF.

           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE 'N' TO WS-PDSTAT-EOF.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PDSTAT-STATUS NOT = "00"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PDSTAT-EOF = 'Y'
                      OR WS-PERIOD-CLOSED = 'Y'
               READ PERIOD-STATUS-FILE
                   AT END MOVE 'Y' TO WS-PDSTAT-EOF
                   NOT AT END
                       IF PDSTAT-PERIOD IS NUMERIC
                          AND PDSTAT-PERIOD = PAYCAL-PERIOD
                          AND PDSTAT-EVENT = "CLOSED"
                           MOVE 'Y' TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-STATUS-FILE.
           IF WS-PERIOD-CLOSED = 'N'
               GOBACK
           END-IF.

      *    The period is closed. A supervisor holding OVERRIDE may
      *    still post into it; anyone else is refused. OPERAUTH
      *    reports and audits its own refusal, and the override
      *    is audited here so a reopened period is never silent.
           MOVE PAYCAL-PERIOD TO PERLOCK-PERIOD.
           DISPLAY "Effective date " PERLOCK-EFF-DATE " falls in "
                   "pay period " PAYCAL-PERIOD ", which is CLOSED.".
           MOVE "OVERRIDE"      TO OPAUTH-FUNCTION.
           MOVE PERLOCK-PROGRAM TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED = 'Y'
               MOVE 'Y' TO PERLOCK-OVERRIDE
               DISPLAY "Supervisor override - change allowed into "
                       "the closed period."
               PERFORM WRITE-OVERRIDE-AUDIT
           ELSE
               MOVE 'N' TO PERLOCK-ALLOWED
           END-IF.
           GOBACK.

       WRITE-OVERRIDE-AUDIT.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE PERLOCK-PROGRAM TO AUDIT-PROGRAM.
           STRING "period=" PERLOCK-PERIOD
               " eff=" PERLOCK-EFF-DATE
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           MOVE "CLOSED PERIOD - OVERRIDE GRANTED" TO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
