       IDENTIFICATION DIVISION.
         PROGRAM-ID. LEAVELIAB.
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

           SELECT LEAVE-FILE ASSIGN TO "LEAVEBAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-CLIENT-CODE
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTFILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           FILE STATUS IS WS-DEPT-STATUS.

           SELECT VALUATION-FILE ASSIGN TO "LEAVEVAL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VALUATION-STATUS.

           SELECT PRIOR-FILE ASSIGN TO "LEAVEVALP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIOR-STATUS.

           SELECT LIAB-REPORT ASSIGN TO "LEAVELIAB.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

      *    Each run's valuation is kept so the next month can show
      *    the movement: a SUMMARY record with the month and the
      *    two totals, then one DEPT and one CCTR record per
      *    department and cost centre. LEAVEVALP.dat holds the
      *    month before, so a rerun in the same month still moves
      *    against last month and not against itself.
       FD  VALUATION-FILE.
       01  VALUATION-RECORD PIC X(80).

       FD  PRIOR-FILE.
       01  PRIOR-RECORD PIC X(80).

       FD  LIAB-REPORT.
       01  LIAB-LINE PIC X(90).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-DEPT-STATUS          PIC X(2) VALUE "00".
       01  WS-VALUATION-STATUS     PIC X(2) VALUE "00".
       01  WS-PRIOR-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-SNAP-EOF             PIC X VALUE 'N'.
       01  WS-SNAP-BUFFER          PIC X(80) VALUE SPACES.
           COPY RUNCTLNK.

       01  WS-THIS-MONTH     PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH    PIC X(6) VALUE SPACES.
       01  WS-HAVE-PRIOR     PIC X VALUE 'N'.
       01  WS-COPY-PRIOR     PIC X VALUE 'N'.

      *    Leave is booked and accrued in working days, so a day of
      *    it is worth the annual salary over 52 weeks of five
      *    working days, not over the 365 calendar days the period
      *    proration uses.
       01  WS-WORKDAYS-PER-YEAR PIC 9(3) VALUE 260.
       01  WS-CLIENT-VALUE      PIC 9(9)V99 VALUE ZEROS.

       01  WS-SNAP-SUMMARY.
           05  WS-SNAP-TYPE      PIC X(8).
           05  WS-SNAP-MONTH     PIC X(6).
           05  FILLER            PIC X(1).
           05  WS-SNAP-ONGOING   PIC 9(12)V99.
           05  FILLER            PIC X(1).
           05  WS-SNAP-FINAL     PIC 9(12)V99.
           05  FILLER            PIC X(36).
       01  WS-SNAP-DETAIL.
           05  WS-SNAP-DET-TYPE  PIC X(8).
           05  WS-SNAP-KEY       PIC X(10).
           05  FILLER            PIC X(1).
           05  WS-SNAP-DAYS      PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  WS-SNAP-AMOUNT    PIC 9(12)V99.
           05  FILLER            PIC X(37).

      *    One slot per department seen on the master or on last
      *    month's valuation, with its cost centre from DEPTFILE.
       01  WS-DEPT-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-FOUND     PIC X VALUE 'N'.
       01  WS-DEPT-SLOT-OK   PIC X VALUE 'Y'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-NAME     PIC X(10) VALUE SPACES.
               10  WS-DEPT-CCTR     PIC X(6)  VALUE SPACES.
               10  WS-DEPT-STAFF    PIC 9(5)  VALUE ZEROS.
               10  WS-DEPT-DAYS     PIC 9(7)V99 VALUE ZEROS.
               10  WS-DEPT-VALUE    PIC 9(12)V99 VALUE ZEROS.
               10  WS-DEPT-PRIOR    PIC 9(12)V99 VALUE ZEROS.
       01  WS-LOOKUP-DEPT    PIC X(10) VALUE SPACES.

       01  WS-CCTR-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-CCTR-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-CCTR-FOUND     PIC X VALUE 'N'.
       01  WS-CCTR-SLOT-OK   PIC X VALUE 'Y'.
       01  WS-CCTR-TABLE.
           05  WS-CCTR-ENTRY OCCURS 100 TIMES.
               10  WS-CCTR-CODE     PIC X(6)  VALUE SPACES.
               10  WS-CCTR-STAFF    PIC 9(5)  VALUE ZEROS.
               10  WS-CCTR-DAYS     PIC 9(7)V99 VALUE ZEROS.
               10  WS-CCTR-VALUE    PIC 9(12)V99 VALUE ZEROS.
               10  WS-CCTR-PRIOR    PIC 9(12)V99 VALUE ZEROS.
       01  WS-LOOKUP-CCTR    PIC X(6) VALUE SPACES.

      *    Frozen balances of terminated clients, listed on their
      *    own as final-pay amounts.
       01  WS-FINAL-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-FINAL-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-FINAL-TABLE.
           05  WS-FINAL-ENTRY OCCURS 500 TIMES.
               10  WS-FIN-CODE    PIC X(9)  VALUE SPACES.
               10  WS-FIN-NAME    PIC X(20) VALUE SPACES.
               10  WS-FIN-DEPT    PIC X(10) VALUE SPACES.
               10  WS-FIN-DATE    PIC X(8)  VALUE SPACES.
               10  WS-FIN-DAYS    PIC 9(3)V99 VALUE ZEROS.
               10  WS-FIN-VALUE   PIC 9(9)V99 VALUE ZEROS.

       01  WS-ONGOING-STAFF  PIC 9(6) VALUE ZEROS.
       01  WS-ONGOING-DAYS   PIC 9(7)V99 VALUE ZEROS.
       01  WS-ONGOING-VALUE  PIC 9(12)V99 VALUE ZEROS.
       01  WS-ONGOING-PRIOR  PIC 9(12)V99 VALUE ZEROS.
       01  WS-FINAL-DAYS     PIC 9(7)V99 VALUE ZEROS.
       01  WS-FINAL-VALUE    PIC 9(12)V99 VALUE ZEROS.
       01  WS-FINAL-PRIOR    PIC 9(12)V99 VALUE ZEROS.
       01  WS-MOVEMENT       PIC S9(12)V99 VALUE ZEROS.
       01  WS-UNVALUED-COUNT PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEADER-1 PIC X(90) VALUE
           "LEAVE LIABILITY VALUATION".
       01  WS-RPT-HEADER-2 PIC X(90) VALUE ALL "-".
       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(67) VALUE SPACES.
       01  WS-RPT-MONTH-LINE.
           05  FILLER PIC X(17) VALUE "VALUATION MONTH: ".
           05  WS-RPT-MONTH       PIC X(6).
           05  FILLER PIC X(20) VALUE "   COMPARED WITH:   ".
           05  WS-RPT-PRIOR-MONTH PIC X(20).
           05  FILLER PIC X(27) VALUE SPACES.
       01  WS-RPT-BASIS-LINE PIC X(90) VALUE
           "Remaining days valued at annual salary / 260 per day".
       01  WS-RPT-SECTION-LINE.
           05  WS-RPT-SECTION PIC X(90).

       01  WS-RPT-DEPT-HEADER.
           05  FILLER PIC X(12) VALUE "DEPARTMENT".
           05  FILLER PIC X(8)  VALUE "CC".
           05  FILLER PIC X(5)  VALUE "STAFF".
           05  FILLER PIC X(12) VALUE "       DAYS".
           05  FILLER PIC X(16) VALUE "          VALUE".
           05  FILLER PIC X(16) VALUE "       PREVIOUS".
           05  FILLER PIC X(16) VALUE "       MOVEMENT".
           05  FILLER PIC X(5)  VALUE SPACES.
       01  WS-RPT-DEPT-DETAIL.
           05  WS-RPT-DEPT     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-CCTR     PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-STAFF    PIC Z(4)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-DAYS     PIC Z(6)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-VALUE    PIC Z(10)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-PRIOR    PIC Z(10)9.99.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  WS-RPT-MOVE     PIC -(11)9.99.
           05  FILLER          PIC X(1) VALUE SPACES.

       01  WS-RPT-FINAL-HEADER.
           05  FILLER PIC X(10) VALUE "CODE".
           05  FILLER PIC X(21) VALUE "NAME".
           05  FILLER PIC X(11) VALUE "DEPARTMENT".
           05  FILLER PIC X(10) VALUE "FROZEN".
           05  FILLER PIC X(10) VALUE "      DAYS".
           05  FILLER PIC X(16) VALUE "           VALUE".
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-RPT-FINAL-DETAIL.
           05  WS-RPT-FIN-CODE  PIC X(9).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-RPT-FIN-NAME  PIC X(20).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-RPT-FIN-DEPT  PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-RPT-FIN-DATE  PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-FIN-DAYS  PIC Z(6)9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-FIN-VALUE PIC Z(10)9.99.
           05  FILLER           PIC X(12) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-AMT-LABEL PIC X(36).
           05  WS-RPT-AMT-VALUE PIC -(11)9.99.
           05  FILLER           PIC X(35) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-CNT-LABEL PIC X(36).
           05  WS-RPT-CNT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Month-end leave liability for finance: every client's
      *    LV-REMAINING on LEAVEBAL.dat valued at a day's salary,
      *    totalled by department and by DEPT-COST-CENTRE, with
      *    the movement since last month's valuation. Balances
      *    frozen at termination are not an ongoing liability -
      *    they are paid out in final pay - so they are listed on
      *    their own and kept out of the department totals.
           MOVE "B"         TO RUNCTL-ACTION.
           MOVE "LEAVELIAB" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.
           MOVE RUNCTL-BUSINESS-DATE(1:6) TO WS-THIS-MONTH.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "Unable to open LEAVEBAL.dat, file status "
                       WS-LEAVE-STATUS
               CLOSE FICHIERCLIENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "Unable to open DEPTFILE.dat, file status "
                       WS-DEPT-STATUS
               CLOSE FICHIERCLIENT
               CLOSE LEAVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PRIOR-VALUATION.

           MOVE LOW-VALUES TO CLIENT-DEPT.
           START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-DEPT
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM VALUE-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           CLOSE LEAVE-FILE.
           CLOSE DEPT-FILE.

           PERFORM WRITE-LIABILITY-REPORT.
           PERFORM WRITE-VALUATION-SNAPSHOT.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY "Leave liability report written to LEAVELIAB.txt".
           IF WS-UNVALUED-COUNT > ZERO
               DISPLAY WS-UNVALUED-COUNT " balance(s) not valued - "
                       "salary not numeric."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Last month's figures. If LEAVEVAL.dat already holds this
      *    month the report is being rerun, and the comparison is
      *    with LEAVEVALP.dat; otherwise LEAVEVAL.dat is last month
      *    and is kept as LEAVEVALP.dat before it is overwritten.
       LOAD-PRIOR-VALUATION.
           OPEN INPUT VALUATION-FILE.
           IF WS-VALUATION-STATUS NOT = "00"
               CONTINUE
           ELSE
               READ VALUATION-FILE INTO WS-SNAP-BUFFER
                   AT END MOVE 'Y' TO WS-SNAP-EOF
               END-READ
               IF WS-SNAP-EOF = 'N'
                  AND WS-SNAP-BUFFER(1:8) = "SUMMARY "
                   MOVE WS-SNAP-BUFFER TO WS-SNAP-SUMMARY
                   IF WS-SNAP-MONTH = WS-THIS-MONTH
                       CLOSE VALUATION-FILE
                       PERFORM LOAD-FROM-PRIOR-FILE
                   ELSE
                       PERFORM LOAD-FROM-VALUATION-FILE
                       CLOSE VALUATION-FILE
                   END-IF
               ELSE
                   CLOSE VALUATION-FILE
               END-IF
           END-IF.
           IF WS-HAVE-PRIOR = 'Y'
               MOVE WS-PRIOR-MONTH TO WS-RPT-PRIOR-MONTH
           ELSE
               MOVE "NO PRIOR VALUATION" TO WS-RPT-PRIOR-MONTH
           END-IF.

       LOAD-FROM-VALUATION-FILE.
           OPEN OUTPUT PRIOR-FILE.
           MOVE 'Y' TO WS-COPY-PRIOR.
           PERFORM LOAD-SNAPSHOT-RECORD.
           PERFORM UNTIL WS-SNAP-EOF = 'Y'
               READ VALUATION-FILE INTO WS-SNAP-BUFFER
                   AT END MOVE 'Y' TO WS-SNAP-EOF
                   NOT AT END PERFORM LOAD-SNAPSHOT-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRIOR-FILE.

       LOAD-FROM-PRIOR-FILE.
           MOVE 'N' TO WS-COPY-PRIOR.
           MOVE 'N' TO WS-SNAP-EOF.
           OPEN INPUT PRIOR-FILE.
           IF WS-PRIOR-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SNAP-EOF = 'Y'
                   READ PRIOR-FILE INTO WS-SNAP-BUFFER
                       AT END MOVE 'Y' TO WS-SNAP-EOF
                       NOT AT END PERFORM LOAD-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FILE
           END-IF.

       LOAD-SNAPSHOT-RECORD.
           IF WS-COPY-PRIOR = 'Y'
               WRITE PRIOR-RECORD FROM WS-SNAP-BUFFER
           END-IF.
           EVALUATE WS-SNAP-BUFFER(1:8)
               WHEN "SUMMARY "
                   MOVE WS-SNAP-BUFFER TO WS-SNAP-SUMMARY
                   MOVE WS-SNAP-MONTH   TO WS-PRIOR-MONTH
                   MOVE WS-SNAP-ONGOING TO WS-ONGOING-PRIOR
                   MOVE WS-SNAP-FINAL   TO WS-FINAL-PRIOR
                   MOVE 'Y' TO WS-HAVE-PRIOR
               WHEN "DEPT    "
                   MOVE WS-SNAP-BUFFER TO WS-SNAP-DETAIL
                   MOVE WS-SNAP-KEY TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       MOVE WS-SNAP-AMOUNT
                           TO WS-DEPT-PRIOR(WS-DEPT-IDX)
                   END-IF
               WHEN "CCTR    "
                   MOVE WS-SNAP-BUFFER TO WS-SNAP-DETAIL
                   MOVE WS-SNAP-KEY(1:6) TO WS-LOOKUP-CCTR
                   PERFORM FIND-CCTR-SLOT
                   IF WS-CCTR-SLOT-OK = 'Y'
                       MOVE WS-SNAP-AMOUNT
                           TO WS-CCTR-PRIOR(WS-CCTR-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALUE-CLIENT.
           IF CLIENT-CODE = SPACES
               CONTINUE
           ELSE
               MOVE CLIENT-CODE TO LV-CLIENT-CODE
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VALUE-BALANCE
               END-READ
           END-IF.

       VALUE-BALANCE.
           IF SALARY NOT NUMERIC
               DISPLAY "WARNING: " CLIENT-CODE " has leave but a "
                       "non-numeric salary, not valued"
               ADD 1 TO WS-UNVALUED-COUNT
           ELSE
               COMPUTE WS-CLIENT-VALUE ROUNDED =
                   LV-REMAINING * SALARY / WS-WORKDAYS-PER-YEAR
      *        A terminated client not yet frozen by the monthly
      *        accrual is just as much a final-pay amount.
               IF LV-FROZEN = 'Y' OR CLIENT-STATUS = "T"
                   PERFORM ADD-FINAL-PAY-ENTRY
               ELSE
                   PERFORM ADD-ONGOING-LIABILITY
               END-IF
           END-IF.

       ADD-ONGOING-LIABILITY.
           ADD 1               TO WS-ONGOING-STAFF.
           ADD LV-REMAINING    TO WS-ONGOING-DAYS.
           ADD WS-CLIENT-VALUE TO WS-ONGOING-VALUE.
           MOVE CLIENT-DEPT TO WS-LOOKUP-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DEPT-SLOT-OK = 'Y'
               ADD 1               TO WS-DEPT-STAFF(WS-DEPT-IDX)
               ADD LV-REMAINING    TO WS-DEPT-DAYS(WS-DEPT-IDX)
               ADD WS-CLIENT-VALUE TO WS-DEPT-VALUE(WS-DEPT-IDX)
               MOVE WS-DEPT-CCTR(WS-DEPT-IDX) TO WS-LOOKUP-CCTR
               PERFORM FIND-CCTR-SLOT
               IF WS-CCTR-SLOT-OK = 'Y'
                   ADD 1            TO WS-CCTR-STAFF(WS-CCTR-IDX)
                   ADD LV-REMAINING TO WS-CCTR-DAYS(WS-CCTR-IDX)
                   ADD WS-CLIENT-VALUE
                       TO WS-CCTR-VALUE(WS-CCTR-IDX)
               END-IF
           END-IF.

       ADD-FINAL-PAY-ENTRY.
           IF LV-REMAINING > ZERO
               ADD LV-REMAINING    TO WS-FINAL-DAYS
               ADD WS-CLIENT-VALUE TO WS-FINAL-VALUE
               IF WS-FINAL-TBL-COUNT < 500
                   ADD 1 TO WS-FINAL-TBL-COUNT
                   MOVE WS-FINAL-TBL-COUNT TO WS-FINAL-IDX
                   MOVE CLIENT-CODE  TO WS-FIN-CODE(WS-FINAL-IDX)
                   MOVE CLIENT-NAME  TO WS-FIN-NAME(WS-FINAL-IDX)
                   MOVE CLIENT-DEPT  TO WS-FIN-DEPT(WS-FINAL-IDX)
                   IF LV-FROZEN = 'Y'
                       MOVE LV-FROZEN-DATE
                           TO WS-FIN-DATE(WS-FINAL-IDX)
                   ELSE
                       MOVE CLIENT-TERM-DATE
                           TO WS-FIN-DATE(WS-FINAL-IDX)
                   END-IF
                   MOVE LV-REMAINING TO WS-FIN-DAYS(WS-FINAL-IDX)
                   MOVE WS-CLIENT-VALUE
                       TO WS-FIN-VALUE(WS-FINAL-IDX)
               ELSE
                   DISPLAY "WARNING: final-pay table full, client "
                           CLIENT-CODE " in total but not listed"
               END-IF
           END-IF.

      *    A new department slot picks up its cost centre from
      *    DEPTFILE; one missing from DEPTFILE, or with no cost
      *    centre, is gathered under NONE so the cost-centre
      *    totals still add up to the department totals.
       FIND-DEPT-SLOT.
           MOVE 'Y' TO WS-DEPT-SLOT-OK.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TBL-COUNT
                      OR WS-DEPT-FOUND = 'Y'
               IF WS-DEPT-NAME(WS-DEPT-IDX) = WS-LOOKUP-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
                   SUBTRACT 1 FROM WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               IF WS-DEPT-TBL-COUNT < 100
                   ADD 1 TO WS-DEPT-TBL-COUNT
                   MOVE WS-DEPT-TBL-COUNT TO WS-DEPT-IDX
                   MOVE WS-LOOKUP-DEPT TO WS-DEPT-NAME(WS-DEPT-IDX)
                   PERFORM LOOKUP-COST-CENTRE
               ELSE
                   DISPLAY "WARNING: department table full, "
                           WS-LOOKUP-DEPT " not in breakdown"
                   MOVE 'N' TO WS-DEPT-SLOT-OK
               END-IF
           END-IF.

       LOOKUP-COST-CENTRE.
           MOVE WS-LOOKUP-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "NONE" TO WS-DEPT-CCTR(WS-DEPT-IDX)
               NOT INVALID KEY
                   IF DEPT-COST-CENTRE = SPACES
                       MOVE "NONE" TO WS-DEPT-CCTR(WS-DEPT-IDX)
                   ELSE
                       MOVE DEPT-COST-CENTRE
                           TO WS-DEPT-CCTR(WS-DEPT-IDX)
                   END-IF
           END-READ.

       FIND-CCTR-SLOT.
           MOVE 'Y' TO WS-CCTR-SLOT-OK.
           MOVE 'N' TO WS-CCTR-FOUND.
           PERFORM VARYING WS-CCTR-IDX FROM 1 BY 1
                   UNTIL WS-CCTR-IDX > WS-CCTR-TBL-COUNT
                      OR WS-CCTR-FOUND = 'Y'
               IF WS-CCTR-CODE(WS-CCTR-IDX) = WS-LOOKUP-CCTR
                   MOVE 'Y' TO WS-CCTR-FOUND
                   SUBTRACT 1 FROM WS-CCTR-IDX
               END-IF
           END-PERFORM.
           IF WS-CCTR-FOUND = 'N'
               IF WS-CCTR-TBL-COUNT < 100
                   ADD 1 TO WS-CCTR-TBL-COUNT
                   MOVE WS-CCTR-TBL-COUNT TO WS-CCTR-IDX
                   MOVE WS-LOOKUP-CCTR TO WS-CCTR-CODE(WS-CCTR-IDX)
               ELSE
                   DISPLAY "WARNING: cost centre table full, "
                           WS-LOOKUP-CCTR " not in breakdown"
                   MOVE 'N' TO WS-CCTR-SLOT-OK
               END-IF
           END-IF.

       WRITE-LIABILITY-REPORT.
           MOVE WS-THIS-MONTH TO WS-RPT-MONTH.
           OPEN OUTPUT LIAB-REPORT.
           WRITE LIAB-LINE FROM WS-RPT-HEADER-1.
           WRITE LIAB-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE LIAB-LINE FROM WS-RPT-MONTH-LINE.
           WRITE LIAB-LINE FROM WS-RPT-BASIS-LINE.
           WRITE LIAB-LINE FROM WS-RPT-HEADER-2.

           MOVE "ONGOING LIABILITY BY DEPARTMENT" TO WS-RPT-SECTION.
           WRITE LIAB-LINE FROM WS-RPT-SECTION-LINE.
           WRITE LIAB-LINE FROM WS-RPT-DEPT-HEADER.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TBL-COUNT
               MOVE WS-DEPT-NAME(WS-DEPT-IDX)  TO WS-RPT-DEPT
               MOVE WS-DEPT-CCTR(WS-DEPT-IDX)  TO WS-RPT-CCTR
               MOVE WS-DEPT-STAFF(WS-DEPT-IDX) TO WS-RPT-STAFF
               MOVE WS-DEPT-DAYS(WS-DEPT-IDX)  TO WS-RPT-DAYS
               MOVE WS-DEPT-VALUE(WS-DEPT-IDX) TO WS-RPT-VALUE
               MOVE WS-DEPT-PRIOR(WS-DEPT-IDX) TO WS-RPT-PRIOR
               COMPUTE WS-MOVEMENT = WS-DEPT-VALUE(WS-DEPT-IDX)
                                   - WS-DEPT-PRIOR(WS-DEPT-IDX)
               MOVE WS-MOVEMENT TO WS-RPT-MOVE
               WRITE LIAB-LINE FROM WS-RPT-DEPT-DETAIL
           END-PERFORM.
           PERFORM WRITE-ONGOING-TOTAL.
           WRITE LIAB-LINE FROM WS-RPT-HEADER-2.

           MOVE "ONGOING LIABILITY BY COST CENTRE" TO WS-RPT-SECTION.
           WRITE LIAB-LINE FROM WS-RPT-SECTION-LINE.
           WRITE LIAB-LINE FROM WS-RPT-DEPT-HEADER.
           PERFORM VARYING WS-CCTR-IDX FROM 1 BY 1
                   UNTIL WS-CCTR-IDX > WS-CCTR-TBL-COUNT
               MOVE SPACES TO WS-RPT-DEPT
               MOVE WS-CCTR-CODE(WS-CCTR-IDX)  TO WS-RPT-CCTR
               MOVE WS-CCTR-STAFF(WS-CCTR-IDX) TO WS-RPT-STAFF
               MOVE WS-CCTR-DAYS(WS-CCTR-IDX)  TO WS-RPT-DAYS
               MOVE WS-CCTR-VALUE(WS-CCTR-IDX) TO WS-RPT-VALUE
               MOVE WS-CCTR-PRIOR(WS-CCTR-IDX) TO WS-RPT-PRIOR
               COMPUTE WS-MOVEMENT = WS-CCTR-VALUE(WS-CCTR-IDX)
                                   - WS-CCTR-PRIOR(WS-CCTR-IDX)
               MOVE WS-MOVEMENT TO WS-RPT-MOVE
               WRITE LIAB-LINE FROM WS-RPT-DEPT-DETAIL
           END-PERFORM.
           PERFORM WRITE-ONGOING-TOTAL.
           WRITE LIAB-LINE FROM WS-RPT-HEADER-2.

           MOVE "PAYABLE IN FINAL PAY - BALANCES FROZEN AT TERMINATION"
               TO WS-RPT-SECTION.
           WRITE LIAB-LINE FROM WS-RPT-SECTION-LINE.
           WRITE LIAB-LINE FROM WS-RPT-FINAL-HEADER.
           PERFORM VARYING WS-FINAL-IDX FROM 1 BY 1
                   UNTIL WS-FINAL-IDX > WS-FINAL-TBL-COUNT
               MOVE WS-FIN-CODE(WS-FINAL-IDX)  TO WS-RPT-FIN-CODE
               MOVE WS-FIN-NAME(WS-FINAL-IDX)  TO WS-RPT-FIN-NAME
               MOVE WS-FIN-DEPT(WS-FINAL-IDX)  TO WS-RPT-FIN-DEPT
               MOVE WS-FIN-DATE(WS-FINAL-IDX)  TO WS-RPT-FIN-DATE
               MOVE WS-FIN-DAYS(WS-FINAL-IDX)  TO WS-RPT-FIN-DAYS
               MOVE WS-FIN-VALUE(WS-FINAL-IDX) TO WS-RPT-FIN-VALUE
               WRITE LIAB-LINE FROM WS-RPT-FINAL-DETAIL
           END-PERFORM.
           MOVE "Final-pay leave days" TO WS-RPT-AMT-LABEL.
           MOVE WS-FINAL-DAYS TO WS-RPT-AMT-VALUE.
           WRITE LIAB-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Final-pay leave value" TO WS-RPT-AMT-LABEL.
           MOVE WS-FINAL-VALUE TO WS-RPT-AMT-VALUE.
           WRITE LIAB-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Previous final-pay leave value" TO WS-RPT-AMT-LABEL.
           MOVE WS-FINAL-PRIOR TO WS-RPT-AMT-VALUE.
           WRITE LIAB-LINE FROM WS-RPT-AMOUNT-LINE.
           COMPUTE WS-MOVEMENT = WS-FINAL-VALUE - WS-FINAL-PRIOR.
           MOVE "Movement" TO WS-RPT-AMT-LABEL.
           MOVE WS-MOVEMENT TO WS-RPT-AMT-VALUE.
           WRITE LIAB-LINE FROM WS-RPT-AMOUNT-LINE.
           WRITE LIAB-LINE FROM WS-RPT-HEADER-2.

           MOVE "Balances not valued (bad salary)"
               TO WS-RPT-CNT-LABEL.
           MOVE WS-UNVALUED-COUNT TO WS-RPT-CNT-VALUE.
           WRITE LIAB-LINE FROM WS-RPT-COUNT-LINE.
           CLOSE LIAB-REPORT.

       WRITE-ONGOING-TOTAL.
           MOVE "TOTAL"            TO WS-RPT-DEPT.
           MOVE SPACES             TO WS-RPT-CCTR.
           MOVE WS-ONGOING-STAFF   TO WS-RPT-STAFF.
           MOVE WS-ONGOING-DAYS    TO WS-RPT-DAYS.
           MOVE WS-ONGOING-VALUE   TO WS-RPT-VALUE.
           MOVE WS-ONGOING-PRIOR   TO WS-RPT-PRIOR.
           COMPUTE WS-MOVEMENT = WS-ONGOING-VALUE - WS-ONGOING-PRIOR.
           MOVE WS-MOVEMENT TO WS-RPT-MOVE.
           WRITE LIAB-LINE FROM WS-RPT-DEPT-DETAIL.

       WRITE-VALUATION-SNAPSHOT.
           OPEN OUTPUT VALUATION-FILE.
           MOVE SPACES           TO WS-SNAP-SUMMARY.
           MOVE "SUMMARY"        TO WS-SNAP-TYPE.
           MOVE WS-THIS-MONTH    TO WS-SNAP-MONTH.
           MOVE WS-ONGOING-VALUE TO WS-SNAP-ONGOING.
           MOVE WS-FINAL-VALUE   TO WS-SNAP-FINAL.
           WRITE VALUATION-RECORD FROM WS-SNAP-SUMMARY.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TBL-COUNT
               MOVE SPACES TO WS-SNAP-DETAIL
               MOVE "DEPT"                     TO WS-SNAP-DET-TYPE
               MOVE WS-DEPT-NAME(WS-DEPT-IDX)  TO WS-SNAP-KEY
               MOVE WS-DEPT-DAYS(WS-DEPT-IDX)  TO WS-SNAP-DAYS
               MOVE WS-DEPT-VALUE(WS-DEPT-IDX) TO WS-SNAP-AMOUNT
               WRITE VALUATION-RECORD FROM WS-SNAP-DETAIL
           END-PERFORM.
           PERFORM VARYING WS-CCTR-IDX FROM 1 BY 1
                   UNTIL WS-CCTR-IDX > WS-CCTR-TBL-COUNT
               MOVE SPACES TO WS-SNAP-DETAIL
               MOVE "CCTR"                     TO WS-SNAP-DET-TYPE
               MOVE WS-CCTR-CODE(WS-CCTR-IDX)  TO WS-SNAP-KEY
               MOVE WS-CCTR-DAYS(WS-CCTR-IDX)  TO WS-SNAP-DAYS
               MOVE WS-CCTR-VALUE(WS-CCTR-IDX) TO WS-SNAP-AMOUNT
               WRITE VALUATION-RECORD FROM WS-SNAP-DETAIL
           END-PERFORM.
           CLOSE VALUATION-FILE.

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
           MOVE "LEAVELIAB" TO AUDIT-PROGRAM.
           STRING "month=" WS-THIS-MONTH
                  " prior=" WS-PRIOR-MONTH
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "liab=" WS-ONGOING-VALUE
                  " final=" WS-FINAL-VALUE
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
