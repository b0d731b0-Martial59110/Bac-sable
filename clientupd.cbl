       01  WS-CONTACT-AVAIL   PIC X VALUE 'Y'.
           COPY OPAUTHLNK.
           COPY APPRLNK.
           COPY GRADELNK.
           COPY PERLKLNK.
       01  WS-GRADE-WARN-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-EFF-DATE        PIC X(8) VALUE SPACES.
       01  WS-LOCK-REASON.
           05  FILLER          PIC X(7) VALUE "PERIOD ".
           05  WS-LOCK-PERIOD  PIC 9(4).
           05  FILLER          PIC X(19) VALUE " CLOSED".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-HIST-ACTION     PIC X    VALUE SPACE.
       01  WS-HIST-OLD-SALARY PIC X(9) VALUE SPACES.
               CLIENT-HIRE-DATE   BY TRN-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY TRN-CLIENT-STATUS
               CLIENT-TERM-DATE   BY TRN-CLIENT-TERM-DATE
               CLIENT-GRADE       BY TRN-CLIENT-GRADE
               CLIENT-PROB-STATUS BY TRN-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY TRN-CLIENT-PROB-EXT
               SALARY-AREA        BY TRN-SALARY-AREA
               SALARY             BY TRN-SALARY.

      *    Master bytes an update image never carries: the HR
      *    feeds still send the old FILLER there, so the grade is
      *    only replaced when the feed gives one, and the probation
      *    outcome PROBREV recorded always stays.
       01  WS-KEEP-GRADE       PIC X(2) VALUE SPACES.
       01  WS-KEEP-PROB-STATUS PIC X(1) VALUE SPACE.
       01  WS-KEEP-PROB-EXT    PIC X(2) VALUE SPACES.

       01  WS-TRANS-VALID    PIC X VALUE 'Y'.
       01  WS-REJECT-REASON  PIC X(30) VALUE SPACES.
       01  WS-APPLIED-COUNT  PIC 9(6) VALUE ZEROS.
           MOVE "TRANSACTIONS PENDING" TO WS-RPT-TOT-LABEL.
           MOVE WS-PEND-TBL-COUNT     TO WS-RPT-TOT-VALUE.
           WRITE TRANS-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "OUTSIDE GRADE RANGE"  TO WS-RPT-TOT-LABEL.
           MOVE WS-GRADE-WARN-COUNT   TO WS-RPT-TOT-VALUE.
           WRITE TRANS-REPORT-LINE FROM WS-RPT-TOTAL.

           PERFORM WRITE-PENDING-SECTION.
           PERFORM REWRITE-PENDING-FILE.
           MOVE 'Y' TO WS-TRANS-VALID.
           MOVE 'N' TO WS-TRANS-PARKED.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM CHECK-PERIOD-LOCK.

           EVALUATE TRUE
               WHEN TRN-EFF-DATE NOT = SPACES
               WHEN TRN-EFF-DATE NOT = SPACES
                AND TRN-EFF-DATE > WS-TODAY
                   PERFORM PARK-TRANSACTION
               WHEN PERLOCK-ALLOWED NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE PERLOCK-PERIOD TO WS-LOCK-PERIOD
                   MOVE WS-LOCK-REASON TO WS-REJECT-REASON
               WHEN TRN-ADD    PERFORM APPLY-ADD
               WHEN TRN-UPDATE PERFORM APPLY-UPDATE
               WHEN TRN-DELETE PERFORM APPLY-DELETE
           MOVE WS-REJECT-REASON    TO WS-RPT-REASON.
           WRITE TRANS-REPORT-LINE FROM WS-RPT-DETAIL.

      *    A transaction takes effect on its effective date, or
      *    today when it carries none. One landing in a pay period
      *    PERCLOSE has already closed is refused unless the
      *    operator running the feed holds the OVERRIDE function;
      *    PERLOCK does the lookup, the message and the audit.
       CHECK-PERIOD-LOCK.
           IF TRN-EFF-DATE = SPACES
               MOVE WS-TODAY TO WS-EFF-DATE
           ELSE
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
           END-IF.
           MOVE 'Y' TO PERLOCK-ALLOWED.
           IF WS-EFF-DATE IS NUMERIC AND WS-EFF-DATE NOT > WS-TODAY
               MOVE WS-EFF-DATE  TO PERLOCK-EFF-DATE
               MOVE "CLIENTUPD"  TO PERLOCK-PROGRAM
               CALL "PERLOCK" USING PERLOCK-REQUEST
           END-IF.

      *    Future-dated transactions wait in the pending table and
      *    are rewritten to CLIPEND.txt at end of run. The table cap
      *    is generous for a nightly feed; a line that cannot be
               MOVE "SALARY HELD FOR APPROVAL" TO WS-REJECT-REASON
           END-IF.

      *    The salary that actually landed is held against the
      *    client's grade range on GRADES.txt. Outside the range is
      *    a warning, not a rejection: the transaction is applied
      *    and the reason column says so, unless it already carries
      *    the approval hold.
       CHECK-SALARY-GRADE.
           MOVE CLIENT-GRADE TO GRADECHK-GRADE.
           MOVE SALARY-AREA  TO GRADECHK-SALARY.
           CALL "GRADECHK" USING GRADECHK-REQUEST.
           IF GRADECHK-RESULT = "L" OR "H" OR "U"
               ADD 1 TO WS-GRADE-WARN-COUNT
               IF WS-REJECT-REASON = SPACES
                   EVALUATE GRADECHK-RESULT
                       WHEN "L"
                           MOVE "WARNING: BELOW GRADE MINIMUM"
                               TO WS-REJECT-REASON
                       WHEN "H"
                           MOVE "WARNING: ABOVE GRADE MAXIMUM"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE "WARNING: GRADE NOT ON GRADES"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

       VALIDATE-TRANSACTION-DEPT.
           IF WS-DEPT-ENFORCE = 'Y'
               MOVE TRN-CLIENT-DEPT TO DEPT-CODE
           PERFORM VALIDATE-TRANSACTION-FIELDS.
           IF WS-TRANS-VALID = 'Y'
               MOVE TRN-CLIENT-RECORD TO CLIENT-RECORD
               MOVE SPACES TO CLIENT-PROB-STATUS
               MOVE SPACES TO CLIENT-PROB-EXT
               WRITE CLIENT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE SPACES        TO WS-JRNL-BEFORE
                       MOVE CLIENT-RECORD TO WS-JRNL-AFTER
                       PERFORM WRITE-JOURNAL
                       PERFORM CHECK-SALARY-GRADE
               END-WRITE
           END-IF.

                   NOT INVALID KEY
                       MOVE SALARY-AREA TO WS-HIST-OLD-SALARY
                       MOVE CLIENT-RECORD TO WS-JRNL-BEFORE
                       MOVE CLIENT-GRADE       TO WS-KEEP-GRADE
                       MOVE CLIENT-PROB-STATUS TO WS-KEEP-PROB-STATUS
                       MOVE CLIENT-PROB-EXT    TO WS-KEEP-PROB-EXT
                       MOVE TRN-CLIENT-RECORD TO CLIENT-RECORD
                       IF TRN-CLIENT-GRADE = SPACES
                           MOVE WS-KEEP-GRADE TO CLIENT-GRADE
                       END-IF
                       MOVE WS-KEEP-PROB-STATUS TO CLIENT-PROB-STATUS
                       MOVE WS-KEEP-PROB-EXT    TO CLIENT-PROB-EXT
                       PERFORM CHECK-SALARY-APPROVAL
                       REWRITE CLIENT-RECORD
                           INVALID KEY
                               MOVE "R" TO WS-JRNL-ACTION
                               MOVE CLIENT-RECORD TO WS-JRNL-AFTER
                               PERFORM WRITE-JOURNAL
                               PERFORM CHECK-SALARY-GRADE
                       END-REWRITE
               END-READ
           END-IF.
           MOVE CLIENT-CODE        TO HIST-CLIENT-CODE.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-EFF-DATE        TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

