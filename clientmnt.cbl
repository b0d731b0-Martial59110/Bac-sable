           COPY OPAUTHLNK.
           COPY APPRLNK.
           COPY RUNCTLNK.
           COPY GRADELNK.
           COPY PERLKLNK.
       01  WS-GRADE-AMOUNT    PIC Z(6)9.99.
       01  WS-TODAY           PIC X(8) VALUE SPACES.
       01  WS-EFF-DATE        PIC X(8) VALUE SPACES.
       01  WS-OLD-HIRE-DATE   PIC X(8) VALUE SPACES.
       01  WS-OLD-TERM-DATE   PIC X(8) VALUE SPACES.
       01  WS-REHIRE-DATE     PIC X(8) VALUE SPACES.
       01  WS-HIST-ACTION     PIC X    VALUE SPACE.
       01  WS-HIST-OLD-SALARY PIC X(9) VALUE SPACES.
       01  WS-HIST-NEW-SALARY PIC X(9) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.

           PERFORM CLAIM-RUN-CONTROL.
           OPEN I-O FICHIERCLIENT.
           DISPLAY "Hire date (YYYYMMDD): ".
           ACCEPT CLIENT-HIRE-DATE.
           PERFORM VALIDATE-HIRE-DATE.
           DISPLAY "Grade (blank if not graded): ".
           ACCEPT CLIENT-GRADE.
           DISPLAY "Salary: ".
           ACCEPT SALARY.
           PERFORM UNTIL SALARY IS NUMERIC
               DISPLAY "Salary must be numeric, please re-enter: "
               ACCEPT SALARY
           END-PERFORM.
           PERFORM CHECK-SALARY-GRADE.
      *    New clients always start as active employment.
           MOVE "A"    TO CLIENT-STATUS.
           MOVE SPACES TO CLIENT-TERM-DATE.

      *    A new client is paid from the hire date, so that is the
      *    date the closed-period lock is held against.
           MOVE CLIENT-HIRE-DATE TO WS-EFF-DATE.
           PERFORM CHECK-PERIOD-LOCK.
           IF PERLOCK-ALLOWED NOT = 'Y'
               DISPLAY "Add refused, client " CLIENT-CODE
                       " not added."
           ELSE
               PERFORM WRITE-NEW-CLIENT
           END-IF.

       WRITE-NEW-CLIENT.
           WRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "Add failed, client code already exists."
       UPDATE-CLIENT-FIELDS.
           MOVE SALARY-AREA TO WS-HIST-OLD-SALARY.
           MOVE CLIENT-RECORD TO WS-JRNL-BEFORE.
           MOVE CLIENT-HIRE-DATE TO WS-OLD-HIRE-DATE.
           MOVE CLIENT-TERM-DATE TO WS-OLD-TERM-DATE.
           DISPLAY "Client name [" CLIENT-NAME "]: ".
           ACCEPT CLIENT-NAME.
           DISPLAY "Department [" CLIENT-DEPT "]: ".
           DISPLAY "Hire date [" CLIENT-HIRE-DATE "]: ".
           ACCEPT CLIENT-HIRE-DATE.
           PERFORM VALIDATE-HIRE-DATE.
           DISPLAY "Grade [" CLIENT-GRADE "]: ".
           ACCEPT CLIENT-GRADE.
           DISPLAY "Status A=active T=terminated ["
                   CLIENT-STATUS "]: ".
           ACCEPT CLIENT-STATUS.
               MOVE SPACES TO CLIENT-TERM-DATE
           END-IF.

      *    The lock is checked once every date is in and before
      *    the salary is taken, so a refused update never leaves a
      *    queued approval behind on PENDAPPR.txt.
           PERFORM SET-UPDATE-EFF-DATE.
           PERFORM CHECK-PERIOD-LOCK.
           IF PERLOCK-ALLOWED NOT = 'Y'
               DISPLAY "Update refused, client " CLIENT-CODE
                       " left unchanged."
           ELSE
               PERFORM UPDATE-CLIENT-SALARY
               PERFORM REWRITE-UPDATED-CLIENT
           END-IF.

       UPDATE-CLIENT-SALARY.
           DISPLAY "Salary [" SALARY "]: ".
           ACCEPT SALARY.
           PERFORM UNTIL SALARY IS NUMERIC
               DISPLAY "Salary must be numeric, please re-enter: "
               ACCEPT SALARY
           END-PERFORM.
           PERFORM CHECK-SALARY-APPROVAL.
           PERFORM CHECK-SALARY-GRADE.

      *    An update takes effect today, except that a corrected
      *    hire or termination date reaches back to the earlier of
      *    its old and new values - that is where pay changes.
       SET-UPDATE-EFF-DATE.
           MOVE WS-TODAY TO WS-EFF-DATE.
           IF CLIENT-HIRE-DATE NOT = WS-OLD-HIRE-DATE
               IF WS-OLD-HIRE-DATE IS NUMERIC
                  AND WS-OLD-HIRE-DATE < WS-EFF-DATE
                   MOVE WS-OLD-HIRE-DATE TO WS-EFF-DATE
               END-IF
               IF CLIENT-HIRE-DATE < WS-EFF-DATE
                   MOVE CLIENT-HIRE-DATE TO WS-EFF-DATE
               END-IF
           END-IF.
           IF CLIENT-TERM-DATE NOT = WS-OLD-TERM-DATE
               IF WS-OLD-TERM-DATE IS NUMERIC
                  AND WS-OLD-TERM-DATE < WS-EFF-DATE
                   MOVE WS-OLD-TERM-DATE TO WS-EFF-DATE
               END-IF
               IF CLIENT-TERM-DATE IS NUMERIC
                  AND CLIENT-TERM-DATE < WS-EFF-DATE
                   MOVE CLIENT-TERM-DATE TO WS-EFF-DATE
               END-IF
           END-IF.

       REWRITE-UPDATED-CLIENT.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   DISPLAY "Update failed, rewrite rejected."
               INVALID KEY
                   DISPLAY "Delete failed, client code not found."
               NOT INVALID KEY
                   MOVE WS-TODAY TO WS-EFF-DATE
                   PERFORM CHECK-PERIOD-LOCK
                   IF PERLOCK-ALLOWED NOT = 'Y'
                       DISPLAY "Delete refused, client " CLIENT-CODE
                               " left on the master."
                   ELSE
                       PERFORM DELETE-CLIENT-RECORD
                   END-IF
           END-READ.

       DELETE-CLIENT-RECORD.
                   END-IF
           END-READ.

      *    The new hire date is taken first: a rehire dated inside
      *    a closed pay period is refused before the old spell is
      *    written away.
       CLOSE-SPELL-AND-REHIRE.
           MOVE CLIENT-RECORD TO WS-JRNL-BEFORE.
           DISPLAY "New hire date (YYYYMMDD): ".
           ACCEPT WS-REHIRE-DATE.
           CALL "DATECHK" USING WS-REHIRE-DATE WS-DATE-VALID.
           PERFORM UNTIL WS-DATE-VALID = 'Y'
               DISPLAY "Hire date must be a real past date "
                       "(YYYYMMDD), please re-enter: "
               ACCEPT WS-REHIRE-DATE
               CALL "DATECHK" USING WS-REHIRE-DATE WS-DATE-VALID
           END-PERFORM.
           MOVE WS-REHIRE-DATE TO WS-EFF-DATE.
           PERFORM CHECK-PERIOD-LOCK.
           IF PERLOCK-ALLOWED NOT = 'Y'
               DISPLAY "Rehire refused, client " CLIENT-CODE
                       " left unchanged."
           ELSE
               PERFORM REHIRE-INTO-NEW-SPELL
           END-IF.

       REHIRE-INTO-NEW-SPELL.
           PERFORM WRITE-SPELL-RECORD.
           MOVE SALARY-AREA TO WS-HIST-OLD-SALARY.
           MOVE WS-REHIRE-DATE TO CLIENT-HIRE-DATE.
           DISPLAY "Department [" CLIENT-DEPT "]: ".
           ACCEPT CLIENT-DEPT.
           PERFORM VALIDATE-DEPARTMENT.
           DISPLAY "Grade [" CLIENT-GRADE "]: ".
           ACCEPT CLIENT-GRADE.
           DISPLAY "New salary [" SALARY-AREA "]: ".
           ACCEPT SALARY.
           PERFORM UNTIL SALARY IS NUMERIC
               DISPLAY "Salary must be numeric, please re-enter: "
               ACCEPT SALARY
           END-PERFORM.
           PERFORM CHECK-SALARY-GRADE.
           MOVE "A"    TO CLIENT-STATUS.
           MOVE SPACES TO CLIENT-TERM-DATE.
      *    A rehire is not on probation; the outcome of the earlier
      *    spell's probation stays on its journal record.
           MOVE SPACES TO CLIENT-PROB-STATUS.
           MOVE SPACES TO CLIENT-PROB-EXT.

           REWRITE CLIENT-RECORD
               INVALID KEY
                       "queued change is released."
           END-IF.

      *    The salary is held against the client's grade range on
      *    GRADES.txt through the shared GRADECHK subprogram. A
      *    salary outside the range is only a warning - there are
      *    good reasons for red-circled and trainee salaries - but
      *    the operator sees it before the record is written.
       CHECK-SALARY-GRADE.
           MOVE CLIENT-GRADE TO GRADECHK-GRADE.
           MOVE SALARY-AREA  TO GRADECHK-SALARY.
           CALL "GRADECHK" USING GRADECHK-REQUEST.
           EVALUATE GRADECHK-RESULT
               WHEN "L"
                   MOVE GRADECHK-MIN TO WS-GRADE-AMOUNT
                   DISPLAY "WARNING: salary is below the grade "
                           CLIENT-GRADE " minimum of " WS-GRADE-AMOUNT
               WHEN "H"
                   MOVE GRADECHK-MAX TO WS-GRADE-AMOUNT
                   DISPLAY "WARNING: salary is above the grade "
                           CLIENT-GRADE " maximum of " WS-GRADE-AMOUNT
               WHEN "U"
                   DISPLAY "WARNING: grade " CLIENT-GRADE " is not on "
                           "GRADES.txt - salary range not checked."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Every department typed here must exist on the reference
      *    file - "LOGISTIC" instead of "LOGISTICS" used to become
      *    its own line on SALARYDEPT.txt. Skipped only when the
                   MOVE 'Y' TO WS-DEPT-VALID
           END-READ.

      *    Closed pay periods stay closed: the shared PERLOCK check
      *    refuses a change effective inside one unless the
      *    operator holds OVERRIDE. The caller sets WS-EFF-DATE.
       CHECK-PERIOD-LOCK.
           MOVE WS-EFF-DATE  TO PERLOCK-EFF-DATE.
           MOVE "CLIENTMNT"  TO PERLOCK-PROGRAM.
           CALL "PERLOCK" USING PERLOCK-REQUEST.

      *    The shared DATECHK subprogram enforces a real calendar
      *    date (month, day-in-month, leap years) that is not in
      *    the future - "20269931" used to sail straight into the
           MOVE CLIENT-CODE        TO HIST-CLIENT-CODE.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-EFF-DATE        TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

