       01  WS-JRNL-AFTER      PIC X(80) VALUE SPACES.
           COPY APPRLNK.
       01  WS-DIVERTED-COUNT  PIC 9(6) VALUE ZEROS.
           COPY GRADELNK.
       01  WS-GRADE-SALARY.
           05  WS-GRADE-SAL-9 PIC 9(7)V99 VALUE ZEROS.
       01  WS-GRADE-WARN-COUNT PIC 9(6) VALUE ZEROS.
           COPY OPAUTHLNK.
           COPY PERLKLNK.
       01  WS-RAISE-EFF-DATE  PIC X(8) VALUE SPACES.

      *    The budget guard: per-department projections of what the
      *    payroll would be after the rules, held against finance's
           05  WS-RPT-NEW   PIC Z(6)9.99.
           05  FILLER       PIC X(5) VALUE SPACES.

       01  WS-RPT-GRADE-LINE.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  WS-RPT-GRADE-TEXT  PIC X(36).
           05  WS-RPT-GRADE-CODE  PIC X(2).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RPT-GRADE-AMT   PIC Z(6)9.99.
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-VALUE PIC Z(11)9.99.
               STOP RUN
           END-IF.

      *    The raise takes effect on the business date it is
      *    applied. A pay period PERCLOSE has already closed stays
      *    closed unless the operator holds OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           IF RUNCTL-BUSINESS-DATE IS NUMERIC
               MOVE RUNCTL-BUSINESS-DATE TO WS-RAISE-EFF-DATE
           ELSE
               MOVE WS-CURRENT-STAMP(1:8) TO WS-RAISE-EFF-DATE
           END-IF.
           IF WS-APPLY-MODE = 'Y'
               MOVE WS-RAISE-EFF-DATE TO PERLOCK-EFF-DATE
               MOVE "PAYRAISE"        TO PERLOCK-PROGRAM
               CALL "PERLOCK" USING PERLOCK-REQUEST
               IF PERLOCK-ALLOWED NOT = 'Y'
                   MOVE "R" TO RUNCTL-ACTION
                   CALL "RUNCTL" USING RUNCTL-REQUEST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-APPLY-MODE = 'Y'
               OPEN I-O FICHIERCLIENT
           ELSE
           MOVE "RAISES HELD FOR APPROVAL" TO WS-RPT-TOT-LABEL.
           MOVE WS-DIVERTED-COUNT TO WS-RPT-TOT-VALUE.
           WRITE RAISE-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "RAISES OUTSIDE GRADE RANGE" TO WS-RPT-TOT-LABEL.
           MOVE WS-GRADE-WARN-COUNT TO WS-RPT-TOT-VALUE.
           WRITE RAISE-REPORT-LINE FROM WS-RPT-TOTAL.
           IF WS-GRADE-WARN-COUNT > ZERO
               DISPLAY "WARNING: " WS-GRADE-WARN-COUNT " raised "
                       "salary(ies) outside the grade range - see "
                       "PAYRAISRPT.txt"
           END-IF.
           IF WS-BUDGETS-LOADED = 'Y'
               PERFORM WRITE-BUDGET-SECTION
           END-IF.
               MOVE WS-OLD-SALARY   TO WS-RPT-OLD
               MOVE WS-NEW-SALARY   TO WS-RPT-NEW
               WRITE RAISE-REPORT-LINE FROM WS-RPT-DETAIL
               PERFORM CHECK-RAISE-GRADE
               IF WS-APPLY-MODE = 'Y'
                   PERFORM REWRITE-RAISED-CLIENT
               END-IF
           END-IF.

      *    A raised salary that would land outside the client's
      *    grade range on GRADES.txt is flagged under the detail
      *    line in both modes; it is a warning for the review, the
      *    raise itself still goes ahead.
       CHECK-RAISE-GRADE.
           MOVE WS-NEW-SALARY TO WS-GRADE-SAL-9.
           MOVE CLIENT-GRADE    TO GRADECHK-GRADE.
           MOVE WS-GRADE-SALARY TO GRADECHK-SALARY.
           CALL "GRADECHK" USING GRADECHK-REQUEST.
           MOVE CLIENT-GRADE TO WS-RPT-GRADE-CODE.
           EVALUATE GRADECHK-RESULT
               WHEN "L"
                   ADD 1 TO WS-GRADE-WARN-COUNT
                   MOVE "WARNING: NEW SALARY BELOW MINIMUM OF"
                       TO WS-RPT-GRADE-TEXT
                   MOVE GRADECHK-MIN TO WS-RPT-GRADE-AMT
                   WRITE RAISE-REPORT-LINE FROM WS-RPT-GRADE-LINE
               WHEN "H"
                   ADD 1 TO WS-GRADE-WARN-COUNT
                   MOVE "WARNING: NEW SALARY ABOVE MAXIMUM OF"
                       TO WS-RPT-GRADE-TEXT
                   MOVE GRADECHK-MAX TO WS-RPT-GRADE-AMT
                   WRITE RAISE-REPORT-LINE FROM WS-RPT-GRADE-LINE
               WHEN "U"
                   ADD 1 TO WS-GRADE-WARN-COUNT
                   MOVE "WARNING: GRADE NOT ON GRADES.txt -"
                       TO WS-RPT-GRADE-TEXT
                   MOVE ZEROS TO WS-RPT-GRADE-AMT
                   WRITE RAISE-REPORT-LINE FROM WS-RPT-GRADE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A big enough raise needs a second pair of eyes: the
      *    shared APPRCHK gatekeeper queues it on PENDAPPR.txt for
      *    SALAPPROVE and this client's master record stays as it
           MOVE CLIENT-CODE        TO HIST-CLIENT-CODE.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-RAISE-EFF-DATE  TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

