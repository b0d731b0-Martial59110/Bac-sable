       IDENTIFICATION DIVISION.
         PROGRAM-ID. PROBCHK.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PROBPARM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT SPELL-FILE ASSIGN TO "SPELLS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPELL-STATUS.

         DATA DIVISION.
       FILE SECTION.
      *    One line per department with its probation period in
      *    months (two digits), "ALL" for the period of every
      *    department without a line of its own, and optionally
      *    "SINCE" with a YYYYMMDD date: clients hired before it
      *    predate probation tracking. Lines starting "*" are
      *    comments.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEY        PIC X(10).
           05  PARM-VALUE      PIC X(8).
           05  PARM-MONTHS-VIEW REDEFINES PARM-VALUE.
               10  PARM-MONTHS PIC X(2).
               10  FILLER      PIC X(6).

       FD  SPELL-FILE.
           COPY SPELLREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS   PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS  PIC X(2) VALUE "00".
       01  WS-FILE-EOF      PIC X VALUE 'N'.
       01  WS-REHIRE        PIC X VALUE 'N'.
       01  WS-DEFAULT-MONTHS PIC 9(2) VALUE 6.
       01  WS-DEPT-MONTHS   PIC 9(2) VALUE ZEROS.
       01  WS-DEPT-FOUND    PIC X VALUE 'N'.
       01  WS-EXT-MONTHS    PIC 9(2) VALUE ZEROS.
       01  WS-SINCE-DATE    PIC X(8) VALUE SPACES.
       01  WS-END-INT       PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-DAYS-IN-MONTH PIC 9(2) VALUE ZEROS.
       01  WS-YEAR-QUOT     PIC 9(4) VALUE ZEROS.
       01  WS-YEAR-REM      PIC 9(4) VALUE ZEROS.
       01  WS-WORK-DATE.
           05  WS-WD-YEAR   PIC 9(4).
           05  WS-WD-MONTH  PIC 9(2).
           05  WS-WD-DAY    PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01  WS-VALID-DATE    PIC X VALUE 'N'.

       LINKAGE SECTION.
           COPY PROBLNK.

       PROCEDURE DIVISION USING PROBCHK-REQUEST.
       CHECK-PROBATION.
      *    Shared probation rules for PROBRPT and PROBREV: the
      *    period comes from PROBPARM.txt (six months when neither
      *    the department nor ALL has a line), plus any extension
      *    already granted, and runs from the hire date to the
      *    day before the same date that many months later (or to
      *    the month end when that month is shorter). A client
      *    with an earlier spell on SPELLS.txt is a rehire and
      *    does not go back on probation. The parameters are read
      *    fresh on every call, the way GRADECHK reads GRADES.txt.
           MOVE "N"    TO PROBCHK-RESULT.
           MOVE ZEROS  TO PROBCHK-MONTHS.
           MOVE SPACES TO PROBCHK-END-DATE.
           MOVE 'N'    TO PROBCHK-SINCE-FOUND.
           MOVE PROBCHK-HIRE-DATE TO WS-WORK-DATE.
           PERFORM CHECK-WORK-DATE.
           IF WS-VALID-DATE = 'N'
               GOBACK
           END-IF.

           PERFORM LOAD-PARAMETERS.
           IF PROBCHK-EXT IS NUMERIC
               MOVE PROBCHK-EXT TO WS-EXT-MONTHS
           ELSE
               MOVE ZEROS TO WS-EXT-MONTHS
           END-IF.
           IF WS-DEPT-FOUND = 'Y'
               COMPUTE PROBCHK-MONTHS = WS-DEPT-MONTHS + WS-EXT-MONTHS
           ELSE
               COMPUTE PROBCHK-MONTHS =
                   WS-DEFAULT-MONTHS + WS-EXT-MONTHS
           END-IF.
           PERFORM COMPUTE-END-DATE.

           IF PROBCHK-HIRE-DATE < WS-SINCE-DATE
              AND PROBCHK-PROB-STATUS NOT = "E"
               MOVE "O" TO PROBCHK-RESULT
               GOBACK
           END-IF.
           PERFORM CHECK-FOR-REHIRE.
           IF WS-REHIRE = 'Y'
               MOVE "R" TO PROBCHK-RESULT
           ELSE
               MOVE "Y" TO PROBCHK-RESULT
           END-IF.
           GOBACK.

      *    Without a SINCE line there is no cutover: every hire is
      *    tracked (spaces sort below any hire date).
       LOAD-PARAMETERS.
           MOVE 6      TO WS-DEFAULT-MONTHS.
           MOVE 'N'    TO WS-DEPT-FOUND.
           MOVE SPACES TO WS-SINCE-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PARM-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM LOAD-PARAMETER-LINE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       LOAD-PARAMETER-LINE.
           EVALUATE TRUE
               WHEN PARM-KEY(1:1) = "*"
                   CONTINUE
               WHEN PARM-KEY = "SINCE"
                   IF PARM-VALUE IS NUMERIC
                       MOVE PARM-VALUE TO WS-SINCE-DATE
                       MOVE 'Y' TO PROBCHK-SINCE-FOUND
                   END-IF
               WHEN PARM-MONTHS NOT NUMERIC
                   CONTINUE
               WHEN PARM-KEY = "ALL"
                   MOVE PARM-MONTHS TO WS-DEFAULT-MONTHS
               WHEN PARM-KEY = PROBCHK-DEPT
                   MOVE PARM-MONTHS TO WS-DEPT-MONTHS
                   MOVE 'Y' TO WS-DEPT-FOUND
           END-EVALUATE.

      *    Hire date plus the months, less one day; a day past the
      *    end of the target month falls back to its last day.
       COMPUTE-END-DATE.
           MOVE PROBCHK-HIRE-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-WD-YEAR * 12 + WS-WD-MONTH - 1 + PROBCHK-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WD-YEAR
               REMAINDER WS-WD-MONTH.
           ADD 1 TO WS-WD-MONTH.
           PERFORM SET-DAYS-IN-MONTH.
           IF WS-WD-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WD-DAY
               MOVE WS-WORK-DATE TO PROBCHK-END-DATE
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
               COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
               MOVE WS-WORK-DATE TO PROBCHK-END-DATE
           END-IF.

       CHECK-FOR-REHIRE.
           MOVE 'N' TO WS-REHIRE.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y' OR WS-REHIRE = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SPELL-CLIENT-CODE = PROBCHK-CLIENT-CODE
                               MOVE 'Y' TO WS-REHIRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.

       CHECK-WORK-DATE.
           MOVE 'N' TO WS-VALID-DATE.
           IF WS-WORK-DATE IS NUMERIC
               IF WS-WD-MONTH > 0 AND WS-WD-MONTH < 13
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-WD-DAY > 0
                      AND WS-WD-DAY NOT > WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-VALID-DATE
                   END-IF
               END-IF
           END-IF.

      *    Leap years as in DATECHK: divisible by 4, except
      *    century years, which must be divisible by 400.
       SET-DAYS-IN-MONTH.
           EVALUATE WS-WD-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WD-YEAR BY 4 GIVING WS-YEAR-QUOT
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-WD-YEAR BY 100 GIVING WS-YEAR-QUOT
                           REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-WD-YEAR BY 400
                               GIVING WS-YEAR-QUOT
                               REMAINDER WS-YEAR-REM
                           IF WS-YEAR-REM = ZERO
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
