       IDENTIFICATION DIVISION.
         PROGRAM-ID. GRADERPT.
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

           SELECT GRADE-FILE ASSIGN TO "GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRADE-STATUS.

           SELECT GRADE-REPORT ASSIGN TO "GRADERPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  GRADE-FILE.
           COPY GRADEREC.

       FD  GRADE-REPORT.
       01  GRADE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-GRADE-STATUS         PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-GRADE-EOF            PIC X VALUE 'N'.
           COPY RUNCTLNK.

       01  WS-GRD-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-GRD-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-GRD-FOUND     PIC X VALUE 'N'.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 50 TIMES.
               10  WS-GRD-CODE PIC X(2)     VALUE SPACES.
               10  WS-GRD-MIN  PIC 9(7)V99  VALUE ZEROS.
               10  WS-GRD-MID  PIC 9(7)V99  VALUE ZEROS.
               10  WS-GRD-MAX  PIC 9(7)V99  VALUE ZEROS.

       01  WS-FIRST-DEPT      PIC X VALUE 'Y'.
       01  WS-CURRENT-DEPT    PIC X(10) VALUE SPACES.
       01  WS-COMPA-RATIO     PIC 9(3)V9 VALUE ZEROS.
       01  WS-SHORTFALL       PIC 9(7)V99 VALUE ZEROS.

      *    Department and grand totals. The average compa-ratio is
      *    taken over graded clients only.
       01  WS-DEPT-TOTALS.
           05  WS-DPT-CLIENTS   PIC 9(6) VALUE ZEROS.
           05  WS-DPT-GRADED    PIC 9(6) VALUE ZEROS.
           05  WS-DPT-BELOW     PIC 9(6) VALUE ZEROS.
           05  WS-DPT-ABOVE     PIC 9(6) VALUE ZEROS.
           05  WS-DPT-COMPA-SUM PIC 9(9)V9 VALUE ZEROS.
           05  WS-DPT-COST      PIC 9(12)V99 VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05  WS-GRN-CLIENTS   PIC 9(6) VALUE ZEROS.
           05  WS-GRN-GRADED    PIC 9(6) VALUE ZEROS.
           05  WS-GRN-BELOW     PIC 9(6) VALUE ZEROS.
           05  WS-GRN-ABOVE     PIC 9(6) VALUE ZEROS.
           05  WS-GRN-UNGRADED  PIC 9(6) VALUE ZEROS.
           05  WS-GRN-COMPA-SUM PIC 9(9)V9 VALUE ZEROS.
           05  WS-GRN-COST      PIC 9(12)V99 VALUE ZEROS.
       01  WS-AVG-COMPA       PIC 9(3)V9 VALUE ZEROS.

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.
       01  WS-RPT-HEADER-1 PIC X(80) VALUE
           "SALARY GRADE COMPA-RATIO REPORT".
       01  WS-RPT-HEADER-2 PIC X(80) VALUE ALL "-".
       01  WS-RPT-DEPT-LINE.
           05  FILLER          PIC X(12) VALUE "DEPARTMENT: ".
           05  WS-RPT-DEPT     PIC X(10).
           05  FILLER          PIC X(58) VALUE SPACES.
       01  WS-RPT-COL-HEADER.
           05  FILLER PIC X(10) VALUE "CODE".
           05  FILLER PIC X(21) VALUE "NAME".
           05  FILLER PIC X(4)  VALUE "GR".
           05  FILLER PIC X(12) VALUE "    SALARY".
           05  FILLER PIC X(12) VALUE "  MIDPOINT".
           05  FILLER PIC X(7)  VALUE "COMPA".
           05  FILLER PIC X(14) VALUE "RANGE".
       01  WS-RPT-DETAIL.
           05  WS-RPT-CODE    PIC X(9).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-NAME    PIC X(20).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-GRADE   PIC X(2).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-SALARY  PIC Z(6)9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-MID     PIC Z(6)9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-COMPA   PIC ZZ9.9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-FLAG    PIC X(14).
       01  WS-RPT-COUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-CNT-LABEL PIC X(30).
           05  WS-RPT-CNT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-AMT-LABEL PIC X(30).
           05  WS-RPT-AMT-VALUE PIC Z(11)9.99.
           05  FILLER           PIC X(31) VALUE SPACES.
       01  WS-RPT-RATIO-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-RAT-LABEL PIC X(30).
           05  WS-RPT-RAT-VALUE PIC ZZ9.9.
           05  FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Compensation review aid: every active client's salary
      *    against the midpoint of their grade on GRADES.txt (the
      *    compa-ratio, 100.0 = on midpoint), department by
      *    department in the master's department key order. Anyone
      *    below the grade minimum or above the maximum is flagged,
      *    and each department totals what it would cost a year to
      *    bring everyone below minimum up to it. Clients with no
      *    grade, or a grade missing from the table, are listed so
      *    they can be graded.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "GRADERPT" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           PERFORM LOAD-GRADE-TABLE.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GRADE-REPORT.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-HEADER-2.

           MOVE LOW-VALUES TO CLIENT-DEPT.
           START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-DEPT
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM REPORT-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           IF WS-FIRST-DEPT = 'N'
               PERFORM WRITE-DEPT-TOTALS
           END-IF.

           PERFORM WRITE-GRAND-TOTALS.
           CLOSE GRADE-REPORT.
           DISPLAY "Compa-ratio report written to GRADERPT.txt".
           IF WS-GRN-BELOW > ZERO OR WS-GRN-ABOVE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "Unable to open GRADES.txt, file status "
                       WS-GRADE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GRADE-EOF = 'Y'
               READ GRADE-FILE
                   AT END MOVE 'Y' TO WS-GRADE-EOF
                   NOT AT END PERFORM LOAD-GRADE-LINE
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.

       LOAD-GRADE-LINE.
           IF GRD-CODE = SPACES OR GRD-CODE(1:1) = "*"
               CONTINUE
           ELSE
               IF GRD-MIN IS NUMERIC AND GRD-MID IS NUMERIC
                  AND GRD-MAX IS NUMERIC
                   IF WS-GRD-TBL-COUNT < 50
                       ADD 1 TO WS-GRD-TBL-COUNT
                       MOVE GRD-CODE TO WS-GRD-CODE(WS-GRD-TBL-COUNT)
                       MOVE GRD-MIN  TO WS-GRD-MIN(WS-GRD-TBL-COUNT)
                       MOVE GRD-MID  TO WS-GRD-MID(WS-GRD-TBL-COUNT)
                       MOVE GRD-MAX  TO WS-GRD-MAX(WS-GRD-TBL-COUNT)
                   ELSE
                       DISPLAY "WARNING: grade table full, grade "
                               GRD-CODE " ignored"
                   END-IF
               ELSE
                   DISPLAY "WARNING: grade " GRD-CODE " has a "
                           "non-numeric range on GRADES.txt, ignored"
               END-IF
           END-IF.

       REPORT-CLIENT.
           IF CLIENT-CODE = SPACES OR CLIENT-STATUS = "T"
               CONTINUE
           ELSE
               IF WS-FIRST-DEPT = 'Y'
                   MOVE 'N' TO WS-FIRST-DEPT
                   PERFORM START-DEPARTMENT
               ELSE
                   IF CLIENT-DEPT NOT = WS-CURRENT-DEPT
                       PERFORM WRITE-DEPT-TOTALS
                       PERFORM START-DEPARTMENT
                   END-IF
               END-IF
               PERFORM RATE-CLIENT
           END-IF.

       START-DEPARTMENT.
           MOVE CLIENT-DEPT TO WS-CURRENT-DEPT.
           INITIALIZE WS-DEPT-TOTALS.
           MOVE CLIENT-DEPT TO WS-RPT-DEPT.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-DEPT-LINE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COL-HEADER.

       RATE-CLIENT.
           ADD 1 TO WS-DPT-CLIENTS.
           ADD 1 TO WS-GRN-CLIENTS.
           MOVE CLIENT-CODE  TO WS-RPT-CODE.
           MOVE CLIENT-NAME  TO WS-RPT-NAME.
           MOVE CLIENT-GRADE TO WS-RPT-GRADE.
           MOVE ZEROS  TO WS-RPT-SALARY WS-RPT-MID WS-RPT-COMPA.
           MOVE SPACES TO WS-RPT-FLAG.
           IF SALARY IS NUMERIC
               MOVE SALARY TO WS-RPT-SALARY
           END-IF.
           PERFORM FIND-GRADE.
           EVALUATE TRUE
               WHEN SALARY NOT NUMERIC
                   MOVE "BAD SALARY" TO WS-RPT-FLAG
               WHEN CLIENT-GRADE = SPACES
                   MOVE "NOT GRADED" TO WS-RPT-FLAG
                   ADD 1 TO WS-GRN-UNGRADED
               WHEN WS-GRD-FOUND = 'N'
                   MOVE "UNKNOWN GRADE" TO WS-RPT-FLAG
                   ADD 1 TO WS-GRN-UNGRADED
               WHEN OTHER
                   PERFORM RATE-GRADED-CLIENT
           END-EVALUATE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-DETAIL.

       RATE-GRADED-CLIENT.
           ADD 1 TO WS-DPT-GRADED.
           ADD 1 TO WS-GRN-GRADED.
           MOVE WS-GRD-MID(WS-GRD-IDX) TO WS-RPT-MID.
           IF WS-GRD-MID(WS-GRD-IDX) > ZERO
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   SALARY * 100 / WS-GRD-MID(WS-GRD-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-COMPA-RATIO
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-COMPA-RATIO
           END-IF.
           MOVE WS-COMPA-RATIO TO WS-RPT-COMPA.
           ADD WS-COMPA-RATIO TO WS-DPT-COMPA-SUM.
           ADD WS-COMPA-RATIO TO WS-GRN-COMPA-SUM.
           EVALUATE TRUE
               WHEN SALARY < WS-GRD-MIN(WS-GRD-IDX)
                   MOVE "BELOW MINIMUM" TO WS-RPT-FLAG
                   ADD 1 TO WS-DPT-BELOW
                   ADD 1 TO WS-GRN-BELOW
                   COMPUTE WS-SHORTFALL =
                       WS-GRD-MIN(WS-GRD-IDX) - SALARY
                   ADD WS-SHORTFALL TO WS-DPT-COST
                   ADD WS-SHORTFALL TO WS-GRN-COST
               WHEN SALARY > WS-GRD-MAX(WS-GRD-IDX)
                   MOVE "ABOVE MAXIMUM" TO WS-RPT-FLAG
                   ADD 1 TO WS-DPT-ABOVE
                   ADD 1 TO WS-GRN-ABOVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-GRADE.
           MOVE 'N' TO WS-GRD-FOUND.
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-TBL-COUNT
                      OR WS-GRD-FOUND = 'Y'
               IF WS-GRD-CODE(WS-GRD-IDX) = CLIENT-GRADE
                   MOVE 'Y' TO WS-GRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-GRD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GRD-IDX
           END-IF.

       WRITE-DEPT-TOTALS.
           MOVE "Clients" TO WS-RPT-CNT-LABEL.
           MOVE WS-DPT-CLIENTS TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Below grade minimum" TO WS-RPT-CNT-LABEL.
           MOVE WS-DPT-BELOW TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Above grade maximum" TO WS-RPT-CNT-LABEL.
           MOVE WS-DPT-ABOVE TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-DPT-GRADED > ZERO
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-DPT-COMPA-SUM / WS-DPT-GRADED
           ELSE
               MOVE ZEROS TO WS-AVG-COMPA
           END-IF.
           MOVE "Average compa-ratio" TO WS-RPT-RAT-LABEL.
           MOVE WS-AVG-COMPA TO WS-RPT-RAT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-RATIO-LINE.
           MOVE "Cost to bring up to minimum" TO WS-RPT-AMT-LABEL.
           MOVE WS-DPT-COST TO WS-RPT-AMT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-HEADER-2.

       WRITE-GRAND-TOTALS.
           MOVE "ALL DEPARTMENTS" TO GRADE-REPORT-LINE.
           WRITE GRADE-REPORT-LINE.
           MOVE "Active clients" TO WS-RPT-CNT-LABEL.
           MOVE WS-GRN-CLIENTS TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Not graded / unknown grade" TO WS-RPT-CNT-LABEL.
           MOVE WS-GRN-UNGRADED TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Below grade minimum" TO WS-RPT-CNT-LABEL.
           MOVE WS-GRN-BELOW TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Above grade maximum" TO WS-RPT-CNT-LABEL.
           MOVE WS-GRN-ABOVE TO WS-RPT-CNT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-GRN-GRADED > ZERO
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-GRN-COMPA-SUM / WS-GRN-GRADED
           ELSE
               MOVE ZEROS TO WS-AVG-COMPA
           END-IF.
           MOVE "Average compa-ratio" TO WS-RPT-RAT-LABEL.
           MOVE WS-AVG-COMPA TO WS-RPT-RAT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-RATIO-LINE.
           MOVE "Cost to bring up to minimum" TO WS-RPT-AMT-LABEL.
           MOVE WS-GRN-COST TO WS-RPT-AMT-VALUE.
           WRITE GRADE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
