       IDENTIFICATION DIVISION.
         PROGRAM-ID. GRADECHK.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRADE-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY GRADEREC.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS  PIC X(2) VALUE "00".
       01  WS-GRADE-EOF     PIC X VALUE 'N'.
       01  WS-GRADE-FOUND   PIC X VALUE 'N'.
       01  WS-SALARY-X      PIC X(9) VALUE SPACES.
       01  WS-SALARY-N REDEFINES WS-SALARY-X PIC 9(7)V99.

       LINKAGE SECTION.
           COPY GRADELNK.

       PROCEDURE DIVISION USING GRADECHK-REQUEST.
       CHECK-SALARY-GRADE.
      *    Shared salary range check for every program that sets a
      *    salary: the client's grade is looked up on GRADES.txt
      *    and the salary held against its minimum and maximum.
      *    The table is small and is read fresh on every call, the
      *    way APPRCHK reads its thresholds, so an edit to it is
      *    picked up without restarting anything.
           MOVE "N" TO GRADECHK-RESULT.
           MOVE ZEROS TO GRADECHK-MIN GRADECHK-MID GRADECHK-MAX.
           MOVE GRADECHK-SALARY TO WS-SALARY-X.
           IF GRADECHK-GRADE = SPACES OR WS-SALARY-X NOT NUMERIC
               GOBACK
           END-IF.

           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE 'N' TO WS-GRADE-EOF WS-GRADE-FOUND.
           PERFORM UNTIL WS-GRADE-EOF = 'Y' OR WS-GRADE-FOUND = 'Y'
               READ GRADE-FILE
                   AT END MOVE 'Y' TO WS-GRADE-EOF
                   NOT AT END
                       IF GRD-CODE = GRADECHK-GRADE
                          AND GRD-CODE(1:1) NOT = "*"
                          AND GRD-MIN IS NUMERIC
                          AND GRD-MID IS NUMERIC
                          AND GRD-MAX IS NUMERIC
                           MOVE 'Y' TO WS-GRADE-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.

           IF WS-GRADE-FOUND = 'N'
               MOVE "U" TO GRADECHK-RESULT
               GOBACK
           END-IF.
           MOVE GRD-MIN TO GRADECHK-MIN.
           MOVE GRD-MID TO GRADECHK-MID.
           MOVE GRD-MAX TO GRADECHK-MAX.
           EVALUATE TRUE
               WHEN WS-SALARY-N < GRD-MIN
                   MOVE "L" TO GRADECHK-RESULT
               WHEN WS-SALARY-N > GRD-MAX
                   MOVE "H" TO GRADECHK-RESULT
               WHEN OTHER
                   MOVE "Y" TO GRADECHK-RESULT
           END-EVALUATE.
           GOBACK.
