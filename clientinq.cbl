           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPELL-STATUS.

           SELECT LVHIST-FILE ASSIGN TO "LEAVEHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LVHIST-STATUS.

           SELECT XREF-FILE ASSIGN TO "CLIXREF.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
       FD  SPELL-FILE.
           COPY SPELLREC.

       FD  LVHIST-FILE.
           COPY LVHSTREC.

       FD  XREF-FILE.
           COPY XREFREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-SPELL-EOF            PIC X VALUE 'N'.
       01  WS-SPELL-COUNT          PIC 9(4) VALUE ZEROS.
       01  WS-LVHIST-STATUS        PIC X(2) VALUE "00".
       01  WS-LVHIST-EOF           PIC X VALUE 'N'.
       01  WS-LVHIST-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-LVHIST-DAYS          PIC 9(4)V99 VALUE ZEROS.
       01  WS-DAYS-EDIT            PIC ZZZ9.99 VALUE ZEROS.
       01  WS-XREF-STATUS          PIC X(2) VALUE "00".
       01  WS-XREF-EOF             PIC X VALUE 'N'.
       01  WS-XREF-FOUND           PIC X VALUE 'N'.
       01  WS-MODE-CHOICE PIC X VALUE SPACE.
           88  WS-NAME-INQUIRY VALUE "1".
           88  WS-DEPT-INQUIRY VALUE "2".
           MOVE WS-SEARCH-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   PERFORM LOOKUP-MERGED-CODE
               NOT INVALID KEY
                   PERFORM DISPLAY-CLIENT-DETAIL
           END-READ.

      *    A code CLIMERGE retired as a duplicate is on
      *    CLIXREF.txt with the code it was folded into; the
      *    inquiry says so and shows the surviving client.
       LOOKUP-MERGED-CODE.
           MOVE 'N' TO WS-XREF-FOUND.
           MOVE 'N' TO WS-XREF-EOF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                   READ XREF-FILE
                       AT END MOVE 'Y' TO WS-XREF-EOF
                       NOT AT END
                           IF XREF-OLD-CODE = WS-SEARCH-CODE
                               MOVE 'Y' TO WS-XREF-FOUND
                               MOVE 'Y' TO WS-XREF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           IF WS-XREF-FOUND = 'Y'
               DISPLAY "Client " WS-SEARCH-CODE " (" XREF-OLD-NAME
                       ") was merged into " XREF-NEW-CODE " on "
                       XREF-MERGE-DATE "."
               MOVE XREF-NEW-CODE TO CLIENT-CODE
               READ FICHIERCLIENT
                   INVALID KEY
                       DISPLAY "Client " XREF-NEW-CODE " not found."
                   NOT INVALID KEY
                       PERFORM DISPLAY-CLIENT-DETAIL
               END-READ
           ELSE
               DISPLAY "Client " WS-SEARCH-CODE " not found."
           END-IF.

       DISPLAY-CLIENT-SUMMARY.
           IF SALARY IS NUMERIC
               MOVE SALARY TO WS-SALARY-EDIT
           ELSE
               DISPLAY "Salary:           " SALARY-AREA
           END-IF.
           IF CLIENT-GRADE NOT = SPACES
               DISPLAY "Grade:            " CLIENT-GRADE
           END-IF.
           EVALUATE CLIENT-PROB-STATUS
               WHEN "C"
                   DISPLAY "Probation:        CONFIRMED"
               WHEN "E"
                   DISPLAY "Probation:        EXTENDED "
                           CLIENT-PROB-EXT " MONTH(S)"
               WHEN "F"
                   DISPLAY "Probation:        FAILED"
           END-EVALUATE.
           PERFORM DISPLAY-CONTACT-DETAIL.
           PERFORM DISPLAY-PRIOR-SPELLS.
           PERFORM DISPLAY-LEAVE-TAKEN.

      *    A rehired client's earlier employments live on
      *    SPELLS.txt; the code lookup lists them so HR sees the
               CLOSE SPELL-FILE
           END-IF.

      *    Accepted dated bookings from LEAVEHIST.txt, in the
      *    order they were booked, with the working days each one
      *    took off the balance.
       DISPLAY-LEAVE-TAKEN.
           MOVE ZEROS TO WS-LVHIST-COUNT.
           MOVE ZEROS TO WS-LVHIST-DAYS.
           MOVE 'N'   TO WS-LVHIST-EOF.
           OPEN INPUT LVHIST-FILE.
           IF WS-LVHIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LVHIST-EOF = 'Y'
                   READ LVHIST-FILE
                       AT END MOVE 'Y' TO WS-LVHIST-EOF
                       NOT AT END
                           IF LVH-CLIENT-CODE = CLIENT-CODE
                              AND LVH-STATUS = "A"
                               ADD 1 TO WS-LVHIST-COUNT
                               IF WS-LVHIST-COUNT = 1
                                   DISPLAY "Leave taken:"
                               END-IF
                               ADD LVH-DAYS TO WS-LVHIST-DAYS
                               MOVE LVH-DAYS TO WS-DAYS-EDIT
                               DISPLAY "  from " LVH-FROM-DATE
                                       " to " LVH-TO-DATE " "
                                       WS-DAYS-EDIT " day(s)"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LVHIST-FILE
               IF WS-LVHIST-COUNT > ZERO
                   MOVE WS-LVHIST-DAYS TO WS-DAYS-EDIT
                   DISPLAY "  total   " WS-DAYS-EDIT " day(s) in "
                           WS-LVHIST-COUNT " booking(s)"
               END-IF
           END-IF.

       DISPLAY-CONTACT-DETAIL.
           IF WS-CONTACT-AVAIL = 'Y'
               MOVE CLIENT-CODE TO CONT-CLIENT-CODE
