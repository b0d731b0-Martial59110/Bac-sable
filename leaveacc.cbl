           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAKEN-STATUS.

           SELECT BOOKING-FILE ASSIGN TO "LEAVEBOOK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

           SELECT LVHIST-FILE ASSIGN TO "LEAVEHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LVHIST-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT LEAVE-REPORT ASSIGN TO "LEAVERPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05  TKN-CLIENT-CODE PIC X(9).
           05  TKN-DAYS        PIC 9(2)V99.

      *    Dated bookings: client code, first and last day of the
      *    leave. The working days are counted here, not on a
      *    spreadsheet.
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           05  BKG-CLIENT-CODE PIC X(9).
           05  FILLER          PIC X(1).
           05  BKG-FROM-DATE   PIC X(8).
           05  FILLER          PIC X(1).
           05  BKG-TO-DATE     PIC X(8).

       FD  LVHIST-FILE.
           COPY LVHSTREC.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD PIC X(8).

       FD  SPELL-FILE.
           COPY SPELLREC.

       01  WS-FROZEN-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-TAKEN-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-CARRIED-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-BOOKED-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.

      *    Dated booking pass: the HOLIDAYS.txt calendar BATCH-DRIVER
      *    uses, and every accepted booking on LEAVEHIST.txt (plus
      *    those accepted in this run) for the overlap check.
       01  WS-BOOKING-STATUS  PIC X(2) VALUE "00".
       01  WS-LVHIST-STATUS   PIC X(2) VALUE "00".
       01  WS-HOLIDAY-STATUS  PIC X(2) VALUE "00".
       01  WS-BOOKING-EOF     PIC X VALUE 'N'.
       01  WS-LVHIST-EOF      PIC X VALUE 'N'.
       01  WS-HOLIDAY-EOF     PIC X VALUE 'N'.
       01  WS-HOLIDAY-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-HOLIDAY-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-HOLIDAY-FOUND   PIC X VALUE 'N'.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 500 TIMES PIC X(8) VALUE SPACES.
       01  WS-BOOKED-TBL-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-BOOKED-IDX      PIC 9(4) VALUE ZEROS.
       01  WS-OVERLAP-FOUND   PIC X VALUE 'N'.
       01  WS-BOOKED-TABLE.
           05  WS-BOOKED-ENTRY OCCURS 2000 TIMES.
               10  WS-BKD-CODE PIC X(9) VALUE SPACES.
               10  WS-BKD-FROM PIC X(8) VALUE SPACES.
               10  WS-BKD-TO   PIC X(8) VALUE SPACES.
       01  WS-BOOK-REASON     PIC X(30) VALUE SPACES.
       01  WS-WORK-DAYS       PIC 9(3)V99 VALUE ZEROS.
       01  WS-BOOK-FROM-INT   PIC 9(8) VALUE ZEROS.
       01  WS-BOOK-TO-INT     PIC 9(8) VALUE ZEROS.
       01  WS-BOOK-DAY-INT    PIC 9(8) VALUE ZEROS.
       01  WS-BOOK-DAY-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-DOW-REM         PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-DATE      PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE-OK   PIC X VALUE 'N'.
       01  WS-CHECK-INT       PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-BACK      PIC 9(8) VALUE ZEROS.
       01  WS-REPORT-COUNT  PIC 9(6) VALUE ZEROS.

       01  WS-DEPT-TBL-COUNT PIC 9(3) VALUE ZEROS.
      *    days come in from LEAVETAKE.txt; year end carries up to
      *    the bracket-0 limit into the new year and forfeits the
      *    rest. Terminated clients freeze as at termination for
      *    the final-pay calculation. Dated bookings from
      *    LEAVEBOOK.txt count their own working days and are
      *    checked before they reach the balance.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-STAMP(1:6) TO WS-THIS-MONTH.
           DISPLAY "2. Apply taken days from LEAVETAKE.txt".
           DISPLAY "3. Year-end carry-over and forfeit".
           DISPLAY "4. Balance report by department".
           DISPLAY "5. Book dated leave from LEAVEBOOK.txt".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MODE-CHOICE.

               WHEN "2" PERFORM APPLY-TAKEN-DAYS
               WHEN "3" PERFORM YEAR-END-CARRYOVER
               WHEN "4" PERFORM BALANCE-REPORT
               WHEN "5" PERFORM BOOK-DATED-LEAVE
               WHEN OTHER
                   DISPLAY "Invalid choice, nothing done."
                   MOVE 8 TO RETURN-CODE
               ADD LV-REMAINING   TO WS-DEPT-REMAINING(WS-DEPT-IDX)
           END-IF.

      *    Dated leave booking: each LEAVEBOOK.txt line is a from
      *    and to date. The working days between them are counted
      *    here - weekends and HOLIDAYS.txt dates do not count -
      *    and the booking is refused if it overlaps one already
      *    accepted for the client, needs more days than
      *    LV-REMAINING, or runs past the termination date.
      *    Accepted bookings are taken off LEAVEBAL.dat; every
      *    booking, accepted or not, goes to LEAVEHIST.txt.
       BOOK-DATED-LEAVE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-BOOKED-TABLE.
           OPEN INPUT BOOKING-FILE.
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "Unable to open LEAVEBOOK.txt, file status "
                       WS-BOOKING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               CLOSE BOOKING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-LEAVE-FILE.
           OPEN EXTEND LVHIST-FILE.
           IF WS-LVHIST-STATUS NOT = "00"
               OPEN OUTPUT LVHIST-FILE
               CLOSE LVHIST-FILE
               OPEN EXTEND LVHIST-FILE
           END-IF.

           PERFORM UNTIL WS-BOOKING-EOF = 'Y'
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-BOOKING-EOF
                   NOT AT END PERFORM BOOK-ONE-REQUEST
               END-READ
           END-PERFORM.

           CLOSE LVHIST-FILE.
           CLOSE LEAVE-FILE.
           CLOSE FICHIERCLIENT.
           CLOSE BOOKING-FILE.
      *    Every line is now on LEAVEHIST.txt one way or the other,
      *    so the feed is consumed like LEAVETAKE.txt.
           OPEN OUTPUT BOOKING-FILE.
           CLOSE BOOKING-FILE.
           DISPLAY WS-BOOKED-COUNT " booking(s) accepted, "
                   WS-REJECTED-COUNT " rejected.".
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "No HOLIDAYS.txt - only weekends are "
                       "excluded from the day count."
           ELSE
               PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
                   READ HOLIDAY-FILE
                       AT END MOVE 'Y' TO WS-HOLIDAY-EOF
                       NOT AT END PERFORM LOAD-HOLIDAY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-HOLIDAY-ENTRY.
           IF HOLIDAY-RECORD IS NUMERIC
               IF WS-HOLIDAY-TBL-COUNT < 500
                   ADD 1 TO WS-HOLIDAY-TBL-COUNT
                   MOVE HOLIDAY-RECORD
                       TO WS-HOL-DATE(WS-HOLIDAY-TBL-COUNT)
               ELSE
                   DISPLAY "WARNING: holiday table full, "
                           HOLIDAY-RECORD " not excluded"
               END-IF
           END-IF.

       LOAD-BOOKED-TABLE.
           OPEN INPUT LVHIST-FILE.
           IF WS-LVHIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LVHIST-EOF = 'Y'
                   READ LVHIST-FILE
                       AT END MOVE 'Y' TO WS-LVHIST-EOF
                       NOT AT END
                           IF LVH-STATUS = "A"
                               PERFORM ADD-BOOKED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LVHIST-FILE
           END-IF.

       ADD-BOOKED-ENTRY.
           IF WS-BOOKED-TBL-COUNT < 2000
               ADD 1 TO WS-BOOKED-TBL-COUNT
               MOVE LVH-CLIENT-CODE
                   TO WS-BKD-CODE(WS-BOOKED-TBL-COUNT)
               MOVE LVH-FROM-DATE
                   TO WS-BKD-FROM(WS-BOOKED-TBL-COUNT)
               MOVE LVH-TO-DATE
                   TO WS-BKD-TO(WS-BOOKED-TBL-COUNT)
           ELSE
               DISPLAY "WARNING: booking table full, booking for "
                       LVH-CLIENT-CODE " not checked for overlap"
           END-IF.

       BOOK-ONE-REQUEST.
           MOVE SPACES TO WS-BOOK-REASON.
           MOVE ZEROS  TO WS-WORK-DAYS.
           PERFORM VALIDATE-BOOKING.
           IF WS-BOOK-REASON = SPACES
               PERFORM POST-BOOKING
           END-IF.
           PERFORM WRITE-BOOKING-HISTORY.

      *    Checks run cheapest first and stop at the first failure;
      *    the leave balance is read last so the record in the
      *    buffer is the one POST-BOOKING rewrites.
       VALIDATE-BOOKING.
           IF BKG-CLIENT-CODE = SPACES
               MOVE "NO CLIENT CODE" TO WS-BOOK-REASON
           END-IF.
           IF WS-BOOK-REASON = SPACES
               MOVE BKG-FROM-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-CHECK-DATE-OK = 'N'
                   MOVE "INVALID FROM DATE" TO WS-BOOK-REASON
               ELSE
                   MOVE WS-CHECK-INT TO WS-BOOK-FROM-INT
               END-IF
           END-IF.
           IF WS-BOOK-REASON = SPACES
               MOVE BKG-TO-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-CHECK-DATE-OK = 'N'
                   MOVE "INVALID TO DATE" TO WS-BOOK-REASON
               ELSE
                   MOVE WS-CHECK-INT TO WS-BOOK-TO-INT
               END-IF
           END-IF.
           IF WS-BOOK-REASON = SPACES
               IF WS-BOOK-TO-INT < WS-BOOK-FROM-INT
                   MOVE "TO DATE BEFORE FROM DATE"
                       TO WS-BOOK-REASON
               ELSE
                   IF WS-BOOK-TO-INT - WS-BOOK-FROM-INT > 365
                       MOVE "BOOKING LONGER THAN A YEAR"
                           TO WS-BOOK-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-BOOK-REASON = SPACES
               MOVE BKG-CLIENT-CODE TO CLIENT-CODE
               READ FICHIERCLIENT
                   INVALID KEY
                       MOVE "CLIENT NOT ON MASTER" TO WS-BOOK-REASON
                   NOT INVALID KEY
                       IF CLIENT-TERM-DATE IS NUMERIC
                          AND BKG-TO-DATE > CLIENT-TERM-DATE
                           MOVE "AFTER TERMINATION DATE"
                               TO WS-BOOK-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-BOOK-REASON = SPACES
               PERFORM COUNT-WORKING-DAYS
               IF WS-WORK-DAYS = ZERO
                   MOVE "NO WORKING DAYS IN RANGE" TO WS-BOOK-REASON
               END-IF
           END-IF.
           IF WS-BOOK-REASON = SPACES
               PERFORM CHECK-BOOKING-OVERLAP
           END-IF.
           IF WS-BOOK-REASON = SPACES
               MOVE BKG-CLIENT-CODE TO LV-CLIENT-CODE
               READ LEAVE-FILE
                   INVALID KEY
                       MOVE "NO LEAVE BALANCE" TO WS-BOOK-REASON
                   NOT INVALID KEY
                       IF LV-FROZEN = 'Y'
                           MOVE "LEAVE BALANCE FROZEN"
                               TO WS-BOOK-REASON
                       ELSE
                           IF WS-WORK-DAYS > LV-REMAINING
                               MOVE "EXCEEDS REMAINING BALANCE"
                                   TO WS-BOOK-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    A real calendar day: eight digits whose day number turns
      *    back into the same date. DATECHK is not used because it
      *    refuses future dates, and leave is mostly booked ahead.
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-CHECK-DATE-OK.
           MOVE ZEROS TO WS-CHECK-INT.
           IF WS-CHECK-DATE IS NUMERIC
              AND WS-CHECK-DATE(5:2) >= "01"
              AND WS-CHECK-DATE(5:2) <= "12"
              AND WS-CHECK-DATE(7:2) >= "01"
              AND WS-CHECK-DATE(7:2) <= "31"
              AND WS-CHECK-DATE(1:4) >= "1601"
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-CHECK-DATE))
               IF WS-CHECK-INT > ZERO
                   COMPUTE WS-CHECK-BACK =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
                   IF WS-CHECK-BACK = FUNCTION NUMVAL(WS-CHECK-DATE)
                       MOVE 'Y' TO WS-CHECK-DATE-OK
                   END-IF
               END-IF
           END-IF.

      *    Day number MOD 7 is 0 on a Sunday and 6 on a Saturday,
      *    the same reckoning BATCH-DRIVER uses for its schedule.
       COUNT-WORKING-DAYS.
           MOVE ZEROS TO WS-WORK-DAYS.
           PERFORM VARYING WS-BOOK-DAY-INT FROM WS-BOOK-FROM-INT
                   BY 1 UNTIL WS-BOOK-DAY-INT > WS-BOOK-TO-INT
               COMPUTE WS-DOW-REM = FUNCTION MOD(WS-BOOK-DAY-INT 7)
               IF WS-DOW-REM NOT = 0 AND WS-DOW-REM NOT = 6
                   PERFORM CHECK-HOLIDAY-DATE
                   IF WS-HOLIDAY-FOUND = 'N'
                       ADD 1 TO WS-WORK-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-HOLIDAY-DATE.
           MOVE 'N' TO WS-HOLIDAY-FOUND.
           COMPUTE WS-BOOK-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BOOK-DAY-INT).
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-TBL-COUNT
                      OR WS-HOLIDAY-FOUND = 'Y'
               IF WS-HOL-DATE(WS-HOLIDAY-IDX) = WS-BOOK-DAY-DATE
                   MOVE 'Y' TO WS-HOLIDAY-FOUND
               END-IF
           END-PERFORM.

      *    Two bookings overlap when each starts on or before the
      *    day the other ends.
       CHECK-BOOKING-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FOUND.
           PERFORM VARYING WS-BOOKED-IDX FROM 1 BY 1
                   UNTIL WS-BOOKED-IDX > WS-BOOKED-TBL-COUNT
                      OR WS-OVERLAP-FOUND = 'Y'
               IF WS-BKD-CODE(WS-BOOKED-IDX) = BKG-CLIENT-CODE
                  AND BKG-FROM-DATE <= WS-BKD-TO(WS-BOOKED-IDX)
                  AND BKG-TO-DATE >= WS-BKD-FROM(WS-BOOKED-IDX)
                   MOVE 'Y' TO WS-OVERLAP-FOUND
                   SUBTRACT 1 FROM WS-BOOKED-IDX
               END-IF
           END-PERFORM.
           IF WS-OVERLAP-FOUND = 'Y'
               STRING "OVERLAPS BOOKING FROM "
                      WS-BKD-FROM(WS-BOOKED-IDX)
                   DELIMITED BY SIZE INTO WS-BOOK-REASON
           END-IF.

       POST-BOOKING.
           ADD WS-WORK-DAYS TO LV-TAKEN.
           SUBTRACT WS-WORK-DAYS FROM LV-REMAINING.
           REWRITE LEAVE-RECORD
               INVALID KEY
                   MOVE "LEAVE REWRITE FAILED" TO WS-BOOK-REASON
           END-REWRITE.

       WRITE-BOOKING-HISTORY.
           MOVE SPACES          TO LVHIST-RECORD.
           MOVE BKG-CLIENT-CODE TO LVH-CLIENT-CODE.
           MOVE BKG-FROM-DATE   TO LVH-FROM-DATE.
           MOVE BKG-TO-DATE     TO LVH-TO-DATE.
           MOVE WS-WORK-DAYS    TO LVH-DAYS.
           MOVE WS-TODAY        TO LVH-BOOKED-DATE.
           MOVE WS-BOOK-REASON  TO LVH-REASON.
           IF WS-BOOK-REASON = SPACES
               MOVE "A" TO LVH-STATUS
               ADD 1 TO WS-BOOKED-COUNT
               PERFORM ADD-BOOKED-ENTRY
           ELSE
               MOVE "R" TO LVH-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Booking rejected for " BKG-CLIENT-CODE " "
                       BKG-FROM-DATE "-" BKG-TO-DATE ": "
                       WS-BOOK-REASON
           END-IF.
           WRITE LVHIST-RECORD.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
           MOVE "LEAVEACC" TO AUDIT-PROGRAM.
           STRING "mode=" WS-MODE-CHOICE DELIMITED BY SIZE
               INTO AUDIT-INPUT.
           IF WS-MODE-CHOICE = "5"
               STRING "booked=" WS-BOOKED-COUNT
                   " rejected=" WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               STRING "accrued=" WS-ACCRUED-COUNT
                   " taken=" WS-TAKEN-COUNT
                   " carried=" WS-CARRIED-COUNT
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
