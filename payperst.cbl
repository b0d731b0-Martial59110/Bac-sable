       01  WS-EXTRACT-DATE  PIC X(8) VALUE SPACES.
       01  WS-CONFIRM-SEEN  PIC X VALUE 'N'.
       01  WS-CONFIRM-DATE  PIC X(8) VALUE SPACES.
       01  WS-GLPOST-SEEN   PIC X VALUE 'N'.
       01  WS-GLPOST-DATE   PIC X(8) VALUE SPACES.
       01  WS-CLOSED-SEEN   PIC X VALUE 'N'.
       01  WS-CLOSED-COUNT  PIC 9(4) VALUE ZEROS.

           COPY RUNCTLNK.
       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(10) VALUE "DUE".
           05  FILLER PIC X(14) VALUE "EXTRACT".
           05  FILLER PIC X(14) VALUE "CONFIRMED".
           05  FILLER PIC X(14) VALUE "STATUS".
           05  FILLER PIC X(10) VALUE "GL POSTED".

       01  WS-RPT-DETAIL.
           05  WS-RPT-PERIOD   PIC 9(4).
           05  WS-RPT-CONFIRM  PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS   PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-GLPOST   PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(28).
      *    back, folded together from the calendar (PAYCAL.txt) and
      *    the event file the extract and confirmation steps append
      *    to (PAYPDSTAT.txt). A period past its confirmation due
      *    date with no confirmation shows OVERDUE. The GL POSTED
      *    column is the GLPOSTED event GLPOST records once the
      *    period's ledger postings have gone out. A period that
      *    PERCLOSE has signed off shows CLOSED whatever else.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "PERIODS OVERDUE" TO WS-RPT-TOT-LABEL.
           MOVE WS-OVERDUE-COUNT  TO WS-RPT-TOT-VALUE.
           WRITE STATUS-LINE FROM WS-RPT-TOTAL.
           MOVE "PERIODS CLOSED" TO WS-RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT  TO WS-RPT-TOT-VALUE.
           WRITE STATUS-LINE FROM WS-RPT-TOTAL.

           CLOSE STATUS-REPORT.
           DISPLAY "Period status report written to PAYPERST.txt".
               ELSE
                   MOVE "-" TO WS-RPT-CONFIRM
               END-IF
               IF WS-GLPOST-SEEN = 'Y'
                   MOVE WS-GLPOST-DATE TO WS-RPT-GLPOST
               ELSE
                   MOVE "-" TO WS-RPT-GLPOST
               END-IF
               PERFORM SET-PERIOD-STATUS
               WRITE STATUS-LINE FROM WS-RPT-DETAIL
           END-IF.

       FIND-PERIOD-EVENTS.
           MOVE 'N'    TO WS-EXTRACT-SEEN WS-CONFIRM-SEEN
                          WS-GLPOST-SEEN WS-CLOSED-SEEN.
           MOVE SPACES TO WS-EXTRACT-DATE WS-CONFIRM-DATE
                          WS-GLPOST-DATE.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-TBL-COUNT
               IF WS-EVT-PERIOD(WS-EVENT-IDX) = CAL-PERIOD
                       MOVE WS-EVT-DATE(WS-EVENT-IDX)
                           TO WS-CONFIRM-DATE
                   END-IF
                   IF WS-EVT-EVENT(WS-EVENT-IDX) = "GLPOSTED"
                       MOVE 'Y' TO WS-GLPOST-SEEN
                       MOVE WS-EVT-DATE(WS-EVENT-IDX)
                           TO WS-GLPOST-DATE
                   END-IF
                   IF WS-EVT-EVENT(WS-EVENT-IDX) = "CLOSED"
                       MOVE 'Y' TO WS-CLOSED-SEEN
                   END-IF
               END-IF
           END-PERFORM.

       SET-PERIOD-STATUS.
           EVALUATE TRUE
               WHEN WS-CLOSED-SEEN = 'Y'
                   MOVE "CLOSED" TO WS-RPT-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-CONFIRM-SEEN = 'Y'
                   MOVE "CONFIRMED" TO WS-RPT-STATUS
               WHEN WS-EXTRACT-SEEN = 'Y'
