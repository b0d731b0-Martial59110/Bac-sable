           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PDSTAT-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  PDSTAT-FILE.
           COPY PDSTATRC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CSVEXT-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-PDSTAT-STATUS        PIC X(2) VALUE "00".
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-CSV-EOF              PIC X VALUE 'N'.

               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Reconciliation OK - extract ties to master"
               PERFORM WRITE-BALANCED-EVENT
           END-IF.
           STOP RUN.

      *    A clean reconciliation is recorded against the extract's
      *    pay period as a BALANCED event on PAYPDSTAT.txt; PERCLOSE
      *    will not close a period without one. The period is the
      *    one stamped on the extract, or failing that the calendar
      *    period of the business date. No calendar, no event.
       WRITE-BALANCED-EVENT.
           IF WS-EXT-PERIOD-SEEN = 'N' AND PAYCAL-FOUND = 'Y'
               MOVE PAYCAL-PERIOD TO WS-EXT-PERIOD
               MOVE 'Y' TO WS-EXT-PERIOD-SEEN
           END-IF.
           IF WS-EXT-PERIOD-SEEN = 'Y'
               OPEN EXTEND PDSTAT-FILE
               IF WS-PDSTAT-STATUS NOT = "00"
                   OPEN OUTPUT PDSTAT-FILE
                   CLOSE PDSTAT-FILE
                   OPEN EXTEND PDSTAT-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO PDSTAT-RECORD
               MOVE WS-EXT-PERIOD          TO PDSTAT-PERIOD
               MOVE "BALANCED"             TO PDSTAT-EVENT
               MOVE WS-CURRENT-STAMP(1:8)  TO PDSTAT-DATE
               WRITE PDSTAT-RECORD
               CLOSE PDSTAT-FILE
           END-IF.

       TALLY-MASTER.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
