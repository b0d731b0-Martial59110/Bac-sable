       01  WS-OVERRIDE-CHOICE      PIC X VALUE SPACE.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PERLKLNK.

       01  WS-OPERATOR        PIC X(12) VALUE SPACES.
       01  WS-APPR-TBL-COUNT  PIC 9(3) VALUE ZEROS.
                               ", not " WRK-APPR-OLD-SALARY
                               " - request left pending."
                   ELSE
                       PERFORM CHECK-PERIOD-LOCK
                   END-IF
           END-READ.

      *    The change takes effect from the day it was requested,
      *    not the day it is released, so a request dated inside a
      *    pay period PERCLOSE has since closed needs OVERRIDE to
      *    land; otherwise it stays pending.
       CHECK-PERIOD-LOCK.
           MOVE WRK-APPR-DATE TO PERLOCK-EFF-DATE.
           MOVE "SALAPPROVE"  TO PERLOCK-PROGRAM.
           CALL "PERLOCK" USING PERLOCK-REQUEST.
           IF PERLOCK-ALLOWED NOT = 'Y'
               DISPLAY "Request left pending."
           ELSE
               PERFORM APPLY-RELEASED-CHANGE
           END-IF.

       APPLY-RELEASED-CHANGE.
           MOVE CLIENT-RECORD TO WS-JRNL-BEFORE.
           MOVE WRK-APPR-OLD-SALARY TO WS-HIST-OLD-SALARY.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-OPERATOR        TO HIST-APPROVER.
           MOVE WRK-APPR-DATE      TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

