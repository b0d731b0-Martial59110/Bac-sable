       01  WS-OVERRIDE-CHOICE      PIC X VALUE SPACE.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PERLKLNK.
       01  WS-EFF-DATE        PIC X(8) VALUE SPACES.
       01  WS-JOURNAL-STATUS  PIC X(2) VALUE "00".
       01  WS-JRNL-ACTION     PIC X     VALUE SPACE.
       01  WS-JRNL-BEFORE     PIC X(80) VALUE SPACES.
               CLIENT-HIRE-DATE   BY RCY-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY RCY-CLIENT-STATUS
               CLIENT-TERM-DATE   BY RCY-CLIENT-TERM-DATE
               CLIENT-GRADE       BY RCY-CLIENT-GRADE
               CLIENT-PROB-STATUS BY RCY-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY RCY-CLIENT-PROB-EXT
               SALARY-AREA        BY RCY-SALARY-AREA
               SALARY             BY RCY-SALARY.

               ACCEPT RCY-SALARY
           END-PERFORM.

           PERFORM CHECK-PERIOD-LOCK.
           IF PERLOCK-ALLOWED = 'Y'
               PERFORM RESUBMIT-RECORD
           ELSE
               MOVE 'N' TO WS-RESUBMIT-OK
           END-IF.
           IF WS-RESUBMIT-OK = 'Y'
               ADD 1 TO WS-RESUBMITTED-COUNT
               MOVE "D" TO WS-RCY-STATE(WS-RCY-IDX)
                   MOVE 'Y' TO WS-DEPT-VALID
           END-READ.

      *    A repaired record that goes on as a new client is paid
      *    from its hire date; one that corrects an existing client
      *    takes effect today. Either way a date inside a pay period
      *    PERCLOSE has closed needs OVERRIDE, through PERLOCK.
       CHECK-PERIOD-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE RCY-CLIENT-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   MOVE RCY-CLIENT-HIRE-DATE TO WS-EFF-DATE
               NOT INVALID KEY
                   MOVE WS-CURRENT-STAMP(1:8) TO WS-EFF-DATE
           END-READ.
           MOVE WS-EFF-DATE  TO PERLOCK-EFF-DATE.
           MOVE "SALREPAIR"  TO PERLOCK-PROGRAM.
           CALL "PERLOCK" USING PERLOCK-REQUEST.

      *    A repaired record usually WRITEs as a new client; when the
      *    code already exists on the master the record is applied as
      *    an update instead, with the old salary captured for the
           MOVE RCY-CLIENT-CODE    TO HIST-CLIENT-CODE.
           MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY.
           MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY.
           MOVE WS-EFF-DATE        TO HIST-EFF-DATE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.

