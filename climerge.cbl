       IDENTIFICATION DIVISION.
         PROGRAM-ID. CLIMERGE.
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

           SELECT CONTACT-FILE ASSIGN TO "CLICONTACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-CLIENT-CODE
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVEBAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-CLIENT-CODE
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SALHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SPELL-FILE ASSIGN TO "SPELLS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT RETRO-PAID-FILE ASSIGN TO "RETROPAID.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RETRO-STATUS.

           SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT MERGE-WORK ASSIGN TO "CLIMERGE.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CLIJRNL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  SPELL-FILE.
           COPY SPELLREC.

       FD  LVHIST-FILE.
           COPY LVHSTREC.

       FD  XREF-FILE.
           COPY XREFREC.

      *    The RETROPAY ledger is keyed on the SALHIST change, so
      *    it is re-coded alongside it or the arrears already paid
      *    on the retired code would be paid again.
       FD  RETRO-PAID-FILE.
           COPY RETROREC.

       FD  PENDAPPR-FILE.
           COPY APPRREC.

      *    Same layout CLIENTUPD parks future-dated transactions in.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA PIC X(80).
           05  PEND-EFF-DATE    PIC X(8).

      *    One work file serves every sequential file the merge
      *    re-codes; each is copied out with the retired code
      *    replaced and copied back, the way SALCONV rewrites
      *    SALHIST.txt.
       FD  MERGE-WORK.
       01  MERGE-WORK-RECORD PIC X(200).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-LVHIST-STATUS        PIC X(2) VALUE "00".
       01  WS-XREF-STATUS          PIC X(2) VALUE "00".
       01  WS-RETRO-STATUS         PIC X(2) VALUE "00".
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-WORK-STATUS          PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
       01  WS-WORK-EOF             PIC X VALUE 'N'.
       01  WS-OVERRIDE-CHOICE      PIC X VALUE SPACE.
       01  WS-CONFIRM-CHOICE       PIC X VALUE SPACE.
       01  WS-MERGE-OK             PIC X VALUE 'Y'.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.

       01  WS-CURRENT-STAMP   PIC X(21) VALUE SPACES.
       01  WS-TODAY           PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR        PIC X(12) VALUE SPACES.
       01  WS-LOSER-CODE      PIC X(9)  VALUE SPACES.
       01  WS-KEEPER-CODE     PIC X(9)  VALUE SPACES.

       01  WS-HIST-MOVED      PIC 9(6) VALUE ZEROS.
       01  WS-SPELL-MOVED     PIC 9(6) VALUE ZEROS.
       01  WS-LVHIST-MOVED    PIC 9(6) VALUE ZEROS.
       01  WS-XREF-MOVED      PIC 9(6) VALUE ZEROS.
       01  WS-RETRO-MOVED     PIC 9(6) VALUE ZEROS.
       01  WS-PEND-FOUND      PIC 9(4) VALUE ZEROS.
       01  WS-LEAVE-RESULT    PIC X(10) VALUE "NONE".
       01  WS-CONTACT-RESULT  PIC X(10) VALUE "NONE".
       01  WS-SPELL-ADDED     PIC X VALUE 'N'.
       01  WS-SPELL-ON-FILE   PIC X VALUE 'N'.

      *    The retired client's leave balance, held while the
      *    surviving client's record is read.
           COPY LEAVEREC REPLACING
               LEAVE-RECORD     BY LOS-LEAVE-RECORD
               LV-CLIENT-CODE   BY LOS-LV-CLIENT-CODE
               LV-ENTITLEMENT   BY LOS-LV-ENTITLEMENT
               LV-TAKEN         BY LOS-LV-TAKEN
               LV-REMAINING     BY LOS-LV-REMAINING
               LV-LAST-ACCRUED  BY LOS-LV-LAST-ACCRUED
               LV-FROZEN        BY LOS-LV-FROZEN
               LV-FROZEN-DATE   BY LOS-LV-FROZEN-DATE.

      *    The retired client's contact record, held the same way.
           COPY CONTREC REPLACING
               CONTACT-RECORD   BY LOS-CONTACT-RECORD
               CONT-CLIENT-CODE BY LOS-CONT-CLIENT-CODE
               CONT-ADDR-LINE-1 BY LOS-CONT-ADDR-LINE-1
               CONT-ADDR-LINE-2 BY LOS-CONT-ADDR-LINE-2
               CONT-CITY        BY LOS-CONT-CITY
               CONT-POSTCODE    BY LOS-CONT-POSTCODE
               CONT-PHONE       BY LOS-CONT-PHONE
               CONT-EMAIL       BY LOS-CONT-EMAIL.

       01  WS-JRNL-ACTION     PIC X     VALUE SPACE.
       01  WS-JRNL-BEFORE     PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER      PIC X(80) VALUE SPACES.

           COPY CLIREC REPLACING
               CLIENT-RECORD      BY LOS-CLIENT-RECORD
               CLIENT-CODE        BY LOS-CLIENT-CODE
               CLIENT-NAME        BY LOS-CLIENT-NAME
               CLIENT-DEPT        BY LOS-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY LOS-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY LOS-CLIENT-STATUS
               CLIENT-TERM-DATE   BY LOS-CLIENT-TERM-DATE
               CLIENT-GRADE       BY LOS-CLIENT-GRADE
               CLIENT-PROB-STATUS BY LOS-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY LOS-CLIENT-PROB-EXT
               SALARY-AREA        BY LOS-SALARY-AREA
               SALARY             BY LOS-SALARY.

           COPY CLIREC REPLACING
               CLIENT-RECORD      BY KEP-CLIENT-RECORD
               CLIENT-CODE        BY KEP-CLIENT-CODE
               CLIENT-NAME        BY KEP-CLIENT-NAME
               CLIENT-DEPT        BY KEP-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY KEP-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY KEP-CLIENT-STATUS
               CLIENT-TERM-DATE   BY KEP-CLIENT-TERM-DATE
               CLIENT-GRADE       BY KEP-CLIENT-GRADE
               CLIENT-PROB-STATUS BY KEP-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY KEP-CLIENT-PROB-EXT
               SALARY-AREA        BY KEP-SALARY-AREA
               SALARY             BY KEP-SALARY.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Folds a client keyed twice into the code that is to
      *    survive, once DUPDETECT has paired them and HR has
      *    confirmed they are the same person. Salary history,
      *    prior spells and dated leave bookings are re-coded,
      *    the leave balance and contact details are carried
      *    onto the surviving code, the retired record is
      *    deleted from the master through the journal, and
      *    CLIXREF.txt keeps the old code so it can still be
      *    looked up. Anything still in flight for the retired
      *    code (a live approval or a pending transaction) has
      *    to be settled first, or it would land on a code that
      *    no longer exists.
           MOVE "MERGE"      TO OPAUTH-FUNCTION.
           MOVE "CLIMERGE"   TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "MERGE DUPLICATE CLIENT RECORDS".
           DISPLAY "Duplicate client code to retire: ".
           ACCEPT WS-LOSER-CODE.
           DISPLAY "Client code to keep: ".
           ACCEPT WS-KEEPER-CODE.
           IF WS-LOSER-CODE = SPACES OR WS-KEEPER-CODE = SPACES
               DISPLAY "Both codes are needed, nothing done."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LOSER-CODE = WS-KEEPER-CODE
               DISPLAY "The two codes are the same, nothing done."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".

           PERFORM CLAIM-RUN-CONTROL.

           OPEN I-O FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-BOTH-CLIENTS.
           IF WS-MERGE-OK = 'Y'
               PERFORM SHOW-BOTH-CLIENTS
               PERFORM CHECK-MERGE-ALLOWED
           END-IF.
           IF WS-MERGE-OK = 'Y'
               DISPLAY "Merge " WS-LOSER-CODE " into "
                       WS-KEEPER-CODE " and retire "
                       WS-LOSER-CODE " (Y/N)? "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE NOT = "Y" AND "y"
                   DISPLAY "Nothing done."
                   MOVE 'N' TO WS-MERGE-OK
               END-IF
           END-IF.

           IF WS-MERGE-OK = 'Y'
               PERFORM RUN-THE-MERGE
           ELSE
               CLOSE FICHIERCLIENT
               PERFORM RELEASE-RUN-CONTROL
           END-IF.
           STOP RUN.

       CLAIM-RUN-CONTROL.
           MOVE "C"        TO RUNCTL-ACTION.
           MOVE "CLIMERGE" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           IF RUNCTL-GRANTED NOT = 'Y'
               DISPLAY "Override the claim? Only if the holder has "
                       "crashed (Y/N): "
               ACCEPT WS-OVERRIDE-CHOICE
               IF WS-OVERRIDE-CHOICE = "Y" OR "y"
                   MOVE "O" TO RUNCTL-ACTION
                   CALL "RUNCTL" USING RUNCTL-REQUEST
               ELSE
                   DISPLAY "Client master left with its holder, "
                           "nothing done."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RELEASE-RUN-CONTROL.
           MOVE "R"        TO RUNCTL-ACTION.
           MOVE "CLIMERGE" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.

       READ-BOTH-CLIENTS.
           MOVE WS-LOSER-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   DISPLAY "Client " WS-LOSER-CODE " not found."
                   MOVE 'N' TO WS-MERGE-OK
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE CLIENT-RECORD TO LOS-CLIENT-RECORD
           END-READ.
           MOVE WS-KEEPER-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   DISPLAY "Client " WS-KEEPER-CODE " not found."
                   MOVE 'N' TO WS-MERGE-OK
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE CLIENT-RECORD TO KEP-CLIENT-RECORD
           END-READ.

       SHOW-BOTH-CLIENTS.
           DISPLAY "                  RETIRE              KEEP".
           DISPLAY "Code:             " LOS-CLIENT-CODE
                   "           " KEP-CLIENT-CODE.
           DISPLAY "Name:             " LOS-CLIENT-NAME.
           DISPLAY "                  " KEP-CLIENT-NAME.
           DISPLAY "Department:       " LOS-CLIENT-DEPT
                   "          " KEP-CLIENT-DEPT.
           DISPLAY "Hire date:        " LOS-CLIENT-HIRE-DATE
                   "            " KEP-CLIENT-HIRE-DATE.
           DISPLAY "Status:           " LOS-CLIENT-STATUS
                   "                   " KEP-CLIENT-STATUS.
           DISPLAY "Termination date: " LOS-CLIENT-TERM-DATE
                   "            " KEP-CLIENT-TERM-DATE.
           DISPLAY "Salary:           " LOS-SALARY-AREA
                   "           " KEP-SALARY-AREA.

      *    An active duplicate must not be folded into a leaver -
      *    the active code is the one to keep. And a live item
      *    for the retired code would be applied to a record
      *    that is no longer there.
       CHECK-MERGE-ALLOWED.
           IF LOS-CLIENT-STATUS NOT = "T"
              AND KEP-CLIENT-STATUS = "T"
               DISPLAY "Client " WS-LOSER-CODE " is active and "
                       WS-KEEPER-CODE " is terminated - keep the "
                       "active code instead, nothing done."
               MOVE 'N' TO WS-MERGE-OK
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MERGE-OK = 'Y'
               PERFORM CHECK-PENDING-ITEMS
               IF WS-PEND-FOUND > ZERO
                   DISPLAY WS-PEND-FOUND " live approval or pending "
                           "transaction(s) for " WS-LOSER-CODE
                           " - release, reject or remove them "
                           "first, nothing done."
                   MOVE 'N' TO WS-MERGE-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-PENDING-ITEMS.
           MOVE ZEROS TO WS-PEND-FOUND.
           OPEN INPUT PENDAPPR-FILE.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDAPPR-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF APPR-CLIENT-CODE = WS-LOSER-CODE
                              AND APPR-STATUS = "P"
                               ADD 1 TO WS-PEND-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR-FILE
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF PEND-CLIENT-AREA(1:9) = WS-LOSER-CODE
                               ADD 1 TO WS-PEND-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *    Everything that hangs off the retired code is carried
      *    across before the master record goes, so a run that
      *    stops part way leaves the duplicate still on file and
      *    can simply be run again: the re-coding passes find
      *    nothing left to move the second time.
       RUN-THE-MERGE.
           PERFORM MERGE-LEAVE-BALANCE.
           PERFORM MERGE-CONTACT-DETAILS.
           PERFORM RECODE-SALARY-HISTORY.
           PERFORM RECODE-SPELLS.
           PERFORM ADD-RETIRED-SPELL.
           PERFORM RECODE-LEAVE-HISTORY.
           PERFORM RECODE-CROSS-REFERENCE.
           PERFORM RECODE-RETRO-LEDGER.
           PERFORM RETIRE-DUPLICATE.
           CLOSE FICHIERCLIENT.
           PERFORM RELEASE-RUN-CONTROL.

           DISPLAY "Client " WS-LOSER-CODE " merged into "
                   WS-KEEPER-CODE ":".
           DISPLAY "  " WS-HIST-MOVED " salary history record(s), "
                   WS-SPELL-MOVED " spell(s), " WS-LVHIST-MOVED
                   " leave booking(s) re-coded".
           DISPLAY "  leave balance " WS-LEAVE-RESULT
                   ", contact " WS-CONTACT-RESULT.
           IF WS-SPELL-ADDED = 'Y'
               DISPLAY "  retired employment kept as a prior spell"
           END-IF.
           IF WS-LEAVE-RESULT = "COMBINED"
               DISPLAY "  Check the combined leave balance - both "
                       "codes may have been accruing."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.

      *    Days taken and days remaining under the retired code
      *    are added to the surviving code's balance; if the
      *    surviving code has no balance the record is simply
      *    re-keyed. The surviving code's freeze stays as it is.
       MERGE-LEAVE-BALANCE.
           OPEN I-O LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE WS-LOSER-CODE TO LV-CLIENT-CODE
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CARRY-LEAVE-BALANCE
               END-READ
               CLOSE LEAVE-FILE
           END-IF.

       CARRY-LEAVE-BALANCE.
           MOVE LEAVE-RECORD    TO LOS-LEAVE-RECORD.
           MOVE WS-KEEPER-CODE  TO LV-CLIENT-CODE.
           READ LEAVE-FILE
               INVALID KEY
                   MOVE LOS-LEAVE-RECORD TO LEAVE-RECORD
                   MOVE WS-KEEPER-CODE TO LV-CLIENT-CODE
                   WRITE LEAVE-RECORD
                   MOVE "MOVED" TO WS-LEAVE-RESULT
               NOT INVALID KEY
                   ADD LOS-LV-ENTITLEMENT TO LV-ENTITLEMENT
                       ON SIZE ERROR MOVE 999.99 TO LV-ENTITLEMENT
                   END-ADD
                   ADD LOS-LV-TAKEN TO LV-TAKEN
                       ON SIZE ERROR MOVE 999.99 TO LV-TAKEN
                   END-ADD
                   ADD LOS-LV-REMAINING TO LV-REMAINING
                       ON SIZE ERROR MOVE 999.99 TO LV-REMAINING
                   END-ADD
                   IF LOS-LV-LAST-ACCRUED > LV-LAST-ACCRUED
                       MOVE LOS-LV-LAST-ACCRUED TO LV-LAST-ACCRUED
                   END-IF
                   REWRITE LEAVE-RECORD
                   MOVE "COMBINED" TO WS-LEAVE-RESULT
           END-READ.
           MOVE WS-LOSER-CODE TO LV-CLIENT-CODE.
           DELETE LEAVE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-DELETE.

      *    The surviving code's contact details win; any field it
      *    has blank is filled from the retired code's record.
       MERGE-CONTACT-DETAILS.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               MOVE WS-LOSER-CODE TO CONT-CLIENT-CODE
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTACT-RECORD TO LOS-CONTACT-RECORD
                       PERFORM CARRY-CONTACT-DETAILS
               END-READ
               CLOSE CONTACT-FILE
           END-IF.

       CARRY-CONTACT-DETAILS.
           MOVE WS-KEEPER-CODE TO CONT-CLIENT-CODE.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE LOS-CONTACT-RECORD TO CONTACT-RECORD
                   MOVE WS-KEEPER-CODE   TO CONT-CLIENT-CODE
                   WRITE CONTACT-RECORD
                   MOVE "MOVED" TO WS-CONTACT-RESULT
               NOT INVALID KEY
                   PERFORM FILL-BLANK-CONTACT-FIELDS
                   REWRITE CONTACT-RECORD
                   MOVE "COMBINED" TO WS-CONTACT-RESULT
           END-READ.
           MOVE WS-LOSER-CODE TO CONT-CLIENT-CODE.
           DELETE CONTACT-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-DELETE.

       FILL-BLANK-CONTACT-FIELDS.
           IF CONT-ADDR-LINE-1 = SPACES
              AND CONT-ADDR-LINE-2 = SPACES
              AND CONT-CITY = SPACES
              AND CONT-POSTCODE = SPACES
               MOVE LOS-CONT-ADDR-LINE-1 TO CONT-ADDR-LINE-1
               MOVE LOS-CONT-ADDR-LINE-2 TO CONT-ADDR-LINE-2
               MOVE LOS-CONT-CITY        TO CONT-CITY
               MOVE LOS-CONT-POSTCODE    TO CONT-POSTCODE
           END-IF.
           IF CONT-PHONE = SPACES
               MOVE LOS-CONT-PHONE TO CONT-PHONE
           END-IF.
           IF CONT-EMAIL = SPACES
               MOVE LOS-CONT-EMAIL TO CONT-EMAIL
           END-IF.

       RECODE-SALARY-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               OPEN OUTPUT MERGE-WORK
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF HIST-CLIENT-CODE = WS-LOSER-CODE
                               MOVE WS-KEEPER-CODE TO HIST-CLIENT-CODE
                               ADD 1 TO WS-HIST-MOVED
                           END-IF
                           WRITE MERGE-WORK-RECORD FROM HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE MERGE-WORK
               IF WS-HIST-MOVED > ZERO
                   OPEN INPUT MERGE-WORK
                   OPEN OUTPUT HISTORY-FILE
                   MOVE 'N' TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = 'Y'
                       READ MERGE-WORK
                           AT END MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               WRITE HIST-RECORD
                                   FROM MERGE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       RECODE-SPELLS.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               OPEN OUTPUT MERGE-WORK
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SPELL-CLIENT-CODE = WS-LOSER-CODE
                               MOVE WS-KEEPER-CODE
                                   TO SPELL-CLIENT-CODE
                               ADD 1 TO WS-SPELL-MOVED
                           END-IF
                           WRITE MERGE-WORK-RECORD FROM SPELL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
               CLOSE MERGE-WORK
               IF WS-SPELL-MOVED > ZERO
                   OPEN INPUT MERGE-WORK
                   OPEN OUTPUT SPELL-FILE
                   MOVE 'N' TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = 'Y'
                       READ MERGE-WORK
                           AT END MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               WRITE SPELL-RECORD
                                   FROM MERGE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK
                   CLOSE SPELL-FILE
               END-IF
           END-IF.

      *    A retired code that was an earlier, finished employment
      *    of the same person (left before the surviving code was
      *    hired) becomes a prior spell of the surviving code, so
      *    SENIORITY still counts it. A duplicate of the same
      *    employment adds nothing, and neither does a rerun after
      *    the spell was already written.
       ADD-RETIRED-SPELL.
           IF LOS-CLIENT-STATUS = "T"
              AND LOS-CLIENT-HIRE-DATE IS NUMERIC
              AND LOS-CLIENT-TERM-DATE IS NUMERIC
              AND (KEP-CLIENT-HIRE-DATE NOT NUMERIC
                   OR LOS-CLIENT-TERM-DATE <= KEP-CLIENT-HIRE-DATE)
               PERFORM CHECK-SPELL-ON-FILE
               IF WS-SPELL-ON-FILE = 'N'
                   OPEN EXTEND SPELL-FILE
                   IF WS-SPELL-STATUS NOT = "00"
                       OPEN OUTPUT SPELL-FILE
                       CLOSE SPELL-FILE
                       OPEN EXTEND SPELL-FILE
                   END-IF
                   MOVE SPACES               TO SPELL-RECORD
                   MOVE WS-KEEPER-CODE       TO SPELL-CLIENT-CODE
                   MOVE LOS-CLIENT-HIRE-DATE TO SPELL-HIRE-DATE
                   MOVE LOS-CLIENT-TERM-DATE TO SPELL-TERM-DATE
                   MOVE LOS-SALARY-AREA      TO SPELL-LAST-SALARY
                   WRITE SPELL-RECORD
                   CLOSE SPELL-FILE
                   MOVE 'Y' TO WS-SPELL-ADDED
               END-IF
           END-IF.

      *    WS-SPELL-ON-FILE is 'Y' when SPELLS.txt already holds
      *    the loser's employment as a spell of the keeper.
       CHECK-SPELL-ON-FILE.
           MOVE 'N' TO WS-SPELL-ON-FILE.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                          OR WS-SPELL-ON-FILE = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SPELL-CLIENT-CODE = WS-KEEPER-CODE
                              AND SPELL-HIRE-DATE
                                  = LOS-CLIENT-HIRE-DATE
                              AND SPELL-TERM-DATE
                                  = LOS-CLIENT-TERM-DATE
                               MOVE 'Y' TO WS-SPELL-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.

       RECODE-LEAVE-HISTORY.
           OPEN INPUT LVHIST-FILE.
           IF WS-LVHIST-STATUS = "00"
               OPEN OUTPUT MERGE-WORK
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ LVHIST-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF LVH-CLIENT-CODE = WS-LOSER-CODE
                               MOVE WS-KEEPER-CODE TO LVH-CLIENT-CODE
                               ADD 1 TO WS-LVHIST-MOVED
                           END-IF
                           WRITE MERGE-WORK-RECORD FROM LVHIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE LVHIST-FILE
               CLOSE MERGE-WORK
               IF WS-LVHIST-MOVED > ZERO
                   OPEN INPUT MERGE-WORK
                   OPEN OUTPUT LVHIST-FILE
                   MOVE 'N' TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = 'Y'
                       READ MERGE-WORK
                           AT END MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               WRITE LVHIST-RECORD
                                   FROM MERGE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK
                   CLOSE LVHIST-FILE
               END-IF
           END-IF.

      *    Codes merged into the one now being retired are carried
      *    forward to the survivor, so every cross-reference points
      *    at a code that is still on the master.
       RECODE-CROSS-REFERENCE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               OPEN OUTPUT MERGE-WORK
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ XREF-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF XREF-NEW-CODE = WS-LOSER-CODE
                               MOVE WS-KEEPER-CODE TO XREF-NEW-CODE
                               ADD 1 TO WS-XREF-MOVED
                           END-IF
                           WRITE MERGE-WORK-RECORD FROM XREF-RECORD
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
               CLOSE MERGE-WORK
               IF WS-XREF-MOVED > ZERO
                   OPEN INPUT MERGE-WORK
                   OPEN OUTPUT XREF-FILE
                   MOVE 'N' TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = 'Y'
                       READ MERGE-WORK
                           AT END MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               WRITE XREF-RECORD
                                   FROM MERGE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK
                   CLOSE XREF-FILE
               END-IF
           END-IF.

       RECODE-RETRO-LEDGER.
           OPEN INPUT RETRO-PAID-FILE.
           IF WS-RETRO-STATUS = "00"
               OPEN OUTPUT MERGE-WORK
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ RETRO-PAID-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF RTP-CLIENT-CODE = WS-LOSER-CODE
                               MOVE WS-KEEPER-CODE TO RTP-CLIENT-CODE
                               ADD 1 TO WS-RETRO-MOVED
                           END-IF
                           WRITE MERGE-WORK-RECORD
                               FROM RETRO-PAID-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAID-FILE
               CLOSE MERGE-WORK
               IF WS-RETRO-MOVED > ZERO
                   OPEN INPUT MERGE-WORK
                   OPEN OUTPUT RETRO-PAID-FILE
                   MOVE 'N' TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = 'Y'
                       READ MERGE-WORK
                           AT END MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               WRITE RETRO-PAID-RECORD
                                   FROM MERGE-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK
                   CLOSE RETRO-PAID-FILE
               END-IF
           END-IF.

       RETIRE-DUPLICATE.
           MOVE WS-LOSER-CODE TO CLIENT-CODE.
           DELETE FICHIERCLIENT RECORD
               INVALID KEY
                   DISPLAY "WARNING: delete failed for client "
                           WS-LOSER-CODE
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "D"               TO WS-JRNL-ACTION
                   MOVE LOS-CLIENT-RECORD TO WS-JRNL-BEFORE
                   MOVE SPACES            TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL
                   PERFORM WRITE-CROSS-REFERENCE
           END-DELETE.

       WRITE-CROSS-REFERENCE.
           OPEN EXTEND XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN EXTEND XREF-FILE
           END-IF.
           MOVE SPACES          TO XREF-RECORD.
           MOVE WS-LOSER-CODE   TO XREF-OLD-CODE.
           MOVE WS-KEEPER-CODE  TO XREF-NEW-CODE.
           MOVE LOS-CLIENT-NAME TO XREF-OLD-NAME.
           MOVE WS-TODAY        TO XREF-MERGE-DATE.
           MOVE WS-OPERATOR     TO XREF-OPERATOR.
           WRITE XREF-RECORD.
           CLOSE XREF-FILE.

      *    Before/after image of every change to the master, so
      *    CLIRECOV can roll the last backup forward to the moment
      *    of failure. The caller sets WS-JRNL-ACTION and the two
      *    images before performing this paragraph.
       WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JRNL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8)  TO JRNL-DATE.
           MOVE WS-CURRENT-STAMP(9:6)  TO JRNL-TIME.
           MOVE "CLIMERGE"      TO JRNL-PROGRAM.
           MOVE WS-JRNL-ACTION  TO JRNL-ACTION.
           MOVE WS-JRNL-BEFORE  TO JRNL-BEFORE.
           MOVE WS-JRNL-AFTER   TO JRNL-AFTER.
           WRITE JRNL-RECORD.
           CLOSE JOURNAL-FILE.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE "CLIMERGE" TO AUDIT-PROGRAM.
           STRING "retire=" WS-LOSER-CODE
               " keep=" WS-KEEPER-CODE
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "hist=" WS-HIST-MOVED
               " spells=" WS-SPELL-MOVED
               " leave=" WS-LVHIST-MOVED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
