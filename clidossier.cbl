       IDENTIFICATION DIVISION.
         PROGRAM-ID. CLIDOSSIER.
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

           SELECT XREF-FILE ASSIGN TO "CLIXREF.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

           SELECT SPELL-FILE ASSIGN TO "SPELLS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPELL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SALHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT LVHIST-FILE ASSIGN TO "LEAVEHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LVHIST-STATUS.

           SELECT PAID-FILE ASSIGN TO "RETROPAID.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAID-STATUS.

           SELECT EARN-FILE ASSIGN TO "YEAREARN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EARN-STATUS.

           SELECT ARCHDIR-FILE ASSIGN TO "CLIARCHDIR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCHDIR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      *    The live journal and each dated generation are read one
      *    after the other through the same file, so the name is
      *    set before each OPEN.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JRNL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT DOSSIER-FILE ASSIGN TO DYNAMIC WS-DOSSIER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOSSIER-STATUS.

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

       FD  XREF-FILE.
           COPY XREFREC.

       FD  SPELL-FILE.
           COPY SPELLREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  PENDAPPR-FILE.
           COPY APPRREC.

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA PIC X(80).
           05  PEND-EFF-DATE    PIC X(8).

       FD  LVHIST-FILE.
           COPY LVHSTREC.

       FD  PAID-FILE.
           COPY RETROREC.

       FD  EARN-FILE.
           COPY EARNREC.

       FD  ARCHDIR-FILE.
       01  ARCHDIR-RECORD PIC X(25).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCH-CLIENT-AREA PIC X(80).
           05  FILLER           PIC X(1).
           05  ARCH-PURGE-DATE  PIC X(8).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  DOSSIER-FILE.
       01  DOSSIER-LINE PIC X(100).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-XREF-STATUS          PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-LVHIST-STATUS        PIC X(2) VALUE "00".
       01  WS-PAID-STATUS          PIC X(2) VALUE "00".
       01  WS-EARN-STATUS          PIC X(2) VALUE "00".
       01  WS-ARCHDIR-STATUS       PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-DOSSIER-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
       01  WS-ARCHDIR-EOF          PIC X VALUE 'N'.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.

       01  WS-DOSSIER-CODE    PIC X(9) VALUE SPACES.
       01  WS-DOSSIER-NAME    PIC X(30) VALUE SPACES.
       01  WS-ARCHIVE-NAME    PIC X(25) VALUE SPACES.
       01  WS-JRNL-FILE-NAME  PIC X(25) VALUE SPACES.
       01  WS-CURRENT-STAMP   PIC X(21) VALUE SPACES.
       01  WS-TODAY           PIC X(8) VALUE SPACES.
       01  WS-ON-MASTER       PIC X VALUE 'N'.

      *    Journal generations are not catalogued; HCMOVE's rule
      *    applies - every day's name is tried, here from the
      *    earliest date anything on file ties to the client.
       01  WS-EARLIEST-DATE   PIC X(8) VALUE SPACES.
       01  WS-SCAN-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT       PIC 9(8) VALUE ZEROS.
       01  WS-SCAN-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-GEN-COUNT       PIC 9(5) VALUE ZEROS.

       01  WS-SECTION-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-EDIT-DAYS       PIC ZZ9.99.
       01  WS-ITEM-COUNT      PIC 9(6) VALUE ZEROS.

           COPY CLIREC REPLACING
               CLIENT-RECORD      BY DOS-CLIENT-RECORD
               CLIENT-CODE        BY DOS-CLIENT-CODE
               CLIENT-NAME        BY DOS-CLIENT-NAME
               CLIENT-DEPT        BY DOS-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY DOS-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY DOS-CLIENT-STATUS
               CLIENT-TERM-DATE   BY DOS-CLIENT-TERM-DATE
               CLIENT-GRADE       BY DOS-CLIENT-GRADE
               CLIENT-PROB-STATUS BY DOS-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY DOS-CLIENT-PROB-EXT
               SALARY-AREA        BY DOS-SALARY-AREA
               SALARY             BY DOS-SALARY.

       01  WS-DOS-HEADER-1.
           05  FILLER PIC X(24) VALUE "PERSONAL DATA DOSSIER - ".
           05  WS-DOS-HDR-CODE PIC X(9).
           05  FILLER PIC X(18) VALUE "   BUSINESS DATE: ".
           05  WS-DOS-HDR-DATE PIC X(8).
           05  FILLER PIC X(13) VALUE "   PRODUCED: ".
           05  WS-DOS-HDR-STAMP PIC X(14).
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-DOS-HEADER-2.
           05  FILLER PIC X(13) VALUE "PRODUCED BY: ".
           05  WS-DOS-HDR-OPER PIC X(12).
           05  FILLER PIC X(75) VALUE
               "   CONFIDENTIAL - PERSONAL DATA".
       01  WS-DOS-RULE    PIC X(100) VALUE ALL "=".
       01  WS-DOS-NONE    PIC X(100) VALUE "    (none held)".
       01  WS-DOS-NOFILE.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-NOF-FILE     PIC X(20).
           05  FILLER          PIC X(26) VALUE
               " not available, status ".
           05  WS-NOF-STATUS   PIC X(2).
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-DOS-SECTION.
           05  WS-SEC-TITLE    PIC X(60).
           05  FILLER          PIC X(40) VALUE SPACES.
       01  WS-DOS-CAPTION     PIC X(100) VALUE SPACES.

       01  WS-DOS-FIELD.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-FLD-LABEL    PIC X(20).
           05  WS-FLD-VALUE    PIC X(76).

       01  WS-DOS-RAW.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-RAW-TEXT     PIC X(96).

       01  WS-DOS-JOURNAL.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-JNL-DATE     PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-JNL-TIME     PIC X(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-JNL-PROGRAM  PIC X(15).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-JNL-ACTION   PIC X(1).
           05  FILLER          PIC X(4) VALUE "  ( ".
           05  WS-JNL-SOURCE   PIC X(25).
           05  FILLER          PIC X(2) VALUE " )".
           05  FILLER          PIC X(32) VALUE SPACES.
       01  WS-DOS-IMAGE.
           05  FILLER          PIC X(6) VALUE SPACES.
           05  WS-IMG-LABEL    PIC X(8).
           05  WS-IMG-TEXT     PIC X(80).
           05  FILLER          PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Everything held on one client, gathered into a single
      *    printable document for a subject-access request or for
      *    legal: the master and contact records, every spell,
      *    salary change, pending approval and queued transaction,
      *    the leave balance and bookings, retro arrears paid, the
      *    year-end earnings record, any merge cross-reference, the
      *    CLIPURGE archive images found through CLIARCHDIR.txt, and
      *    every journal entry in CLIJRNL.txt and its generations.
      *    Producing one is itself a disclosure of personal data,
      *    so it sits behind its own OPERAUTH function and every
      *    dossier produced is written to the audit log. The
      *    document goes to DOSSIER.<code>.txt.
           MOVE "DOSSIER"    TO OPAUTH-FUNCTION.
           MOVE "CLIDOSSIER" TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "PERSONAL DATA DOSSIER".
           DISPLAY "Client code: ".
           ACCEPT WS-DOSSIER-CODE.
           IF WS-DOSSIER-CODE = SPACES
               DISPLAY "No client code given, nothing produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE "B"          TO RUNCTL-ACTION.
           MOVE "CLIDOSSIER" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.

           STRING "DOSSIER." DELIMITED BY SIZE
               WS-DOSSIER-CODE DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-DOSSIER-NAME.
           OPEN OUTPUT DOSSIER-FILE.
           IF WS-DOSSIER-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-DOSSIER-NAME
                       ", file status " WS-DOSSIER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DOSSIER-CODE      TO WS-DOS-HDR-CODE.
           MOVE RUNCTL-BUSINESS-DATE TO WS-DOS-HDR-DATE.
           MOVE WS-CURRENT-STAMP(1:14) TO WS-DOS-HDR-STAMP.
           ACCEPT WS-DOS-HDR-OPER FROM ENVIRONMENT "USER".
           WRITE DOSSIER-LINE FROM WS-DOS-HEADER-1.
           WRITE DOSSIER-LINE FROM WS-DOS-HEADER-2.
           WRITE DOSSIER-LINE FROM WS-DOS-RULE.

           PERFORM DOSSIER-MASTER.
           PERFORM DOSSIER-CONTACT.
           PERFORM DOSSIER-XREF.
           PERFORM DOSSIER-SPELLS.
           PERFORM DOSSIER-SALARY-HISTORY.
           PERFORM DOSSIER-PENDING-APPROVALS.
           PERFORM DOSSIER-QUEUED-TRANSACTIONS.
           PERFORM DOSSIER-LEAVE-BALANCE.
           PERFORM DOSSIER-LEAVE-BOOKINGS.
           PERFORM DOSSIER-RETRO-PAID.
           PERFORM DOSSIER-YEAR-EARNINGS.
           PERFORM DOSSIER-ARCHIVES.
           PERFORM DOSSIER-JOURNAL.

           MOVE SPACES TO DOSSIER-LINE.
           STRING "END OF DOSSIER - " WS-ITEM-COUNT
               " item(s) held"
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           CLOSE DOSSIER-FILE.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY WS-ITEM-COUNT " item(s) held on " WS-DOSSIER-CODE
                   ", dossier written to " WS-DOSSIER-NAME.
           IF WS-ITEM-COUNT = ZEROS
               DISPLAY "Nothing is held on this client code."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Each section: a title, a caption where the records are
      *    printed as held, the items, and "(none held)" when the
      *    file has nothing on the client.
       START-SECTION.
           MOVE ZEROS TO WS-SECTION-COUNT.
           WRITE DOSSIER-LINE FROM WS-DOS-SECTION.
           IF WS-DOS-CAPTION NOT = SPACES
               WRITE DOSSIER-LINE FROM WS-DOS-CAPTION
               MOVE SPACES TO WS-DOS-CAPTION
           END-IF.

       END-SECTION.
           IF WS-SECTION-COUNT = ZEROS
               WRITE DOSSIER-LINE FROM WS-DOS-NONE
           END-IF.
           ADD WS-SECTION-COUNT TO WS-ITEM-COUNT.
           WRITE DOSSIER-LINE FROM WS-DOS-RULE.

       WRITE-RAW-ITEM.
           ADD 1 TO WS-SECTION-COUNT.
           WRITE DOSSIER-LINE FROM WS-DOS-RAW.

       WRITE-FIELD.
           WRITE DOSSIER-LINE FROM WS-DOS-FIELD.

       NOTE-EARLIEST-DATE.
           IF WS-SCAN-DATE > ZEROS
              AND (WS-EARLIEST-DATE = SPACES
                   OR WS-SCAN-DATE < WS-EARLIEST-DATE)
               MOVE WS-SCAN-DATE TO WS-EARLIEST-DATE
           END-IF.

       WRITE-NOFILE.
           WRITE DOSSIER-LINE FROM WS-DOS-NOFILE.

       DOSSIER-MASTER.
           MOVE "CLIENT MASTER (FICHIERCLIENT)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               MOVE "FICHIERCLIENT"         TO WS-NOF-FILE
               MOVE WS-FICHIERCLIENT-STATUS TO WS-NOF-STATUS
               PERFORM WRITE-NOFILE
           ELSE
               MOVE WS-DOSSIER-CODE TO CLIENT-CODE
               READ FICHIERCLIENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE CLIENT-RECORD TO DOS-CLIENT-RECORD
                       PERFORM WRITE-CLIENT-FIELDS
                       IF CLIENT-HIRE-DATE IS NUMERIC
                           MOVE CLIENT-HIRE-DATE TO WS-SCAN-DATE
                           PERFORM NOTE-EARLIEST-DATE
                       END-IF
               END-READ
               CLOSE FICHIERCLIENT
           END-IF.
           PERFORM END-SECTION.

      *    Shared by the master and the archive images.
       WRITE-CLIENT-FIELDS.
           MOVE "Client code"     TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-CODE   TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Name"            TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-NAME   TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Department"      TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-DEPT   TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Hire date"       TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-HIRE-DATE TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Status"          TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-STATUS TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Termination date" TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-TERM-DATE TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Grade"           TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-GRADE  TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Probation outcome" TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-PROB-STATUS TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Probation extension" TO WS-FLD-LABEL.
           MOVE DOS-CLIENT-PROB-EXT TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.
           MOVE "Salary"          TO WS-FLD-LABEL.
           MOVE DOS-SALARY-AREA   TO WS-FLD-VALUE.
           PERFORM WRITE-FIELD.

       DOSSIER-CONTACT.
           MOVE "CONTACT DETAILS (CLICONTACT.dat)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               MOVE "CLICONTACT.dat"  TO WS-NOF-FILE
               MOVE WS-CONTACT-STATUS TO WS-NOF-STATUS
               PERFORM WRITE-NOFILE
           ELSE
               MOVE WS-DOSSIER-CODE TO CONT-CLIENT-CODE
               READ CONTACT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE "Address line 1"  TO WS-FLD-LABEL
                       MOVE CONT-ADDR-LINE-1  TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Address line 2"  TO WS-FLD-LABEL
                       MOVE CONT-ADDR-LINE-2  TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "City"            TO WS-FLD-LABEL
                       MOVE CONT-CITY         TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Postcode"        TO WS-FLD-LABEL
                       MOVE CONT-POSTCODE     TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Phone"           TO WS-FLD-LABEL
                       MOVE CONT-PHONE        TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Email"           TO WS-FLD-LABEL
                       MOVE CONT-EMAIL        TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
               END-READ
               CLOSE CONTACT-FILE
           END-IF.
           PERFORM END-SECTION.

      *    Both directions: a code this one was merged into, and
      *    codes merged into this one.
       DOSSIER-XREF.
           MOVE "MERGE CROSS-REFERENCE (CLIXREF.txt)" TO WS-SEC-TITLE.
           MOVE "    OLD CODE  NEW CODE  OLD NAME                  "
             & "MERGED    OPERATOR" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ XREF-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF XREF-OLD-CODE = WS-DOSSIER-CODE
                              OR XREF-NEW-CODE = WS-DOSSIER-CODE
                               MOVE XREF-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-SPELLS.
           MOVE "PRIOR EMPLOYMENT SPELLS (SPELLS.txt)" TO WS-SEC-TITLE.
           MOVE "    CODE      HIRED    LEFT     LAST SALARY"
               TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SPELL-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE SPELL-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                               IF SPELL-HIRE-DATE IS NUMERIC
                                   MOVE SPELL-HIRE-DATE
                                       TO WS-SCAN-DATE
                                   PERFORM NOTE-EARLIEST-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-SALARY-HISTORY.
           MOVE "SALARY HISTORY (SALHIST.txt)" TO WS-SEC-TITLE.
           MOVE "    DATE     TIME   OPERATOR     A CODE      OLD    "
             & "   NEW       APPROVER     EFFECTIVE" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF HIST-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE HIST-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                               IF HIST-DATE IS NUMERIC
                                   MOVE HIST-DATE TO WS-SCAN-DATE
                                   PERFORM NOTE-EARLIEST-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-PENDING-APPROVALS.
           MOVE "SALARY APPROVAL REQUESTS (PENDAPPR.txt)"
               TO WS-SEC-TITLE.
           MOVE "    DATE     TIME   REQUESTOR    SOURCE          CODE"
             & "      OLD       NEW       S" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT PENDAPPR-FILE.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDAPPR-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF APPR-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE APPR-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-QUEUED-TRANSACTIONS.
           MOVE "QUEUED FUTURE-DATED TRANSACTIONS (CLIPEND.txt)"
               TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF PEND-CLIENT-AREA(1:9) = WS-DOSSIER-CODE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-RAW-TEXT
                               STRING "Action " PEND-ACTION
                                   " effective " PEND-EFF-DATE
                                   DELIMITED BY SIZE INTO WS-RAW-TEXT
                               WRITE DOSSIER-LINE FROM WS-DOS-RAW
                               MOVE "image:" TO WS-IMG-LABEL
                               MOVE PEND-CLIENT-AREA TO WS-IMG-TEXT
                               WRITE DOSSIER-LINE FROM WS-DOS-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-LEAVE-BALANCE.
           MOVE "LEAVE BALANCE (LEAVEBAL.dat)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               MOVE "LEAVEBAL.dat"  TO WS-NOF-FILE
               MOVE WS-LEAVE-STATUS TO WS-NOF-STATUS
               PERFORM WRITE-NOFILE
           ELSE
               MOVE WS-DOSSIER-CODE TO LV-CLIENT-CODE
               READ LEAVE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE "Entitlement (days)" TO WS-FLD-LABEL
                       MOVE LV-ENTITLEMENT TO WS-EDIT-DAYS
                       MOVE WS-EDIT-DAYS TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Taken (days)"     TO WS-FLD-LABEL
                       MOVE LV-TAKEN TO WS-EDIT-DAYS
                       MOVE WS-EDIT-DAYS TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Remaining (days)" TO WS-FLD-LABEL
                       MOVE LV-REMAINING TO WS-EDIT-DAYS
                       MOVE WS-EDIT-DAYS TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Last accrued"     TO WS-FLD-LABEL
                       MOVE LV-LAST-ACCRUED    TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Frozen"           TO WS-FLD-LABEL
                       MOVE LV-FROZEN          TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
                       MOVE "Frozen as at"     TO WS-FLD-LABEL
                       MOVE LV-FROZEN-DATE     TO WS-FLD-VALUE
                       PERFORM WRITE-FIELD
               END-READ
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-LEAVE-BOOKINGS.
           MOVE "LEAVE BOOKINGS (LEAVEHIST.txt)" TO WS-SEC-TITLE.
           MOVE "    CODE      FROM     TO       DAYS   S BOOKED   "
             & "REASON" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT LVHIST-FILE.
           IF WS-LVHIST-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ LVHIST-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF LVH-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE LVHIST-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LVHIST-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-RETRO-PAID.
           MOVE "RETRO ARREARS PAID (RETROPAID.txt)" TO WS-SEC-TITLE.
           MOVE "    HIST DATE TIME  CODE      A NEW SAL   PERD T   "
             & "    AMOUNT SEQ    PAID" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PAID-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF RTP-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE RETRO-PAID-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF.
           PERFORM END-SECTION.

       DOSSIER-YEAR-EARNINGS.
           MOVE "YEAR-END EARNINGS (YEAREARN.txt)" TO WS-SEC-TITLE.
           MOVE "    YEAR CODE      NAME                      DEPT   "
             & "    DAY SEG EARNINGS    FLAG" TO WS-DOS-CAPTION.
           PERFORM START-SECTION.
           OPEN INPUT EARN-FILE.
           IF WS-EARN-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ EARN-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF ERN-CLIENT-CODE = WS-DOSSIER-CODE
                               MOVE EARN-RECORD TO WS-RAW-TEXT
                               PERFORM WRITE-RAW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARN-FILE
           END-IF.
           PERFORM END-SECTION.

      *    Every archive CLIPURGE has registered, searched the same
      *    way its inquiry mode does.
       DOSSIER-ARCHIVES.
           MOVE "PURGE ARCHIVES (CLIARCHDIR.txt)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT ARCHDIR-FILE.
           IF WS-ARCHDIR-STATUS = "00"
               MOVE 'N' TO WS-ARCHDIR-EOF
               PERFORM UNTIL WS-ARCHDIR-EOF = 'Y'
                   READ ARCHDIR-FILE
                       AT END MOVE 'Y' TO WS-ARCHDIR-EOF
                       NOT AT END PERFORM SEARCH-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHDIR-FILE
           END-IF.
           PERFORM END-SECTION.

       SEARCH-ONE-ARCHIVE.
           MOVE ARCHDIR-RECORD TO WS-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE WS-ARCHIVE-NAME   TO WS-NOF-FILE
               MOVE WS-ARCHIVE-STATUS TO WS-NOF-STATUS
               PERFORM WRITE-NOFILE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF ARCH-CLIENT-AREA(1:9) = WS-DOSSIER-CODE
                               PERFORM WRITE-ARCHIVE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       WRITE-ARCHIVE-ITEM.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-RAW-TEXT.
           STRING "Purged " ARCH-PURGE-DATE " to " WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO WS-RAW-TEXT.
           WRITE DOSSIER-LINE FROM WS-DOS-RAW.
           MOVE ARCH-CLIENT-AREA TO DOS-CLIENT-RECORD.
           PERFORM WRITE-CLIENT-FIELDS.
           IF DOS-CLIENT-HIRE-DATE IS NUMERIC
               MOVE DOS-CLIENT-HIRE-DATE TO WS-SCAN-DATE
               PERFORM NOTE-EARLIEST-DATE
           END-IF.

      *    Generations first, oldest to newest, then the live file,
      *    so the entries read in the order they were made. With
      *    nothing else on file to date the client from, ten years
      *    of generations are tried.
       DOSSIER-JOURNAL.
           MOVE "MASTER CHANGE JOURNAL (CLIJRNL.txt AND GENERATIONS)"
               TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           IF WS-EARLIEST-DATE = SPACES
               COMPUTE WS-SCAN-INT = WS-TODAY-INT - 3653
           ELSE
               COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EARLIEST-DATE))
           END-IF.
           PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE SPACES TO WS-JRNL-FILE-NAME
               STRING "CLIJRNL." WS-SCAN-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-JRNL-FILE-NAME
               PERFORM READ-ONE-JOURNAL
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.
           MOVE "CLIJRNL.txt" TO WS-JRNL-FILE-NAME.
           PERFORM READ-ONE-JOURNAL.
           PERFORM END-SECTION.

       READ-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               IF WS-JRNL-FILE-NAME NOT = "CLIJRNL.txt"
                   ADD 1 TO WS-GEN-COUNT
               END-IF
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF JRNL-BEFORE(1:9) = WS-DOSSIER-CODE
                              OR JRNL-AFTER(1:9) = WS-DOSSIER-CODE
                               PERFORM WRITE-JOURNAL-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       WRITE-JOURNAL-ITEM.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE JRNL-DATE         TO WS-JNL-DATE.
           MOVE JRNL-TIME         TO WS-JNL-TIME.
           MOVE JRNL-PROGRAM      TO WS-JNL-PROGRAM.
           MOVE JRNL-ACTION       TO WS-JNL-ACTION.
           MOVE WS-JRNL-FILE-NAME TO WS-JNL-SOURCE.
           WRITE DOSSIER-LINE FROM WS-DOS-JOURNAL.
           MOVE "before:" TO WS-IMG-LABEL.
           MOVE JRNL-BEFORE TO WS-IMG-TEXT.
           WRITE DOSSIER-LINE FROM WS-DOS-IMAGE.
           MOVE "after:"  TO WS-IMG-LABEL.
           MOVE JRNL-AFTER TO WS-IMG-TEXT.
           WRITE DOSSIER-LINE FROM WS-DOS-IMAGE.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE "CLIDOSSIER" TO AUDIT-PROGRAM.
           STRING "dossier code=" WS-DOSSIER-CODE
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "items=" WS-ITEM-COUNT " master=" WS-ON-MASTER
               " journals=" WS-GEN-COUNT
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
