       IDENTIFICATION DIVISION.
         PROGRAM-ID. RISWEEP.
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

           SELECT DEPTFILE ASSIGN TO "DEPTFILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT SPELL-FILE ASSIGN TO "SPELLS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPELL-STATUS.

           SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO "RISWEEP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

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

       FD  DEPTFILE.
           COPY DEPTREC.

       FD  SPELL-FILE.
           COPY SPELLREC.

       FD  PENDAPPR-FILE.
           COPY APPRREC.

      *    Same layout CLIENTUPD parks future-dated transactions in.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA PIC X(80).
           05  PEND-EFF-DATE    PIC X(8).

       FD  SWEEP-REPORT.
       01  SWEEP-LINE PIC X(90).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-DEPTFILE-STATUS      PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
           COPY RUNCTLNK.

       01  WS-LOOKUP-CODE     PIC X(9) VALUE SPACES.
       01  WS-CLIENT-ON-FILE  PIC X VALUE 'N'.
       01  WS-DEPT-AVAIL      PIC X VALUE 'Y'.

      *    Codes that a pending add on CLIPEND.txt will create, so
      *    a later pending update for the same code is not an
      *    orphan.
       01  WS-PADD-TBL-COUNT  PIC 9(4) VALUE ZEROS.
       01  WS-PADD-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-PADD-FOUND      PIC X VALUE 'N'.
       01  WS-PADD-TABLE.
           05  WS-PADD-CODE OCCURS 1000 TIMES PIC X(9) VALUE SPACES.

      *    One counter per file and problem type, in report order.
       01  WS-SECTION-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-EXCEPTIONS PIC 9(6) VALUE ZEROS.
       01  WS-SUMMARY-IDX     PIC 9(2) VALUE ZEROS.
       01  WS-SUMMARY-TBL-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 10 TIMES.
               10  WS-SUM-FILE    PIC X(18) VALUE SPACES.
               10  WS-SUM-PROBLEM PIC X(40) VALUE SPACES.
               10  WS-SUM-COUNT   PIC 9(6)  VALUE ZEROS.
               10  WS-SUM-SKIPPED PIC X     VALUE 'N'.

       01  WS-RPT-HEADER-1 PIC X(90) VALUE
           "CROSS-FILE REFERENTIAL INTEGRITY SWEEP".
       01  WS-RPT-HEADER-2 PIC X(90) VALUE ALL "-".
       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(67) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  FILLER          PIC X(6) VALUE "FILE: ".
           05  WS-RPT-SEC-FILE PIC X(18).
           05  FILLER          PIC X(9) VALUE "PROBLEM: ".
           05  WS-RPT-SEC-PROBLEM PIC X(40).
           05  FILLER          PIC X(17) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-RPT-CODE     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-RPT-INFO     PIC X(74).
       01  WS-RPT-SECTION-TOTAL.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-RPT-SEC-COUNT PIC Z(5)9.
           05  FILLER          PIC X(80) VALUE " exception(s)".
       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-SUM-FILE    PIC X(18).
           05  WS-RPT-SUM-PROBLEM PIC X(40).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RPT-SUM-COUNT   PIC X(14).
           05  FILLER             PIC X(16) VALUE SPACES.
       01  WS-COUNT-EDIT      PIC Z(5)9.
       01  WS-RPT-RESULT-LINE.
           05  FILLER PIC X(8) VALUE "RESULT: ".
           05  WS-RPT-RESULT PIC X(82).

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Read-only nightly sweep of the companion files against
      *    the master. CLIENTBKP proves FICHIERCLIENT.dat is sound
      *    on its own; this proves the files hung off it still
      *    agree with it: contact and leave records, spells,
      *    pending approvals and pending transactions for codes
      *    the master no longer holds, and master departments no
      *    longer on DEPTFILE.dat. Nothing is changed - every
      *    finding goes on RISWEEP.txt, grouped by file and
      *    problem, for someone to decide on. Any exception ends
      *    with RETURN-CODE 4 and an EXCEPTIONS result line that
      *    MORNSTAT reads.
           MOVE "B"       TO RUNCTL-ACTION.
           MOVE "RISWEEP" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SWEEP-REPORT.
           WRITE SWEEP-LINE FROM WS-RPT-HEADER-1.
           WRITE SWEEP-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE SWEEP-LINE FROM WS-RPT-HEADER-2.

           PERFORM SWEEP-CONTACTS.
           PERFORM SWEEP-LEAVE-BALANCES.
           PERFORM SWEEP-SPELLS.
           PERFORM SWEEP-PENDING-APPROVALS.
           PERFORM SWEEP-PENDING-TRANSACTIONS.
           PERFORM SWEEP-MASTER-DEPARTMENTS.

           CLOSE FICHIERCLIENT.
           PERFORM WRITE-SWEEP-SUMMARY.
           CLOSE SWEEP-REPORT.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY "Integrity sweep written to RISWEEP.txt - "
                   WS-TOTAL-EXCEPTIONS " exception(s).".
           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Each file/problem pair is one section of the report:
      *    a heading, the offending records, a count.
       START-SECTION.
           MOVE ZEROS TO WS-SECTION-COUNT.
           WRITE SWEEP-LINE FROM WS-RPT-SECTION-LINE.
           ADD 1 TO WS-SUMMARY-TBL-COUNT.
           MOVE WS-RPT-SEC-FILE
               TO WS-SUM-FILE(WS-SUMMARY-TBL-COUNT).
           MOVE WS-RPT-SEC-PROBLEM
               TO WS-SUM-PROBLEM(WS-SUMMARY-TBL-COUNT).

       SECTION-NOT-SWEPT.
           MOVE "(file not present - not checked)" TO WS-RPT-INFO.
           MOVE SPACES TO WS-RPT-CODE.
           WRITE SWEEP-LINE FROM WS-RPT-DETAIL.
           MOVE 'Y' TO WS-SUM-SKIPPED(WS-SUMMARY-TBL-COUNT).

       WRITE-EXCEPTION.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           WRITE SWEEP-LINE FROM WS-RPT-DETAIL.

       END-SECTION.
           MOVE WS-SECTION-COUNT TO WS-RPT-SEC-COUNT.
           MOVE WS-SECTION-COUNT TO WS-SUM-COUNT(WS-SUMMARY-TBL-COUNT).
           WRITE SWEEP-LINE FROM WS-RPT-SECTION-TOTAL.
           WRITE SWEEP-LINE FROM WS-RPT-HEADER-2.

       CHECK-CLIENT-ON-FILE.
           MOVE 'N' TO WS-CLIENT-ON-FILE.
           MOVE WS-LOOKUP-CODE TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-ON-FILE
           END-READ.

       SWEEP-CONTACTS.
           MOVE "CLICONTACT.dat" TO WS-RPT-SEC-FILE.
           MOVE "CONTACT RECORD FOR CLIENT NOT ON MASTER"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               MOVE LOW-VALUES TO CONT-CLIENT-CODE
               START CONTACT-FILE
                   KEY IS NOT LESS THAN CONT-CLIENT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CONTACT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM CHECK-CONTACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-CONTACT-RECORD.
           MOVE CONT-CLIENT-CODE TO WS-LOOKUP-CODE.
           PERFORM CHECK-CLIENT-ON-FILE.
           IF WS-CLIENT-ON-FILE = 'N'
               MOVE CONT-CLIENT-CODE TO WS-RPT-CODE
               MOVE SPACES TO WS-RPT-INFO
               STRING CONT-ADDR-LINE-1 " " CONT-CITY
                   DELIMITED BY SIZE INTO WS-RPT-INFO
               PERFORM WRITE-EXCEPTION
           END-IF.

       SWEEP-LEAVE-BALANCES.
           MOVE "LEAVEBAL.dat" TO WS-RPT-SEC-FILE.
           MOVE "LEAVE BALANCE FOR CLIENT NOT ON MASTER"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               MOVE LOW-VALUES TO LV-CLIENT-CODE
               START LEAVE-FILE KEY IS NOT LESS THAN LV-CLIENT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ LEAVE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM CHECK-LEAVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-LEAVE-RECORD.
           MOVE LV-CLIENT-CODE TO WS-LOOKUP-CODE.
           PERFORM CHECK-CLIENT-ON-FILE.
           IF WS-CLIENT-ON-FILE = 'N'
               MOVE LV-CLIENT-CODE TO WS-RPT-CODE
               MOVE SPACES TO WS-RPT-INFO
               STRING "remaining " LV-REMAINING
                      " frozen " LV-FROZEN
                   DELIMITED BY SIZE INTO WS-RPT-INFO
               PERFORM WRITE-EXCEPTION
           END-IF.

       SWEEP-SPELLS.
           MOVE "SPELLS.txt" TO WS-RPT-SEC-FILE.
           MOVE "SPELL FOR CLIENT NOT ON MASTER"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM CHECK-SPELL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-SPELL-RECORD.
           MOVE SPELL-CLIENT-CODE TO WS-LOOKUP-CODE.
           PERFORM CHECK-CLIENT-ON-FILE.
           IF WS-CLIENT-ON-FILE = 'N'
               MOVE SPELL-CLIENT-CODE TO WS-RPT-CODE
               MOVE SPACES TO WS-RPT-INFO
               STRING "hired " SPELL-HIRE-DATE
                      " left " SPELL-TERM-DATE
                   DELIMITED BY SIZE INTO WS-RPT-INFO
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    Only status P is still live; released and rejected
      *    items are kept for the audit trail and may rightly
      *    name clients deleted since.
       SWEEP-PENDING-APPROVALS.
           MOVE "PENDAPPR.txt" TO WS-RPT-SEC-FILE.
           MOVE "PENDING APPROVAL FOR CLIENT NOT ON MASTER"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT PENDAPPR-FILE.
           IF WS-PENDAPPR-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDAPPR-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF APPR-STATUS = "P"
                               PERFORM CHECK-APPROVAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-APPROVAL-RECORD.
           MOVE APPR-CLIENT-CODE TO WS-LOOKUP-CODE.
           PERFORM CHECK-CLIENT-ON-FILE.
           IF WS-CLIENT-ON-FILE = 'N'
               MOVE APPR-CLIENT-CODE TO WS-RPT-CODE
               MOVE SPACES TO WS-RPT-INFO
               STRING "queued " APPR-DATE " by " APPR-REQUESTOR
                      " from " APPR-SOURCE
                   DELIMITED BY SIZE INTO WS-RPT-INFO
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    A pending add creates its code when it comes due, so
      *    updates and deletes behind it in the queue are fine.
       SWEEP-PENDING-TRANSACTIONS.
           MOVE "CLIPEND.txt" TO WS-RPT-SEC-FILE.
           MOVE "PENDING UPDATE/DELETE FOR CLIENT NOT ON MASTER"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM CHECK-PENDING-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-PENDING-RECORD.
           MOVE PEND-CLIENT-AREA(1:9) TO WS-LOOKUP-CODE.
           IF PEND-ACTION = "A" OR PEND-ACTION = "a"
               IF WS-PADD-TBL-COUNT < 1000
                   ADD 1 TO WS-PADD-TBL-COUNT
                   MOVE WS-LOOKUP-CODE
                       TO WS-PADD-CODE(WS-PADD-TBL-COUNT)
               END-IF
           ELSE
               PERFORM CHECK-CLIENT-ON-FILE
               IF WS-CLIENT-ON-FILE = 'N'
                   PERFORM FIND-PENDING-ADD
                   IF WS-PADD-FOUND = 'N'
                       MOVE WS-LOOKUP-CODE TO WS-RPT-CODE
                       MOVE SPACES TO WS-RPT-INFO
                       STRING "action " PEND-ACTION
                              " effective " PEND-EFF-DATE
                           DELIMITED BY SIZE INTO WS-RPT-INFO
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       FIND-PENDING-ADD.
           MOVE 'N' TO WS-PADD-FOUND.
           PERFORM VARYING WS-PADD-IDX FROM 1 BY 1
                   UNTIL WS-PADD-IDX > WS-PADD-TBL-COUNT
                      OR WS-PADD-FOUND = 'Y'
               IF WS-PADD-CODE(WS-PADD-IDX) = WS-LOOKUP-CODE
                   MOVE 'Y' TO WS-PADD-FOUND
               END-IF
           END-PERFORM.

       SWEEP-MASTER-DEPARTMENTS.
           MOVE "FICHIERCLIENT.dat" TO WS-RPT-SEC-FILE.
           MOVE "CLIENT-DEPT NOT ON DEPTFILE"
               TO WS-RPT-SEC-PROBLEM.
           PERFORM START-SECTION.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS NOT = "00"
               PERFORM SECTION-NOT-SWEPT
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               MOVE LOW-VALUES TO CLIENT-CODE
               START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ FICHIERCLIENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM CHECK-MASTER-DEPT
                   END-READ
               END-PERFORM
               CLOSE DEPTFILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-MASTER-DEPT.
           IF CLIENT-CODE NOT = SPACES
               MOVE CLIENT-DEPT TO DEPT-CODE
               READ DEPTFILE
                   INVALID KEY
                       MOVE CLIENT-CODE TO WS-RPT-CODE
                       MOVE SPACES TO WS-RPT-INFO
                       STRING CLIENT-NAME " dept [" CLIENT-DEPT
                              "] status " CLIENT-STATUS
                           DELIMITED BY SIZE INTO WS-RPT-INFO
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       WRITE-SWEEP-SUMMARY.
           MOVE "SUMMARY BY FILE AND PROBLEM" TO SWEEP-LINE.
           WRITE SWEEP-LINE.
           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                   UNTIL WS-SUMMARY-IDX > WS-SUMMARY-TBL-COUNT
               MOVE WS-SUM-FILE(WS-SUMMARY-IDX) TO WS-RPT-SUM-FILE
               MOVE WS-SUM-PROBLEM(WS-SUMMARY-IDX)
                   TO WS-RPT-SUM-PROBLEM
               IF WS-SUM-SKIPPED(WS-SUMMARY-IDX) = 'Y'
                   MOVE "NOT CHECKED" TO WS-RPT-SUM-COUNT
               ELSE
                   MOVE WS-SUM-COUNT(WS-SUMMARY-IDX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-RPT-SUM-COUNT
               END-IF
               WRITE SWEEP-LINE FROM WS-RPT-SUMMARY-LINE
           END-PERFORM.
           WRITE SWEEP-LINE FROM WS-RPT-HEADER-2.
           MOVE SPACES TO WS-RPT-RESULT.
           IF WS-TOTAL-EXCEPTIONS = ZERO
               MOVE "FILES AGREE WITH MASTER" TO WS-RPT-RESULT
           ELSE
               STRING WS-TOTAL-EXCEPTIONS " EXCEPTIONS FOUND"
                   DELIMITED BY SIZE INTO WS-RPT-RESULT
           END-IF.
           WRITE SWEEP-LINE FROM WS-RPT-RESULT-LINE.

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
           MOVE "RISWEEP" TO AUDIT-PROGRAM.
           STRING "business date " WS-RPT-BUSDATE
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "exceptions=" WS-TOTAL-EXCEPTIONS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
