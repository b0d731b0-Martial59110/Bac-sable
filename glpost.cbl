       IDENTIFICATION DIVISION.
         PROGRAM-ID. GLPOST.
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

           SELECT DEPTFILE ASSIGN TO "DEPTFILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT CSV-EXTRACT ASSIGN TO "SALARYEXT.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSVEXT-STATUS.

           SELECT PDSTAT-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

           SELECT GLSEQ-FILE ASSIGN TO "GLSEQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLSEQ-STATUS.

           SELECT GL-EXTRACT ASSIGN TO "GLPOST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT GL-REPORT ASSIGN TO "GLPOSTRPT.txt"
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

       FD  DEPTFILE.
           COPY DEPTREC.

       FD  CSV-EXTRACT.
       01  CSV-LINE PIC X(60).

       FD  PDSTAT-FILE.
           COPY PDSTATRC.

       FD  GLSEQ-FILE.
       01  GLSEQ-RECORD.
           05  GLSEQ-LAST PIC 9(6).

      *    GL interface file: one HEADER, then a debit and a credit
      *    line per cost centre, then a TRAILER. Every line is the
      *    same 80 bytes so the ledger load can read it fixed.
       FD  GL-EXTRACT.
       01  GL-LINE PIC X(80).

       FD  GL-REPORT.
       01  GL-REPORT-LINE PIC X(80).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-DEPTFILE-STATUS      PIC X(2) VALUE "00".
       01  WS-CSVEXT-STATUS        PIC X(2) VALUE "00".
       01  WS-PDSTAT-STATUS        PIC X(2) VALUE "00".
       01  WS-GLSEQ-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-CSV-EOF              PIC X VALUE 'N'.
       01  WS-PDSTAT-EOF           PIC X VALUE 'N'.
       01  WS-DATE-VALID           PIC X VALUE 'N'.
           COPY RUNCTLNK.
           COPY PAYCALNK.

       01  WS-PERIOD-INPUT    PIC X(4) VALUE SPACES.
       01  WS-ALREADY-POSTED  PIC X VALUE 'N'.
       01  WS-ERROR-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-GL-SEQ          PIC 9(6) VALUE ZEROS.
       01  WS-GL-LINE-COUNT   PIC 9(6) VALUE ZEROS.

      *    Control totals from SALARYEXT.csv. The extract's TRAILER
      *    carries the count and the hash total of annual salaries
      *    for the period; the GL pass rebuilds both from the master
      *    and will not post unless they agree.
       01  WS-CSV-FIELD-1     PIC X(16) VALUE SPACES.
       01  WS-CSV-FIELD-2     PIC X(16) VALUE SPACES.
       01  WS-CSV-FIELD-3     PIC X(16) VALUE SPACES.
       01  WS-CSV-FIELD-4     PIC X(16) VALUE SPACES.
       01  WS-EXT-PERIOD      PIC 9(4) VALUE ZEROS.
       01  WS-EXT-PERIOD-SEEN PIC X VALUE 'N'.
       01  WS-EXT-TRAILER-SEEN PIC X VALUE 'N'.
       01  WS-EXT-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-EXT-TOTAL       PIC 9(12)V99 VALUE ZEROS.
       01  WS-EXT-TOT-INT     PIC 9(12) VALUE ZEROS.
       01  WS-EXT-TOT-DEC     PIC 9(2) VALUE ZEROS.

       01  WS-MASTER-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-MASTER-TOTAL    PIC 9(12)V99 VALUE ZEROS.
       01  WS-POST-TOTAL      PIC 9(12)V99 VALUE ZEROS.

      *    Period cost: the annual salary earns 1/365 of itself per
      *    calendar day, from the later of the period start and the
      *    hire date to the period end - the same day arithmetic as
      *    the pay statements and the OFFBOARD worksheet.
       01  WS-START-INT       PIC 9(8) VALUE ZEROS.
       01  WS-END-INT         PIC 9(8) VALUE ZEROS.
       01  WS-FROM-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TO-INT          PIC 9(8) VALUE ZEROS.
       01  WS-TERM-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TERM-VALID      PIC X VALUE 'N'.
       01  WS-LEAVER-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-PAID-DAYS       PIC 9(4) VALUE ZEROS.
       01  WS-CLIENT-COST     PIC 9(9)V99 VALUE ZEROS.
       01  WS-COST-CENTRE     PIC X(6) VALUE SPACES.

       01  WS-CC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CC-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-CC-SLOT-OK      PIC X VALUE 'N'.
       01  WS-CC-FOUND        PIC X VALUE 'N'.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 100 TIMES.
               10  WS-CC-CODE    PIC X(6).
               10  WS-CC-HEADS   PIC 9(6).
               10  WS-CC-BASE    PIC 9(12)V99.
               10  WS-CC-AMOUNT  PIC 9(12)V99.

       01  WS-GL-HEADER.
           05  FILLER           PIC X(7) VALUE "HEADER ".
           05  WS-GLH-SEQ       PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLH-DATE      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLH-PERIOD    PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLH-START     PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLH-END       PIC X(8).
           05  FILLER           PIC X(35) VALUE SPACES.
       01  WS-GL-DETAIL.
           05  FILLER           PIC X(7) VALUE "DETAIL ".
           05  WS-GLD-COST-CENTRE PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLD-ACCOUNT   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLD-DR-CR     PIC X(1).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLD-AMOUNT    PIC 9(12).99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLD-PERIOD    PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLD-HEADS     PIC 9(6).
           05  FILLER           PIC X(28) VALUE SPACES.
       01  WS-GL-TRAILER.
           05  FILLER           PIC X(8) VALUE "TRAILER ".
           05  WS-GLT-LINES     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLT-DEBITS    PIC 9(12).99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLT-CREDITS   PIC 9(12).99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLT-COUNT     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GLT-HASH      PIC 9(12).99.

      *    Ledger accounts: payroll cost is charged to the cost
      *    centre and cleared against the payroll control account
      *    in the same cost centre, so every centre nets to zero.
       01  WS-GL-DEBIT-ACCOUNT  PIC X(8) VALUE "SALEXP".
       01  WS-GL-CREDIT-ACCOUNT PIC X(8) VALUE "PAYCLR".

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.
       01  WS-RPT-HEADER-1.
           05  FILLER        PIC X(30) VALUE
               "GL POSTING BY COST CENTRE".
           05  FILLER        PIC X(11) VALUE "PAY PERIOD ".
           05  WS-RPT-PERIOD PIC 9(4).
           05  FILLER        PIC X(35) VALUE SPACES.
       01  WS-RPT-HEADER-2 PIC X(80) VALUE ALL "-".
       01  WS-RPT-COL-HEADER.
           05  FILLER PIC X(10) VALUE "CENTRE".
           05  FILLER PIC X(10) VALUE "   CLIENTS".
           05  FILLER PIC X(19) VALUE "      ANNUAL BASE".
           05  FILLER PIC X(19) VALUE "     PERIOD COST".
           05  FILLER PIC X(22) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RPT-CC      PIC X(6).
           05  FILLER         PIC X(4) VALUE SPACES.
           05  WS-RPT-HEADS   PIC Z(9)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-BASE    PIC Z(11)9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT  PIC Z(11)9.99.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  WS-RPT-ERROR-LINE.
           05  FILLER         PIC X(8) VALUE "ERROR: ".
           05  WS-RPT-ERR-CODE PIC X(9).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-ERR-DEPT PIC X(10).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-ERR-TEXT PIC X(49).
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-VALUE PIC Z(11)9.99.
           05  FILLER           PIC X(35) VALUE SPACES.
       01  WS-RPT-COUNT.
           05  WS-RPT-CNT-LABEL PIC X(30).
           05  WS-RPT-CNT-VALUE PIC Z(14)9.
           05  FILLER           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Turns a pay period's payroll into general-ledger postings
      *    by DEPTFILE cost centre: a debit to salary expense and a
      *    matching credit to payroll clearing per centre, framed by
      *    a sequenced HEADER and a TRAILER carrying the debit and
      *    credit totals and the count and hash total of annual
      *    salaries. The population is the one SALARY-MAX-MIN put
      *    on SALARYEXT.csv, and the hash total must equal that
      *    extract's TRAILER before anything is written. A client
      *    whose department is missing from DEPTFILE or has a blank
      *    cost centre cannot be posted, and stops the whole run -
      *    a partial GL file would not balance against payroll.
      *    A clean run appends GLPOSTED for the period to
      *    PAYPDSTAT.txt for the period status report.
      *    A leaver terminated inside the period is not on the
      *    extract but was paid up to the termination date, so the
      *    cost is posted to that date and kept out of the count
      *    and hash total that tie to the extract.
           DISPLAY "GL POSTING EXTRACT".
           DISPLAY "Pay period number: ".
           ACCEPT WS-PERIOD-INPUT.
           IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Pay period must be a four-digit number."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "P"             TO PAYCAL-ACTION.
           MOVE WS-PERIOD-INPUT TO PAYCAL-LOOKUP-PERIOD.
           CALL "PAYCAL" USING PAYCAL-REQUEST.
           IF PAYCAL-FOUND NOT = 'Y'
               DISPLAY "Pay period " WS-PERIOD-INPUT " is not on "
                       "the payroll calendar (PAYCAL.txt)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "B"      TO RUNCTL-ACTION.
           MOVE "GLPOST" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED = 'Y'
               DISPLAY "Pay period " PAYCAL-PERIOD " has already "
                       "been posted to the ledger - not reposted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-EXTRACT-CONTROLS.
           IF WS-EXT-PERIOD-SEEN = 'N'
              OR WS-EXT-PERIOD NOT = PAYCAL-PERIOD
               DISPLAY "SALARYEXT.csv is not the extract for pay "
                       "period " PAYCAL-PERIOD " - not posted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EXT-TRAILER-SEEN = 'N'
               DISPLAY "SALARYEXT.csv has no TRAILER - extract is "
                       "incomplete, not posted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PAYCAL-START)).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PAYCAL-END)).

           OPEN OUTPUT GL-REPORT.
           MOVE PAYCAL-PERIOD TO WS-RPT-PERIOD.
           WRITE GL-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE GL-REPORT-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE GL-REPORT-LINE FROM WS-RPT-HEADER-2.

           PERFORM BUILD-COST-CENTRES.
           PERFORM CHECK-CONTROL-TOTALS.

           IF WS-ERROR-COUNT > ZERO
               WRITE GL-REPORT-LINE FROM WS-RPT-HEADER-2
               MOVE "RESULT: NOT POSTED - CORRECT AND RERUN"
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               CLOSE GL-REPORT
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "GL POSTING STOPPED - " WS-ERROR-COUNT
                       " error(s), see GLPOSTRPT.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TAKE-NEXT-GL-SEQ.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-COST-CENTRE-REPORT.
           CLOSE GL-REPORT.
           PERFORM RECORD-GLPOSTED-EVENT.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY "GL postings written to GLPOST.txt, sequence "
                   WS-GL-SEQ.
           STOP RUN.

      *    A period goes to the ledger once. A rerun after a
      *    refused attempt is fine, since only a clean run records
      *    the event.
       CHECK-ALREADY-POSTED.
           OPEN INPUT PDSTAT-FILE.
           IF WS-PDSTAT-STATUS = "00"
               PERFORM UNTIL WS-PDSTAT-EOF = 'Y'
                   READ PDSTAT-FILE
                       AT END MOVE 'Y' TO WS-PDSTAT-EOF
                       NOT AT END
                           IF PDSTAT-PERIOD IS NUMERIC
                              AND PDSTAT-PERIOD = PAYCAL-PERIOD
                              AND PDSTAT-EVENT = "GLPOSTED"
                               MOVE 'Y' TO WS-ALREADY-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PDSTAT-FILE
           END-IF.

       READ-EXTRACT-CONTROLS.
           OPEN INPUT CSV-EXTRACT.
           IF WS-CSVEXT-STATUS NOT = "00"
               DISPLAY "Unable to open SALARYEXT.csv, file status "
                       WS-CSVEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CSV-EOF = 'Y'
               READ CSV-EXTRACT
                   AT END MOVE 'Y' TO WS-CSV-EOF
                   NOT AT END PERFORM READ-EXTRACT-LINE
               END-READ
           END-PERFORM.
           CLOSE CSV-EXTRACT.

       READ-EXTRACT-LINE.
           MOVE SPACES TO WS-CSV-FIELD-1 WS-CSV-FIELD-2
                          WS-CSV-FIELD-3 WS-CSV-FIELD-4.
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO WS-CSV-FIELD-1 WS-CSV-FIELD-2 WS-CSV-FIELD-3
                    WS-CSV-FIELD-4.
           EVALUATE WS-CSV-FIELD-1
               WHEN "PERIOD"
                   IF WS-CSV-FIELD-2(1:4) IS NUMERIC
                       MOVE WS-CSV-FIELD-2(1:4) TO WS-EXT-PERIOD
                       MOVE 'Y' TO WS-EXT-PERIOD-SEEN
                   END-IF
               WHEN "TRAILER"
      *            TRAILER,count(6),total 9(12).99
                   IF WS-CSV-FIELD-2(1:6) IS NUMERIC
                      AND WS-CSV-FIELD-3(1:12) IS NUMERIC
                      AND WS-CSV-FIELD-3(13:1) = "."
                      AND WS-CSV-FIELD-3(14:2) IS NUMERIC
                       MOVE WS-CSV-FIELD-2(1:6)  TO WS-EXT-COUNT
                       MOVE WS-CSV-FIELD-3(1:12) TO WS-EXT-TOT-INT
                       MOVE WS-CSV-FIELD-3(14:2) TO WS-EXT-TOT-DEC
                       COMPUTE WS-EXT-TOTAL =
                           WS-EXT-TOT-INT + WS-EXT-TOT-DEC / 100
                       MOVE 'Y' TO WS-EXT-TRAILER-SEEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-COST-CENTRES.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS NOT = "00"
               DISPLAY "Unable to open DEPTFILE, file status "
                       WS-DEPTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM POST-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT DEPTFILE.

      *    Same population rules as SALARY-MAX-MIN's extract and the
      *    SALRECON re-read: a blank code, non-numeric salary, bad
      *    hire date or terminated status is not on the extract and
      *    does not count towards the control totals. A terminated
      *    client is still posted when the termination date falls
      *    on or after the period start.
       POST-CLIENT.
           IF CLIENT-HIRE-DATE = SPACES
               MOVE 'Y' TO WS-DATE-VALID
           ELSE
               CALL "DATECHK" USING CLIENT-HIRE-DATE WS-DATE-VALID
           END-IF.
           MOVE WS-END-INT TO WS-TO-INT.
           IF CLIENT-CODE = SPACES OR SALARY NOT NUMERIC
              OR WS-DATE-VALID = 'N'
               CONTINUE
           ELSE
               IF CLIENT-STATUS = "T"
                   PERFORM POST-LEAVER
               ELSE
                   ADD 1 TO WS-MASTER-COUNT
                   ADD SALARY TO WS-MASTER-TOTAL
                   PERFORM POST-TO-COST-CENTRE
               END-IF
           END-IF.

      *    A leaver is paid from the period start (or hire) to the
      *    termination date; one who left before the period began
      *    costs it nothing.
       POST-LEAVER.
           CALL "DATECHK" USING CLIENT-TERM-DATE WS-TERM-VALID.
           IF WS-TERM-VALID = 'Y'
               COMPUTE WS-TERM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CLIENT-TERM-DATE))
               IF WS-TERM-INT NOT < WS-START-INT
                   IF WS-TERM-INT < WS-END-INT
                       MOVE WS-TERM-INT TO WS-TO-INT
                   END-IF
                   ADD 1 TO WS-LEAVER-COUNT
                   PERFORM POST-TO-COST-CENTRE
               END-IF
           END-IF.

       POST-TO-COST-CENTRE.
           PERFORM RESOLVE-COST-CENTRE.
           IF WS-COST-CENTRE NOT = SPACES
               PERFORM PRICE-CLIENT-PERIOD
               PERFORM FIND-CC-SLOT
               IF WS-CC-SLOT-OK = 'Y'
                   ADD 1 TO WS-CC-HEADS(WS-CC-IDX)
                   ADD SALARY TO WS-CC-BASE(WS-CC-IDX)
                   ADD WS-CLIENT-COST TO WS-CC-AMOUNT(WS-CC-IDX)
                   ADD WS-CLIENT-COST TO WS-POST-TOTAL
               END-IF
           END-IF.

       RESOLVE-COST-CENTRE.
           MOVE SPACES TO WS-COST-CENTRE.
           MOVE CLIENT-DEPT TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON DEPTFILE"
                       TO WS-RPT-ERR-TEXT
                   PERFORM WRITE-POSTING-ERROR
               NOT INVALID KEY
                   IF DEPT-COST-CENTRE = SPACES
                       MOVE "DEPARTMENT HAS NO COST CENTRE"
                           TO WS-RPT-ERR-TEXT
                       PERFORM WRITE-POSTING-ERROR
                   ELSE
                       MOVE DEPT-COST-CENTRE TO WS-COST-CENTRE
                   END-IF
           END-READ.

       WRITE-POSTING-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE CLIENT-CODE TO WS-RPT-ERR-CODE.
           MOVE CLIENT-DEPT TO WS-RPT-ERR-DEPT.
           WRITE GL-REPORT-LINE FROM WS-RPT-ERROR-LINE.

       PRICE-CLIENT-PERIOD.
           MOVE WS-START-INT TO WS-FROM-INT.
           IF CLIENT-HIRE-DATE NOT = SPACES
               IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                      CLIENT-HIRE-DATE)) > WS-FROM-INT
                   COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CLIENT-HIRE-DATE))
               END-IF
           END-IF.
           IF WS-FROM-INT > WS-TO-INT
               MOVE ZEROS TO WS-PAID-DAYS
           ELSE
               COMPUTE WS-PAID-DAYS = WS-TO-INT - WS-FROM-INT + 1
           END-IF.
           COMPUTE WS-CLIENT-COST ROUNDED =
               SALARY * WS-PAID-DAYS / 365.

       FIND-CC-SLOT.
           MOVE 'N' TO WS-CC-SLOT-OK.
           MOVE 'N' TO WS-CC-FOUND.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                      OR WS-CC-FOUND = 'Y'
               IF WS-CC-CODE(WS-CC-IDX) = WS-COST-CENTRE
                   MOVE 'Y' TO WS-CC-FOUND
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CC-IDX
               MOVE 'Y' TO WS-CC-SLOT-OK
           ELSE
               IF WS-CC-COUNT < 100
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT    TO WS-CC-IDX
                   MOVE WS-COST-CENTRE TO WS-CC-CODE(WS-CC-IDX)
                   MOVE ZEROS TO WS-CC-HEADS(WS-CC-IDX)
                                 WS-CC-BASE(WS-CC-IDX)
                                 WS-CC-AMOUNT(WS-CC-IDX)
                   MOVE 'Y' TO WS-CC-SLOT-OK
               ELSE
                   MOVE "COST CENTRE TABLE FULL" TO WS-RPT-ERR-TEXT
                   PERFORM WRITE-POSTING-ERROR
               END-IF
           END-IF.

       CHECK-CONTROL-TOTALS.
           IF WS-MASTER-COUNT NOT = WS-EXT-COUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Client count - master / extract"
                   TO WS-RPT-TOT-LABEL
               MOVE WS-MASTER-COUNT TO WS-RPT-TOT-VALUE
               WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL
               MOVE SPACES TO WS-RPT-TOT-LABEL
               MOVE WS-EXT-COUNT TO WS-RPT-TOT-VALUE
               WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL
           END-IF.
           IF WS-MASTER-TOTAL NOT = WS-EXT-TOTAL
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Hash total - master / extract"
                   TO WS-RPT-TOT-LABEL
               MOVE WS-MASTER-TOTAL TO WS-RPT-TOT-VALUE
               WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL
               MOVE SPACES TO WS-RPT-TOT-LABEL
               MOVE WS-EXT-TOTAL TO WS-RPT-TOT-VALUE
               WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL
           END-IF.

      *    GL file sequence numbers run on their own control file so
      *    the ledger load can spot a missing or replayed file, the
      *    way payroll does with the extract's HEADER sequence.
       TAKE-NEXT-GL-SEQ.
           MOVE ZEROS TO GLSEQ-RECORD.
           OPEN INPUT GLSEQ-FILE.
           IF WS-GLSEQ-STATUS = "00"
               READ GLSEQ-FILE
                   AT END MOVE ZEROS TO GLSEQ-RECORD
               END-READ
               CLOSE GLSEQ-FILE
           END-IF.
           IF GLSEQ-LAST NOT NUMERIC
               MOVE ZEROS TO GLSEQ-LAST
           END-IF.
           ADD 1 TO GLSEQ-LAST.
           MOVE GLSEQ-LAST TO WS-GL-SEQ.
           OPEN OUTPUT GLSEQ-FILE.
           WRITE GLSEQ-RECORD.
           CLOSE GLSEQ-FILE.

       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT.
           MOVE WS-GL-SEQ      TO WS-GLH-SEQ.
           MOVE WS-RPT-BUSDATE TO WS-GLH-DATE.
           MOVE PAYCAL-PERIOD  TO WS-GLH-PERIOD.
           MOVE PAYCAL-START   TO WS-GLH-START.
           MOVE PAYCAL-END     TO WS-GLH-END.
           WRITE GL-LINE FROM WS-GL-HEADER.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(WS-CC-IDX)   TO WS-GLD-COST-CENTRE
               MOVE WS-CC-AMOUNT(WS-CC-IDX) TO WS-GLD-AMOUNT
               MOVE PAYCAL-PERIOD           TO WS-GLD-PERIOD
               MOVE WS-CC-HEADS(WS-CC-IDX)  TO WS-GLD-HEADS
               MOVE WS-GL-DEBIT-ACCOUNT     TO WS-GLD-ACCOUNT
               MOVE "D"                     TO WS-GLD-DR-CR
               WRITE GL-LINE FROM WS-GL-DETAIL
               MOVE WS-GL-CREDIT-ACCOUNT    TO WS-GLD-ACCOUNT
               MOVE "C"                     TO WS-GLD-DR-CR
               WRITE GL-LINE FROM WS-GL-DETAIL
               ADD 2 TO WS-GL-LINE-COUNT
           END-PERFORM.
           MOVE WS-GL-LINE-COUNT TO WS-GLT-LINES.
           MOVE WS-POST-TOTAL    TO WS-GLT-DEBITS WS-GLT-CREDITS.
           MOVE WS-MASTER-COUNT  TO WS-GLT-COUNT.
           MOVE WS-MASTER-TOTAL  TO WS-GLT-HASH.
           WRITE GL-LINE FROM WS-GL-TRAILER.
           CLOSE GL-EXTRACT.

       WRITE-COST-CENTRE-REPORT.
           WRITE GL-REPORT-LINE FROM WS-RPT-COL-HEADER.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(WS-CC-IDX)   TO WS-RPT-CC
               MOVE WS-CC-HEADS(WS-CC-IDX)  TO WS-RPT-HEADS
               MOVE WS-CC-BASE(WS-CC-IDX)   TO WS-RPT-BASE
               MOVE WS-CC-AMOUNT(WS-CC-IDX) TO WS-RPT-AMOUNT
               WRITE GL-REPORT-LINE FROM WS-RPT-DETAIL
           END-PERFORM.
           WRITE GL-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE "Total debits" TO WS-RPT-TOT-LABEL.
           MOVE WS-POST-TOTAL  TO WS-RPT-TOT-VALUE.
           WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "Total credits" TO WS-RPT-TOT-LABEL.
           MOVE WS-POST-TOTAL   TO WS-RPT-TOT-VALUE.
           WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "Leavers posted to leaving date" TO WS-RPT-CNT-LABEL.
           MOVE WS-LEAVER-COUNT TO WS-RPT-CNT-VALUE.
           WRITE GL-REPORT-LINE FROM WS-RPT-COUNT.
           MOVE "Hash total (ties to extract)" TO WS-RPT-TOT-LABEL.
           MOVE WS-MASTER-TOTAL TO WS-RPT-TOT-VALUE.
           WRITE GL-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "RESULT: POSTED - BALANCED AND TIED TO EXTRACT"
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       RECORD-GLPOSTED-EVENT.
           OPEN EXTEND PDSTAT-FILE.
           IF WS-PDSTAT-STATUS NOT = "00"
               OPEN OUTPUT PDSTAT-FILE
               CLOSE PDSTAT-FILE
               OPEN EXTEND PDSTAT-FILE
           END-IF.
           MOVE SPACES TO PDSTAT-RECORD.
           MOVE PAYCAL-PERIOD  TO PDSTAT-PERIOD.
           MOVE "GLPOSTED"     TO PDSTAT-EVENT.
           MOVE WS-RPT-BUSDATE TO PDSTAT-DATE.
           WRITE PDSTAT-RECORD.
           CLOSE PDSTAT-FILE.

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
           MOVE "GLPOST" TO AUDIT-PROGRAM.
           STRING "period=" PAYCAL-PERIOD
               " clients=" WS-MASTER-COUNT
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           IF WS-ERROR-COUNT > ZERO
               STRING "NOT POSTED errors=" WS-ERROR-COUNT
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               STRING "POSTED seq=" WS-GL-SEQ
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
