       IDENTIFICATION DIVISION.
         PROGRAM-ID. PAYSTMT.
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

           SELECT DEPTFILE ASSIGN TO "DEPTFILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVEBAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-CLIENT-CODE
           FILE STATUS IS WS-LEAVE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "PAYSTMT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "PAYSTMTEX.txt"
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

       FD  DEPTFILE.
           COPY DEPTREC.

       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(80).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-DEPTFILE-STATUS      PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-DEPT-AVAIL           PIC X VALUE 'Y'.
       01  WS-LEAVE-AVAIL          PIC X VALUE 'Y'.
           COPY RUNCTLNK.
           COPY PAYCALNK.

       01  WS-PERIOD-INPUT    PIC X(4) VALUE SPACES.
       01  WS-PRINTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-FINAL-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-SKIPPED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-PAY       PIC 9(12)V99 VALUE ZEROS.

      *    Proration working fields, the same day arithmetic as the
      *    OFFBOARD final-pay worksheet: an annual salary earns
      *    1/365 of itself per calendar day. A client who joined
      *    or left inside the period is paid from the later of the
      *    period start and the hire date to the earlier of the
      *    period end and the termination date.
       01  WS-IN-PERIOD       PIC X VALUE 'N'.
       01  WS-FINAL-PERIOD    PIC X VALUE 'N'.
       01  WS-START-INT       PIC 9(8) VALUE ZEROS.
       01  WS-END-INT         PIC 9(8) VALUE ZEROS.
       01  WS-FROM-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TO-INT          PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-DAYS     PIC 9(4) VALUE ZEROS.
       01  WS-PAID-DAYS       PIC 9(4) VALUE ZEROS.
       01  WS-PERIOD-PAY      PIC 9(9)V99 VALUE ZEROS.
       01  WS-STMT-PAY        PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEPT-FULL-NAME  PIC X(30) VALUE SPACES.
       01  WS-CITY-LINE       PIC X(50) VALUE SPACES.

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.

       01  WS-STM-HEADER-1.
           05  FILLER          PIC X(30) VALUE "PAY STATEMENT".
           05  FILLER          PIC X(11) VALUE "PAY PERIOD ".
           05  WS-STM-PERIOD   PIC 9(4).
           05  FILLER          PIC X(35) VALUE SPACES.
       01  WS-STM-HEADER-2 PIC X(80) VALUE ALL "-".
       01  WS-STM-ADDRESS-LINE.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  WS-STM-ADDRESS  PIC X(50).
           05  FILLER          PIC X(26) VALUE SPACES.
       01  WS-STM-LABEL-LINE.
           05  WS-STM-LABEL PIC X(30).
           05  WS-STM-TEXT  PIC X(50).
       01  WS-STM-AMOUNT-LINE.
           05  WS-STM-AMT-LABEL PIC X(30).
           05  WS-STM-AMT-VALUE PIC Z(8)9.99.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-STM-COUNT-LINE.
           05  WS-STM-CNT-LABEL PIC X(30).
           05  WS-STM-CNT-VALUE PIC Z(3)9.
           05  FILLER           PIC X(46) VALUE SPACES.
       01  WS-STM-DAYS-LINE.
           05  WS-STM-DAYS-LABEL PIC X(30).
           05  WS-STM-DAYS-VALUE PIC ZZ9.99.
           05  FILLER            PIC X(44) VALUE SPACES.

       01  WS-EXC-HEADER-1 PIC X(80) VALUE
           "PAY STATEMENT EXCEPTIONS - NO STATEMENT PRINTED".
       01  WS-EXC-COL-HEADER.
           05  FILLER PIC X(11) VALUE "CODE".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(42) VALUE "REASON".
       01  WS-EXC-DETAIL.
           05  WS-EXC-CODE   PIC X(9).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  WS-EXC-NAME   PIC X(25).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  WS-EXC-REASON PIC X(30).
           05  FILLER        PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-VALUE PIC Z(11)9.99.
           05  FILLER           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Prints one pay statement per client paid in a chosen
      *    PAYCAL period: the address block from the contact
      *    extension file, the department's full name from
      *    DEPTFILE, the period dates, the period pay priced from
      *    the annual salary, a prorated final pay for clients who
      *    left inside the period, and the leave position from
      *    LEAVEBAL.dat. A client with no contact record cannot be
      *    posted a statement; they go on PAYSTMTEX.txt instead so
      *    payroll can chase the address before the run is sent.
           DISPLAY "PAY STATEMENT PRINT".
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

           MOVE "B"       TO RUNCTL-ACTION.
           MOVE "PAYSTMT" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "Unable to open CLICONTACT.dat, file status "
                       WS-CONTACT-STATUS
               DISPLAY "(Capture contact details in CLIENTMNT's "
                       "C)ontact screen first.)"
               CLOSE FICHIERCLIENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    The department and leave files only dress the statement;
      *    without them it prints the raw code and says the leave
      *    balance is not on file.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS NOT = "00"
               MOVE 'N' TO WS-DEPT-AVAIL
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               MOVE 'N' TO WS-LEAVE-AVAIL
           END-IF.

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   PAYCAL-START)).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   PAYCAL-END)).
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           WRITE EXCEPTION-LINE FROM WS-EXC-HEADER-1.
           WRITE EXCEPTION-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE EXCEPTION-LINE FROM WS-STM-HEADER-2.
           WRITE EXCEPTION-LINE FROM WS-EXC-COL-HEADER.

           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM SELECT-STATEMENT-CLIENT
               END-READ
           END-PERFORM.

           WRITE EXCEPTION-LINE FROM WS-STM-HEADER-2.
           MOVE "EXCEPTIONS"          TO WS-RPT-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT    TO WS-RPT-TOT-VALUE.
           WRITE EXCEPTION-LINE FROM WS-RPT-TOTAL.
           MOVE "STATEMENTS PRINTED"  TO WS-RPT-TOT-LABEL.
           MOVE WS-PRINTED-COUNT      TO WS-RPT-TOT-VALUE.
           WRITE EXCEPTION-LINE FROM WS-RPT-TOTAL.
           MOVE "  OF WHICH FINAL PAY" TO WS-RPT-TOT-LABEL.
           MOVE WS-FINAL-COUNT        TO WS-RPT-TOT-VALUE.
           WRITE EXCEPTION-LINE FROM WS-RPT-TOTAL.
           MOVE "TOTAL PAY ON STATEMENTS" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOTAL-PAY          TO WS-RPT-TOT-VALUE.
           WRITE EXCEPTION-LINE FROM WS-RPT-TOTAL.

           CLOSE FICHIERCLIENT.
           CLOSE CONTACT-FILE.
           IF WS-DEPT-AVAIL = 'Y'
               CLOSE DEPTFILE
           END-IF.
           IF WS-LEAVE-AVAIL = 'Y'
               CLOSE LEAVE-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY WS-PRINTED-COUNT " statement(s) written to "
                   "PAYSTMT.txt, " WS-EXCEPTION-COUNT
                   " exception(s) on PAYSTMTEX.txt.".
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

      *    Who is paid in the period: anyone still active who was
      *    hired by the period end, and anyone terminated on or
      *    after the period start. Leavers from earlier periods and
      *    future joiners get nothing and are only counted.
       SELECT-STATEMENT-CLIENT.
           MOVE 'Y'          TO WS-IN-PERIOD.
           MOVE 'N'          TO WS-FINAL-PERIOD.
           MOVE WS-START-INT TO WS-FROM-INT.
           MOVE WS-END-INT   TO WS-TO-INT.
           IF CLIENT-CODE = SPACES
               MOVE 'N' TO WS-IN-PERIOD
           END-IF.
           IF WS-IN-PERIOD = 'Y'
              AND CLIENT-HIRE-DATE IS NUMERIC
               IF CLIENT-HIRE-DATE > PAYCAL-END
                   MOVE 'N' TO WS-IN-PERIOD
               ELSE
                   IF CLIENT-HIRE-DATE > PAYCAL-START
                       COMPUTE WS-FROM-INT =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               CLIENT-HIRE-DATE))
                   END-IF
               END-IF
           END-IF.
           IF WS-IN-PERIOD = 'Y' AND CLIENT-STATUS = "T"
               IF CLIENT-TERM-DATE IS NOT NUMERIC
                  OR CLIENT-TERM-DATE < PAYCAL-START
                   MOVE 'N' TO WS-IN-PERIOD
               ELSE
                   IF CLIENT-TERM-DATE <= PAYCAL-END
                       MOVE 'Y' TO WS-FINAL-PERIOD
                       COMPUTE WS-TO-INT =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               CLIENT-TERM-DATE))
                   END-IF
               END-IF
           END-IF.
           IF WS-IN-PERIOD = 'Y'
               PERFORM CHECK-STATEMENT-CLIENT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       CHECK-STATEMENT-CLIENT.
           IF SALARY IS NOT NUMERIC
               MOVE "NON-NUMERIC SALARY" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE CLIENT-CODE TO CONT-CLIENT-CODE
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE "NO CONTACT RECORD" TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM PRICE-STATEMENT
                       PERFORM WRITE-STATEMENT
               END-READ
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CLIENT-CODE TO WS-EXC-CODE.
           MOVE CLIENT-NAME TO WS-EXC-NAME.
           WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL.

       PRICE-STATEMENT.
           COMPUTE WS-PAID-DAYS = WS-TO-INT - WS-FROM-INT + 1.
           IF WS-PAID-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-PAID-DAYS
           END-IF.
           COMPUTE WS-PERIOD-PAY ROUNDED =
               SALARY * WS-PERIOD-DAYS / 365.
           COMPUTE WS-STMT-PAY ROUNDED =
               SALARY * WS-PAID-DAYS / 365.
           ADD WS-STMT-PAY TO WS-TOTAL-PAY.
           IF WS-FINAL-PERIOD = 'Y'
               ADD 1 TO WS-FINAL-COUNT
           END-IF.

       RESOLVE-DEPT-NAME.
           MOVE CLIENT-DEPT TO WS-DEPT-FULL-NAME.
           IF WS-DEPT-AVAIL = 'Y'
               MOVE CLIENT-DEPT TO DEPT-CODE
               READ DEPTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-FULL-NAME TO WS-DEPT-FULL-NAME
               END-READ
           END-IF.

       WRITE-STATEMENT.
           ADD 1 TO WS-PRINTED-COUNT.
           PERFORM RESOLVE-DEPT-NAME.
           MOVE PAYCAL-PERIOD TO WS-STM-PERIOD.
           WRITE STATEMENT-LINE FROM WS-STM-HEADER-1.
           WRITE STATEMENT-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE STATEMENT-LINE FROM WS-STM-HEADER-2.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE "Client code"       TO WS-STM-LABEL.
           MOVE CLIENT-CODE         TO WS-STM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE.
           MOVE "Department"        TO WS-STM-LABEL.
           MOVE WS-DEPT-FULL-NAME   TO WS-STM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE.
           MOVE "Period start"      TO WS-STM-LABEL.
           MOVE PAYCAL-START        TO WS-STM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE.
           MOVE "Period end"        TO WS-STM-LABEL.
           MOVE PAYCAL-END          TO WS-STM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE.
           IF WS-FINAL-PERIOD = 'Y'
               MOVE "Termination date" TO WS-STM-LABEL
               MOVE CLIENT-TERM-DATE   TO WS-STM-TEXT
               WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE
           END-IF.
           MOVE "Days in period"    TO WS-STM-CNT-LABEL.
           MOVE WS-PERIOD-DAYS      TO WS-STM-CNT-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-COUNT-LINE.
           MOVE "Days paid"         TO WS-STM-CNT-LABEL.
           MOVE WS-PAID-DAYS        TO WS-STM-CNT-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-COUNT-LINE.
           MOVE "Annual salary"     TO WS-STM-AMT-LABEL.
           MOVE SALARY              TO WS-STM-AMT-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
           MOVE "Full period pay"   TO WS-STM-AMT-LABEL.
           MOVE WS-PERIOD-PAY       TO WS-STM-AMT-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
           IF WS-FINAL-PERIOD = 'Y'
               MOVE "Final prorated pay" TO WS-STM-AMT-LABEL
           ELSE
               MOVE "Pay this period"    TO WS-STM-AMT-LABEL
           END-IF.
           MOVE WS-STMT-PAY         TO WS-STM-AMT-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
           PERFORM WRITE-LEAVE-BLOCK.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-ADDRESS-BLOCK.
           MOVE CLIENT-NAME TO WS-STM-ADDRESS.
           WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE.
           MOVE CONT-ADDR-LINE-1 TO WS-STM-ADDRESS.
           WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE.
           IF CONT-ADDR-LINE-2 NOT = SPACES
               MOVE CONT-ADDR-LINE-2 TO WS-STM-ADDRESS
               WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO WS-CITY-LINE.
           STRING CONT-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CONT-POSTCODE DELIMITED BY SIZE
               INTO WS-CITY-LINE.
           MOVE WS-CITY-LINE TO WS-STM-ADDRESS.
           WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE.

      *    The leave position as LEAVEACC last left it; a frozen
      *    balance (the client has left) is flagged so the reader
      *    knows it is being paid out rather than carried.
       WRITE-LEAVE-BLOCK.
           IF WS-LEAVE-AVAIL = 'Y'
               MOVE CLIENT-CODE TO LV-CLIENT-CODE
               READ LEAVE-FILE
                   INVALID KEY
                       PERFORM WRITE-NO-LEAVE-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-LEAVE-FIGURES
               END-READ
           ELSE
               PERFORM WRITE-NO-LEAVE-LINE
           END-IF.

       WRITE-NO-LEAVE-LINE.
           MOVE "Leave"              TO WS-STM-LABEL.
           MOVE "NO BALANCE ON FILE" TO WS-STM-TEXT.
           WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE.

       WRITE-LEAVE-FIGURES.
           MOVE "Leave entitlement (days)" TO WS-STM-DAYS-LABEL.
           MOVE LV-ENTITLEMENT            TO WS-STM-DAYS-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-DAYS-LINE.
           MOVE "Leave taken (days)"       TO WS-STM-DAYS-LABEL.
           MOVE LV-TAKEN                  TO WS-STM-DAYS-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-DAYS-LINE.
           MOVE "Leave remaining (days)"   TO WS-STM-DAYS-LABEL.
           MOVE LV-REMAINING              TO WS-STM-DAYS-VALUE.
           WRITE STATEMENT-LINE FROM WS-STM-DAYS-LINE.
           IF LV-FROZEN = "Y"
               MOVE "Leave balance"        TO WS-STM-LABEL
               MOVE "FROZEN - PAID WITH FINAL PAY" TO WS-STM-TEXT
               WRITE STATEMENT-LINE FROM WS-STM-LABEL-LINE
           END-IF.

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
           MOVE "PAYSTMT" TO AUDIT-PROGRAM.
           STRING "period=" PAYCAL-PERIOD DELIMITED BY SIZE
               INTO AUDIT-INPUT.
           STRING "printed=" WS-PRINTED-COUNT
               " exceptions=" WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
