       IDENTIFICATION DIVISION.
         PROGRAM-ID. RETROPAY.
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

           SELECT HISTORY-FILE ASSIGN TO "SALHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PDSTAT-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

           SELECT PAID-FILE ASSIGN TO "RETROPAID.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAID-STATUS.

           SELECT RETSEQ-FILE ASSIGN TO "RETROSEQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RETSEQ-STATUS.

           SELECT RETRO-FILE ASSIGN TO "RETROADJ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RETRO-REPORT ASSIGN TO "RETRORPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RETROWORK.tmp".

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-PERIOD       PIC 9(4).
           05  CAL-START        PIC X(8).
           05  CAL-END          PIC X(8).
           05  CAL-EXTRACT-DATE PIC X(8).
           05  CAL-CONF-DUE     PIC X(8).

       FD  PDSTAT-FILE.
           COPY PDSTATRC.

       FD  PAID-FILE.
           COPY RETROREC.

       FD  RETSEQ-FILE.
       01  RETSEQ-RECORD.
           05  RETSEQ-LAST PIC 9(6).

      *    Retro adjustment file for payroll: one HEADER, a DETAIL
      *    line per client and pay period owed (A) or overpaid (R),
      *    then a TRAILER with the line count and both totals. The
      *    HEADER sequence lets payroll spot a file loaded twice or
      *    one that never arrived, as with SALARYEXT.csv.
       FD  RETRO-FILE.
       01  RETRO-LINE PIC X(80).

       FD  RETRO-REPORT.
       01  RETRO-REPORT-LINE PIC X(100).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       SD  SORT-WORK-FILE.
       01  SORT-RETRO-RECORD.
           05  SRT-CLIENT-CODE  PIC X(9).
           05  SRT-PERIOD       PIC 9(4).
           05  SRT-HIST-DATE    PIC X(8).
           05  SRT-HIST-TIME    PIC X(6).
           05  SRT-HIST-ACTION  PIC X(1).
           05  SRT-OLD-SALARY   PIC X(9).
           05  SRT-NEW-SALARY   PIC X(9).
           05  SRT-EFF-DATE     PIC X(8).
           05  SRT-FROM-DATE    PIC X(8).
           05  SRT-TO-DATE      PIC X(8).
           05  SRT-DAYS         PIC 9(4).
           05  SRT-TYPE         PIC X(1).
           05  SRT-AMOUNT       PIC 9(9)V99.
           05  SRT-CLIENT-NAME  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-PDSTAT-STATUS        PIC X(2) VALUE "00".
       01  WS-PAID-STATUS          PIC X(2) VALUE "00".
       01  WS-RETSEQ-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-MASTER-AVAIL         PIC X VALUE 'Y'.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-TODAY                PIC X(8) VALUE SPACES.
       01  WS-MODE-CHOICE          PIC X VALUE SPACE.
       01  WS-APPLY-MODE           PIC X VALUE 'N'.
       01  WS-FILE-WRITTEN         PIC X VALUE 'N'.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PAYCALNK.
       01  WS-PAY-PERIOD           PIC 9(4) VALUE ZEROS.
       01  WS-RETRO-SEQ            PIC 9(6) VALUE ZEROS.

      *    The payroll calendar, with each period marked once its
      *    extract has gone out. The extract date is the latest
      *    EXTRACTED event for the period: a change keyed after it
      *    missed that period's pay.
       01  WS-CAL-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-CAL-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 500 TIMES.
               10  WS-CAL-PERIOD    PIC 9(4) VALUE ZEROS.
               10  WS-CAL-START     PIC X(8) VALUE SPACES.
               10  WS-CAL-END       PIC X(8) VALUE SPACES.
               10  WS-CAL-EXTRACTED PIC X    VALUE 'N'.
               10  WS-CAL-EXT-DATE  PIC X(8) VALUE SPACES.

      *    Every history change and period already paid, from the
      *    RETROPAID.txt ledger. The ledger is what keeps a second
      *    run from paying the same arrears again, so a ledger too
      *    big for the table stops an apply run outright.
       01  WS-PAID-TBL-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-PAID-IDX        PIC 9(5) VALUE ZEROS.
       01  WS-PAID-FULL       PIC X VALUE 'N'.
       01  WS-PAID-FOUND      PIC X VALUE 'N'.
       01  WS-PAID-TABLE.
           05  WS-PAID-KEY OCCURS 20000 TIMES PIC X(42).
       01  WS-CANDIDATE-KEY.
           05  WS-CK-HIST-DATE   PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-CK-HIST-TIME   PIC X(6).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-CK-CLIENT-CODE PIC X(9).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-CK-HIST-ACTION PIC X(1).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-CK-NEW-SALARY  PIC X(9).
           05  FILLER            PIC X(1) VALUE SPACE.
           05  WS-CK-PERIOD      PIC 9(4).

      *    Pricing one change: the salary difference earns 1/365 of
      *    itself per calendar day from the later of the period
      *    start and the effective date to the period end (or the
      *    termination date), the same day arithmetic as GLPOST and
      *    the OFFBOARD worksheet.
       01  WS-PRICEABLE       PIC X VALUE 'N'.
       01  WS-EFF-DATE        PIC X(8) VALUE SPACES.
       01  WS-OLD-SAL-X       PIC X(9) VALUE SPACES.
       01  WS-OLD-SAL-N REDEFINES WS-OLD-SAL-X PIC 9(7)V99.
       01  WS-NEW-SAL-X       PIC X(9) VALUE SPACES.
       01  WS-NEW-SAL-N REDEFINES WS-NEW-SAL-X PIC 9(7)V99.
       01  WS-SAL-DIFF        PIC S9(7)V99 VALUE ZEROS.
       01  WS-FROM-DATE       PIC X(8) VALUE SPACES.
       01  WS-TO-DATE         PIC X(8) VALUE SPACES.
       01  WS-FROM-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TO-INT          PIC 9(8) VALUE ZEROS.
       01  WS-DAYS            PIC 9(4) VALUE ZEROS.
       01  WS-AMOUNT          PIC S9(9)V99 VALUE ZEROS.
       01  WS-HIST-NAME       PIC X(25) VALUE SPACES.
       01  WS-HIST-TERM-DATE  PIC X(8) VALUE SPACES.

       01  WS-HIST-READ       PIC 9(7) VALUE ZEROS.
       01  WS-ADJ-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-ALREADY-PAID    PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-ARREARS   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-RECOVER   PIC 9(11)V99 VALUE ZEROS.
       01  WS-NET-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLIENT-NET      PIC S9(11)V99 VALUE ZEROS.
       01  WS-LINE-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
       01  WS-PREV-CLIENT     PIC X(9) VALUE SPACES.
       01  WS-CLIENT-COUNT    PIC 9(6) VALUE ZEROS.

       01  WS-RETRO-HEADER.
           05  FILLER           PIC X(7) VALUE "HEADER ".
           05  WS-RTH-SEQ       PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTH-DATE      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTH-PERIOD    PIC 9(4).
           05  FILLER           PIC X(53) VALUE SPACES.
       01  WS-RETRO-DETAIL.
           05  FILLER           PIC X(7) VALUE "DETAIL ".
           05  WS-RTD-CODE      PIC X(9).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-PERIOD    PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-FROM      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-TO        PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-TYPE      PIC X(1).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-AMOUNT    PIC 9(9).99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-DAYS      PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTD-EFF       PIC X(8).
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RETRO-TRAILER.
           05  FILLER           PIC X(8) VALUE "TRAILER ".
           05  WS-RTT-COUNT     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTT-ARREARS   PIC 9(11).99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTT-RECOVER   PIC 9(11).99.
           05  FILLER           PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-1 PIC X(100) VALUE
           "RETRO ARREARS BY CLIENT AND PAY PERIOD".
       01  WS-RPT-HEADER-2 PIC X(100) VALUE ALL "-".
       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(77) VALUE SPACES.
       01  WS-RPT-MODE-LINE PIC X(100) VALUE SPACES.
       01  WS-RPT-COL-HEADER.
           05  FILLER PIC X(10) VALUE "  PERIOD".
           05  FILLER PIC X(10) VALUE "FROM".
           05  FILLER PIC X(10) VALUE "TO".
           05  FILLER PIC X(10) VALUE "EFFECTIVE".
           05  FILLER PIC X(10) VALUE "KEYED".
           05  FILLER PIC X(12) VALUE "   OLD SAL".
           05  FILLER PIC X(12) VALUE "   NEW SAL".
           05  FILLER PIC X(6)  VALUE "DAYS".
           05  FILLER PIC X(20) VALUE "       AMOUNT".
       01  WS-RPT-CLIENT-LINE.
           05  FILLER           PIC X(7) VALUE "CLIENT ".
           05  WS-RPT-CLI-CODE  PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-CLI-NAME  PIC X(25).
           05  FILLER           PIC X(57) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-PERIOD    PIC 9(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-FROM      PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TO        PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EFF       PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-KEYED     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-OLD       PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-NEW       PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-DAYS      PIC Z(3)9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT    PIC -Z(8)9.99.
           05  FILLER           PIC X(7) VALUE SPACES.
       01  WS-RPT-SAL-EDIT      PIC Z(6)9.99.
       01  WS-RPT-CLIENT-TOTAL.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(72) VALUE "CLIENT TOTAL".
           05  WS-RPT-CLI-TOTAL PIC -Z(10)9.99.
           05  FILLER           PIC X(9) VALUE SPACES.
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(32).
           05  WS-RPT-TOT-VALUE PIC -Z(10)9.99.
           05  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Works out the arrears owed when a salary change reaches
      *    the master after its pay period was already extracted -
      *    a raise released late through SALAPPROVE, or a change
      *    keyed with an effective date in the past. Each SALHIST
      *    change (U, or A/H from a zero salary) is held against
      *    every pay period whose extract went out before the
      *    change was keyed and which ends on or after its
      *    effective date; the difference is priced day by day
      *    over the part of that period it covers. A cut in salary
      *    comes out as a recovery (R) instead of arrears (A).
      *    Dry-run mode prints the report only. Apply mode also
      *    writes the sealed RETROADJ.txt for payroll and records
      *    every change and period it carries on RETROPAID.txt, so
      *    the next run leaves them alone.
           DISPLAY "RETRO ARREARS PASS".
           DISPLAY "1. Dry run - report only".
           DISPLAY "2. Apply - write RETROADJ.txt for payroll".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MODE-CHOICE.
           IF WS-MODE-CHOICE = "2"
               MOVE 'Y' TO WS-APPLY-MODE
           ELSE
               MOVE 'N' TO WS-APPLY-MODE
           END-IF.

      *    Operator authority gate for apply mode only - a dry run
      *    sends nothing to payroll and stays open like the report
      *    programs. The refusal message and audit entry come from
      *    OPERAUTH.
           IF WS-APPLY-MODE = 'Y'
               MOVE "RETRO"    TO OPAUTH-FUNCTION
               MOVE "RETROPAY" TO OPAUTH-PROGRAM
               CALL "OPERAUTH" USING OPAUTH-REQUEST
               IF OPAUTH-ALLOWED NOT = 'Y'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "RETROPAY" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.
           MOVE "D" TO PAYCAL-ACTION.
           MOVE RUNCTL-BUSINESS-DATE TO PAYCAL-LOOKUP-DATE.
           CALL "PAYCAL" USING PAYCAL-REQUEST.
           IF PAYCAL-FOUND = 'Y'
               MOVE PAYCAL-PERIOD TO WS-PAY-PERIOD
           END-IF.

           PERFORM LOAD-PAY-CALENDAR.
           PERFORM LOAD-EXTRACT-EVENTS.
           PERFORM LOAD-PAID-LEDGER.
           IF WS-PAID-FULL = 'Y' AND WS-APPLY-MODE = 'Y'
               DISPLAY "REFUSED: RETROPAID.txt holds more than "
                       "20000 entries - arrears already paid "
                       "could not all be recognised."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open SALHIST.txt, file status "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORY-FILE.

      *    The master only supplies the name for the report and a
      *    termination date to stop the arrears at; without it the
      *    pass still runs.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "WARNING: FICHIERCLIENT not available (status "
                       WS-FICHIERCLIENT-STATUS "), names and "
                       "termination dates not applied."
               MOVE 'N' TO WS-MASTER-AVAIL
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-CODE SRT-PERIOD
                                SRT-HIST-DATE SRT-HIST-TIME
               INPUT PROCEDURE IS SELECT-RETRO-CHANGES
               OUTPUT PROCEDURE IS WRITE-RETRO-OUTPUT.

           IF WS-MASTER-AVAIL = 'Y'
               CLOSE FICHIERCLIENT
           END-IF.

           DISPLAY WS-ADJ-COUNT " retro line(s) for " WS-CLIENT-COUNT
                   " client(s), " WS-ALREADY-PAID " already paid "
                   "earlier.".
           IF WS-FILE-WRITTEN = 'Y'
               DISPLAY "Retro file RETROADJ.txt written, sequence "
                       WS-RETRO-SEQ
           ELSE
               IF WS-APPLY-MODE = 'Y'
                   DISPLAY "Nothing owed - no retro file written."
               END-IF
           END-IF.
           DISPLAY "Retro report written to RETRORPT.txt".
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       LOAD-PAY-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "Unable to open PAYCAL.txt, file status "
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM LOAD-CALENDAR-LINE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

       LOAD-CALENDAR-LINE.
           IF CAL-PERIOD IS NUMERIC
              AND CAL-START IS NUMERIC
              AND CAL-END IS NUMERIC
               IF WS-CAL-TBL-COUNT < 500
                   ADD 1 TO WS-CAL-TBL-COUNT
                   MOVE CAL-PERIOD TO WS-CAL-PERIOD(WS-CAL-TBL-COUNT)
                   MOVE CAL-START  TO WS-CAL-START(WS-CAL-TBL-COUNT)
                   MOVE CAL-END    TO WS-CAL-END(WS-CAL-TBL-COUNT)
               ELSE
                   DISPLAY "WARNING: calendar table full, periods "
                           "past 500 are not priced"
               END-IF
           END-IF.

       LOAD-EXTRACT-EVENTS.
           OPEN INPUT PDSTAT-FILE.
           IF WS-PDSTAT-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PDSTAT-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF PDSTAT-PERIOD IS NUMERIC
                              AND PDSTAT-EVENT = "EXTRACTED"
                               PERFORM MARK-PERIOD-EXTRACTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PDSTAT-FILE
           END-IF.

       MARK-PERIOD-EXTRACTED.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-TBL-COUNT
               IF WS-CAL-PERIOD(WS-CAL-IDX) = PDSTAT-PERIOD
                   MOVE 'Y' TO WS-CAL-EXTRACTED(WS-CAL-IDX)
                   IF PDSTAT-DATE > WS-CAL-EXT-DATE(WS-CAL-IDX)
                      OR WS-CAL-EXT-DATE(WS-CAL-IDX) = SPACES
                       MOVE PDSTAT-DATE TO WS-CAL-EXT-DATE(WS-CAL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PAID-LEDGER.
           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PAID-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM LOAD-PAID-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF.

       LOAD-PAID-ENTRY.
           IF WS-PAID-TBL-COUNT < 20000
               ADD 1 TO WS-PAID-TBL-COUNT
               MOVE RTP-KEY TO WS-PAID-KEY(WS-PAID-TBL-COUNT)
           ELSE
               IF WS-PAID-FULL = 'N'
                   DISPLAY "WARNING: paid ledger table full"
                   MOVE 'Y' TO WS-PAID-FULL
               END-IF
           END-IF.

      *    Input procedure: every priceable history change, period
      *    by period, that is not already on the paid ledger.
       SELECT-RETRO-CHANGES.
           OPEN INPUT HISTORY-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM PRICE-HISTORY-CHANGE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       PRICE-HISTORY-CHANGE.
           ADD 1 TO WS-HIST-READ.
           MOVE 'N' TO WS-PRICEABLE.
           MOVE HIST-NEW-SALARY TO WS-NEW-SAL-X.
           EVALUATE HIST-ACTION
               WHEN "U"
                   MOVE HIST-OLD-SALARY TO WS-OLD-SAL-X
                   IF WS-OLD-SAL-X IS NUMERIC
                      AND WS-NEW-SAL-X IS NUMERIC
                       MOVE 'Y' TO WS-PRICEABLE
                   END-IF
               WHEN "A"
               WHEN "H"
                   MOVE ZEROS TO WS-OLD-SAL-N
                   IF WS-NEW-SAL-X IS NUMERIC
                       MOVE 'Y' TO WS-PRICEABLE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF HIST-EFF-DATE IS NUMERIC
               MOVE HIST-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE HIST-DATE TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-DATE NOT NUMERIC
               MOVE 'N' TO WS-PRICEABLE
           END-IF.
           IF WS-PRICEABLE = 'Y'
               COMPUTE WS-SAL-DIFF = WS-NEW-SAL-N - WS-OLD-SAL-N
               IF WS-SAL-DIFF NOT = ZERO
                   PERFORM LOOK-UP-HIST-CLIENT
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-TBL-COUNT
                       PERFORM PRICE-CHANGE-PERIOD
                   END-PERFORM
               END-IF
           END-IF.

       LOOK-UP-HIST-CLIENT.
           MOVE SPACES TO WS-HIST-NAME WS-HIST-TERM-DATE.
           IF WS-MASTER-AVAIL = 'Y'
               MOVE HIST-CLIENT-CODE TO CLIENT-CODE
               READ FICHIERCLIENT
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-HIST-NAME
                   NOT INVALID KEY
                       MOVE CLIENT-NAME TO WS-HIST-NAME
                       IF CLIENT-STATUS = "T"
                          AND CLIENT-TERM-DATE IS NUMERIC
                           MOVE CLIENT-TERM-DATE TO WS-HIST-TERM-DATE
                       END-IF
               END-READ
           END-IF.

       PRICE-CHANGE-PERIOD.
           IF WS-CAL-EXTRACTED(WS-CAL-IDX) = 'Y'
              AND WS-CAL-EXT-DATE(WS-CAL-IDX) < HIST-DATE
              AND WS-CAL-END(WS-CAL-IDX) >= WS-EFF-DATE
               IF WS-EFF-DATE > WS-CAL-START(WS-CAL-IDX)
                   MOVE WS-EFF-DATE TO WS-FROM-DATE
               ELSE
                   MOVE WS-CAL-START(WS-CAL-IDX) TO WS-FROM-DATE
               END-IF
               MOVE WS-CAL-END(WS-CAL-IDX) TO WS-TO-DATE
               IF WS-HIST-TERM-DATE NOT = SPACES
                  AND WS-HIST-TERM-DATE < WS-TO-DATE
                   MOVE WS-HIST-TERM-DATE TO WS-TO-DATE
               END-IF
               IF WS-TO-DATE NOT < WS-FROM-DATE
                   PERFORM PRICE-PERIOD-DAYS
               END-IF
           END-IF.

       PRICE-PERIOD-DAYS.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-DATE)).
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TO-DATE)).
           COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT + 1.
           COMPUTE WS-AMOUNT ROUNDED = WS-SAL-DIFF * WS-DAYS / 365.
           IF WS-AMOUNT NOT = ZERO
               PERFORM CHECK-ALREADY-PAID
               IF WS-PAID-FOUND = 'Y'
                   ADD 1 TO WS-ALREADY-PAID
               ELSE
                   PERFORM RELEASE-RETRO-LINE
               END-IF
           END-IF.

       CHECK-ALREADY-PAID.
           MOVE HIST-DATE                TO WS-CK-HIST-DATE.
           MOVE HIST-TIME                TO WS-CK-HIST-TIME.
           MOVE HIST-CLIENT-CODE         TO WS-CK-CLIENT-CODE.
           MOVE HIST-ACTION              TO WS-CK-HIST-ACTION.
           MOVE HIST-NEW-SALARY          TO WS-CK-NEW-SALARY.
           MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO WS-CK-PERIOD.
           MOVE 'N' TO WS-PAID-FOUND.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-TBL-COUNT
                      OR WS-PAID-FOUND = 'Y'
               IF WS-PAID-KEY(WS-PAID-IDX) = WS-CANDIDATE-KEY
                   MOVE 'Y' TO WS-PAID-FOUND
               END-IF
           END-PERFORM.

       RELEASE-RETRO-LINE.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE SPACES TO SORT-RETRO-RECORD.
           MOVE HIST-CLIENT-CODE          TO SRT-CLIENT-CODE.
           MOVE WS-CAL-PERIOD(WS-CAL-IDX) TO SRT-PERIOD.
           MOVE HIST-DATE                 TO SRT-HIST-DATE.
           MOVE HIST-TIME                 TO SRT-HIST-TIME.
           MOVE HIST-ACTION               TO SRT-HIST-ACTION.
           MOVE WS-OLD-SAL-X              TO SRT-OLD-SALARY.
           MOVE HIST-NEW-SALARY           TO SRT-NEW-SALARY.
           MOVE WS-EFF-DATE               TO SRT-EFF-DATE.
           MOVE WS-FROM-DATE              TO SRT-FROM-DATE.
           MOVE WS-TO-DATE                TO SRT-TO-DATE.
           MOVE WS-DAYS                   TO SRT-DAYS.
           MOVE WS-HIST-NAME              TO SRT-CLIENT-NAME.
           IF WS-AMOUNT < ZERO
               MOVE "R" TO SRT-TYPE
               COMPUTE SRT-AMOUNT = ZERO - WS-AMOUNT
           ELSE
               MOVE "A" TO SRT-TYPE
               MOVE WS-AMOUNT TO SRT-AMOUNT
           END-IF.
           RELEASE SORT-RETRO-RECORD.

      *    Output procedure: the report in client and period order,
      *    and in apply mode the payroll file and ledger entries.
       WRITE-RETRO-OUTPUT.
           IF WS-APPLY-MODE = 'Y' AND WS-ADJ-COUNT > ZERO
               PERFORM OPEN-RETRO-FILE
           END-IF.

           OPEN OUTPUT RETRO-REPORT.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-BUSDATE-LINE.
           IF WS-FILE-WRITTEN = 'Y'
               STRING "MODE: APPLIED - RETROADJ.txt SEQUENCE "
                      WS-RETRO-SEQ " PAID WITH PERIOD "
                      WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-RPT-MODE-LINE
           ELSE
               IF WS-APPLY-MODE = 'Y'
                   MOVE "MODE: APPLIED - NOTHING OWED, NO FILE"
                       TO WS-RPT-MODE-LINE
               ELSE
                   MOVE "MODE: DRY RUN - NOTHING SENT TO PAYROLL"
                       TO WS-RPT-MODE-LINE
               END-IF
           END-IF.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-MODE-LINE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADER-2.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-COL-HEADER.

           MOVE SPACES TO WS-PREV-CLIENT.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM REPORT-RETRO-LINE
               END-RETURN
           END-PERFORM.
           IF WS-PREV-CLIENT NOT = SPACES
               PERFORM WRITE-CLIENT-TOTAL
           END-IF.

           WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE "HISTORY RECORDS READ" TO WS-RPT-TOT-LABEL.
           MOVE WS-HIST-READ TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "CLIENTS WITH ARREARS" TO WS-RPT-TOT-LABEL.
           MOVE WS-CLIENT-COUNT TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "RETRO LINES" TO WS-RPT-TOT-LABEL.
           MOVE WS-ADJ-COUNT TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "LINES ALREADY PAID (SKIPPED)" TO WS-RPT-TOT-LABEL.
           MOVE WS-ALREADY-PAID TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "TOTAL ARREARS OWED" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOTAL-ARREARS TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE "TOTAL RECOVERIES" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOTAL-RECOVER TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           COMPUTE WS-NET-TOTAL = WS-TOTAL-ARREARS - WS-TOTAL-RECOVER.
           MOVE "NET TO PAY" TO WS-RPT-TOT-LABEL.
           MOVE WS-NET-TOTAL TO WS-RPT-TOT-VALUE.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL.
           CLOSE RETRO-REPORT.

           IF WS-FILE-WRITTEN = 'Y'
               MOVE WS-ADJ-COUNT     TO WS-RTT-COUNT
               MOVE WS-TOTAL-ARREARS TO WS-RTT-ARREARS
               MOVE WS-TOTAL-RECOVER TO WS-RTT-RECOVER
               WRITE RETRO-LINE FROM WS-RETRO-TRAILER
               CLOSE RETRO-FILE
               CLOSE PAID-FILE
           END-IF.

       OPEN-RETRO-FILE.
           PERFORM TAKE-NEXT-RETRO-SEQ.
           OPEN OUTPUT RETRO-FILE.
           MOVE WS-RETRO-SEQ   TO WS-RTH-SEQ.
           MOVE WS-RPT-BUSDATE TO WS-RTH-DATE.
           MOVE WS-PAY-PERIOD  TO WS-RTH-PERIOD.
           WRITE RETRO-LINE FROM WS-RETRO-HEADER.
           OPEN EXTEND PAID-FILE.
           IF WS-PAID-STATUS NOT = "00"
               OPEN OUTPUT PAID-FILE
               CLOSE PAID-FILE
               OPEN EXTEND PAID-FILE
           END-IF.
           MOVE 'Y' TO WS-FILE-WRITTEN.

      *    Own sequence counter, so SEQCTL.dat's shared layout
      *    between the extract and PAYCONF is left untouched - the
      *    same arrangement GLPOST uses with GLSEQ.dat.
       TAKE-NEXT-RETRO-SEQ.
           MOVE ZEROS TO RETSEQ-RECORD.
           OPEN INPUT RETSEQ-FILE.
           IF WS-RETSEQ-STATUS = "00"
               READ RETSEQ-FILE
                   AT END MOVE ZEROS TO RETSEQ-RECORD
                   NOT AT END CONTINUE
               END-READ
               CLOSE RETSEQ-FILE
           END-IF.
           IF RETSEQ-LAST NOT NUMERIC
               MOVE ZEROS TO RETSEQ-LAST
           END-IF.
           ADD 1 TO RETSEQ-LAST.
           MOVE RETSEQ-LAST TO WS-RETRO-SEQ.
           OPEN OUTPUT RETSEQ-FILE.
           WRITE RETSEQ-RECORD.
           CLOSE RETSEQ-FILE.

       REPORT-RETRO-LINE.
           IF SRT-CLIENT-CODE NOT = WS-PREV-CLIENT
               IF WS-PREV-CLIENT NOT = SPACES
                   PERFORM WRITE-CLIENT-TOTAL
               END-IF
               ADD 1 TO WS-CLIENT-COUNT
               MOVE ZEROS TO WS-CLIENT-NET
               MOVE SRT-CLIENT-CODE TO WS-PREV-CLIENT
               MOVE SRT-CLIENT-CODE TO WS-RPT-CLI-CODE
               MOVE SRT-CLIENT-NAME TO WS-RPT-CLI-NAME
               WRITE RETRO-REPORT-LINE FROM WS-RPT-CLIENT-LINE
           END-IF.
           IF SRT-TYPE = "R"
               COMPUTE WS-LINE-AMOUNT = ZERO - SRT-AMOUNT
               ADD SRT-AMOUNT TO WS-TOTAL-RECOVER
           ELSE
               MOVE SRT-AMOUNT TO WS-LINE-AMOUNT
               ADD SRT-AMOUNT TO WS-TOTAL-ARREARS
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-CLIENT-NET.
           MOVE SRT-PERIOD    TO WS-RPT-PERIOD.
           MOVE SRT-FROM-DATE TO WS-RPT-FROM.
           MOVE SRT-TO-DATE   TO WS-RPT-TO.
           MOVE SRT-EFF-DATE  TO WS-RPT-EFF.
           MOVE SRT-HIST-DATE TO WS-RPT-KEYED.
           MOVE SRT-OLD-SALARY TO WS-OLD-SAL-X.
           MOVE WS-OLD-SAL-N  TO WS-RPT-SAL-EDIT.
           MOVE WS-RPT-SAL-EDIT TO WS-RPT-OLD.
           MOVE SRT-NEW-SALARY TO WS-NEW-SAL-X.
           MOVE WS-NEW-SAL-N  TO WS-RPT-SAL-EDIT.
           MOVE WS-RPT-SAL-EDIT TO WS-RPT-NEW.
           MOVE SRT-DAYS      TO WS-RPT-DAYS.
           MOVE WS-LINE-AMOUNT TO WS-RPT-AMOUNT.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-DETAIL.
           IF WS-FILE-WRITTEN = 'Y'
               PERFORM WRITE-RETRO-DETAIL
           END-IF.

       WRITE-CLIENT-TOTAL.
           MOVE WS-CLIENT-NET TO WS-RPT-CLI-TOTAL.
           WRITE RETRO-REPORT-LINE FROM WS-RPT-CLIENT-TOTAL.

       WRITE-RETRO-DETAIL.
           MOVE SRT-CLIENT-CODE TO WS-RTD-CODE.
           MOVE SRT-PERIOD      TO WS-RTD-PERIOD.
           MOVE SRT-FROM-DATE   TO WS-RTD-FROM.
           MOVE SRT-TO-DATE     TO WS-RTD-TO.
           MOVE SRT-TYPE        TO WS-RTD-TYPE.
           MOVE SRT-AMOUNT      TO WS-RTD-AMOUNT.
           MOVE SRT-DAYS        TO WS-RTD-DAYS.
           MOVE SRT-EFF-DATE    TO WS-RTD-EFF.
           WRITE RETRO-LINE FROM WS-RETRO-DETAIL.
           MOVE SPACES TO RETRO-PAID-RECORD.
           MOVE SRT-HIST-DATE   TO RTP-HIST-DATE.
           MOVE SRT-HIST-TIME   TO RTP-HIST-TIME.
           MOVE SRT-CLIENT-CODE TO RTP-CLIENT-CODE.
           MOVE SRT-HIST-ACTION TO RTP-HIST-ACTION.
           MOVE SRT-NEW-SALARY  TO RTP-NEW-SALARY.
           MOVE SRT-PERIOD      TO RTP-PERIOD.
           MOVE SRT-TYPE        TO RTP-TYPE.
           MOVE SRT-AMOUNT      TO RTP-AMOUNT.
           MOVE WS-RETRO-SEQ    TO RTP-SEQ.
           MOVE WS-TODAY        TO RTP-PAID-DATE.
           WRITE RETRO-PAID-RECORD.

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
           MOVE "RETROPAY" TO AUDIT-PROGRAM.
           STRING "lines=" WS-ADJ-COUNT
               " skipped=" WS-ALREADY-PAID
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           IF WS-FILE-WRITTEN = 'Y'
               STRING "APPLIED seq=" WS-RETRO-SEQ
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               IF WS-APPLY-MODE = 'Y'
                   MOVE "APPLIED - NOTHING OWED" TO AUDIT-RESULT
               ELSE
                   MOVE "DRY RUN" TO AUDIT-RESULT
               END-IF
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
