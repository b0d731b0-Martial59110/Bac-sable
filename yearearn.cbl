       IDENTIFICATION DIVISION.
         PROGRAM-ID. YEAREARN.
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

           SELECT SPELL-FILE ASSIGN TO "SPELLS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPELL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PDSTAT-FILE ASSIGN TO "PAYPDSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PDSTAT-STATUS.

           SELECT EARN-FILE ASSIGN TO "YEAREARN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EARN-REPORT ASSIGN TO "YEARERPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "YEARWORK.tmp".

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  SPELL-FILE.
           COPY SPELLREC.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-PERIOD       PIC 9(4).
           05  CAL-START        PIC X(8).
           05  CAL-END          PIC X(8).
           05  CAL-EXTRACT-DATE PIC X(8).
           05  CAL-CONF-DUE     PIC X(8).

       FD  PDSTAT-FILE.
           COPY PDSTATRC.

       FD  EARN-FILE.
           COPY EARNREC.

       FD  EARN-REPORT.
       01  EARN-REPORT-LINE PIC X(100).

      *    Everything known about a client's employment, brought
      *    together in code order: H = a SALHIST change, keyed on
      *    its effective date; M = the master record, with the
      *    current spell's hire and termination dates; S = a closed
      *    prior spell from SPELLS.txt.
       SD  SORT-WORK-FILE.
       01  SORT-EARN-RECORD.
           05  SRT-CLIENT-CODE  PIC X(9).
           05  SRT-TYPE         PIC X(1).
           05  SRT-FROM-DATE    PIC X(8).
           05  SRT-HIST-DATE    PIC X(8).
           05  SRT-HIST-TIME    PIC X(6).
           05  SRT-ACTION       PIC X(1).
           05  SRT-OLD-SALARY   PIC X(9).
           05  SRT-NEW-SALARY   PIC X(9).
           05  SRT-TO-DATE      PIC X(8).
           05  SRT-STATUS       PIC X(1).
           05  SRT-CLIENT-NAME  PIC X(25).
           05  SRT-DEPT         PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-PDSTAT-STATUS        PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
           COPY RUNCTLNK.

       01  WS-YEAR-INPUT      PIC X(4) VALUE SPACES.
       01  WS-YEAR            PIC 9(4) VALUE ZEROS.
       01  WS-YEAR-START      PIC X(8) VALUE SPACES.
       01  WS-YEAR-END        PIC X(8) VALUE SPACES.
       01  WS-YS-INT          PIC 9(8) VALUE ZEROS.
       01  WS-YE-INT          PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-DAYS       PIC 9(3) VALUE ZEROS.

      *    The pay periods that fall at least partly in the year,
      *    cut to the year, each marked once its extract has gone
      *    out. Every priced day is credited to the period it falls
      *    in, so the year's earnings can be laid against what was
      *    extracted period by period.
       01  WS-PER-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-PER-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 100 TIMES.
               10  WS-PER-PERIOD    PIC 9(4) VALUE ZEROS.
               10  WS-PER-START     PIC X(8) VALUE SPACES.
               10  WS-PER-END       PIC X(8) VALUE SPACES.
               10  WS-PER-FROM-INT  PIC 9(8) VALUE ZEROS.
               10  WS-PER-TO-INT    PIC 9(8) VALUE ZEROS.
               10  WS-PER-EXTRACTED PIC X    VALUE 'N'.
               10  WS-PER-EARNED    PIC 9(11)V99 VALUE ZEROS.

      *    One client's timeline while it is being gathered.
       01  WS-CUR-CLIENT      PIC X(9) VALUE SPACES.
       01  WS-CLI-ON-MASTER   PIC X VALUE 'N'.
       01  WS-CLI-NAME        PIC X(25) VALUE SPACES.
       01  WS-CLI-DEPT        PIC X(10) VALUE SPACES.
       01  WS-CLI-SALARY      PIC X(9) VALUE SPACES.
       01  WS-INITIAL-SAL     PIC X(9) VALUE SPACES.
       01  WS-CLI-FLAG        PIC X(15) VALUE SPACES.
       01  WS-CLI-HISTORY     PIC X VALUE 'N'.

      *    Salary from each effective date on.
       01  WS-PT-TBL-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-PT-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 200 TIMES.
               10  WS-PT-INT    PIC 9(8) VALUE ZEROS.
               10  WS-PT-SALARY PIC X(9) VALUE SPACES.

      *    Employment spells: the master's current spell and the
      *    closed ones from SPELLS.txt. A code no longer on the
      *    master falls back on the spells its own history shows,
      *    an add or rehire opening one and a termination or
      *    delete closing it.
       01  WS-SPN-TBL-COUNT   PIC 9(2) VALUE ZEROS.
       01  WS-SPN-IDX         PIC 9(2) VALUE ZEROS.
       01  WS-SPN-TABLE.
           05  WS-SPN-ENTRY OCCURS 50 TIMES.
               10  WS-SPN-FROM  PIC X(8) VALUE SPACES.
               10  WS-SPN-TO    PIC X(8) VALUE SPACES.
       01  WS-HSP-TBL-COUNT   PIC 9(2) VALUE ZEROS.
       01  WS-HSP-IDX         PIC 9(2) VALUE ZEROS.
       01  WS-HSP-OPEN        PIC X VALUE 'N'.
       01  WS-HSP-TABLE.
           05  WS-HSP-ENTRY OCCURS 50 TIMES.
               10  WS-HSP-FROM  PIC X(8) VALUE SPACES.
               10  WS-HSP-TO    PIC X(8) VALUE SPACES.

      *    Pricing work fields. A segment is a run of days at one
      *    salary; each earns 1/365 of the annual salary per
      *    calendar day, the same arithmetic as GLPOST, RETROPAY
      *    and the OFFBOARD worksheet.
       01  WS-SPAN-FROM       PIC X(8) VALUE SPACES.
       01  WS-SPAN-TO         PIC X(8) VALUE SPACES.
       01  WS-SPAN-FROM-INT   PIC 9(8) VALUE ZEROS.
       01  WS-SPAN-TO-INT     PIC 9(8) VALUE ZEROS.
       01  WS-CURSOR-INT      PIC 9(8) VALUE ZEROS.
       01  WS-SEG-FROM-INT    PIC 9(8) VALUE ZEROS.
       01  WS-SEG-TO-INT      PIC 9(8) VALUE ZEROS.
       01  WS-OV-FROM-INT     PIC 9(8) VALUE ZEROS.
       01  WS-OV-TO-INT       PIC 9(8) VALUE ZEROS.
       01  WS-RATE-X          PIC X(9) VALUE SPACES.
       01  WS-RATE-N REDEFINES WS-RATE-X PIC 9(7)V99.
       01  WS-RATE            PIC 9(7)V99 VALUE ZEROS.
       01  WS-SEG-DAYS        PIC 9(4) VALUE ZEROS.
       01  WS-OV-DAYS         PIC 9(4) VALUE ZEROS.
       01  WS-COVERED-DAYS    PIC 9(4) VALUE ZEROS.
       01  WS-PIECE-AMOUNT    PIC 9(9)V99 VALUE ZEROS.
       01  WS-DATE-NUM        PIC 9(8) VALUE ZEROS.

       01  WS-CLI-DAYS        PIC 9(4) VALUE ZEROS.
       01  WS-CLI-SEGMENTS    PIC 9(3) VALUE ZEROS.
       01  WS-CLI-EARNINGS    PIC 9(9)V99 VALUE ZEROS.

      *    Department totals, by the department on the master today.
       01  WS-DPT-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-DPT-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-DPT-IDX2        PIC 9(3) VALUE ZEROS.
       01  WS-DPT-FOUND       PIC X VALUE 'N'.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 200 TIMES.
               10  WS-DPT-CODE     PIC X(10) VALUE SPACES.
               10  WS-DPT-CLIENTS  PIC 9(6) VALUE ZEROS.
               10  WS-DPT-EARNINGS PIC 9(11)V99 VALUE ZEROS.
       01  WS-DPT-SWAP.
           05  WS-SWP-CODE     PIC X(10).
           05  WS-SWP-CLIENTS  PIC 9(6).
           05  WS-SWP-EARNINGS PIC 9(11)V99.

      *    Clients whose figure needs a second look.
       01  WS-EXC-TBL-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-EXC-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-EXC-OVERFLOW    PIC 9(6) VALUE ZEROS.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 1000 TIMES.
               10  WS-EXC-CODE     PIC X(9).
               10  WS-EXC-NAME     PIC X(25).
               10  WS-EXC-FLAG     PIC X(15).
               10  WS-EXC-EARNINGS PIC 9(9)V99.

       01  WS-TOTALS.
           05  WS-TOT-CLIENTS     PIC 9(6) VALUE ZEROS.
           05  WS-TOT-EARNINGS    PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-EXTRACTED   PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-NOT-EXTRACT PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-OUTSIDE     PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-RECONCILED  PIC 9(11)V99 VALUE ZEROS.
           05  WS-CNT-NOT-EXTRACT PIC 9(4) VALUE ZEROS.
           05  WS-CNT-SERIOUS     PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           05  FILLER PIC X(30) VALUE
               "YEAR-END EARNINGS SUMMARY FOR ".
           05  WS-RPT-YEAR     PIC 9(4).
           05  FILLER PIC X(18) VALUE "   BUSINESS DATE: ".
           05  WS-RPT-BUSDATE  PIC X(8).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-HEADER-2 PIC X(100) VALUE ALL "-".

       01  WS-DPT-COL-HEADER.
           05  FILLER PIC X(12) VALUE "DEPARTMENT".
           05  FILLER PIC X(10) VALUE "   CLIENTS".
           05  FILLER PIC X(18) VALUE "          EARNINGS".
           05  FILLER PIC X(60) VALUE SPACES.
       01  WS-DPT-DETAIL.
           05  WS-DPT-OUT-CODE     PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DPT-OUT-CLIENTS  PIC Z(9)9.
           05  WS-DPT-OUT-EARNINGS PIC Z(14)9.99.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-EXC-COL-HEADER.
           05  FILLER PIC X(11) VALUE "CODE".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(17) VALUE "FLAG".
           05  FILLER PIC X(15) VALUE "       EARNINGS".
           05  FILLER PIC X(30) VALUE SPACES.
       01  WS-EXC-DETAIL.
           05  WS-EXC-OUT-CODE     PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXC-OUT-NAME     PIC X(25).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXC-OUT-FLAG     PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXC-OUT-EARNINGS PIC Z(9)9.99.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-PER-COL-HEADER.
           05  FILLER PIC X(8)  VALUE "PERIOD".
           05  FILLER PIC X(10) VALUE "FROM".
           05  FILLER PIC X(10) VALUE "TO".
           05  FILLER PIC X(16) VALUE "STATUS".
           05  FILLER PIC X(18) VALUE "          EARNINGS".
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-PER-DETAIL.
           05  WS-PER-OUT-PERIOD   PIC 9(4).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-PER-OUT-START    PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PER-OUT-END      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PER-OUT-STATUS   PIC X(14).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PER-OUT-EARNINGS PIC Z(14)9.99.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  WS-RPT-AMT-LABEL PIC X(44).
           05  WS-RPT-AMT-VALUE PIC Z(14)9.99.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL PIC X(44).
           05  WS-RPT-CNT-VALUE PIC Z(17)9.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-RPT-NONE-LINE PIC X(100) VALUE "    (none)".

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Year-end earnings statement figures. The master only
      *    knows today's SALARY, so each client's year is rebuilt
      *    from SALHIST.txt: the salary in force on each day is
      *    the latest change effective on or before it (HIST-EFF-
      *    DATE, else the day it was keyed), and only days inside
      *    an employment spell count - the current spell from the
      *    master's hire and termination dates, earlier ones from
      *    SPELLS.txt. Writes YEAREARN.txt, one record per client
      *    employed in the year, and YEARERPT.txt with department
      *    totals, the clients to check by hand, and the year's
      *    earnings laid out by pay period against the EXTRACTED
      *    events on PAYPDSTAT.txt. Report only; RC 4 when a
      *    period is not extracted, days fall outside the payroll
      *    calendar or a client could not be priced cleanly.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "YEAREARN" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           DISPLAY "Earnings year YYYY (blank for last year): ".
           ACCEPT WS-YEAR-INPUT.
           IF WS-YEAR-INPUT = SPACES
               MOVE RUNCTL-BUSINESS-DATE(1:4) TO WS-YEAR
               SUBTRACT 1 FROM WS-YEAR
           ELSE
               IF WS-YEAR-INPUT IS NUMERIC
                   MOVE WS-YEAR-INPUT TO WS-YEAR
               ELSE
                   DISPLAY "Year must be four digits."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-YEAR TO WS-RPT-YEAR.
           STRING WS-YEAR "0101" DELIMITED BY SIZE INTO WS-YEAR-START.
           STRING WS-YEAR "1231" DELIMITED BY SIZE INTO WS-YEAR-END.
           COMPUTE WS-YS-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-YEAR-START)).
           COMPUTE WS-YE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-YEAR-END)).
           COMPUTE WS-YEAR-DAYS = WS-YE-INT - WS-YS-INT + 1.

           PERFORM LOAD-YEAR-PERIODS.
           PERFORM LOAD-EXTRACT-EVENTS.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EARN-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-CODE SRT-TYPE
                                SRT-FROM-DATE SRT-HIST-DATE
                                SRT-HIST-TIME
               INPUT PROCEDURE IS GATHER-TIMELINES
               OUTPUT PROCEDURE IS PRICE-TIMELINES.

           CLOSE FICHIERCLIENT.
           CLOSE EARN-FILE.

           PERFORM WRITE-EARNINGS-REPORT.
           DISPLAY WS-TOT-CLIENTS " client(s) employed in " WS-YEAR
                   ", written to YEAREARN.txt".
           DISPLAY "Department totals and reconciliation written to "
                   "YEARERPT.txt".
           IF WS-CNT-NOT-EXTRACT > ZEROS OR WS-TOT-OUTSIDE > ZEROS
              OR WS-CNT-SERIOUS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-YEAR-PERIODS.
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
              AND CAL-START NOT > WS-YEAR-END
              AND CAL-END NOT < WS-YEAR-START
               IF WS-PER-TBL-COUNT < 100
                   ADD 1 TO WS-PER-TBL-COUNT
                   MOVE CAL-PERIOD TO WS-PER-PERIOD(WS-PER-TBL-COUNT)
                   MOVE CAL-START  TO WS-PER-START(WS-PER-TBL-COUNT)
                   MOVE CAL-END    TO WS-PER-END(WS-PER-TBL-COUNT)
                   COMPUTE WS-PER-FROM-INT(WS-PER-TBL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           CAL-START))
                   COMPUTE WS-PER-TO-INT(WS-PER-TBL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           CAL-END))
                   IF WS-PER-FROM-INT(WS-PER-TBL-COUNT) < WS-YS-INT
                       MOVE WS-YS-INT
                           TO WS-PER-FROM-INT(WS-PER-TBL-COUNT)
                   END-IF
                   IF WS-PER-TO-INT(WS-PER-TBL-COUNT) > WS-YE-INT
                       MOVE WS-YE-INT
                           TO WS-PER-TO-INT(WS-PER-TBL-COUNT)
                   END-IF
               ELSE
                   DISPLAY "WARNING: more than 100 pay periods in "
                           "the year, period " CAL-PERIOD " ignored"
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
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-TBL-COUNT
               IF WS-PER-PERIOD(WS-PER-IDX) = PDSTAT-PERIOD
                   MOVE 'Y' TO WS-PER-EXTRACTED(WS-PER-IDX)
               END-IF
           END-PERFORM.

      *    Input procedure: the master, SALHIST.txt and SPELLS.txt.
       GATHER-TIMELINES.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM RELEASE-MASTER
               END-READ
           END-PERFORM.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: SALHIST.txt not available (status "
                       WS-HISTORY-STATUS "), every client priced at "
                       "today's salary."
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM RELEASE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM RELEASE-SPELL
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.

       RELEASE-MASTER.
           IF CLIENT-CODE NOT = SPACES
               MOVE SPACES TO SORT-EARN-RECORD
               MOVE CLIENT-CODE      TO SRT-CLIENT-CODE
               MOVE "M"              TO SRT-TYPE
               MOVE CLIENT-HIRE-DATE TO SRT-FROM-DATE
               IF CLIENT-STATUS = "T"
                   MOVE CLIENT-TERM-DATE TO SRT-TO-DATE
               END-IF
               MOVE CLIENT-STATUS    TO SRT-STATUS
               MOVE SALARY-AREA      TO SRT-NEW-SALARY
               MOVE CLIENT-NAME      TO SRT-CLIENT-NAME
               MOVE CLIENT-DEPT      TO SRT-DEPT
               RELEASE SORT-EARN-RECORD
           END-IF.

      *    Changes effective after the year cannot touch it.
       RELEASE-HISTORY.
           MOVE SPACES TO SORT-EARN-RECORD.
           MOVE HIST-CLIENT-CODE TO SRT-CLIENT-CODE.
           MOVE "H"              TO SRT-TYPE.
           IF HIST-EFF-DATE IS NUMERIC
               MOVE HIST-EFF-DATE TO SRT-FROM-DATE
           ELSE
               MOVE HIST-DATE     TO SRT-FROM-DATE
           END-IF.
           MOVE HIST-DATE        TO SRT-HIST-DATE.
           MOVE HIST-TIME        TO SRT-HIST-TIME.
           MOVE HIST-ACTION      TO SRT-ACTION.
           MOVE HIST-OLD-SALARY  TO SRT-OLD-SALARY.
           MOVE HIST-NEW-SALARY  TO SRT-NEW-SALARY.
           IF SRT-FROM-DATE IS NUMERIC
              AND SRT-FROM-DATE NOT > WS-YEAR-END
               RELEASE SORT-EARN-RECORD
           END-IF.

       RELEASE-SPELL.
           MOVE SPACES TO SORT-EARN-RECORD.
           MOVE SPELL-CLIENT-CODE TO SRT-CLIENT-CODE.
           MOVE "S"               TO SRT-TYPE.
           MOVE SPELL-HIRE-DATE   TO SRT-FROM-DATE.
           MOVE SPELL-TERM-DATE   TO SRT-TO-DATE.
           IF SPELL-HIRE-DATE IS NUMERIC
               RELEASE SORT-EARN-RECORD
           END-IF.

      *    Output procedure: gather each client's records, price the
      *    year on the change of code.
       PRICE-TIMELINES.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-CLIENT-CODE NOT = WS-CUR-CLIENT
                           IF WS-CUR-CLIENT NOT = SPACES
                               PERFORM PRICE-CLIENT-YEAR
                           END-IF
                           PERFORM START-CLIENT
                       END-IF
                       PERFORM GATHER-CLIENT-RECORD
               END-RETURN
           END-PERFORM.
           IF WS-CUR-CLIENT NOT = SPACES
               PERFORM PRICE-CLIENT-YEAR
           END-IF.

       START-CLIENT.
           MOVE SRT-CLIENT-CODE TO WS-CUR-CLIENT.
           MOVE 'N'    TO WS-CLI-ON-MASTER WS-CLI-HISTORY WS-HSP-OPEN.
           MOVE SPACES TO WS-CLI-NAME WS-CLI-DEPT WS-CLI-SALARY
                          WS-INITIAL-SAL WS-CLI-FLAG.
           MOVE ZEROS  TO WS-PT-TBL-COUNT WS-SPN-TBL-COUNT
                          WS-HSP-TBL-COUNT.

       GATHER-CLIENT-RECORD.
           EVALUATE SRT-TYPE
               WHEN "H"
                   PERFORM GATHER-HISTORY-CHANGE
               WHEN "M"
                   MOVE 'Y'             TO WS-CLI-ON-MASTER
                   MOVE SRT-CLIENT-NAME TO WS-CLI-NAME
                   MOVE SRT-DEPT        TO WS-CLI-DEPT
                   MOVE SRT-NEW-SALARY  TO WS-CLI-SALARY
                   IF SRT-FROM-DATE NOT NUMERIC
                       MOVE "NO HIRE DATE" TO WS-CLI-FLAG
                       MOVE WS-YEAR-START TO SRT-FROM-DATE
                   END-IF
                   PERFORM ADD-MASTER-SPELL
               WHEN "S"
                   PERFORM ADD-MASTER-SPELL
           END-EVALUATE.

       ADD-MASTER-SPELL.
           IF WS-SPN-TBL-COUNT < 50
               ADD 1 TO WS-SPN-TBL-COUNT
               MOVE SRT-FROM-DATE TO WS-SPN-FROM(WS-SPN-TBL-COUNT)
               MOVE SRT-TO-DATE   TO WS-SPN-TO(WS-SPN-TBL-COUNT)
           END-IF.

      *    The first change seen also tells what the salary was
      *    before it, when it is an update.
       GATHER-HISTORY-CHANGE.
           MOVE 'Y' TO WS-CLI-HISTORY.
           EVALUATE SRT-ACTION
               WHEN "A"
               WHEN "H"
               WHEN "U"
                   IF WS-PT-TBL-COUNT = ZEROS AND SRT-ACTION = "U"
                       MOVE SRT-OLD-SALARY TO WS-INITIAL-SAL
                   END-IF
                   IF WS-PT-TBL-COUNT < 200
                       ADD 1 TO WS-PT-TBL-COUNT
                       COMPUTE WS-PT-INT(WS-PT-TBL-COUNT) =
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               SRT-FROM-DATE))
                       MOVE SRT-NEW-SALARY
                           TO WS-PT-SALARY(WS-PT-TBL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE SRT-ACTION
               WHEN "A"
               WHEN "H"
                   IF WS-HSP-OPEN = 'N' AND WS-HSP-TBL-COUNT < 50
                       ADD 1 TO WS-HSP-TBL-COUNT
                       MOVE SRT-FROM-DATE
                           TO WS-HSP-FROM(WS-HSP-TBL-COUNT)
                       MOVE 'Y' TO WS-HSP-OPEN
                   END-IF
               WHEN "T"
               WHEN "D"
                   IF WS-HSP-OPEN = 'Y'
                       MOVE SRT-FROM-DATE
                           TO WS-HSP-TO(WS-HSP-TBL-COUNT)
                       MOVE 'N' TO WS-HSP-OPEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRICE-CLIENT-YEAR.
           MOVE ZEROS TO WS-CLI-DAYS WS-CLI-SEGMENTS WS-CLI-EARNINGS.
           IF WS-CLI-ON-MASTER = 'Y'
               PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
                       UNTIL WS-SPN-IDX > WS-SPN-TBL-COUNT
                   MOVE WS-SPN-FROM(WS-SPN-IDX) TO WS-SPAN-FROM
                   MOVE WS-SPN-TO(WS-SPN-IDX)   TO WS-SPAN-TO
                   PERFORM PRICE-SPAN
               END-PERFORM
           ELSE
               MOVE "(NOT ON MASTER)" TO WS-CLI-NAME
               MOVE "NOT ON MASTER" TO WS-CLI-FLAG
               PERFORM VARYING WS-HSP-IDX FROM 1 BY 1
                       UNTIL WS-HSP-IDX > WS-HSP-TBL-COUNT
                   MOVE WS-HSP-FROM(WS-HSP-IDX) TO WS-SPAN-FROM
                   MOVE WS-HSP-TO(WS-HSP-IDX)   TO WS-SPAN-TO
                   PERFORM PRICE-SPAN
               END-PERFORM
           END-IF.
           IF WS-CLI-DAYS > ZEROS
               IF WS-CLI-HISTORY = 'N' AND WS-CLI-FLAG = SPACES
                   MOVE "NO HISTORY" TO WS-CLI-FLAG
               END-IF
               PERFORM WRITE-CLIENT-EARNINGS
           END-IF.

      *    One employment spell cut to the year, split at every
      *    salary change effective inside it.
       PRICE-SPAN.
           IF WS-SPAN-FROM IS NUMERIC
               COMPUTE WS-SPAN-FROM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SPAN-FROM))
               IF WS-SPAN-FROM-INT < WS-YS-INT
                   MOVE WS-YS-INT TO WS-SPAN-FROM-INT
               END-IF
               MOVE WS-YE-INT TO WS-SPAN-TO-INT
               IF WS-SPAN-TO IS NUMERIC
                   COMPUTE WS-SPAN-TO-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-SPAN-TO))
                   IF WS-SPAN-TO-INT > WS-YE-INT
                       MOVE WS-YE-INT TO WS-SPAN-TO-INT
                   END-IF
               END-IF
               IF WS-SPAN-FROM-INT NOT > WS-SPAN-TO-INT
                   PERFORM SPLIT-SPAN-AT-CHANGES
               END-IF
           END-IF.

       SPLIT-SPAN-AT-CHANGES.
           IF WS-INITIAL-SAL NOT = SPACES
               MOVE WS-INITIAL-SAL TO WS-RATE-X
           ELSE
               IF WS-PT-TBL-COUNT > ZEROS
                   MOVE WS-PT-SALARY(1) TO WS-RATE-X
               ELSE
                   MOVE WS-CLI-SALARY TO WS-RATE-X
               END-IF
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-TBL-COUNT
               IF WS-PT-INT(WS-PT-IDX) NOT > WS-SPAN-FROM-INT
                   MOVE WS-PT-SALARY(WS-PT-IDX) TO WS-RATE-X
               END-IF
           END-PERFORM.
           MOVE WS-SPAN-FROM-INT TO WS-CURSOR-INT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-TBL-COUNT
               IF WS-PT-INT(WS-PT-IDX) > WS-SPAN-FROM-INT
                  AND WS-PT-INT(WS-PT-IDX) NOT > WS-SPAN-TO-INT
                   MOVE WS-CURSOR-INT TO WS-SEG-FROM-INT
                   COMPUTE WS-SEG-TO-INT = WS-PT-INT(WS-PT-IDX) - 1
                   PERFORM PRICE-SEGMENT
                   MOVE WS-PT-SALARY(WS-PT-IDX) TO WS-RATE-X
                   MOVE WS-PT-INT(WS-PT-IDX) TO WS-CURSOR-INT
               END-IF
           END-PERFORM.
           MOVE WS-CURSOR-INT  TO WS-SEG-FROM-INT.
           MOVE WS-SPAN-TO-INT TO WS-SEG-TO-INT.
           PERFORM PRICE-SEGMENT.

      *    Each day is priced once, inside the pay period it falls
      *    in where there is one; the pieces add up to the client's
      *    figure and to the period totals alike, so the two
      *    always tie to the cent.
       PRICE-SEGMENT.
           IF WS-SEG-FROM-INT NOT > WS-SEG-TO-INT
               IF WS-RATE-X IS NUMERIC
                   MOVE WS-RATE-N TO WS-RATE
               ELSE
                   MOVE ZEROS TO WS-RATE
                   MOVE "BAD SALARY" TO WS-CLI-FLAG
               END-IF
               COMPUTE WS-SEG-DAYS = WS-SEG-TO-INT - WS-SEG-FROM-INT + 1
               ADD WS-SEG-DAYS TO WS-CLI-DAYS
               ADD 1 TO WS-CLI-SEGMENTS
               MOVE ZEROS TO WS-COVERED-DAYS
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PER-TBL-COUNT
                   PERFORM PRICE-PERIOD-PIECE
               END-PERFORM
               IF WS-COVERED-DAYS < WS-SEG-DAYS
                   COMPUTE WS-PIECE-AMOUNT ROUNDED = WS-RATE
                       * (WS-SEG-DAYS - WS-COVERED-DAYS) / 365
                   ADD WS-PIECE-AMOUNT TO WS-CLI-EARNINGS
                   ADD WS-PIECE-AMOUNT TO WS-TOT-OUTSIDE
               END-IF
           END-IF.

       PRICE-PERIOD-PIECE.
           IF WS-PER-FROM-INT(WS-PER-IDX) > WS-SEG-FROM-INT
               MOVE WS-PER-FROM-INT(WS-PER-IDX) TO WS-OV-FROM-INT
           ELSE
               MOVE WS-SEG-FROM-INT TO WS-OV-FROM-INT
           END-IF.
           IF WS-PER-TO-INT(WS-PER-IDX) < WS-SEG-TO-INT
               MOVE WS-PER-TO-INT(WS-PER-IDX) TO WS-OV-TO-INT
           ELSE
               MOVE WS-SEG-TO-INT TO WS-OV-TO-INT
           END-IF.
           IF WS-OV-FROM-INT NOT > WS-OV-TO-INT
               COMPUTE WS-OV-DAYS = WS-OV-TO-INT - WS-OV-FROM-INT + 1
               ADD WS-OV-DAYS TO WS-COVERED-DAYS
               COMPUTE WS-PIECE-AMOUNT ROUNDED =
                   WS-RATE * WS-OV-DAYS / 365
               ADD WS-PIECE-AMOUNT TO WS-CLI-EARNINGS
               ADD WS-PIECE-AMOUNT TO WS-PER-EARNED(WS-PER-IDX)
           END-IF.

       WRITE-CLIENT-EARNINGS.
      *    Overlapping spells on SPELLS.txt would count days twice.
           IF WS-CLI-DAYS > WS-YEAR-DAYS
               MOVE "SPELLS OVERLAP" TO WS-CLI-FLAG
           END-IF.
           MOVE SPACES TO EARN-RECORD.
           MOVE WS-YEAR         TO ERN-YEAR.
           MOVE WS-CUR-CLIENT   TO ERN-CLIENT-CODE.
           MOVE WS-CLI-NAME     TO ERN-CLIENT-NAME.
           MOVE WS-CLI-DEPT     TO ERN-DEPT.
           MOVE WS-CLI-DAYS     TO ERN-DAYS.
           MOVE WS-CLI-SEGMENTS TO ERN-SEGMENTS.
           MOVE WS-CLI-EARNINGS TO ERN-EARNINGS.
           MOVE WS-CLI-FLAG     TO ERN-FLAG.
           WRITE EARN-RECORD.
           ADD 1 TO WS-TOT-CLIENTS.
           ADD WS-CLI-EARNINGS TO WS-TOT-EARNINGS.
           PERFORM ADD-DEPT-TOTAL.
           IF WS-CLI-FLAG NOT = SPACES
               IF WS-CLI-FLAG NOT = "NO HISTORY"
                   ADD 1 TO WS-CNT-SERIOUS
               END-IF
               IF WS-EXC-TBL-COUNT < 1000
                   ADD 1 TO WS-EXC-TBL-COUNT
                   MOVE WS-CUR-CLIENT TO WS-EXC-CODE(WS-EXC-TBL-COUNT)
                   MOVE WS-CLI-NAME   TO WS-EXC-NAME(WS-EXC-TBL-COUNT)
                   MOVE WS-CLI-FLAG   TO WS-EXC-FLAG(WS-EXC-TBL-COUNT)
                   MOVE WS-CLI-EARNINGS
                       TO WS-EXC-EARNINGS(WS-EXC-TBL-COUNT)
               ELSE
                   ADD 1 TO WS-EXC-OVERFLOW
               END-IF
           END-IF.

       ADD-DEPT-TOTAL.
           MOVE 'N' TO WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
                      OR WS-DPT-FOUND = 'Y'
               IF WS-DPT-CODE(WS-DPT-IDX) = WS-CLI-DEPT
                   MOVE 'Y' TO WS-DPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DPT-IDX
           ELSE
               IF WS-DPT-TBL-COUNT < 200
                   ADD 1 TO WS-DPT-TBL-COUNT
               END-IF
               MOVE WS-DPT-TBL-COUNT TO WS-DPT-IDX
               MOVE WS-CLI-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
           END-IF.
           ADD 1 TO WS-DPT-CLIENTS(WS-DPT-IDX).
           ADD WS-CLI-EARNINGS TO WS-DPT-EARNINGS(WS-DPT-IDX).

       WRITE-EARNINGS-REPORT.
           OPEN OUTPUT EARN-REPORT.
           WRITE EARN-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE EARN-REPORT-LINE FROM WS-RPT-HEADER-2.

           MOVE "DEPARTMENT TOTALS (DEPARTMENT ON THE MASTER TODAY)"
               TO EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE FROM WS-DPT-COL-HEADER.
           PERFORM SORT-DEPT-TABLE.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
               MOVE WS-DPT-CODE(WS-DPT-IDX)     TO WS-DPT-OUT-CODE
               IF WS-DPT-OUT-CODE = SPACES
                   MOVE "(NONE)" TO WS-DPT-OUT-CODE
               END-IF
               MOVE WS-DPT-CLIENTS(WS-DPT-IDX)  TO WS-DPT-OUT-CLIENTS
               MOVE WS-DPT-EARNINGS(WS-DPT-IDX) TO WS-DPT-OUT-EARNINGS
               WRITE EARN-REPORT-LINE FROM WS-DPT-DETAIL
           END-PERFORM.
           MOVE "ALL"           TO WS-DPT-OUT-CODE.
           MOVE WS-TOT-CLIENTS  TO WS-DPT-OUT-CLIENTS.
           MOVE WS-TOT-EARNINGS TO WS-DPT-OUT-EARNINGS.
           WRITE EARN-REPORT-LINE FROM WS-DPT-DETAIL.
           WRITE EARN-REPORT-LINE FROM WS-RPT-HEADER-2.

           MOVE "CLIENTS TO CHECK BY HAND" TO EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE FROM WS-EXC-COL-HEADER.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-TBL-COUNT
               MOVE WS-EXC-CODE(WS-EXC-IDX)     TO WS-EXC-OUT-CODE
               MOVE WS-EXC-NAME(WS-EXC-IDX)     TO WS-EXC-OUT-NAME
               MOVE WS-EXC-FLAG(WS-EXC-IDX)     TO WS-EXC-OUT-FLAG
               MOVE WS-EXC-EARNINGS(WS-EXC-IDX) TO WS-EXC-OUT-EARNINGS
               WRITE EARN-REPORT-LINE FROM WS-EXC-DETAIL
           END-PERFORM.
           IF WS-EXC-OVERFLOW > ZEROS
               MOVE SPACES TO EARN-REPORT-LINE
               STRING "    ... and " WS-EXC-OVERFLOW
                   " more, see ERN-FLAG on YEAREARN.txt"
                   DELIMITED BY SIZE INTO EARN-REPORT-LINE
               WRITE EARN-REPORT-LINE
           END-IF.
           IF WS-EXC-TBL-COUNT = ZEROS
               WRITE EARN-REPORT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE EARN-REPORT-LINE FROM WS-RPT-HEADER-2.

           PERFORM WRITE-RECONCILIATION.
           CLOSE EARN-REPORT.

      *    Small table, so a straight exchange sort into department
      *    order is enough.
       SORT-DEPT-TABLE.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX >= WS-DPT-TBL-COUNT
               PERFORM VARYING WS-DPT-IDX2 FROM WS-DPT-IDX BY 1
                       UNTIL WS-DPT-IDX2 > WS-DPT-TBL-COUNT
                   IF WS-DPT-CODE(WS-DPT-IDX2)
                           < WS-DPT-CODE(WS-DPT-IDX)
                       MOVE WS-DPT-ENTRY(WS-DPT-IDX)  TO WS-DPT-SWAP
                       MOVE WS-DPT-ENTRY(WS-DPT-IDX2)
                           TO WS-DPT-ENTRY(WS-DPT-IDX)
                       MOVE WS-DPT-SWAP TO WS-DPT-ENTRY(WS-DPT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    The year's earnings, period by period: what fell in
      *    periods whose extract has gone out, what fell in periods
      *    not yet extracted, and what fell on days no period on
      *    PAYCAL.txt covers. The three add back to the total.
       WRITE-RECONCILIATION.
           MOVE "RECONCILIATION TO PAY PERIODS EXTRACTED (PAYPDSTAT)"
               TO EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE.
           WRITE EARN-REPORT-LINE FROM WS-PER-COL-HEADER.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-TBL-COUNT
               MOVE WS-PER-PERIOD(WS-PER-IDX)  TO WS-PER-OUT-PERIOD
               MOVE WS-PER-START(WS-PER-IDX)   TO WS-PER-OUT-START
               MOVE WS-PER-END(WS-PER-IDX)     TO WS-PER-OUT-END
               MOVE WS-PER-EARNED(WS-PER-IDX)  TO WS-PER-OUT-EARNINGS
               IF WS-PER-EXTRACTED(WS-PER-IDX) = 'Y'
                   MOVE "EXTRACTED" TO WS-PER-OUT-STATUS
                   ADD WS-PER-EARNED(WS-PER-IDX) TO WS-TOT-EXTRACTED
               ELSE
                   MOVE "NOT EXTRACTED" TO WS-PER-OUT-STATUS
                   ADD WS-PER-EARNED(WS-PER-IDX)
                       TO WS-TOT-NOT-EXTRACT
                   ADD 1 TO WS-CNT-NOT-EXTRACT
               END-IF
               WRITE EARN-REPORT-LINE FROM WS-PER-DETAIL
           END-PERFORM.
           IF WS-PER-TBL-COUNT = ZEROS
               WRITE EARN-REPORT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE EARN-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE "Earnings in extracted periods" TO WS-RPT-AMT-LABEL.
           MOVE WS-TOT-EXTRACTED TO WS-RPT-AMT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Earnings in periods not extracted"
               TO WS-RPT-AMT-LABEL.
           MOVE WS-TOT-NOT-EXTRACT TO WS-RPT-AMT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Earnings on days no PAYCAL.txt period covers"
               TO WS-RPT-AMT-LABEL.
           MOVE WS-TOT-OUTSIDE TO WS-RPT-AMT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           COMPUTE WS-TOT-RECONCILED = WS-TOT-EXTRACTED
               + WS-TOT-NOT-EXTRACT + WS-TOT-OUTSIDE.
           MOVE "Total by period" TO WS-RPT-AMT-LABEL.
           MOVE WS-TOT-RECONCILED TO WS-RPT-AMT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Total of client earnings (YEAREARN.txt)"
               TO WS-RPT-AMT-LABEL.
           MOVE WS-TOT-EARNINGS TO WS-RPT-AMT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
           MOVE "Periods in the year not extracted"
               TO WS-RPT-CNT-LABEL.
           MOVE WS-CNT-NOT-EXTRACT TO WS-RPT-CNT-VALUE.
           WRITE EARN-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE SPACES TO EARN-REPORT-LINE.
           IF WS-TOT-RECONCILED = WS-TOT-EARNINGS
              AND WS-CNT-NOT-EXTRACT = ZEROS
              AND WS-TOT-OUTSIDE = ZEROS
               MOVE "RESULT: RECONCILED - every day earned falls in an"
                 & " extracted period" TO EARN-REPORT-LINE
           ELSE
               MOVE "RESULT: NOT RECONCILED - see the periods and "
                 & "amounts above" TO EARN-REPORT-LINE
           END-IF.
           WRITE EARN-REPORT-LINE.
