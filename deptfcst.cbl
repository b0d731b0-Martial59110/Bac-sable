       IDENTIFICATION DIVISION.
         PROGRAM-ID. DEPTFCST.
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

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "DEPTBUDG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

      *    The what-if raise is read from whichever parameter file
      *    the operator names, in the RAISEPARM.txt layout, so a
      *    scenario can be priced without touching the live one.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO "DEPTFCST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA PIC X(80).
           05  PEND-EFF-DATE    PIC X(8).

       FD  PENDAPPR-FILE.
           COPY APPRREC.

      *    One line per department from finance: the code and its
      *    annual salary budget in whole units. Same layout as the
      *    BUDGRPT feed.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-DEPT   PIC X(10).
           05  BUD-AMOUNT PIC 9(10).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DEPT  PIC X(10).
           05  PARM-BAND  PIC 9(1).
           05  PARM-PCT   PIC 9(2)V99.
           05  PARM-FLOOR PIC 9(7).

       FD  FORECAST-REPORT.
       01  FORECAST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-PENDAPPR-STATUS      PIC X(2) VALUE "00".
       01  WS-BUDGET-STATUS        PIC X(2) VALUE "00".
       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
       01  WS-PARM-FILE-NAME       PIC X(40) VALUE SPACES.
           COPY RUNCTLNK.

      *    The twelve forecast months, first to last day of each.
       01  WS-START-INPUT     PIC X(6) VALUE SPACES.
       01  WS-START-MONTH     PIC X(6) VALUE SPACES.
       01  WS-START-YYYYMM    REDEFINES WS-START-MONTH.
           05  WS-START-YYYY  PIC 9(4).
           05  WS-START-MM    PIC 9(2).
       01  WS-WORK-YEAR       PIC 9(4) VALUE ZEROS.
       01  WS-WORK-MONTH      PIC 9(2) VALUE ZEROS.
       01  WS-WORK-DATE       PIC X(8) VALUE SPACES.
       01  WS-MON-IDX         PIC 9(2) VALUE ZEROS.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 13 TIMES.
               10  WS-MON-YYYYMM   PIC X(6) VALUE SPACES.
               10  WS-MON-FROM-INT PIC 9(8) VALUE ZEROS.
               10  WS-MON-TO-INT   PIC 9(8) VALUE ZEROS.
       01  WS-HZ-FROM-INT     PIC 9(8) VALUE ZEROS.
       01  WS-HZ-TO-INT       PIC 9(8) VALUE ZEROS.

      *    CLIPEND.txt in effective-date order, the same table
      *    CLIENTUPD keeps; each entry is marked once a client has
      *    taken it, so the adds for codes not yet on the master
      *    can be found afterwards.
       01  WS-CPE-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-CPE-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CPE-IDX2        PIC 9(4) VALUE ZEROS.
       01  WS-CPE-TABLE.
           05  WS-CPE-ENTRY OCCURS 500 TIMES
                            ASCENDING KEY IS WS-CPE-EFF
                            INDEXED BY WS-CPE-SORT-IDX.
               10  WS-CPE-EFF    PIC X(8)  VALUE SPACES.
               10  WS-CPE-ACTION PIC X     VALUE SPACE.
               10  WS-CPE-CODE   PIC X(9)  VALUE SPACES.
               10  WS-CPE-CLIENT PIC X(80) VALUE SPACES.
               10  WS-CPE-USED   PIC X     VALUE 'N'.

           COPY CLIREC REPLACING
               CLIENT-RECORD      BY FCP-CLIENT-RECORD
               CLIENT-CODE        BY FCP-CLIENT-CODE
               CLIENT-NAME        BY FCP-CLIENT-NAME
               CLIENT-DEPT        BY FCP-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY FCP-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY FCP-CLIENT-STATUS
               CLIENT-TERM-DATE   BY FCP-CLIENT-TERM-DATE
               CLIENT-GRADE       BY FCP-CLIENT-GRADE
               CLIENT-PROB-STATUS BY FCP-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY FCP-CLIENT-PROB-EXT
               SALARY-AREA        BY FCP-SALARY-AREA
               SALARY             BY FCP-SALARY.

      *    Salary changes still waiting on SALAPPROVE: the latest
      *    live (status P) request per client, as an annual delta.
       01  WS-APR-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-APR-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-APR-FOUND       PIC X VALUE 'N'.
       01  WS-APR-OLD-X       PIC X(9) VALUE SPACES.
       01  WS-APR-OLD REDEFINES WS-APR-OLD-X PIC 9(7)V99.
       01  WS-APR-NEW-X       PIC X(9) VALUE SPACES.
       01  WS-APR-NEW REDEFINES WS-APR-NEW-X PIC 9(7)V99.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 500 TIMES.
               10  WS-APR-CODE   PIC X(9) VALUE SPACES.
               10  WS-APR-DELTA  PIC S9(7)V99 VALUE ZEROS.

      *    What-if raise rules, matched exactly as PAYRAISE does.
       01  WS-WHATIF          PIC X VALUE 'N'.
       01  WS-RAISE-INPUT     PIC X(6) VALUE SPACES.
       01  WS-RAISE-MONTH     PIC X(6) VALUE SPACES.
       01  WS-RAISE-INT       PIC 9(8) VALUE ZEROS.
       01  WS-RULE-TBL-COUNT  PIC 9(2) VALUE ZEROS.
       01  WS-RULE-IDX        PIC 9(2) VALUE ZEROS.
       01  WS-RULE-FOUND      PIC X VALUE 'N'.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RULE-DEPT  PIC X(10)   VALUE SPACES.
               10  WS-RULE-BAND  PIC 9(1)    VALUE ZEROS.
               10  WS-RULE-PCT   PIC 9(2)V99 VALUE ZEROS.
               10  WS-RULE-FLOOR PIC 9(7)    VALUE ZEROS.
       01  WS-CLIENT-BAND     PIC 9(1) VALUE ZEROS.
       01  WS-OLD-SALARY      PIC 9(7)V99 VALUE ZEROS.
       01  WS-NEW-SALARY      PIC 9(7)V99 VALUE ZEROS.

      *    The client's state while its timeline is walked: what
      *    the master says today, then each queued change from
      *    CLIPEND.txt on its effective date.
       01  WS-ST-CODE         PIC X(9) VALUE SPACES.
       01  WS-ST-ACTIVE       PIC X VALUE 'N'.
       01  WS-ST-DEPT         PIC X(10) VALUE SPACES.
       01  WS-ST-HIRE         PIC X(8) VALUE SPACES.
       01  WS-ST-STATUS       PIC X VALUE SPACE.
       01  WS-ST-TERM         PIC X(8) VALUE SPACES.
       01  WS-ST-SALARY-X     PIC X(9) VALUE SPACES.
       01  WS-ST-SALARY-N REDEFINES WS-ST-SALARY-X PIC 9(7)V99.
       01  WS-ST-SALARY       PIC 9(7)V99 VALUE ZEROS.
       01  WS-ST-RAISED       PIC 9(7)V99 VALUE ZEROS.
       01  WS-ST-APPR-DELTA   PIC S9(7)V99 VALUE ZEROS.
       01  WS-CURSOR-INT      PIC 9(8) VALUE ZEROS.
       01  WS-EFF-INT         PIC 9(8) VALUE ZEROS.
       01  WS-SEG-FROM-INT    PIC 9(8) VALUE ZEROS.
       01  WS-SEG-TO-INT      PIC 9(8) VALUE ZEROS.
       01  WS-EMP-FROM-INT    PIC 9(8) VALUE ZEROS.
       01  WS-EMP-TO-INT      PIC 9(8) VALUE ZEROS.
       01  WS-OV-FROM-INT     PIC 9(8) VALUE ZEROS.
       01  WS-OV-TO-INT       PIC 9(8) VALUE ZEROS.
       01  WS-OV-DAYS         PIC 9(4) VALUE ZEROS.
       01  WS-RS-FROM-INT     PIC 9(8) VALUE ZEROS.
       01  WS-RS-DAYS         PIC 9(4) VALUE ZEROS.
       01  WS-PIECE-AMOUNT    PIC S9(9)V99 VALUE ZEROS.

      *    Department by month: the base cost, the what-if raise on
      *    top of it and, kept apart, what the pending approvals
      *    would add if all were released.
       01  WS-DPT-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-DPT-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-DPT-IDX2        PIC 9(3) VALUE ZEROS.
       01  WS-DPT-FOUND       PIC X VALUE 'N'.
       01  WS-DPT-SLOT-OK     PIC X VALUE 'Y'.
       01  WS-DPT-KEY         PIC X(10) VALUE SPACES.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPT-CODE     PIC X(10) VALUE SPACES.
               10  WS-DPT-BUDGET   PIC 9(10) VALUE ZEROS.
               10  WS-DPT-HAS-BUD  PIC X     VALUE 'N'.
               10  WS-DPT-MONTH OCCURS 12 TIMES.
                   15  WS-DPT-BASE    PIC S9(11)V99 VALUE ZEROS.
                   15  WS-DPT-WHATIF  PIC S9(11)V99 VALUE ZEROS.
                   15  WS-DPT-PENDING PIC S9(11)V99 VALUE ZEROS.
       01  WS-DPT-SWAP        PIC X(489).

       01  WS-COUNTERS.
           05  WS-CNT-CLIENTS     PIC 9(6) VALUE ZEROS.
           05  WS-CNT-CPE-USED    PIC 9(6) VALUE ZEROS.
           05  WS-CNT-APPR        PIC 9(6) VALUE ZEROS.
           05  WS-CNT-BAD-SALARY  PIC 9(6) VALUE ZEROS.
           05  WS-CNT-OVER        PIC 9(3) VALUE ZEROS.

       01  WS-CUM-PROJ        PIC S9(11)V99 VALUE ZEROS.
       01  WS-CUM-PEND        PIC S9(11)V99 VALUE ZEROS.
       01  WS-BUD-TO-DATE     PIC S9(11)V99 VALUE ZEROS.
       01  WS-MONTH-PROJ      PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-BASE        PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-WHATIF      PIC S9(11)V99 VALUE ZEROS.
       01  WS-VARIANCE        PIC S9(11)V99 VALUE ZEROS.
       01  WS-VARIANCE-APPR   PIC S9(11)V99 VALUE ZEROS.
       01  WS-GRAND-BUDGET    PIC S9(11)V99 VALUE ZEROS.
       01  WS-GRAND-PROJ      PIC S9(11)V99 VALUE ZEROS.
       01  WS-GRAND-PEND      PIC S9(11)V99 VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           05  FILLER PIC X(43) VALUE
               "TWELVE-MONTH SALARY COST FORECAST FROM    ".
           05  WS-RPT-START    PIC X(6).
           05  FILLER PIC X(18) VALUE "   BUSINESS DATE: ".
           05  WS-RPT-BUSDATE  PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.
       01  WS-RPT-HEADER-2 PIC X(132) VALUE ALL "-".
       01  WS-RPT-BASIS-LINE PIC X(132) VALUE SPACES.

       01  WS-DPT-HEAD-LINE.
           05  FILLER          PIC X(12) VALUE "DEPARTMENT: ".
           05  WS-DHD-DEPT     PIC X(10).
           05  FILLER          PIC X(18) VALUE "   ANNUAL BUDGET: ".
           05  WS-DHD-BUDGET   PIC Z(9)9.
           05  WS-DHD-NOTE     PIC X(20).
           05  FILLER          PIC X(62) VALUE SPACES.
       01  WS-MON-COL-HEADER.
           05  FILLER PIC X(8)  VALUE "MONTH".
           05  FILLER PIC X(15) VALUE "      BASE COST".
           05  FILLER PIC X(15) VALUE "        WHAT-IF".
           05  FILLER PIC X(15) VALUE "      PROJECTED".
           05  FILLER PIC X(16) VALUE "      CUMULATIVE".
           05  FILLER PIC X(16) VALUE "  BUDGET TO DATE".
           05  FILLER PIC X(16) VALUE "  UNDER(-)/OVER".
           05  FILLER PIC X(15) VALUE "   PENDING APPR".
           05  FILLER PIC X(16) VALUE "  CUM IF APPROVD".
       01  WS-MON-DETAIL.
           05  WS-MDT-MONTH     PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-MDT-BASE      PIC -(11)9.99.
           05  WS-MDT-WHATIF    PIC -(11)9.99.
           05  WS-MDT-PROJ      PIC -(11)9.99.
           05  WS-MDT-CUM       PIC -(12)9.99.
           05  WS-MDT-BUDGET    PIC -(12)9.99.
           05  WS-MDT-VARIANCE  PIC -(12)9.99.
           05  WS-MDT-PENDING   PIC -(11)9.99.
           05  WS-MDT-CUM-APPR  PIC -(12)9.99.

       01  WS-SUM-COL-HEADER.
           05  FILLER PIC X(12) VALUE "DEPARTMENT".
           05  FILLER PIC X(12) VALUE "      BUDGET".
           05  FILLER PIC X(17) VALUE "    12-MONTH COST".
           05  FILLER PIC X(16) VALUE "  UNDER(-)/OVER".
           05  FILLER PIC X(16) VALUE "    PENDING APPR".
           05  FILLER PIC X(16) VALUE "   IF APPROVED".
           05  FILLER PIC X(43) VALUE "  STATUS".
       01  WS-SUM-DETAIL.
           05  WS-SDT-DEPT      PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SDT-BUDGET    PIC Z(11)9.
           05  WS-SDT-PROJ      PIC -(13)9.99.
           05  WS-SDT-VARIANCE  PIC -(12)9.99.
           05  WS-SDT-PENDING   PIC -(12)9.99.
           05  WS-SDT-VAR-APPR  PIC -(12)9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SDT-STATUS    PIC X(20).
           05  FILLER           PIC X(20) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(44).
           05  WS-RPT-TOT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Forward-looking companion to BUDGRPT: what each
      *    department's salaries will cost over the next twelve
      *    months. Starts from today's master, applies the dated
      *    changes already queued in CLIPEND.txt on their effective
      *    dates and stops each client's cost at the termination
      *    date; optionally adds a what-if raise priced by a
      *    RAISEPARM.txt-style rule file. Salary changes still
      *    waiting on SALAPPROVE are shown in their own columns,
      *    never in the projection itself. Each month is priced at
      *    1/365 of the annual salary per calendar day, and the
      *    running total is held against the DEPTBUDG.txt budget
      *    spread evenly over the twelve months. Report only; RC 4
      *    when a department is projected over budget.
           MOVE "B"        TO RUNCTL-ACTION.
           MOVE "DEPTFCST" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           DISPLAY "First forecast month YYYYMM "
                   "(blank for next month): ".
           ACCEPT WS-START-INPUT.
           IF WS-START-INPUT = SPACES
               MOVE RUNCTL-BUSINESS-DATE(1:6) TO WS-START-MONTH
               ADD 1 TO WS-START-MM
               IF WS-START-MM > 12
                   MOVE 1 TO WS-START-MM
                   ADD 1 TO WS-START-YYYY
               END-IF
           ELSE
               MOVE WS-START-INPUT TO WS-START-MONTH
               IF WS-START-MONTH IS NOT NUMERIC
                  OR WS-START-MM < 1 OR WS-START-MM > 12
                   DISPLAY "Month must be YYYYMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-START-MONTH TO WS-RPT-START.
           PERFORM BUILD-MONTH-TABLE.

           DISPLAY "What-if raise rule file in RAISEPARM.txt layout "
                   "(blank for none): ".
           ACCEPT WS-PARM-FILE-NAME.
           IF WS-PARM-FILE-NAME NOT = SPACES
               DISPLAY "Raise takes effect from month YYYYMM "
                       "(blank for the first forecast month): "
               ACCEPT WS-RAISE-INPUT
               PERFORM LOAD-WHATIF-RULES
           END-IF.

           PERFORM LOAD-BUDGETS.
           PERFORM LOAD-PENDING-CHANGES.
           PERFORM LOAD-PENDING-APPROVALS.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM FORECAST-MASTER-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.

      *    Queued adds for codes the master does not hold yet.
           PERFORM VARYING WS-CPE-IDX2 FROM 1 BY 1
                   UNTIL WS-CPE-IDX2 > WS-CPE-TBL-COUNT
               IF WS-CPE-USED(WS-CPE-IDX2) = 'N'
                   MOVE WS-CPE-CODE(WS-CPE-IDX2) TO WS-ST-CODE
                   MOVE 'N' TO WS-ST-ACTIVE
                   MOVE SPACES TO WS-ST-DEPT WS-ST-HIRE WS-ST-STATUS
                                  WS-ST-TERM WS-ST-SALARY-X
                   PERFORM FORECAST-CLIENT
               END-IF
           END-PERFORM.

           PERFORM WRITE-FORECAST-REPORT.
           DISPLAY "Forecast for " WS-CNT-CLIENTS " client(s) "
                   "written to DEPTFCST.txt".
           IF WS-CNT-OVER > ZEROS
               DISPLAY WS-CNT-OVER " department(s) projected over "
                       "budget."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       BUILD-MONTH-TABLE.
           MOVE WS-START-YYYY TO WS-WORK-YEAR.
           MOVE WS-START-MM   TO WS-WORK-MONTH.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 13
               MOVE SPACES TO WS-WORK-DATE
               STRING WS-WORK-YEAR WS-WORK-MONTH "01"
                   DELIMITED BY SIZE INTO WS-WORK-DATE
               MOVE WS-WORK-DATE(1:6) TO WS-MON-YYYYMM(WS-MON-IDX)
               COMPUTE WS-MON-FROM-INT(WS-MON-IDX) =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-WORK-DATE))
               IF WS-MON-IDX > 1
                   COMPUTE WS-MON-TO-INT(WS-MON-IDX - 1) =
                       WS-MON-FROM-INT(WS-MON-IDX) - 1
               END-IF
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-PERFORM.
           MOVE WS-MON-FROM-INT(1) TO WS-HZ-FROM-INT.
           MOVE WS-MON-TO-INT(12)  TO WS-HZ-TO-INT.

       LOAD-WHATIF-RULES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-PARM-FILE-NAME
                       ", file status " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PARM-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM LOAD-WHATIF-RULE
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           IF WS-RULE-TBL-COUNT = ZEROS
               DISPLAY WS-PARM-FILE-NAME " holds no usable rules, "
                       "forecast runs without a what-if raise."
           ELSE
               MOVE 'Y' TO WS-WHATIF
               IF WS-RAISE-INPUT = SPACES
                   MOVE WS-MON-YYYYMM(1) TO WS-RAISE-MONTH
               ELSE
                   MOVE WS-RAISE-INPUT TO WS-RAISE-MONTH
               END-IF
               MOVE WS-RAISE-MONTH TO WS-START-MONTH
               IF WS-START-MONTH IS NOT NUMERIC
                  OR WS-START-MM < 1 OR WS-START-MM > 12
                   DISPLAY "Month must be YYYYMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-WORK-DATE
               STRING WS-RAISE-MONTH "01" DELIMITED BY SIZE
                   INTO WS-WORK-DATE
               COMPUTE WS-RAISE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-WORK-DATE))
           END-IF.

      *    OVERRIDE lines are PAYRAISE's budget directive and mean
      *    nothing to a forecast.
       LOAD-WHATIF-RULE.
           IF PARM-DEPT(1:8) = "OVERRIDE" OR PARM-DEPT(1:1) = "*"
               CONTINUE
           ELSE
               IF PARM-BAND NOT NUMERIC
                  OR PARM-PCT NOT NUMERIC
                  OR PARM-FLOOR NOT NUMERIC
                  OR PARM-BAND > 5
                   DISPLAY "WARNING: bad raise rule skipped: "
                           PARM-RECORD
               ELSE
                   IF WS-RULE-TBL-COUNT < 20
                       ADD 1 TO WS-RULE-TBL-COUNT
                       MOVE PARM-DEPT
                           TO WS-RULE-DEPT(WS-RULE-TBL-COUNT)
                       MOVE PARM-BAND
                           TO WS-RULE-BAND(WS-RULE-TBL-COUNT)
                       MOVE PARM-PCT
                           TO WS-RULE-PCT(WS-RULE-TBL-COUNT)
                       MOVE PARM-FLOOR
                           TO WS-RULE-FLOOR(WS-RULE-TBL-COUNT)
                   ELSE
                       DISPLAY "WARNING: rule table full, rule "
                               "ignored: " PARM-RECORD
                   END-IF
               END-IF
           END-IF.

       LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "DEPTBUDG.txt not available (status "
                       WS-BUDGET-STATUS "), forecast shown without "
                       "budgets."
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM LOAD-BUDGET-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       LOAD-BUDGET-LINE.
           IF BUD-DEPT = SPACES OR BUD-DEPT(1:1) = "*"
              OR BUD-AMOUNT NOT NUMERIC
               CONTINUE
           ELSE
               MOVE BUD-DEPT TO WS-DPT-KEY
               PERFORM FIND-DEPT-SLOT
               IF WS-DPT-SLOT-OK = 'Y'
                   MOVE BUD-AMOUNT TO WS-DPT-BUDGET(WS-DPT-IDX)
                   MOVE 'Y'        TO WS-DPT-HAS-BUD(WS-DPT-IDX)
               END-IF
           END-IF.

      *    Same slot rules as BUDGRPT: a department the full table
      *    cannot hold goes unreported rather than into another
      *    department's figures.
       FIND-DEPT-SLOT.
           MOVE 'Y' TO WS-DPT-SLOT-OK.
           MOVE 'N' TO WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
                      OR WS-DPT-FOUND = 'Y'
               IF WS-DPT-CODE(WS-DPT-IDX) = WS-DPT-KEY
                   MOVE 'Y' TO WS-DPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DPT-IDX
           ELSE
               IF WS-DPT-TBL-COUNT < 100
                   ADD 1 TO WS-DPT-TBL-COUNT
                   MOVE WS-DPT-TBL-COUNT TO WS-DPT-IDX
                   MOVE WS-DPT-KEY TO WS-DPT-CODE(WS-DPT-IDX)
               ELSE
                   DISPLAY "WARNING: department table full, "
                           "department " WS-DPT-KEY " not reported"
                   MOVE 'N' TO WS-DPT-SLOT-OK
               END-IF
           END-IF.

       LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END PERFORM LOAD-PENDING-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           PERFORM VARYING WS-CPE-IDX FROM 1 BY 1
                   UNTIL WS-CPE-IDX > 500
               IF WS-CPE-IDX > WS-CPE-TBL-COUNT
                   MOVE HIGH-VALUES TO WS-CPE-EFF(WS-CPE-IDX)
               END-IF
           END-PERFORM.
           SORT WS-CPE-ENTRY ASCENDING KEY WS-CPE-EFF.

       LOAD-PENDING-LINE.
           IF PEND-EFF-DATE IS NUMERIC
               IF WS-CPE-TBL-COUNT < 500
                   ADD 1 TO WS-CPE-TBL-COUNT
                   MOVE PEND-EFF-DATE TO WS-CPE-EFF(WS-CPE-TBL-COUNT)
                   MOVE PEND-ACTION
                       TO WS-CPE-ACTION(WS-CPE-TBL-COUNT)
                   MOVE PEND-CLIENT-AREA(1:9)
                       TO WS-CPE-CODE(WS-CPE-TBL-COUNT)
                   MOVE PEND-CLIENT-AREA
                       TO WS-CPE-CLIENT(WS-CPE-TBL-COUNT)
                   MOVE 'N' TO WS-CPE-USED(WS-CPE-TBL-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 500 queued changes, "
                           "change ignored: " PEND-CLIENT-AREA(1:9)
               END-IF
           END-IF.

       LOAD-PENDING-APPROVALS.
           OPEN INPUT PENDAPPR-FILE.
           IF WS-PENDAPPR-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDAPPR-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF APPR-STATUS = "P"
                              AND APPR-OLD-SALARY IS NUMERIC
                              AND APPR-NEW-SALARY IS NUMERIC
                               PERFORM LOAD-APPROVAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPPR-FILE
           END-IF.

       LOAD-APPROVAL-LINE.
           MOVE 'N' TO WS-APR-FOUND.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-TBL-COUNT
                      OR WS-APR-FOUND = 'Y'
               IF WS-APR-CODE(WS-APR-IDX) = APPR-CLIENT-CODE
                   MOVE 'Y' TO WS-APR-FOUND
               END-IF
           END-PERFORM.
           IF WS-APR-FOUND = 'Y'
               SUBTRACT 1 FROM WS-APR-IDX
           ELSE
               IF WS-APR-TBL-COUNT < 500
                   ADD 1 TO WS-APR-TBL-COUNT
                   ADD 1 TO WS-CNT-APPR
                   MOVE WS-APR-TBL-COUNT TO WS-APR-IDX
                   MOVE APPR-CLIENT-CODE TO WS-APR-CODE(WS-APR-IDX)
               ELSE
                   DISPLAY "WARNING: more than 500 pending approvals, "
                           "client " APPR-CLIENT-CODE " not shown"
                   MOVE ZEROS TO WS-APR-IDX
               END-IF
           END-IF.
           IF WS-APR-IDX > ZEROS
               MOVE APPR-OLD-SALARY TO WS-APR-OLD-X
               MOVE APPR-NEW-SALARY TO WS-APR-NEW-X
               COMPUTE WS-APR-DELTA(WS-APR-IDX) =
                   WS-APR-NEW - WS-APR-OLD
           END-IF.

       FORECAST-MASTER-CLIENT.
           IF CLIENT-CODE NOT = SPACES
               MOVE CLIENT-CODE      TO WS-ST-CODE
               MOVE 'Y'              TO WS-ST-ACTIVE
               MOVE CLIENT-DEPT      TO WS-ST-DEPT
               MOVE CLIENT-HIRE-DATE TO WS-ST-HIRE
               MOVE CLIENT-STATUS    TO WS-ST-STATUS
               MOVE CLIENT-TERM-DATE TO WS-ST-TERM
               MOVE SALARY-AREA      TO WS-ST-SALARY-X
               PERFORM FORECAST-CLIENT
           END-IF.

      *    Walk one client through the horizon: price the state in
      *    force up to each queued change, apply the change on its
      *    effective date (one already due takes effect on the
      *    first forecast day), then price the rest.
       FORECAST-CLIENT.
           ADD 1 TO WS-CNT-CLIENTS.
           MOVE ZEROS TO WS-ST-APPR-DELTA.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-TBL-COUNT
               IF WS-APR-CODE(WS-APR-IDX) = WS-ST-CODE
                   MOVE WS-APR-DELTA(WS-APR-IDX) TO WS-ST-APPR-DELTA
               END-IF
           END-PERFORM.
           PERFORM SET-STATE-SALARY.
           MOVE WS-HZ-FROM-INT TO WS-CURSOR-INT.
           PERFORM VARYING WS-CPE-IDX FROM 1 BY 1
                   UNTIL WS-CPE-IDX > WS-CPE-TBL-COUNT
               IF WS-CPE-CODE(WS-CPE-IDX) = WS-ST-CODE
                  AND WS-CPE-USED(WS-CPE-IDX) = 'N'
                   MOVE 'Y' TO WS-CPE-USED(WS-CPE-IDX)
                   PERFORM TAKE-PENDING-CHANGE
               END-IF
           END-PERFORM.
           MOVE WS-CURSOR-INT TO WS-SEG-FROM-INT.
           MOVE WS-HZ-TO-INT  TO WS-SEG-TO-INT.
           PERFORM PRICE-STATE.

       TAKE-PENDING-CHANGE.
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CPE-EFF(WS-CPE-IDX))).
           IF WS-EFF-INT < WS-HZ-FROM-INT
               MOVE WS-HZ-FROM-INT TO WS-EFF-INT
           END-IF.
           IF WS-EFF-INT NOT > WS-HZ-TO-INT
               ADD 1 TO WS-CNT-CPE-USED
               IF WS-EFF-INT > WS-CURSOR-INT
                   MOVE WS-CURSOR-INT TO WS-SEG-FROM-INT
                   COMPUTE WS-SEG-TO-INT = WS-EFF-INT - 1
                   PERFORM PRICE-STATE
                   MOVE WS-EFF-INT TO WS-CURSOR-INT
               END-IF
               MOVE WS-CPE-CLIENT(WS-CPE-IDX) TO FCP-CLIENT-RECORD
               EVALUATE WS-CPE-ACTION(WS-CPE-IDX)
                   WHEN "A"
                   WHEN "U"
                       MOVE 'Y'                  TO WS-ST-ACTIVE
                       MOVE FCP-CLIENT-DEPT      TO WS-ST-DEPT
                       MOVE FCP-CLIENT-HIRE-DATE TO WS-ST-HIRE
                       MOVE FCP-CLIENT-STATUS    TO WS-ST-STATUS
                       MOVE FCP-CLIENT-TERM-DATE TO WS-ST-TERM
                       MOVE FCP-SALARY-AREA      TO WS-ST-SALARY-X
                       PERFORM SET-STATE-SALARY
                   WHEN "D"
                       MOVE 'N' TO WS-ST-ACTIVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    The salary in force and, under a what-if, what the
      *    matching rule would raise it to - the same band and
      *    first-match rule PAYRAISE applies.
       SET-STATE-SALARY.
           IF WS-ST-SALARY-X IS NUMERIC
               MOVE WS-ST-SALARY-N TO WS-ST-SALARY
           ELSE
               MOVE ZEROS TO WS-ST-SALARY
               IF WS-ST-ACTIVE = 'Y'
                   ADD 1 TO WS-CNT-BAD-SALARY
               END-IF
           END-IF.
           MOVE WS-ST-SALARY TO WS-ST-RAISED.
           IF WS-WHATIF = 'Y'
               MOVE WS-ST-SALARY TO WS-OLD-SALARY
               PERFORM BUCKET-SALARY-BAND
               PERFORM FIND-MATCHING-RULE
               IF WS-RULE-FOUND = 'Y'
                   PERFORM COMPUTE-NEW-SALARY
                   MOVE WS-NEW-SALARY TO WS-ST-RAISED
               END-IF
           END-IF.

       BUCKET-SALARY-BAND.
           EVALUATE TRUE
               WHEN WS-OLD-SALARY < 20000
                   MOVE 1 TO WS-CLIENT-BAND
               WHEN WS-OLD-SALARY < 40000
                   MOVE 2 TO WS-CLIENT-BAND
               WHEN WS-OLD-SALARY < 60000
                   MOVE 3 TO WS-CLIENT-BAND
               WHEN WS-OLD-SALARY < 80000
                   MOVE 4 TO WS-CLIENT-BAND
               WHEN OTHER
                   MOVE 5 TO WS-CLIENT-BAND
           END-EVALUATE.

       FIND-MATCHING-RULE.
           MOVE 'N' TO WS-RULE-FOUND.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-TBL-COUNT
                      OR WS-RULE-FOUND = 'Y'
               IF (WS-RULE-DEPT(WS-RULE-IDX) = "ALL"
                   OR WS-RULE-DEPT(WS-RULE-IDX) = SPACES
                   OR WS-RULE-DEPT(WS-RULE-IDX) = WS-ST-DEPT)
                  AND (WS-RULE-BAND(WS-RULE-IDX) = ZERO
                   OR WS-RULE-BAND(WS-RULE-IDX) = WS-CLIENT-BAND)
                   MOVE 'Y' TO WS-RULE-FOUND
               END-IF
           END-PERFORM.
           IF WS-RULE-FOUND = 'Y'
               SUBTRACT 1 FROM WS-RULE-IDX
           END-IF.

      *    Multiply before dividing, as in PAYRAISE.
       COMPUTE-NEW-SALARY.
           COMPUTE WS-NEW-SALARY ROUNDED = WS-OLD-SALARY
               + (WS-OLD-SALARY * WS-RULE-PCT(WS-RULE-IDX) / 100)
               ON SIZE ERROR MOVE 9999999.99 TO WS-NEW-SALARY
           END-COMPUTE.
           IF WS-NEW-SALARY < WS-RULE-FLOOR(WS-RULE-IDX)
               MOVE WS-RULE-FLOOR(WS-RULE-IDX) TO WS-NEW-SALARY
           END-IF.

      *    Price the state between WS-SEG-FROM-INT and
      *    WS-SEG-TO-INT, limited to the days actually employed:
      *    not before a future hire date, not after a termination.
       PRICE-STATE.
           IF WS-ST-ACTIVE = 'Y'
              AND WS-SEG-FROM-INT NOT > WS-SEG-TO-INT
               MOVE WS-SEG-FROM-INT TO WS-EMP-FROM-INT
               MOVE WS-SEG-TO-INT   TO WS-EMP-TO-INT
               IF WS-ST-HIRE IS NUMERIC
                   COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ST-HIRE))
                   IF WS-EFF-INT > WS-EMP-FROM-INT
                       MOVE WS-EFF-INT TO WS-EMP-FROM-INT
                   END-IF
               END-IF
               IF WS-ST-STATUS = "T"
                   IF WS-ST-TERM IS NUMERIC
                       COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-ST-TERM))
                       IF WS-EFF-INT < WS-EMP-TO-INT
                           MOVE WS-EFF-INT TO WS-EMP-TO-INT
                       END-IF
                   ELSE
                       MOVE ZEROS TO WS-EMP-TO-INT
                   END-IF
               END-IF
               IF WS-EMP-FROM-INT NOT > WS-EMP-TO-INT
                   MOVE WS-ST-DEPT TO WS-DPT-KEY
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DPT-SLOT-OK = 'Y'
                       PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                               UNTIL WS-MON-IDX > 12
                           PERFORM PRICE-MONTH-PIECE
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       PRICE-MONTH-PIECE.
           IF WS-MON-FROM-INT(WS-MON-IDX) > WS-EMP-FROM-INT
               MOVE WS-MON-FROM-INT(WS-MON-IDX) TO WS-OV-FROM-INT
           ELSE
               MOVE WS-EMP-FROM-INT TO WS-OV-FROM-INT
           END-IF.
           IF WS-MON-TO-INT(WS-MON-IDX) < WS-EMP-TO-INT
               MOVE WS-MON-TO-INT(WS-MON-IDX) TO WS-OV-TO-INT
           ELSE
               MOVE WS-EMP-TO-INT TO WS-OV-TO-INT
           END-IF.
           IF WS-OV-FROM-INT NOT > WS-OV-TO-INT
               COMPUTE WS-OV-DAYS = WS-OV-TO-INT - WS-OV-FROM-INT + 1
               COMPUTE WS-PIECE-AMOUNT ROUNDED =
                   WS-ST-SALARY * WS-OV-DAYS / 365
               ADD WS-PIECE-AMOUNT
                   TO WS-DPT-BASE(WS-DPT-IDX, WS-MON-IDX)
               IF WS-ST-APPR-DELTA NOT = ZEROS
                   COMPUTE WS-PIECE-AMOUNT ROUNDED =
                       WS-ST-APPR-DELTA * WS-OV-DAYS / 365
                   ADD WS-PIECE-AMOUNT
                       TO WS-DPT-PENDING(WS-DPT-IDX, WS-MON-IDX)
               END-IF
               IF WS-WHATIF = 'Y'
                  AND WS-ST-RAISED NOT = WS-ST-SALARY
                   IF WS-RAISE-INT > WS-OV-FROM-INT
                       MOVE WS-RAISE-INT TO WS-RS-FROM-INT
                   ELSE
                       MOVE WS-OV-FROM-INT TO WS-RS-FROM-INT
                   END-IF
                   IF WS-RS-FROM-INT NOT > WS-OV-TO-INT
                       COMPUTE WS-RS-DAYS =
                           WS-OV-TO-INT - WS-RS-FROM-INT + 1
                       COMPUTE WS-PIECE-AMOUNT ROUNDED =
                           (WS-ST-RAISED - WS-ST-SALARY)
                           * WS-RS-DAYS / 365
                       ADD WS-PIECE-AMOUNT
                           TO WS-DPT-WHATIF(WS-DPT-IDX, WS-MON-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.
           WRITE FORECAST-LINE FROM WS-RPT-HEADER-1.
           MOVE SPACES TO WS-RPT-BASIS-LINE.
           IF WS-WHATIF = 'Y'
               STRING "What-if raise: " DELIMITED BY SIZE
                   WS-PARM-FILE-NAME DELIMITED BY SPACE
                   " from " WS-RAISE-MONTH DELIMITED BY SIZE
                   INTO WS-RPT-BASIS-LINE
           ELSE
               MOVE "What-if raise: none" TO WS-RPT-BASIS-LINE
           END-IF.
           WRITE FORECAST-LINE FROM WS-RPT-BASIS-LINE.
           MOVE "Projected = base (master, CLIPEND.txt, termination "
             & "dates) + what-if; pending approvals shown apart."
               TO WS-RPT-BASIS-LINE.
           WRITE FORECAST-LINE FROM WS-RPT-BASIS-LINE.
           WRITE FORECAST-LINE FROM WS-RPT-HEADER-2.

           PERFORM SORT-DEPT-TABLE.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
               PERFORM WRITE-DEPT-FORECAST
           END-PERFORM.

           MOVE "DEPARTMENT SUMMARY (TWELVE MONTHS AGAINST ANNUAL "
             & "BUDGET)" TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           WRITE FORECAST-LINE FROM WS-SUM-COL-HEADER.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
               PERFORM WRITE-DEPT-SUMMARY
           END-PERFORM.
           MOVE "ALL"           TO WS-SDT-DEPT.
           MOVE WS-GRAND-BUDGET TO WS-SDT-BUDGET.
           MOVE WS-GRAND-PROJ   TO WS-SDT-PROJ.
           COMPUTE WS-VARIANCE = WS-GRAND-PROJ - WS-GRAND-BUDGET.
           MOVE WS-VARIANCE     TO WS-SDT-VARIANCE.
           MOVE WS-GRAND-PEND   TO WS-SDT-PENDING.
           COMPUTE WS-VARIANCE-APPR = WS-VARIANCE + WS-GRAND-PEND.
           MOVE WS-VARIANCE-APPR TO WS-SDT-VAR-APPR.
           MOVE SPACES          TO WS-SDT-STATUS.
           WRITE FORECAST-LINE FROM WS-SUM-DETAIL.
           WRITE FORECAST-LINE FROM WS-RPT-HEADER-2.

           MOVE "CLIENTS FORECAST" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-CLIENTS     TO WS-RPT-TOT-VALUE.
           WRITE FORECAST-LINE FROM WS-RPT-TOTAL.
           MOVE "QUEUED CLIPEND CHANGES APPLIED" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-CPE-USED    TO WS-RPT-TOT-VALUE.
           WRITE FORECAST-LINE FROM WS-RPT-TOTAL.
           MOVE "CLIENTS WITH A PENDING APPROVAL" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-APPR        TO WS-RPT-TOT-VALUE.
           WRITE FORECAST-LINE FROM WS-RPT-TOTAL.
           MOVE "NON-NUMERIC SALARIES PRICED AT ZERO"
               TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-BAD-SALARY  TO WS-RPT-TOT-VALUE.
           WRITE FORECAST-LINE FROM WS-RPT-TOTAL.
           MOVE "DEPARTMENTS PROJECTED OVER BUDGET"
               TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-OVER        TO WS-RPT-TOT-VALUE.
           WRITE FORECAST-LINE FROM WS-RPT-TOTAL.
           CLOSE FORECAST-REPORT.

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

       WRITE-DEPT-FORECAST.
           MOVE WS-DPT-CODE(WS-DPT-IDX)   TO WS-DHD-DEPT.
           MOVE WS-DPT-BUDGET(WS-DPT-IDX) TO WS-DHD-BUDGET.
           IF WS-DPT-HAS-BUD(WS-DPT-IDX) = 'Y'
               MOVE SPACES TO WS-DHD-NOTE
           ELSE
               MOVE "  (NO BUDGET LINE)" TO WS-DHD-NOTE
           END-IF.
           WRITE FORECAST-LINE FROM WS-DPT-HEAD-LINE.
           WRITE FORECAST-LINE FROM WS-MON-COL-HEADER.
           MOVE ZEROS TO WS-CUM-PROJ WS-CUM-PEND.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               COMPUTE WS-MONTH-PROJ =
                   WS-DPT-BASE(WS-DPT-IDX, WS-MON-IDX)
                   + WS-DPT-WHATIF(WS-DPT-IDX, WS-MON-IDX)
               ADD WS-MONTH-PROJ TO WS-CUM-PROJ
               ADD WS-DPT-PENDING(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-CUM-PEND
               COMPUTE WS-BUD-TO-DATE ROUNDED =
                   WS-DPT-BUDGET(WS-DPT-IDX) * WS-MON-IDX / 12
               MOVE WS-MON-YYYYMM(WS-MON-IDX) TO WS-MDT-MONTH
               MOVE WS-DPT-BASE(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-MDT-BASE
               MOVE WS-DPT-WHATIF(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-MDT-WHATIF
               MOVE WS-MONTH-PROJ  TO WS-MDT-PROJ
               MOVE WS-CUM-PROJ    TO WS-MDT-CUM
               MOVE WS-BUD-TO-DATE TO WS-MDT-BUDGET
               COMPUTE WS-VARIANCE = WS-CUM-PROJ - WS-BUD-TO-DATE
               MOVE WS-VARIANCE    TO WS-MDT-VARIANCE
               MOVE WS-DPT-PENDING(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-MDT-PENDING
               COMPUTE WS-VARIANCE = WS-CUM-PROJ + WS-CUM-PEND
               MOVE WS-VARIANCE    TO WS-MDT-CUM-APPR
               WRITE FORECAST-LINE FROM WS-MON-DETAIL
           END-PERFORM.
           WRITE FORECAST-LINE FROM WS-RPT-HEADER-2.

       WRITE-DEPT-SUMMARY.
           MOVE ZEROS TO WS-SUM-BASE WS-SUM-WHATIF WS-CUM-PEND.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               ADD WS-DPT-BASE(WS-DPT-IDX, WS-MON-IDX) TO WS-SUM-BASE
               ADD WS-DPT-WHATIF(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-SUM-WHATIF
               ADD WS-DPT-PENDING(WS-DPT-IDX, WS-MON-IDX)
                   TO WS-CUM-PEND
           END-PERFORM.
           COMPUTE WS-CUM-PROJ = WS-SUM-BASE + WS-SUM-WHATIF.
           COMPUTE WS-VARIANCE = WS-CUM-PROJ
               - WS-DPT-BUDGET(WS-DPT-IDX).
           COMPUTE WS-VARIANCE-APPR = WS-VARIANCE + WS-CUM-PEND.
           ADD WS-DPT-BUDGET(WS-DPT-IDX) TO WS-GRAND-BUDGET.
           ADD WS-CUM-PROJ TO WS-GRAND-PROJ.
           ADD WS-CUM-PEND TO WS-GRAND-PEND.
           MOVE WS-DPT-CODE(WS-DPT-IDX)   TO WS-SDT-DEPT.
           MOVE WS-DPT-BUDGET(WS-DPT-IDX) TO WS-SDT-BUDGET.
           MOVE WS-CUM-PROJ      TO WS-SDT-PROJ.
           MOVE WS-VARIANCE      TO WS-SDT-VARIANCE.
           MOVE WS-CUM-PEND      TO WS-SDT-PENDING.
           MOVE WS-VARIANCE-APPR TO WS-SDT-VAR-APPR.
           EVALUATE TRUE
               WHEN WS-DPT-HAS-BUD(WS-DPT-IDX) = 'N'
                   MOVE "NO BUDGET LINE" TO WS-SDT-STATUS
               WHEN WS-CUM-PROJ = ZEROS
                   MOVE "NO STAFF" TO WS-SDT-STATUS
               WHEN WS-VARIANCE > ZEROS
                   MOVE "*** OVER ***" TO WS-SDT-STATUS
                   ADD 1 TO WS-CNT-OVER
               WHEN WS-VARIANCE-APPR > ZEROS
                   MOVE "OVER IF APPROVED" TO WS-SDT-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-SDT-STATUS
           END-EVALUATE.
           WRITE FORECAST-LINE FROM WS-SUM-DETAIL.
