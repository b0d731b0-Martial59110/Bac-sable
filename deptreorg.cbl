       IDENTIFICATION DIVISION.
         PROGRAM-ID. DEPTREORG.
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

           SELECT MAP-FILE ASSIGN TO "DEPTREORG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "DEPTBUDG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT GUEST-FILE ASSIGN TO "DEPTGUESTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GUEST-STATUS.

           SELECT ALLOW-FILE ASSIGN TO "CATERALLOW.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALLOW-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLIPEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT TRANS-FILE ASSIGN TO "CLITRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CLIJRNL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REORG-REPORT ASSIGN TO "DEPTREORGRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  DEPTFILE.
           COPY DEPTREC.

      *    One line per move: the old department, the new one, and
      *    a client code when only that client moves (a split). A
      *    line without a client moves everyone still on the old
      *    code; a client line takes precedence over it. Lines
      *    starting "*" are comments.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-OLD-DEPT   PIC X(10).
           05  FILLER         PIC X(1).
           05  MAP-NEW-DEPT   PIC X(10).
           05  FILLER         PIC X(1).
           05  MAP-CLIENT     PIC X(9).

      *    The reference files are read at full line width so a
      *    comment or trailing remark goes back as it came.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BUD-DEPT       PIC X(10).
           05  BUD-AMOUNT     PIC 9(10).
           05  FILLER         PIC X(60).

       FD  GUEST-FILE.
       01  GUEST-RECORD.
           05  GST-DEPT       PIC X(20).
           05  GST-GUESTS     PIC 9(3)V99.
           05  FILLER         PIC X(55).

       FD  ALLOW-FILE.
       01  ALLOW-RECORD.
           05  ALW-DEPT       PIC X(10).
           05  ALW-AMOUNT     PIC 9(6)V99.
           05  FILLER         PIC X(62).

      *    Same layouts CLIENTUPD reads its transactions from and
      *    parks future-dated ones in.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-ACTION      PIC X.
           05  PEND-CLIENT-AREA PIC X(80).
           05  PEND-EFF-DATE    PIC X(8).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-ACTION       PIC X.
           05  TRN-CLIENT-AREA  PIC X(80).
           05  TRN-EFF-DATE     PIC X(8).

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  REORG-REPORT.
       01  REORG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-DEPTFILE-STATUS      PIC X(2) VALUE "00".
       01  WS-MAP-STATUS           PIC X(2) VALUE "00".
       01  WS-BUDGET-STATUS        PIC X(2) VALUE "00".
       01  WS-GUEST-STATUS         PIC X(2) VALUE "00".
       01  WS-ALLOW-STATUS         PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-MAP-EOF              PIC X VALUE 'N'.
       01  WS-REF-EOF              PIC X VALUE 'N'.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.
           COPY PERLKLNK.

       01  WS-MODE-CHOICE     PIC X VALUE SPACE.
       01  WS-APPLY-MODE      PIC X VALUE 'N'.
       01  WS-CONFIRM-CHOICE  PIC X VALUE SPACE.
       01  WS-CURRENT-STAMP   PIC X(21) VALUE SPACES.
       01  WS-REORG-EFF-DATE  PIC X(8) VALUE SPACES.
       01  WS-JRNL-BEFORE     PIC X(80) VALUE SPACES.
       01  WS-SALARY-WORK     PIC 9(7)V99 VALUE ZEROS.

      *    The mapping as loaded from DEPTREORG.txt.
       01  WS-MAP-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-MAP-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-MAP-HIT         PIC 9(3) VALUE ZEROS.
       01  WS-MAP-SCAN        PIC 9(3) VALUE ZEROS.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-OLD     PIC X(10).
               10  WS-MAP-NEW     PIC X(10).
               10  WS-MAP-CLIENT  PIC X(9).
               10  WS-MAP-MATCHED PIC X(1).
       01  WS-ERROR-COUNT     PIC 9(4) VALUE ZEROS.
       01  WS-ERROR-TEXT      PIC X(50) VALUE SPACES.
       01  WS-NEW-DEPT        PIC X(10) VALUE SPACES.
       01  WS-LOOK-CODE       PIC X(9) VALUE SPACES.
       01  WS-LOOK-DEPT       PIC X(10) VALUE SPACES.

      *    One entry per department code the run touches or meets on
      *    the master: active headcount and salary before and after,
      *    and how many clients of any status carry the code after,
      *    which decides whether an old code can be retired.
       01  WS-RDP-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-RDP-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-RDP-KEY         PIC X(10) VALUE SPACES.
       01  WS-RDP-TABLE.
           05  WS-RDP-ENTRY OCCURS 100 TIMES.
               10  WS-RDP-CODE       PIC X(10).
               10  WS-RDP-HC-BEFORE  PIC 9(6).
               10  WS-RDP-SAL-BEFORE PIC 9(11)V99.
               10  WS-RDP-HC-AFTER   PIC 9(6).
               10  WS-RDP-SAL-AFTER  PIC 9(11)V99.
               10  WS-RDP-ALL-AFTER  PIC 9(6).

      *    One entry per distinct old code in the mapping: where
      *    its reference lines go if it ends up empty, and what
      *    happened to each of them.
       01  WS-OLD-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-OLD-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 100 TIMES.
               10  WS-OLD-CODE     PIC X(10).
               10  WS-OLD-TARGET   PIC X(10).
               10  WS-OLD-MIXED    PIC X(1).
               10  WS-OLD-REMAIN   PIC 9(6).
               10  WS-OLD-RETIRE   PIC X(1).
               10  WS-OLD-DEPT-ACT PIC X(12).
               10  WS-OLD-BUD-ACT  PIC X(8).
               10  WS-OLD-GST-ACT  PIC X(8).
               10  WS-OLD-ALW-ACT  PIC X(8).

      *    DEPTBUDG.txt, DEPTGUESTS.txt and CATERALLOW.txt are each
      *    loaded here in turn, re-keyed from the retired codes to
      *    their successors (merged where the successor already has
      *    a line) and, in apply mode, written back. Every line is
      *    kept as read; only a renamed or merged line is rebuilt
      *    from its key and amount, the rest go back byte for byte.
      *    Comment ("*") and blank lines are never data.
       01  WS-REF-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-REF-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-REF-FROM        PIC 9(3) VALUE ZEROS.
       01  WS-REF-TO          PIC 9(3) VALUE ZEROS.
       01  WS-REF-LOADED      PIC X VALUE 'N'.
       01  WS-REF-LIMIT       PIC 9(10)V99 VALUE ZEROS.
       01  WS-REF-ACTION      PIC X(8) VALUE SPACES.
       01  WS-REF-IN-LINE     PIC X(80) VALUE SPACES.
       01  WS-REF-IN-KEY      PIC X(20) VALUE SPACES.
       01  WS-REF-IN-AMOUNT   PIC 9(10)V99 VALUE ZEROS.
       01  WS-REF-IN-NUMERIC  PIC X VALUE 'N'.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 200 TIMES.
               10  WS-REF-LINE    PIC X(80).
               10  WS-REF-DATA    PIC X(1).
               10  WS-REF-NUMERIC PIC X(1).
               10  WS-REF-KEY     PIC X(20).
               10  WS-REF-AMOUNT  PIC 9(10)V99.
               10  WS-REF-DROPPED PIC X(1).
               10  WS-REF-CHANGED PIC X(1).

      *    CLIPEND.txt and CLITRANS.txt are loaded here in turn so
      *    the queued add and update images of moved clients can be
      *    re-coded to the new department and written back.
       01  WS-QUE-TBL-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-QUE-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-QUE-LOADED      PIC X VALUE 'N'.
       01  WS-QUE-FILE-HITS   PIC 9(4) VALUE ZEROS.
       01  WS-QUE-FILE-NAME   PIC X(12) VALUE SPACES.
       01  WS-QUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 1000 TIMES.
               10  WS-QUE-LINE    PIC X(89).

      *    Every file rewritten from a table is counted before
      *    anything changes; one that would not fit refuses apply.
       01  WS-SIZE-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-SIZE-LIMIT      PIC 9(6) VALUE ZEROS.
       01  WS-SIZE-FILE-NAME  PIC X(14) VALUE SPACES.
       01  WS-SIZE-ERRORS     PIC 9(3) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CNT-MOVED     PIC 9(6) VALUE ZEROS.
           05  WS-CNT-FAILED    PIC 9(6) VALUE ZEROS.
           05  WS-CNT-RETIRED   PIC 9(3) VALUE ZEROS.
           05  WS-CNT-QUEUED    PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           05  FILLER PIC X(40) VALUE
               "DEPARTMENT REORGANISATION".
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE  PIC X(8).
           05  FILLER PIC X(37) VALUE SPACES.
       01  WS-RPT-HEADER-2 PIC X(100) VALUE ALL "-".
       01  WS-RPT-MODE-LINE PIC X(100) VALUE SPACES.
       01  WS-RPT-SECTION   PIC X(100) VALUE SPACES.
       01  WS-RPT-ERROR-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-ERR-OLD       PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-ERR-NEW       PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-ERR-CLIENT    PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-ERR-TEXT      PIC X(50).
           05  FILLER           PIC X(15) VALUE SPACES.
       01  WS-MOVE-COL-HEADER.
           05  FILLER PIC X(11) VALUE "CLIENT".
           05  FILLER PIC X(26) VALUE "NAME".
           05  FILLER PIC X(4)  VALUE "ST".
           05  FILLER PIC X(11) VALUE "FROM".
           05  FILLER PIC X(11) VALUE "TO".
           05  FILLER PIC X(13) VALUE "       SALARY".
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-MOVE-DETAIL.
           05  WS-MVD-CODE      PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-MVD-NAME      PIC X(25).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-MVD-STATUS    PIC X(1).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-MVD-OLD       PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-MVD-NEW       PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-MVD-SALARY    PIC Z(7)9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-MVD-FLAG      PIC X(24).
       01  WS-DPT-COL-HEADER.
           05  FILLER PIC X(12) VALUE "DEPARTMENT".
           05  FILLER PIC X(10) VALUE " HC BEFORE".
           05  FILLER PIC X(17) VALUE "    SALARY BEFORE".
           05  FILLER PIC X(10) VALUE "  HC AFTER".
           05  FILLER PIC X(17) VALUE "     SALARY AFTER".
           05  FILLER PIC X(12) VALUE "   ANY STAT.".
           05  FILLER PIC X(22) VALUE SPACES.
       01  WS-DPT-DETAIL.
           05  WS-DDT-CODE      PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-DDT-HC-BEF    PIC Z(9)9.
           05  WS-DDT-SAL-BEF   PIC Z(13)9.99.
           05  WS-DDT-HC-AFT    PIC Z(9)9.
           05  WS-DDT-SAL-AFT   PIC Z(13)9.99.
           05  WS-DDT-ALL-AFT   PIC Z(11)9.
           05  FILLER           PIC X(22) VALUE SPACES.
       01  WS-REF-COL-HEADER.
           05  FILLER PIC X(12) VALUE "OLD CODE".
           05  FILLER PIC X(12) VALUE "SUCCESSOR".
           05  FILLER PIC X(8)  VALUE "REMAIN".
           05  FILLER PIC X(14) VALUE "DEPTFILE".
           05  FILLER PIC X(10) VALUE "DEPTBUDG".
           05  FILLER PIC X(10) VALUE "GUESTS".
           05  FILLER PIC X(10) VALUE "ALLOWANCE".
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-REF-DETAIL.
           05  WS-RFD-OLD       PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-TARGET    PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-REMAIN    PIC Z(5)9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-DEPT-ACT  PIC X(12).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-BUD-ACT   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-GST-ACT   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RFD-ALW-ACT   PIC X(8).
           05  FILLER           PIC X(26) VALUE SPACES.
       01  WS-QUE-COL-HEADER.
           05  FILLER PIC X(14) VALUE "FILE".
           05  FILLER PIC X(4)  VALUE "ACT".
           05  FILLER PIC X(11) VALUE "CLIENT".
           05  FILLER PIC X(10) VALUE "EFFECTIVE".
           05  FILLER PIC X(11) VALUE "FROM".
           05  FILLER PIC X(11) VALUE "TO".
           05  FILLER PIC X(39) VALUE SPACES.
       01  WS-QUE-DETAIL.
           05  WS-QUD-FILE      PIC X(12).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-QUD-ACTION    PIC X(1).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-QUD-CODE      PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-QUD-EFF       PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-QUD-OLD       PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-QUD-NEW       PIC X(10).
           05  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-SIZE-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RSZ-FILE      PIC X(15).
           05  FILLER           PIC X(13) VALUE "HAS MORE THAN".
           05  WS-RSZ-LIMIT     PIC Z(3)9.
           05  FILLER           PIC X(66) VALUE " LINES".
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(40).
           05  WS-RPT-TOT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(54) VALUE SPACES.
       01  WS-RPT-NOTE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Moves clients between departments in bulk from an
      *    old-to-new mapping in DEPTREORG.txt, for merges, splits
      *    and renames, instead of one CLIENTMNT update per person.
      *    Dry-run mode lists every client that would move and the
      *    headcount and salary per department before and after,
      *    changing nothing. Apply mode rewrites CLIENT-DEPT with
      *    a journal record per client and an audit entry for the
      *    run. An old code left with no client of any status is
      *    retired from DEPTFILE.dat, and its DEPTBUDG.txt,
      *    DEPTGUESTS.txt and CATERALLOW.txt lines are carried to
      *    its successor (added to the successor's own line where
      *    it has one). An old code that still has clients - the
      *    remainder of a split - keeps everything, and the report
      *    says so; budgets for a split are finance's to divide.
      *    Add and update images still queued for CLIENTUPD in
      *    CLIPEND.txt and CLITRANS.txt carry the department too,
      *    so those in a mapped department are re-coded the same
      *    way (listed in either mode) or CLIENTUPD would put the
      *    client back. A file too large to rewrite whole refuses
      *    apply before anything is changed.
           DISPLAY "DEPARTMENT REORGANISATION".
           DISPLAY "1. Dry run - report only, nothing changed".
           DISPLAY "2. Apply - rewrite the master and reference files".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MODE-CHOICE.
           IF WS-MODE-CHOICE = "2"
               MOVE 'Y' TO WS-APPLY-MODE
           ELSE
               MOVE 'N' TO WS-APPLY-MODE
           END-IF.

      *    Operator authority gate for apply mode only - a dry run
      *    changes nothing and stays open like the report programs.
           IF WS-APPLY-MODE = 'Y'
               MOVE "REORG"     TO OPAUTH-FUNCTION
               MOVE "DEPTREORG" TO OPAUTH-PROGRAM
               CALL "OPERAUTH" USING OPAUTH-REQUEST
               IF OPAUTH-ALLOWED NOT = 'Y'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Shared RUNCTL interlock, as in PAYRAISE: apply mode
      *    claims the run-control record, a dry run only picks up
      *    the business date.
           MOVE "DEPTREORG" TO RUNCTL-PROGRAM.
           IF WS-APPLY-MODE = 'Y'
               MOVE "C" TO RUNCTL-ACTION
           ELSE
               MOVE "B" TO RUNCTL-ACTION
           END-IF.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           IF RUNCTL-GRANTED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           IF RUNCTL-BUSINESS-DATE IS NUMERIC
               MOVE RUNCTL-BUSINESS-DATE TO WS-REORG-EFF-DATE
           ELSE
               MOVE WS-CURRENT-STAMP(1:8) TO WS-REORG-EFF-DATE
           END-IF.

           OPEN OUTPUT REORG-REPORT.
           MOVE WS-REORG-EFF-DATE TO WS-RPT-BUSDATE.
           WRITE REORG-LINE FROM WS-RPT-HEADER-1.
           IF WS-APPLY-MODE = 'Y'
               MOVE "MODE: APPLIED" TO WS-RPT-MODE-LINE
           ELSE
               MOVE "MODE: DRY RUN - NOTHING CHANGED"
                   TO WS-RPT-MODE-LINE
           END-IF.
           WRITE REORG-LINE FROM WS-RPT-MODE-LINE.
           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           MOVE "MAPPING ERRORS" TO WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-RPT-SECTION.

           PERFORM LOAD-MAPPING.
           PERFORM CHECK-CLIENT-LINES.
           IF WS-ERROR-COUNT = ZEROS
               MOVE "  (none)" TO WS-RPT-NOTE
               WRITE REORG-LINE FROM WS-RPT-NOTE
           END-IF.
           PERFORM CHECK-FILE-SIZES.

      *    A mapping with any error is never half-applied.
           IF WS-APPLY-MODE = 'Y'
               IF WS-ERROR-COUNT > ZEROS
                   DISPLAY "REFUSED: " WS-ERROR-COUNT " error(s) in "
                           "DEPTREORG.txt - see DEPTREORGRPT.txt."
                   MOVE "REFUSED - MAPPING ERRORS, NOTHING CHANGED"
                       TO WS-RPT-NOTE
                   WRITE REORG-LINE FROM WS-RPT-NOTE
                   CLOSE REORG-REPORT
                   PERFORM RELEASE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SIZE-ERRORS > ZEROS
                   DISPLAY "REFUSED: " WS-SIZE-ERRORS " file(s) too "
                           "large to rewrite - see DEPTREORGRPT.txt."
                   MOVE "REFUSED - FILE TOO LARGE, NOTHING CHANGED"
                       TO WS-RPT-NOTE
                   WRITE REORG-LINE FROM WS-RPT-NOTE
                   CLOSE REORG-REPORT
                   PERFORM RELEASE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REORG-EFF-DATE TO PERLOCK-EFF-DATE
               MOVE "DEPTREORG"       TO PERLOCK-PROGRAM
               CALL "PERLOCK" USING PERLOCK-REQUEST
               IF PERLOCK-ALLOWED NOT = 'Y'
                   CLOSE REORG-REPORT
                   PERFORM RELEASE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Apply " WS-MAP-TBL-COUNT " mapping line(s) "
                       "to the master (Y/N)? "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE NOT = "Y" AND "y"
                   DISPLAY "Nothing changed."
                   MOVE "NOT CONFIRMED - NOTHING CHANGED"
                       TO WS-RPT-NOTE
                   WRITE REORG-LINE FROM WS-RPT-NOTE
                   CLOSE REORG-REPORT
                   PERFORM RELEASE-RUN-CONTROL
                   STOP RUN
               END-IF
           END-IF.

           PERFORM MOVE-CLIENTS.
           PERFORM RECODE-QUEUED-IMAGES.
           PERFORM WRITE-DEPT-TOTALS.
           PERFORM SETTLE-OLD-CODES.
           PERFORM WRITE-REFERENCE-SECTION.

           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           IF WS-APPLY-MODE = 'Y'
               MOVE "CLIENTS MOVED" TO WS-RPT-TOT-LABEL
           ELSE
               MOVE "CLIENTS THAT WOULD MOVE" TO WS-RPT-TOT-LABEL
           END-IF.
           MOVE WS-CNT-MOVED TO WS-RPT-TOT-VALUE.
           WRITE REORG-LINE FROM WS-RPT-TOTAL.
           MOVE "REWRITES REJECTED" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-FAILED TO WS-RPT-TOT-VALUE.
           WRITE REORG-LINE FROM WS-RPT-TOTAL.
           IF WS-APPLY-MODE = 'Y'
               MOVE "QUEUED IMAGES RE-CODED" TO WS-RPT-TOT-LABEL
           ELSE
               MOVE "QUEUED IMAGES THAT WOULD BE RE-CODED"
                   TO WS-RPT-TOT-LABEL
           END-IF.
           MOVE WS-CNT-QUEUED TO WS-RPT-TOT-VALUE.
           WRITE REORG-LINE FROM WS-RPT-TOTAL.
           IF WS-APPLY-MODE = 'Y'
               MOVE "OLD CODES RETIRED" TO WS-RPT-TOT-LABEL
           ELSE
               MOVE "OLD CODES THAT WOULD BE RETIRED"
                   TO WS-RPT-TOT-LABEL
           END-IF.
           MOVE WS-CNT-RETIRED TO WS-RPT-TOT-VALUE.
           WRITE REORG-LINE FROM WS-RPT-TOTAL.
           MOVE "MAPPING ERRORS" TO WS-RPT-TOT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-TOT-VALUE.
           WRITE REORG-LINE FROM WS-RPT-TOTAL.
           CLOSE REORG-REPORT.

           IF WS-APPLY-MODE = 'Y'
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-CONTROL
           END-IF.
           IF WS-APPLY-MODE = 'Y'
               DISPLAY WS-CNT-MOVED " client(s) moved, "
                       WS-CNT-RETIRED " old code(s) retired - see "
                       "DEPTREORGRPT.txt."
           ELSE
               DISPLAY "Dry run: " WS-CNT-MOVED " client(s) would "
                       "move - see DEPTREORGRPT.txt."
           END-IF.
           IF WS-ERROR-COUNT > ZEROS OR WS-CNT-FAILED > ZEROS
              OR WS-SIZE-ERRORS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RELEASE-RUN-CONTROL.
           IF WS-APPLY-MODE = 'Y'
               MOVE "R"         TO RUNCTL-ACTION
               MOVE "DEPTREORG" TO RUNCTL-PROGRAM
               CALL "RUNCTL" USING RUNCTL-REQUEST
           END-IF.

      *    Every new code must already be on DEPTFILE (CLIENTMNT
      *    would refuse the moved clients otherwise); DEPTMNT adds
      *    it before the reorganisation runs.
       LOAD-MAPPING.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "Unable to open DEPTREORG.txt, file status "
                       WS-MAP-STATUS
               CLOSE REORG-REPORT
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS NOT = "00"
               DISPLAY "Unable to open DEPTFILE.dat, file status "
                       WS-DEPTFILE-STATUS
               CLOSE MAP-FILE
               CLOSE REORG-REPORT
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-MAP-EOF.
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       IF MAP-RECORD NOT = SPACES
                          AND MAP-RECORD(1:1) NOT = "*"
                           PERFORM LOAD-MAPPING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           CLOSE DEPTFILE.

       LOAD-MAPPING-LINE.
           MOVE SPACES TO WS-ERROR-TEXT.
           EVALUATE TRUE
               WHEN MAP-OLD-DEPT = SPACES OR MAP-NEW-DEPT = SPACES
                   MOVE "OLD AND NEW CODE ARE BOTH REQUIRED"
                       TO WS-ERROR-TEXT
               WHEN MAP-OLD-DEPT = MAP-NEW-DEPT
                   MOVE "OLD AND NEW CODE ARE THE SAME"
                       TO WS-ERROR-TEXT
               WHEN WS-MAP-TBL-COUNT NOT < 200
                   MOVE "MORE THAN 200 LINES, LINE IGNORED"
                       TO WS-ERROR-TEXT
           END-EVALUATE.
           IF WS-ERROR-TEXT = SPACES
               MOVE MAP-NEW-DEPT TO DEPT-CODE
               READ DEPTFILE
                   INVALID KEY
                       MOVE "NEW CODE IS NOT ON DEPTFILE"
                           TO WS-ERROR-TEXT
               END-READ
           END-IF.
           IF WS-ERROR-TEXT = SPACES
               PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                       UNTIL WS-MAP-SCAN > WS-MAP-TBL-COUNT
                   IF MAP-CLIENT = SPACES
                      AND WS-MAP-CLIENT(WS-MAP-SCAN) = SPACES
                      AND WS-MAP-OLD(WS-MAP-SCAN) = MAP-OLD-DEPT
                       MOVE "OLD CODE MAPPED TWICE"
                           TO WS-ERROR-TEXT
                   END-IF
                   IF MAP-CLIENT NOT = SPACES
                      AND WS-MAP-CLIENT(WS-MAP-SCAN) = MAP-CLIENT
                       MOVE "CLIENT MAPPED TWICE" TO WS-ERROR-TEXT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE MAP-OLD-DEPT TO WS-ERR-OLD
               MOVE MAP-NEW-DEPT TO WS-ERR-NEW
               MOVE MAP-CLIENT   TO WS-ERR-CLIENT
               PERFORM WRITE-MAPPING-ERROR
           ELSE
               ADD 1 TO WS-MAP-TBL-COUNT
               MOVE MAP-OLD-DEPT TO WS-MAP-OLD(WS-MAP-TBL-COUNT)
               MOVE MAP-NEW-DEPT TO WS-MAP-NEW(WS-MAP-TBL-COUNT)
               MOVE MAP-CLIENT   TO WS-MAP-CLIENT(WS-MAP-TBL-COUNT)
               MOVE 'N'          TO WS-MAP-MATCHED(WS-MAP-TBL-COUNT)
               PERFORM NOTE-OLD-CODE
           END-IF.

       WRITE-MAPPING-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-ERROR-TEXT TO WS-ERR-TEXT.
           WRITE REORG-LINE FROM WS-RPT-ERROR-LINE.

      *    The successor of an old code is the new code of its
      *    whole-department line; failing that, the new code its
      *    client lines agree on. Client lines that split it
      *    several ways leave it without one.
       NOTE-OLD-CODE.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
                      OR WS-OLD-CODE(WS-OLD-IDX) = MAP-OLD-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-OLD-IDX > WS-OLD-TBL-COUNT
               IF WS-OLD-TBL-COUNT < 100
                   ADD 1 TO WS-OLD-TBL-COUNT
                   MOVE WS-OLD-TBL-COUNT TO WS-OLD-IDX
                   MOVE SPACES       TO WS-OLD-ENTRY(WS-OLD-IDX)
                   MOVE MAP-OLD-DEPT TO WS-OLD-CODE(WS-OLD-IDX)
                   MOVE MAP-NEW-DEPT TO WS-OLD-TARGET(WS-OLD-IDX)
                   MOVE ZEROS        TO WS-OLD-REMAIN(WS-OLD-IDX)
                   IF MAP-CLIENT = SPACES
                       MOVE 'W' TO WS-OLD-MIXED(WS-OLD-IDX)
                   ELSE
                       MOVE 'N' TO WS-OLD-MIXED(WS-OLD-IDX)
                   END-IF
               END-IF
           ELSE
               IF MAP-CLIENT = SPACES
                   MOVE MAP-NEW-DEPT TO WS-OLD-TARGET(WS-OLD-IDX)
                   MOVE 'W'          TO WS-OLD-MIXED(WS-OLD-IDX)
               ELSE
                   IF WS-OLD-MIXED(WS-OLD-IDX) = 'N'
                      AND WS-OLD-TARGET(WS-OLD-IDX) NOT = MAP-NEW-DEPT
                       MOVE 'Y' TO WS-OLD-MIXED(WS-OLD-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A client line is only good if that client is on the
      *    master in the old department it names - checked on a
      *    read-only pass before anything is changed.
       CHECK-CLIENT-LINES.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               CLOSE REORG-REPORT
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-TBL-COUNT
               IF WS-MAP-CLIENT(WS-MAP-IDX) NOT = SPACES
                   MOVE WS-MAP-CLIENT(WS-MAP-IDX) TO CLIENT-CODE
                   READ FICHIERCLIENT
                       INVALID KEY
                           MOVE "CLIENT IS NOT ON THE MASTER"
                               TO WS-ERROR-TEXT
                       NOT INVALID KEY
                           IF CLIENT-DEPT = WS-MAP-OLD(WS-MAP-IDX)
                               MOVE SPACES TO WS-ERROR-TEXT
                           ELSE
                               MOVE "CLIENT IS NOT IN THE OLD DEPT"
                                   TO WS-ERROR-TEXT
                           END-IF
                   END-READ
                   IF WS-ERROR-TEXT NOT = SPACES
                       MOVE WS-MAP-OLD(WS-MAP-IDX)    TO WS-ERR-OLD
                       MOVE WS-MAP-NEW(WS-MAP-IDX)    TO WS-ERR-NEW
                       MOVE WS-MAP-CLIENT(WS-MAP-IDX) TO WS-ERR-CLIENT
                       PERFORM WRITE-MAPPING-ERROR
                       MOVE 'X' TO WS-MAP-MATCHED(WS-MAP-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FICHIERCLIENT.

      *    The reference and queue files are rewritten whole from
      *    a table, so each is counted first; a line past the end
      *    of the table would otherwise be lost.
       CHECK-FILE-SIZES.
           MOVE 200 TO WS-SIZE-LIMIT.
           MOVE ZEROS TO WS-SIZE-COUNT.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "00"
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END ADD 1 TO WS-SIZE-COUNT
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           MOVE "DEPTBUDG.txt" TO WS-SIZE-FILE-NAME.
           PERFORM NOTE-FILE-SIZE.
           MOVE ZEROS TO WS-SIZE-COUNT.
           OPEN INPUT GUEST-FILE.
           IF WS-GUEST-STATUS = "00"
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ GUEST-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END ADD 1 TO WS-SIZE-COUNT
                   END-READ
               END-PERFORM
               CLOSE GUEST-FILE
           END-IF.
           MOVE "DEPTGUESTS.txt" TO WS-SIZE-FILE-NAME.
           PERFORM NOTE-FILE-SIZE.
           MOVE ZEROS TO WS-SIZE-COUNT.
           OPEN INPUT ALLOW-FILE.
           IF WS-ALLOW-STATUS = "00"
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ ALLOW-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END ADD 1 TO WS-SIZE-COUNT
                   END-READ
               END-PERFORM
               CLOSE ALLOW-FILE
           END-IF.
           MOVE "CATERALLOW.txt" TO WS-SIZE-FILE-NAME.
           PERFORM NOTE-FILE-SIZE.
           MOVE 1000 TO WS-SIZE-LIMIT.
           MOVE ZEROS TO WS-SIZE-COUNT.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END ADD 1 TO WS-SIZE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           MOVE "CLIPEND.txt" TO WS-SIZE-FILE-NAME.
           PERFORM NOTE-FILE-SIZE.
           MOVE ZEROS TO WS-SIZE-COUNT.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ TRANS-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END ADD 1 TO WS-SIZE-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           MOVE "CLITRANS.txt" TO WS-SIZE-FILE-NAME.
           PERFORM NOTE-FILE-SIZE.

       NOTE-FILE-SIZE.
           IF WS-SIZE-COUNT > WS-SIZE-LIMIT
               IF WS-SIZE-ERRORS = ZEROS
                   WRITE REORG-LINE FROM WS-RPT-HEADER-2
                   MOVE "FILES TOO LARGE TO REWRITE" TO WS-RPT-SECTION
                   WRITE REORG-LINE FROM WS-RPT-SECTION
               END-IF
               ADD 1 TO WS-SIZE-ERRORS
               MOVE WS-SIZE-FILE-NAME TO WS-RSZ-FILE
               MOVE WS-SIZE-LIMIT     TO WS-RSZ-LIMIT
               WRITE REORG-LINE FROM WS-RPT-SIZE-LINE
           END-IF.

       MOVE-CLIENTS.
           IF WS-APPLY-MODE = 'Y'
               OPEN I-O FICHIERCLIENT
           ELSE
               OPEN INPUT FICHIERCLIENT
           END-IF.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               CLOSE REORG-REPORT
               PERFORM RELEASE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           IF WS-APPLY-MODE = 'Y'
               MOVE "CLIENTS MOVED" TO WS-RPT-SECTION
           ELSE
               MOVE "CLIENTS THAT WOULD MOVE" TO WS-RPT-SECTION
           END-IF.
           WRITE REORG-LINE FROM WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-MOVE-COL-HEADER.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM PROCESS-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.

       PROCESS-CLIENT.
           IF SALARY-AREA IS NUMERIC
               MOVE SALARY TO WS-SALARY-WORK
           ELSE
               MOVE ZEROS  TO WS-SALARY-WORK
           END-IF.
           MOVE CLIENT-DEPT TO WS-RDP-KEY.
           PERFORM FIND-RDP-SLOT.
           IF WS-RDP-IDX > ZEROS AND CLIENT-STATUS NOT = "T"
               ADD 1              TO WS-RDP-HC-BEFORE(WS-RDP-IDX)
               ADD WS-SALARY-WORK TO WS-RDP-SAL-BEFORE(WS-RDP-IDX)
           END-IF.
           MOVE CLIENT-CODE TO WS-LOOK-CODE.
           MOVE CLIENT-DEPT TO WS-LOOK-DEPT.
           PERFORM FIND-CLIENT-MAPPING.
           IF WS-MAP-HIT > ZEROS
               MOVE WS-MAP-NEW(WS-MAP-HIT) TO WS-NEW-DEPT
               PERFORM MOVE-ONE-CLIENT
           END-IF.
           MOVE CLIENT-DEPT TO WS-RDP-KEY.
           PERFORM FIND-RDP-SLOT.
           IF WS-RDP-IDX > ZEROS
               ADD 1 TO WS-RDP-ALL-AFTER(WS-RDP-IDX)
               IF CLIENT-STATUS NOT = "T"
                   ADD 1              TO WS-RDP-HC-AFTER(WS-RDP-IDX)
                   ADD WS-SALARY-WORK TO WS-RDP-SAL-AFTER(WS-RDP-IDX)
               END-IF
           END-IF.

      *    A client line for this client wins over the
      *    whole-department line for its department. Leavers move
      *    too, so the old code can empty and be retired.
      *    WS-LOOK-CODE and WS-LOOK-DEPT in, WS-MAP-HIT out.
       FIND-CLIENT-MAPPING.
           MOVE ZEROS TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-TBL-COUNT
                      OR WS-MAP-HIT > ZEROS
               IF WS-MAP-CLIENT(WS-MAP-IDX) = WS-LOOK-CODE
                  AND WS-MAP-OLD(WS-MAP-IDX) = WS-LOOK-DEPT
                  AND WS-MAP-MATCHED(WS-MAP-IDX) NOT = 'X'
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-TBL-COUNT
                      OR WS-MAP-HIT > ZEROS
               IF WS-MAP-CLIENT(WS-MAP-IDX) = SPACES
                  AND WS-MAP-OLD(WS-MAP-IDX) = WS-LOOK-DEPT
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.

       MOVE-ONE-CLIENT.
           MOVE CLIENT-CODE   TO WS-MVD-CODE.
           MOVE CLIENT-NAME   TO WS-MVD-NAME.
           MOVE CLIENT-STATUS TO WS-MVD-STATUS.
           MOVE CLIENT-DEPT   TO WS-MVD-OLD.
           MOVE WS-NEW-DEPT   TO WS-MVD-NEW.
           MOVE WS-SALARY-WORK TO WS-MVD-SALARY.
           MOVE SPACES        TO WS-MVD-FLAG.
           IF WS-MAP-CLIENT(WS-MAP-HIT) NOT = SPACES
               MOVE "SPLIT" TO WS-MVD-FLAG
           END-IF.
           IF WS-APPLY-MODE = 'Y'
               MOVE CLIENT-RECORD TO WS-JRNL-BEFORE
               MOVE WS-NEW-DEPT   TO CLIENT-DEPT
               REWRITE CLIENT-RECORD
                   INVALID KEY
                       MOVE WS-JRNL-BEFORE TO CLIENT-RECORD
                       MOVE "REWRITE REJECTED" TO WS-MVD-FLAG
                       ADD 1 TO WS-CNT-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-MOVED
                       PERFORM WRITE-JOURNAL
               END-REWRITE
           ELSE
               MOVE WS-NEW-DEPT TO CLIENT-DEPT
               ADD 1 TO WS-CNT-MOVED
           END-IF.
           WRITE REORG-LINE FROM WS-MOVE-DETAIL.

      *    An add or update image whose department the mapping
      *    moves is re-coded exactly as the master record would be;
      *    an image naming some other department is a transfer
      *    still to come and is left alone. Deletes carry nothing
      *    to re-code.
       RECODE-QUEUED-IMAGES.
           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           IF WS-APPLY-MODE = 'Y'
               MOVE "QUEUED CLIENTUPD IMAGES RE-CODED"
                   TO WS-RPT-SECTION
           ELSE
               MOVE "QUEUED CLIENTUPD IMAGES THAT WOULD BE RE-CODED"
                   TO WS-RPT-SECTION
           END-IF.
           WRITE REORG-LINE FROM WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-QUE-COL-HEADER.
           MOVE ZEROS TO WS-QUE-TBL-COUNT WS-QUE-FILE-HITS.
           MOVE 'N' TO WS-QUE-LOADED.
           MOVE "CLIPEND.txt" TO WS-QUE-FILE-NAME.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 'Y' TO WS-QUE-LOADED
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           IF WS-QUE-TBL-COUNT < 1000
                               ADD 1 TO WS-QUE-TBL-COUNT
                               MOVE PEND-RECORD
                                   TO WS-QUE-LINE(WS-QUE-TBL-COUNT)
                               PERFORM RECODE-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           IF WS-APPLY-MODE = 'Y' AND WS-QUE-FILE-HITS > ZEROS
               OPEN OUTPUT PENDING-FILE
               PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                       UNTIL WS-QUE-IDX > WS-QUE-TBL-COUNT
                   WRITE PEND-RECORD FROM WS-QUE-LINE(WS-QUE-IDX)
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           MOVE ZEROS TO WS-QUE-TBL-COUNT WS-QUE-FILE-HITS.
           MOVE 'N' TO WS-QUE-LOADED.
           MOVE "CLITRANS.txt" TO WS-QUE-FILE-NAME.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 'Y' TO WS-QUE-LOADED
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ TRANS-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           IF WS-QUE-TBL-COUNT < 1000
                               ADD 1 TO WS-QUE-TBL-COUNT
                               MOVE TRANS-RECORD
                                   TO WS-QUE-LINE(WS-QUE-TBL-COUNT)
                               PERFORM RECODE-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           IF WS-APPLY-MODE = 'Y' AND WS-QUE-FILE-HITS > ZEROS
               OPEN OUTPUT TRANS-FILE
               PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                       UNTIL WS-QUE-IDX > WS-QUE-TBL-COUNT
                   WRITE TRANS-RECORD FROM WS-QUE-LINE(WS-QUE-IDX)
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           IF WS-CNT-QUEUED = ZEROS
               MOVE "  (none)" TO WS-RPT-NOTE
               WRITE REORG-LINE FROM WS-RPT-NOTE
           END-IF.

      *    The image is the action byte, the 80-byte client record
      *    and the effective date; the department is bytes 35-44
      *    of the record.
       RECODE-ONE-IMAGE.
           MOVE WS-QUE-LINE(WS-QUE-TBL-COUNT)(2:9)  TO WS-LOOK-CODE.
           MOVE WS-QUE-LINE(WS-QUE-TBL-COUNT)(36:10) TO WS-LOOK-DEPT.
           MOVE ZEROS TO WS-MAP-HIT.
           IF WS-QUE-LINE(WS-QUE-TBL-COUNT)(1:1)
                   = "A" OR "a" OR "U" OR "u"
               PERFORM FIND-CLIENT-MAPPING
           END-IF.
           IF WS-MAP-HIT > ZEROS
               ADD 1 TO WS-CNT-QUEUED
               ADD 1 TO WS-QUE-FILE-HITS
               MOVE WS-QUE-FILE-NAME TO WS-QUD-FILE
               MOVE WS-QUE-LINE(WS-QUE-TBL-COUNT)(1:1)
                   TO WS-QUD-ACTION
               MOVE WS-LOOK-CODE TO WS-QUD-CODE
               MOVE WS-QUE-LINE(WS-QUE-TBL-COUNT)(82:8) TO WS-QUD-EFF
               MOVE WS-LOOK-DEPT TO WS-QUD-OLD
               MOVE WS-MAP-NEW(WS-MAP-HIT) TO WS-QUD-NEW
               WRITE REORG-LINE FROM WS-QUE-DETAIL
               IF WS-APPLY-MODE = 'Y'
                   MOVE WS-MAP-NEW(WS-MAP-HIT)
                       TO WS-QUE-LINE(WS-QUE-TBL-COUNT)(36:10)
               END-IF
           END-IF.

      *    WS-RDP-KEY in, WS-RDP-IDX out (zero when the table is
      *    full).
       FIND-RDP-SLOT.
           PERFORM VARYING WS-RDP-IDX FROM 1 BY 1
                   UNTIL WS-RDP-IDX > WS-RDP-TBL-COUNT
                      OR WS-RDP-CODE(WS-RDP-IDX) = WS-RDP-KEY
               CONTINUE
           END-PERFORM.
           IF WS-RDP-IDX > WS-RDP-TBL-COUNT
               IF WS-RDP-TBL-COUNT < 100
                   ADD 1 TO WS-RDP-TBL-COUNT
                   MOVE WS-RDP-TBL-COUNT TO WS-RDP-IDX
                   MOVE WS-RDP-KEY TO WS-RDP-CODE(WS-RDP-IDX)
                   MOVE ZEROS TO WS-RDP-HC-BEFORE(WS-RDP-IDX)
                                 WS-RDP-SAL-BEFORE(WS-RDP-IDX)
                                 WS-RDP-HC-AFTER(WS-RDP-IDX)
                                 WS-RDP-SAL-AFTER(WS-RDP-IDX)
                                 WS-RDP-ALL-AFTER(WS-RDP-IDX)
               ELSE
                   DISPLAY "WARNING: department table full, "
                           WS-RDP-KEY " not totalled"
                   MOVE ZEROS TO WS-RDP-IDX
               END-IF
           END-IF.

      *    Only departments the mapping names, old or new, are
      *    listed; the rest did not change.
       WRITE-DEPT-TOTALS.
           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           MOVE "DEPARTMENT TOTALS - ACTIVE HEADCOUNT AND SALARY"
               TO WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-DPT-COL-HEADER.
           PERFORM VARYING WS-RDP-IDX FROM 1 BY 1
                   UNTIL WS-RDP-IDX > WS-RDP-TBL-COUNT
               MOVE ZEROS TO WS-MAP-HIT
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-TBL-COUNT
                   IF WS-MAP-OLD(WS-MAP-IDX) = WS-RDP-CODE(WS-RDP-IDX)
                      OR WS-MAP-NEW(WS-MAP-IDX)
                           = WS-RDP-CODE(WS-RDP-IDX)
                       MOVE WS-MAP-IDX TO WS-MAP-HIT
                   END-IF
               END-PERFORM
               IF WS-MAP-HIT > ZEROS
                   MOVE WS-RDP-CODE(WS-RDP-IDX)      TO WS-DDT-CODE
                   MOVE WS-RDP-HC-BEFORE(WS-RDP-IDX)  TO WS-DDT-HC-BEF
                   MOVE WS-RDP-SAL-BEFORE(WS-RDP-IDX) TO WS-DDT-SAL-BEF
                   MOVE WS-RDP-HC-AFTER(WS-RDP-IDX)   TO WS-DDT-HC-AFT
                   MOVE WS-RDP-SAL-AFTER(WS-RDP-IDX)  TO WS-DDT-SAL-AFT
                   MOVE WS-RDP-ALL-AFTER(WS-RDP-IDX)  TO WS-DDT-ALL-AFT
                   WRITE REORG-LINE FROM WS-DPT-DETAIL
               END-IF
           END-PERFORM.

      *    Decide, for each old code, whether it is now empty, and
      *    carry its reference entries across if so.
       SETTLE-OLD-CODES.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               MOVE WS-OLD-CODE(WS-OLD-IDX) TO WS-RDP-KEY
               PERFORM FIND-RDP-SLOT
               IF WS-RDP-IDX > ZEROS
                   MOVE WS-RDP-ALL-AFTER(WS-RDP-IDX)
                       TO WS-OLD-REMAIN(WS-OLD-IDX)
               END-IF
               IF WS-OLD-MIXED(WS-OLD-IDX) = 'Y'
                   MOVE SPACES TO WS-OLD-TARGET(WS-OLD-IDX)
               END-IF
               IF WS-OLD-REMAIN(WS-OLD-IDX) = ZEROS
                   MOVE 'Y' TO WS-OLD-RETIRE(WS-OLD-IDX)
                   ADD 1 TO WS-CNT-RETIRED
               ELSE
                   MOVE 'N' TO WS-OLD-RETIRE(WS-OLD-IDX)
               END-IF
           END-PERFORM.
           PERFORM RETIRE-DEPTFILE-CODES.
           PERFORM SETTLE-BUDGETS.
           PERFORM SETTLE-GUESTS.
           PERFORM SETTLE-ALLOWANCES.

       RETIRE-DEPTFILE-CODES.
           IF WS-APPLY-MODE = 'Y'
               OPEN I-O DEPTFILE
           ELSE
               OPEN INPUT DEPTFILE
           END-IF.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               IF WS-OLD-RETIRE(WS-OLD-IDX) NOT = 'Y'
                   MOVE "KEPT" TO WS-OLD-DEPT-ACT(WS-OLD-IDX)
               ELSE
                   MOVE WS-OLD-CODE(WS-OLD-IDX) TO DEPT-CODE
                   READ DEPTFILE
                       INVALID KEY
                           MOVE "NOT ON FILE"
                               TO WS-OLD-DEPT-ACT(WS-OLD-IDX)
                       NOT INVALID KEY
                           PERFORM RETIRE-ONE-DEPT
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE DEPTFILE.

       RETIRE-ONE-DEPT.
           IF WS-APPLY-MODE = 'Y'
               DELETE DEPTFILE RECORD
                   INVALID KEY
                       MOVE "DELETE FAILED"
                           TO WS-OLD-DEPT-ACT(WS-OLD-IDX)
                   NOT INVALID KEY
                       MOVE "RETIRED" TO WS-OLD-DEPT-ACT(WS-OLD-IDX)
               END-DELETE
           ELSE
               MOVE "WOULD RETIRE" TO WS-OLD-DEPT-ACT(WS-OLD-IDX)
           END-IF.

       SETTLE-BUDGETS.
           MOVE ZEROS TO WS-REF-TBL-COUNT.
           MOVE 'N'   TO WS-REF-LOADED.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "00"
               MOVE 'Y' TO WS-REF-LOADED
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           MOVE BUDGET-RECORD TO WS-REF-IN-LINE
                           MOVE BUD-DEPT TO WS-REF-IN-KEY
                           IF BUD-AMOUNT IS NUMERIC
                               MOVE BUD-AMOUNT TO WS-REF-IN-AMOUNT
                               MOVE 'Y' TO WS-REF-IN-NUMERIC
                           ELSE
                               MOVE ZEROS TO WS-REF-IN-AMOUNT
                               MOVE 'N' TO WS-REF-IN-NUMERIC
                           END-IF
                           PERFORM LOAD-REFERENCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           MOVE 9999999999 TO WS-REF-LIMIT.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               PERFORM CARRY-REFERENCE-LINE
               MOVE WS-REF-ACTION TO WS-OLD-BUD-ACT(WS-OLD-IDX)
           END-PERFORM.
           IF WS-APPLY-MODE = 'Y' AND WS-REF-LOADED = 'Y'
               OPEN OUTPUT BUDGET-FILE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
                   IF WS-REF-DROPPED(WS-REF-IDX) = 'N'
                       MOVE WS-REF-LINE(WS-REF-IDX) TO BUDGET-RECORD
                       IF WS-REF-CHANGED(WS-REF-IDX) NOT = 'N'
                           MOVE WS-REF-KEY(WS-REF-IDX) TO BUD-DEPT
                       END-IF
                       IF WS-REF-CHANGED(WS-REF-IDX) = 'A'
                           MOVE WS-REF-AMOUNT(WS-REF-IDX) TO BUD-AMOUNT
                       END-IF
                       WRITE BUDGET-RECORD
                   END-IF
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       SETTLE-GUESTS.
           MOVE ZEROS TO WS-REF-TBL-COUNT.
           MOVE 'N'   TO WS-REF-LOADED.
           OPEN INPUT GUEST-FILE.
           IF WS-GUEST-STATUS = "00"
               MOVE 'Y' TO WS-REF-LOADED
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ GUEST-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           MOVE GUEST-RECORD TO WS-REF-IN-LINE
                           MOVE GST-DEPT TO WS-REF-IN-KEY
                           IF GST-GUESTS IS NUMERIC
                               MOVE GST-GUESTS TO WS-REF-IN-AMOUNT
                               MOVE 'Y' TO WS-REF-IN-NUMERIC
                           ELSE
                               MOVE ZEROS TO WS-REF-IN-AMOUNT
                               MOVE 'N' TO WS-REF-IN-NUMERIC
                           END-IF
                           PERFORM LOAD-REFERENCE-LINE
                   END-READ
               END-PERFORM
               CLOSE GUEST-FILE
           END-IF.
           MOVE 999.99 TO WS-REF-LIMIT.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               PERFORM CARRY-REFERENCE-LINE
               MOVE WS-REF-ACTION TO WS-OLD-GST-ACT(WS-OLD-IDX)
           END-PERFORM.
           IF WS-APPLY-MODE = 'Y' AND WS-REF-LOADED = 'Y'
               OPEN OUTPUT GUEST-FILE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
                   IF WS-REF-DROPPED(WS-REF-IDX) = 'N'
                       MOVE WS-REF-LINE(WS-REF-IDX) TO GUEST-RECORD
                       IF WS-REF-CHANGED(WS-REF-IDX) NOT = 'N'
                           MOVE WS-REF-KEY(WS-REF-IDX) TO GST-DEPT
                       END-IF
                       IF WS-REF-CHANGED(WS-REF-IDX) = 'A'
                           MOVE WS-REF-AMOUNT(WS-REF-IDX) TO GST-GUESTS
                       END-IF
                       WRITE GUEST-RECORD
                   END-IF
               END-PERFORM
               CLOSE GUEST-FILE
           END-IF.

       SETTLE-ALLOWANCES.
           MOVE ZEROS TO WS-REF-TBL-COUNT.
           MOVE 'N'   TO WS-REF-LOADED.
           OPEN INPUT ALLOW-FILE.
           IF WS-ALLOW-STATUS = "00"
               MOVE 'Y' TO WS-REF-LOADED
               MOVE 'N' TO WS-REF-EOF
               PERFORM UNTIL WS-REF-EOF = 'Y'
                   READ ALLOW-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           MOVE ALLOW-RECORD TO WS-REF-IN-LINE
                           MOVE ALW-DEPT TO WS-REF-IN-KEY
                           IF ALW-AMOUNT IS NUMERIC
                               MOVE ALW-AMOUNT TO WS-REF-IN-AMOUNT
                               MOVE 'Y' TO WS-REF-IN-NUMERIC
                           ELSE
                               MOVE ZEROS TO WS-REF-IN-AMOUNT
                               MOVE 'N' TO WS-REF-IN-NUMERIC
                           END-IF
                           PERFORM LOAD-REFERENCE-LINE
                   END-READ
               END-PERFORM
               CLOSE ALLOW-FILE
           END-IF.
           MOVE 999999.99 TO WS-REF-LIMIT.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               PERFORM CARRY-REFERENCE-LINE
               MOVE WS-REF-ACTION TO WS-OLD-ALW-ACT(WS-OLD-IDX)
           END-PERFORM.
           IF WS-APPLY-MODE = 'Y' AND WS-REF-LOADED = 'Y'
               OPEN OUTPUT ALLOW-FILE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
                   IF WS-REF-DROPPED(WS-REF-IDX) = 'N'
                       MOVE WS-REF-LINE(WS-REF-IDX) TO ALLOW-RECORD
                       IF WS-REF-CHANGED(WS-REF-IDX) NOT = 'N'
                           MOVE WS-REF-KEY(WS-REF-IDX) TO ALW-DEPT
                       END-IF
                       IF WS-REF-CHANGED(WS-REF-IDX) = 'A'
                           MOVE WS-REF-AMOUNT(WS-REF-IDX) TO ALW-AMOUNT
                       END-IF
                       WRITE ALLOW-RECORD
                   END-IF
               END-PERFORM
               CLOSE ALLOW-FILE
           END-IF.

      *    CHECK-FILE-SIZES has already refused apply for a file
      *    longer than the table, so the cap only bounds a dry run.
       LOAD-REFERENCE-LINE.
           IF WS-REF-TBL-COUNT < 200
               ADD 1 TO WS-REF-TBL-COUNT
               MOVE WS-REF-IN-LINE  TO WS-REF-LINE(WS-REF-TBL-COUNT)
               MOVE WS-REF-IN-KEY   TO WS-REF-KEY(WS-REF-TBL-COUNT)
               MOVE WS-REF-IN-AMOUNT
                   TO WS-REF-AMOUNT(WS-REF-TBL-COUNT)
               MOVE WS-REF-IN-NUMERIC
                   TO WS-REF-NUMERIC(WS-REF-TBL-COUNT)
               MOVE 'N' TO WS-REF-DROPPED(WS-REF-TBL-COUNT)
               MOVE 'N' TO WS-REF-CHANGED(WS-REF-TBL-COUNT)
               IF WS-REF-IN-LINE = SPACES
                  OR WS-REF-IN-LINE(1:1) = "*"
                   MOVE 'N' TO WS-REF-DATA(WS-REF-TBL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-REF-DATA(WS-REF-TBL-COUNT)
               END-IF
           END-IF.

      *    The old code's line in the loaded reference table goes
      *    to its successor: renamed when the successor has no line
      *    of its own, otherwise added to that line and dropped. A
      *    sum the file's picture cannot hold, or one with an
      *    amount that is not a number, is left for a person to
      *    settle. WS-REF-ACTION says what was done; WS-REF-CHANGED
      *    marks a renamed key (K) or a summed amount (A).
       CARRY-REFERENCE-LINE.
           MOVE ZEROS TO WS-REF-FROM WS-REF-TO.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
               IF WS-REF-DROPPED(WS-REF-IDX) = 'N'
                  AND WS-REF-DATA(WS-REF-IDX) = 'Y'
                   IF WS-REF-KEY(WS-REF-IDX) = WS-OLD-CODE(WS-OLD-IDX)
                       MOVE WS-REF-IDX TO WS-REF-FROM
                   END-IF
                   IF WS-OLD-TARGET(WS-OLD-IDX) NOT = SPACES
                      AND WS-REF-KEY(WS-REF-IDX)
                           = WS-OLD-TARGET(WS-OLD-IDX)
                       MOVE WS-REF-IDX TO WS-REF-TO
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REF-LOADED = 'N'
                   MOVE "NO FILE" TO WS-REF-ACTION
               WHEN WS-REF-FROM = ZEROS
                   MOVE "NO LINE" TO WS-REF-ACTION
               WHEN WS-OLD-RETIRE(WS-OLD-IDX) NOT = 'Y'
                   MOVE "KEPT" TO WS-REF-ACTION
               WHEN WS-OLD-TARGET(WS-OLD-IDX) = SPACES
                   MOVE "BY HAND" TO WS-REF-ACTION
               WHEN WS-REF-TO = ZEROS
                   MOVE WS-OLD-TARGET(WS-OLD-IDX)
                       TO WS-REF-KEY(WS-REF-FROM)
                   MOVE 'K' TO WS-REF-CHANGED(WS-REF-FROM)
                   MOVE "RENAMED" TO WS-REF-ACTION
               WHEN WS-REF-NUMERIC(WS-REF-FROM) NOT = 'Y'
                 OR WS-REF-NUMERIC(WS-REF-TO) NOT = 'Y'
                   MOVE "BY HAND" TO WS-REF-ACTION
               WHEN WS-REF-AMOUNT(WS-REF-FROM)
                    + WS-REF-AMOUNT(WS-REF-TO) > WS-REF-LIMIT
                   MOVE "BY HAND" TO WS-REF-ACTION
               WHEN OTHER
                   ADD WS-REF-AMOUNT(WS-REF-FROM)
                       TO WS-REF-AMOUNT(WS-REF-TO)
                   MOVE 'A' TO WS-REF-CHANGED(WS-REF-TO)
                   MOVE 'Y' TO WS-REF-DROPPED(WS-REF-FROM)
                   MOVE "MERGED" TO WS-REF-ACTION
           END-EVALUATE.

       WRITE-REFERENCE-SECTION.
           WRITE REORG-LINE FROM WS-RPT-HEADER-2.
           MOVE "OLD CODES AND THEIR REFERENCE ENTRIES"
               TO WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-RPT-SECTION.
           WRITE REORG-LINE FROM WS-REF-COL-HEADER.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-TBL-COUNT
               MOVE WS-OLD-CODE(WS-OLD-IDX)     TO WS-RFD-OLD
               IF WS-OLD-TARGET(WS-OLD-IDX) = SPACES
                   MOVE "(SPLIT)" TO WS-RFD-TARGET
               ELSE
                   MOVE WS-OLD-TARGET(WS-OLD-IDX) TO WS-RFD-TARGET
               END-IF
               MOVE WS-OLD-REMAIN(WS-OLD-IDX)   TO WS-RFD-REMAIN
               MOVE WS-OLD-DEPT-ACT(WS-OLD-IDX) TO WS-RFD-DEPT-ACT
               MOVE WS-OLD-BUD-ACT(WS-OLD-IDX)  TO WS-RFD-BUD-ACT
               MOVE WS-OLD-GST-ACT(WS-OLD-IDX)  TO WS-RFD-GST-ACT
               MOVE WS-OLD-ALW-ACT(WS-OLD-IDX)  TO WS-RFD-ALW-ACT
               WRITE REORG-LINE FROM WS-REF-DETAIL
           END-PERFORM.
           MOVE "KEPT = the old code still has clients."
               TO WS-RPT-NOTE.
           WRITE REORG-LINE FROM WS-RPT-NOTE.
           MOVE
               "BY HAND = no one successor, or amounts that won't add."
               TO WS-RPT-NOTE.
           WRITE REORG-LINE FROM WS-RPT-NOTE.

      *    Before/after image of every change to the master, so
      *    CLIRECOV can roll the last backup forward to the moment
      *    of failure.
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
           MOVE "DEPTREORG"     TO JRNL-PROGRAM.
           MOVE "R"             TO JRNL-ACTION.
           MOVE WS-JRNL-BEFORE  TO JRNL-BEFORE.
           MOVE CLIENT-RECORD   TO JRNL-AFTER.
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
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE "DEPTREORG" TO AUDIT-PROGRAM.
           STRING "reorg lines=" WS-MAP-TBL-COUNT
               " eff=" WS-REORG-EFF-DATE
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "moved=" WS-CNT-MOVED " failed=" WS-CNT-FAILED
               " retired=" WS-CNT-RETIRED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
