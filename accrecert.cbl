       IDENTIFICATION DIVISION.
         PROGRAM-ID. ACCRECERT.
          ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUTH-FILE-STATUS.

      *    The dated archives AUDITRPT rolls out and the live log
      *    are read one after the other through the same file, so
      *    the name is set before each OPEN.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SALHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECERT-REPORT ASSIGN TO "ACCRECERT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
      *    Same layout OPERAUTH reads.
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05  AUTH-OPERATOR  PIC X(12).
           05  FILLER         PIC X(1).
           05  AUTH-FUNCTIONS PIC X(60).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  RECERT-REPORT.
       01  RECERT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS     PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS   PIC X(2) VALUE "00".
       01  WS-AUTH-EOF         PIC X VALUE 'N'.
       01  WS-AUDIT-EOF        PIC X VALUE 'N'.
       01  WS-HISTORY-EOF      PIC X VALUE 'N'.
       01  WS-AUTH-AVAILABLE   PIC X VALUE 'N'.
           COPY RUNCTLNK.

       01  WS-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-INT    PIC 9(8) VALUE ZEROS.
       01  WS-UNUSED-INPUT    PIC X(4) VALUE SPACES.
       01  WS-UNUSED-DAYS     PIC 9(4) VALUE 90.
       01  WS-WINDOW-INPUT    PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START    PIC X(8) VALUE SPACES.
       01  WS-WINDOW-NUM      PIC 9(8) VALUE ZEROS.
       01  WS-DATE-VALID      PIC X VALUE 'N'.
       01  WS-LAST-INT        PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-IDLE       PIC 9(6) VALUE ZEROS.

      *    Archive months are not catalogued anywhere; every
      *    AUDITARCH.YYYYMM.txt name from five years back up to
      *    next month is simply tried.
       01  WS-AUDIT-FILE-NAME PIC X(25) VALUE SPACES.
       01  WS-END-MONTH       PIC X(6) VALUE SPACES.
       01  WS-SCAN-YYYYMM.
           05  WS-SCAN-YYYY   PIC 9(4).
           05  WS-SCAN-MM     PIC 9(2).
       01  WS-ARCHIVE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-AUDIT-READ      PIC 9(9) VALUE ZEROS.

      *    Which program's audit entry shows which function was
      *    used: each program writes its own name to the audit log
      *    on a run it was allowed to make. OVERRIDE is seen on the
      *    entry PERLOCK writes, under the caller's name, and ALL
      *    is used by any of them. Dry runs of PAYRAISE and
      *    RETROPAY are audited too but need no grant, so an entry
      *    whose result begins DRY RUN is not a use.
       01  WS-MAP-VALUES.
           05  FILLER PIC X(25) VALUE "MAINTAIN  CLIENTMNT".
           05  FILLER PIC X(25) VALUE "MAINTAIN  CLIENTUPD".
           05  FILLER PIC X(25) VALUE "MAINTAIN  OFFBOARD".
           05  FILLER PIC X(25) VALUE "MAINTAIN  PAYCONF".
           05  FILLER PIC X(25) VALUE "MAINTAIN  SALAPPROVE".
           05  FILLER PIC X(25) VALUE "MAINTAIN  PROBREV".
           05  FILLER PIC X(25) VALUE "RAISE     PAYRAISE".
           05  FILLER PIC X(25) VALUE "REPAIR    SALREPAIR".
           05  FILLER PIC X(25) VALUE "RELOAD    CLIENTBKP".
           05  FILLER PIC X(25) VALUE "RELOAD    CLIRECOV".
           05  FILLER PIC X(25) VALUE "PURGE     CLIPURGE".
           05  FILLER PIC X(25) VALUE "MERGE     CLIMERGE".
           05  FILLER PIC X(25) VALUE "CLOSE     PERCLOSE".
           05  FILLER PIC X(25) VALUE "RETRO     RETROPAY".
           05  FILLER PIC X(25) VALUE "DOSSIER   CLIDOSSIER".
           05  FILLER PIC X(25) VALUE "SCRAMBLE  CLISCRAMBLE".
           05  FILLER PIC X(25) VALUE "REORG     DEPTREORG".
       01  WS-MAP-TABLE REDEFINES WS-MAP-VALUES.
           05  WS-MAP-ENTRY OCCURS 17 TIMES.
               10  WS-MAP-FUNCTION PIC X(10).
               10  WS-MAP-PROGRAM  PIC X(15).
       01  WS-MAP-COUNT       PIC 9(2) VALUE 17.
       01  WS-MAP-IDX         PIC 9(2) VALUE ZEROS.
       01  WS-MAP-FOUND       PIC X VALUE 'N'.
       01  WS-OVERRIDE-RESULT PIC X(40) VALUE
           "CLOSED PERIOD - OVERRIDE GRANTED".
       01  WS-REFUSED-RESULT  PIC X(40) VALUE
           "REFUSED - NOT AUTHORIZED".

      *    One entry per operator per function granted on
      *    OPERAUTH.txt, with the last audited use found.
       01  WS-GRT-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-GRT-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-GRT-TABLE.
           05  WS-GRT-ENTRY OCCURS 500 TIMES.
               10  WS-GRT-OPERATOR PIC X(12) VALUE SPACES.
               10  WS-GRT-FUNCTION PIC X(10) VALUE SPACES.
               10  WS-GRT-LAST     PIC X(8)  VALUE SPACES.
               10  WS-GRT-PROGRAM  PIC X(15) VALUE SPACES.
       01  WS-GRT-OVERFLOW  PIC 9(4) VALUE ZEROS.

       01  WS-AUT-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-AUT-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-AUT-FOUND     PIC X VALUE 'N'.
       01  WS-AUT-TABLE.
           05  WS-AUT-OPERATOR PIC X(12) OCCURS 200 TIMES
                               VALUE SPACES.

       01  WS-GRANT-WORDS.
           05  WS-GRANT-WORD PIC X(10) OCCURS 16 TIMES.
       01  WS-WORD-IDX      PIC 9(2) VALUE ZEROS.

      *    Every operator the audit log has seen.
       01  WS-SEEN-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-SEEN-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-SEEN-FOUND     PIC X VALUE 'N'.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 300 TIMES.
               10  WS-SEEN-OPERATOR PIC X(12) VALUE SPACES.
               10  WS-SEEN-LAST     PIC X(8)  VALUE SPACES.
               10  WS-SEEN-PROGRAM  PIC X(15) VALUE SPACES.
               10  WS-SEEN-COUNT    PIC 9(6)  VALUE ZEROS.
               10  WS-SEEN-REFUSED  PIC 9(6)  VALUE ZEROS.

      *    Refusals inside the review window, in log order.
       01  WS-REF-TBL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-REF-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 500 TIMES.
               10  WS-REF-DATE     PIC X(8)  VALUE SPACES.
               10  WS-REF-TIME     PIC X(6)  VALUE SPACES.
               10  WS-REF-OPERATOR PIC X(12) VALUE SPACES.
               10  WS-REF-PROGRAM  PIC X(15) VALUE SPACES.
               10  WS-REF-FUNCTION PIC X(10) VALUE SPACES.
       01  WS-REF-OVERFLOW  PIC 9(6) VALUE ZEROS.

       01  WS-USE-FOUND     PIC X VALUE 'N'.
       01  WS-ENTRY-DATE    PIC X(8) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-CNT-GRANTS   PIC 9(6) VALUE ZEROS.
           05  WS-CNT-UNUSED   PIC 9(6) VALUE ZEROS.
           05  WS-CNT-NEVER    PIC 9(6) VALUE ZEROS.
           05  WS-CNT-NOPROG   PIC 9(6) VALUE ZEROS.
           05  WS-CNT-UNKNOWN  PIC 9(6) VALUE ZEROS.
           05  WS-CNT-REFUSED  PIC 9(6) VALUE ZEROS.
           05  WS-CNT-SOD      PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEADER-1 PIC X(132) VALUE
           "OPERATOR ACCESS RECERTIFICATION REPORT".
       01  WS-RPT-HEADER-2 PIC X(132) VALUE ALL "-".
       01  WS-RPT-PARM-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE  PIC X(8).
           05  FILLER PIC X(20) VALUE "   UNUSED AFTER:    ".
           05  WS-RPT-UNUSED   PIC Z(3)9.
           05  FILLER PIC X(27) VALUE " DAYS   REVIEW WINDOW FROM ".
           05  WS-RPT-WINDOW   PIC X(8).
           05  FILLER PIC X(50) VALUE SPACES.
       01  WS-RPT-SOURCE-LINE.
           05  FILLER PIC X(22) VALUE "AUDIT ENTRIES READ:   ".
           05  WS-RPT-READ     PIC Z(8)9.
           05  FILLER PIC X(22) VALUE "   ARCHIVES READ:     ".
           05  WS-RPT-ARCHIVES PIC Z(3)9.
           05  FILLER PIC X(75) VALUE SPACES.

       01  WS-RPT-SECTION-LINE PIC X(132) VALUE SPACES.

       01  WS-GRT-COL-HEADER.
           05  FILLER PIC X(14) VALUE "OPERATOR".
           05  FILLER PIC X(12) VALUE "FUNCTION".
           05  FILLER PIC X(11) VALUE "LAST USED".
           05  FILLER PIC X(17) VALUE "BY PROGRAM".
           05  FILLER PIC X(8)  VALUE "   DAYS".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(28) VALUE "FLAG".
           05  FILLER PIC X(40) VALUE "MANAGER: KEEP / REMOVE".
       01  WS-GRT-DETAIL.
           05  WS-GRT-OUT-OPERATOR PIC X(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRT-OUT-FUNCTION PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRT-OUT-LAST     PIC X(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-GRT-OUT-PROGRAM  PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRT-OUT-DAYS     PIC X(7).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-GRT-OUT-FLAG     PIC X(28).
           05  FILLER              PIC X(40) VALUE
               "______________".
       01  WS-GRT-DAYS-EDIT PIC Z(6)9.

       01  WS-SEEN-COL-HEADER.
           05  FILLER PIC X(14) VALUE "OPERATOR".
           05  FILLER PIC X(11) VALUE "LAST SEEN".
           05  FILLER PIC X(17) VALUE "LAST PROGRAM".
           05  FILLER PIC X(10) VALUE "   ENTRIES".
           05  FILLER PIC X(10) VALUE "   REFUSED".
           05  FILLER PIC X(70) VALUE SPACES.
       01  WS-SEEN-DETAIL.
           05  WS-SEEN-OUT-OPERATOR PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SEEN-OUT-LAST     PIC X(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-SEEN-OUT-PROGRAM  PIC X(15).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SEEN-OUT-COUNT    PIC Z(9)9.
           05  WS-SEEN-OUT-REFUSED  PIC Z(9)9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-REF-COL-HEADER.
           05  FILLER PIC X(11) VALUE "DATE".
           05  FILLER PIC X(8)  VALUE "TIME".
           05  FILLER PIC X(14) VALUE "OPERATOR".
           05  FILLER PIC X(17) VALUE "PROGRAM".
           05  FILLER PIC X(12) VALUE "FUNCTION".
           05  FILLER PIC X(70) VALUE "ON OPERAUTH.txt".
       01  WS-REF-DETAIL.
           05  WS-REF-OUT-DATE     PIC X(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-REF-OUT-TIME     PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-REF-OUT-OPERATOR PIC X(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-REF-OUT-PROGRAM  PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-REF-OUT-FUNCTION PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-REF-OUT-ON-FILE  PIC X(3).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-SOD-COL-HEADER.
           05  FILLER PIC X(11) VALUE "KEYED".
           05  FILLER PIC X(11) VALUE "CLIENT".
           05  FILLER PIC X(14) VALUE "REQUESTED BY".
           05  FILLER PIC X(14) VALUE "RELEASED BY".
           05  FILLER PIC X(11) VALUE "OLD SALARY".
           05  FILLER PIC X(11) VALUE "NEW SALARY".
           05  FILLER PIC X(60) VALUE SPACES.
       01  WS-SOD-DETAIL.
           05  WS-SOD-OUT-DATE      PIC X(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-SOD-OUT-CLIENT    PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SOD-OUT-REQUESTOR PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SOD-OUT-APPROVER  PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SOD-OUT-OLD       PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SOD-OUT-NEW       PIC X(9).
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-RPT-NONE-LINE PIC X(132) VALUE "    (none)".

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(40).
           05  WS-RPT-TOT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Quarterly recertification pack for the managers: every
      *    function granted on OPERAUTH.txt, one line per operator
      *    per function (ALL included), with the last time the
      *    audit log - live and archived - shows it used and a
      *    column for the manager to sign KEEP or REMOVE. Flagged:
      *    grants unused longer than the chosen number of days or
      *    never used at all, grants no program checks, operators
      *    in the log who are not on OPERAUTH.txt, refused
      *    attempts, and salary changes whose release was made by
      *    the same operator who requested them. Report only,
      *    nothing is changed; RC 4 when anything is flagged.
           MOVE "B"         TO RUNCTL-ACTION.
           MOVE "ACCRECERT" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE)).

           DISPLAY "Flag grants unused for more than how many days "
                   "(blank for 90): ".
           ACCEPT WS-UNUSED-INPUT.
           IF WS-UNUSED-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-UNUSED-INPUT) IS NUMERIC
                   COMPUTE WS-UNUSED-DAYS =
                       FUNCTION NUMVAL(WS-UNUSED-INPUT)
               ELSE
                   DISPLAY "Not a number of days, 90 used."
               END-IF
           END-IF.

           DISPLAY "List refusals and conflicts from YYYYMMDD "
                   "(blank for the last 91 days): ".
           ACCEPT WS-WINDOW-INPUT.
           PERFORM SET-REVIEW-WINDOW.

           PERFORM LOAD-GRANTS.
           PERFORM SCAN-AUDIT-ARCHIVES.
           MOVE "AUDITLOG.txt" TO WS-AUDIT-FILE-NAME.
           PERFORM READ-ONE-AUDIT-FILE.

           OPEN OUTPUT RECERT-REPORT.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-1.
           MOVE WS-BUSINESS-DATE TO WS-RPT-BUSDATE.
           MOVE WS-UNUSED-DAYS   TO WS-RPT-UNUSED.
           MOVE WS-WINDOW-START  TO WS-RPT-WINDOW.
           WRITE RECERT-LINE FROM WS-RPT-PARM-LINE.
           MOVE WS-AUDIT-READ    TO WS-RPT-READ.
           MOVE WS-ARCHIVE-COUNT TO WS-RPT-ARCHIVES.
           WRITE RECERT-LINE FROM WS-RPT-SOURCE-LINE.
           IF WS-AUTH-AVAILABLE = 'N'
               MOVE "OPERAUTH.txt NOT AVAILABLE - OPERATOR AUTHORITY "
                 & "IS NOT BEING ENFORCED" TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-2.

           PERFORM WRITE-GRANT-SECTION.
           PERFORM WRITE-UNLISTED-SECTION.
           PERFORM WRITE-REFUSAL-SECTION.
           PERFORM WRITE-SOD-SECTION.
           PERFORM WRITE-SUMMARY.
           CLOSE RECERT-REPORT.

           DISPLAY "Access recertification written to ACCRECERT.txt".
           IF WS-CNT-UNUSED > ZEROS OR WS-CNT-NEVER > ZEROS
              OR WS-CNT-NOPROG > ZEROS OR WS-CNT-UNKNOWN > ZEROS
              OR WS-CNT-REFUSED > ZEROS OR WS-CNT-SOD > ZEROS
              OR WS-AUTH-AVAILABLE = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SET-REVIEW-WINDOW.
           MOVE SPACES TO WS-WINDOW-START.
           IF WS-WINDOW-INPUT NOT = SPACES
               CALL "DATECHK" USING WS-WINDOW-INPUT WS-DATE-VALID
               IF WS-DATE-VALID = 'Y'
                   MOVE WS-WINDOW-INPUT TO WS-WINDOW-START
               ELSE
                   DISPLAY "Not a valid date, the last 91 days used."
               END-IF
           END-IF.
           IF WS-WINDOW-START = SPACES
               COMPUTE WS-WINDOW-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-BUSINESS-INT - 91)
               MOVE WS-WINDOW-NUM TO WS-WINDOW-START
           END-IF.

      *    A missing OPERAUTH.txt is how OPERAUTH leaves the door
      *    open, so the report says so rather than stopping.
       LOAD-GRANTS.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: OPERAUTH.txt not available (status "
                       WS-AUTH-FILE-STATUS "), no grants to certify."
           ELSE
               MOVE 'Y' TO WS-AUTH-AVAILABLE
               PERFORM UNTIL WS-AUTH-EOF = 'Y'
                   READ AUTH-FILE
                       AT END MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END PERFORM LOAD-AUTH-LINE
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF.
           IF WS-GRT-OVERFLOW > ZEROS
               DISPLAY "WARNING: grant table full, " WS-GRT-OVERFLOW
                       " grant(s) not certified"
           END-IF.

       LOAD-AUTH-LINE.
           IF AUTH-OPERATOR = SPACES OR AUTH-OPERATOR(1:1) = "*"
               CONTINUE
           ELSE
               IF WS-AUT-TBL-COUNT < 200
                   ADD 1 TO WS-AUT-TBL-COUNT
                   MOVE AUTH-OPERATOR
                       TO WS-AUT-OPERATOR(WS-AUT-TBL-COUNT)
               END-IF
               MOVE SPACES TO WS-GRANT-WORDS
               UNSTRING AUTH-FUNCTIONS DELIMITED BY ALL SPACE
                   INTO WS-GRANT-WORD(1)  WS-GRANT-WORD(2)
                        WS-GRANT-WORD(3)  WS-GRANT-WORD(4)
                        WS-GRANT-WORD(5)  WS-GRANT-WORD(6)
                        WS-GRANT-WORD(7)  WS-GRANT-WORD(8)
                        WS-GRANT-WORD(9)  WS-GRANT-WORD(10)
                        WS-GRANT-WORD(11) WS-GRANT-WORD(12)
                        WS-GRANT-WORD(13) WS-GRANT-WORD(14)
                        WS-GRANT-WORD(15)
               END-UNSTRING
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                       UNTIL WS-WORD-IDX > 15
                   IF WS-GRANT-WORD(WS-WORD-IDX) NOT = SPACES
                       PERFORM ADD-GRANT
                   END-IF
               END-PERFORM
           END-IF.

       ADD-GRANT.
           IF WS-GRT-TBL-COUNT < 500
               ADD 1 TO WS-GRT-TBL-COUNT
               MOVE AUTH-OPERATOR
                   TO WS-GRT-OPERATOR(WS-GRT-TBL-COUNT)
               MOVE WS-GRANT-WORD(WS-WORD-IDX)
                   TO WS-GRT-FUNCTION(WS-GRT-TBL-COUNT)
           ELSE
               ADD 1 TO WS-GRT-OVERFLOW
           END-IF.

       SCAN-AUDIT-ARCHIVES.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-SCAN-YYYYMM.
           IF WS-SCAN-MM = 12
               ADD 1 TO WS-SCAN-YYYY
               MOVE 1 TO WS-SCAN-MM
           ELSE
               ADD 1 TO WS-SCAN-MM
           END-IF.
           MOVE WS-SCAN-YYYYMM TO WS-END-MONTH.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-SCAN-YYYYMM.
           SUBTRACT 5 FROM WS-SCAN-YYYY.
           PERFORM UNTIL WS-SCAN-YYYYMM > WS-END-MONTH
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "AUDITARCH." WS-SCAN-YYYYMM ".txt"
                   DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
               PERFORM READ-ONE-AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   ADD 1 TO WS-ARCHIVE-COUNT
               END-IF
               IF WS-SCAN-MM = 12
                   ADD 1 TO WS-SCAN-YYYY
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
           END-PERFORM.

       READ-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDIT-LOG
                       AT END MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END PERFORM PROCESS-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               MOVE "00" TO WS-AUDIT-STATUS
           END-IF.

       PROCESS-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-READ.
           MOVE AUDIT-DATE-TIME(1:8) TO WS-ENTRY-DATE.
           PERFORM NOTE-OPERATOR-SEEN.
           IF AUDIT-RESULT = WS-REFUSED-RESULT
               ADD 1 TO WS-SEEN-REFUSED(WS-SEEN-IDX)
               IF WS-ENTRY-DATE NOT < WS-WINDOW-START
                   PERFORM KEEP-REFUSAL
               END-IF
           ELSE
               IF AUDIT-RESULT(1:7) NOT = "DRY RUN"
                   PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                           UNTIL WS-GRT-IDX > WS-GRT-TBL-COUNT
                       IF WS-GRT-OPERATOR(WS-GRT-IDX) = AUDIT-OPERATOR
                           PERFORM CREDIT-GRANT-USE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    On return WS-SEEN-IDX points at the operator's entry.
       NOTE-OPERATOR-SEEN.
           MOVE 'N' TO WS-SEEN-FOUND.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-TBL-COUNT
                      OR WS-SEEN-FOUND = 'Y'
               IF WS-SEEN-OPERATOR(WS-SEEN-IDX) = AUDIT-OPERATOR
                   MOVE 'Y' TO WS-SEEN-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SEEN-IDX
           ELSE
               IF WS-SEEN-TBL-COUNT < 300
                   ADD 1 TO WS-SEEN-TBL-COUNT
               END-IF
               MOVE WS-SEEN-TBL-COUNT TO WS-SEEN-IDX
               MOVE AUDIT-OPERATOR TO WS-SEEN-OPERATOR(WS-SEEN-IDX)
           END-IF.
           ADD 1 TO WS-SEEN-COUNT(WS-SEEN-IDX).
           IF WS-ENTRY-DATE NOT < WS-SEEN-LAST(WS-SEEN-IDX)
               MOVE WS-ENTRY-DATE TO WS-SEEN-LAST(WS-SEEN-IDX)
               MOVE AUDIT-PROGRAM TO WS-SEEN-PROGRAM(WS-SEEN-IDX)
           END-IF.

       KEEP-REFUSAL.
           IF WS-REF-TBL-COUNT < 500
               ADD 1 TO WS-REF-TBL-COUNT
               MOVE WS-ENTRY-DATE TO WS-REF-DATE(WS-REF-TBL-COUNT)
               MOVE AUDIT-DATE-TIME(9:6)
                   TO WS-REF-TIME(WS-REF-TBL-COUNT)
               MOVE AUDIT-OPERATOR
                   TO WS-REF-OPERATOR(WS-REF-TBL-COUNT)
               MOVE AUDIT-PROGRAM
                   TO WS-REF-PROGRAM(WS-REF-TBL-COUNT)
               MOVE AUDIT-INPUT(10:10)
                   TO WS-REF-FUNCTION(WS-REF-TBL-COUNT)
           ELSE
               ADD 1 TO WS-REF-OVERFLOW
           END-IF.

       CREDIT-GRANT-USE.
           MOVE 'N' TO WS-USE-FOUND.
           EVALUATE WS-GRT-FUNCTION(WS-GRT-IDX)
               WHEN "OVERRIDE"
                   IF AUDIT-RESULT = WS-OVERRIDE-RESULT
                       MOVE 'Y' TO WS-USE-FOUND
                   END-IF
               WHEN "ALL"
                   IF AUDIT-RESULT = WS-OVERRIDE-RESULT
                       MOVE 'Y' TO WS-USE-FOUND
                   ELSE
                       PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                           IF WS-MAP-PROGRAM(WS-MAP-IDX)
                                   = AUDIT-PROGRAM
                               MOVE 'Y' TO WS-USE-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                           UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       IF WS-MAP-FUNCTION(WS-MAP-IDX)
                               = WS-GRT-FUNCTION(WS-GRT-IDX)
                          AND WS-MAP-PROGRAM(WS-MAP-IDX)
                               = AUDIT-PROGRAM
                           MOVE 'Y' TO WS-USE-FOUND
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-USE-FOUND = 'Y'
              AND WS-ENTRY-DATE NOT < WS-GRT-LAST(WS-GRT-IDX)
               MOVE WS-ENTRY-DATE TO WS-GRT-LAST(WS-GRT-IDX)
               MOVE AUDIT-PROGRAM TO WS-GRT-PROGRAM(WS-GRT-IDX)
           END-IF.

       WRITE-GRANT-SECTION.
           MOVE "GRANTS ON OPERAUTH.txt" TO RECERT-LINE.
           WRITE RECERT-LINE.
           WRITE RECERT-LINE FROM WS-GRT-COL-HEADER.
           IF WS-GRT-TBL-COUNT = ZEROS
               WRITE RECERT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-TBL-COUNT
               PERFORM WRITE-GRANT-LINE
           END-PERFORM.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-2.

       WRITE-GRANT-LINE.
           ADD 1 TO WS-CNT-GRANTS.
           MOVE WS-GRT-OPERATOR(WS-GRT-IDX) TO WS-GRT-OUT-OPERATOR.
           MOVE WS-GRT-FUNCTION(WS-GRT-IDX) TO WS-GRT-OUT-FUNCTION.
           MOVE WS-GRT-LAST(WS-GRT-IDX)     TO WS-GRT-OUT-LAST.
           MOVE WS-GRT-PROGRAM(WS-GRT-IDX)  TO WS-GRT-OUT-PROGRAM.
           MOVE SPACES TO WS-GRT-OUT-DAYS WS-GRT-OUT-FLAG.
           MOVE 'N' TO WS-MAP-FOUND.
           IF WS-GRT-FUNCTION(WS-GRT-IDX) = "ALL"
              OR WS-GRT-FUNCTION(WS-GRT-IDX) = "OVERRIDE"
               MOVE 'Y' TO WS-MAP-FOUND
           ELSE
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-FUNCTION(WS-MAP-IDX)
                           = WS-GRT-FUNCTION(WS-GRT-IDX)
                       MOVE 'Y' TO WS-MAP-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAP-FOUND = 'N'
                   MOVE "NOT CHECKED BY ANY PROGRAM" TO WS-GRT-OUT-FLAG
                   ADD 1 TO WS-CNT-NOPROG
               WHEN WS-GRT-LAST(WS-GRT-IDX) = SPACES
                   MOVE "NEVER USED" TO WS-GRT-OUT-FLAG
                   ADD 1 TO WS-CNT-NEVER
               WHEN OTHER
                   COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-GRT-LAST(WS-GRT-IDX)))
                   IF WS-LAST-INT < WS-BUSINESS-INT
                       COMPUTE WS-DAYS-IDLE =
                           WS-BUSINESS-INT - WS-LAST-INT
                   ELSE
                       MOVE ZEROS TO WS-DAYS-IDLE
                   END-IF
                   MOVE WS-DAYS-IDLE TO WS-GRT-DAYS-EDIT
                   MOVE WS-GRT-DAYS-EDIT TO WS-GRT-OUT-DAYS
                   IF WS-DAYS-IDLE > WS-UNUSED-DAYS
                       MOVE "UNUSED" TO WS-GRT-OUT-FLAG
                       ADD 1 TO WS-CNT-UNUSED
                   END-IF
           END-EVALUATE.
           WRITE RECERT-LINE FROM WS-GRT-DETAIL.

       WRITE-UNLISTED-SECTION.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE "OPERATORS IN THE AUDIT LOG BUT NOT ON OPERAUTH.txt"
               TO RECERT-LINE.
           WRITE RECERT-LINE.
           WRITE RECERT-LINE FROM WS-SEEN-COL-HEADER.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-TBL-COUNT
               PERFORM FIND-AUTH-OPERATOR
               IF WS-AUT-FOUND = 'N'
                   ADD 1 TO WS-CNT-UNKNOWN
                   MOVE WS-SEEN-OPERATOR(WS-SEEN-IDX)
                       TO WS-SEEN-OUT-OPERATOR
                   MOVE WS-SEEN-LAST(WS-SEEN-IDX) TO WS-SEEN-OUT-LAST
                   MOVE WS-SEEN-PROGRAM(WS-SEEN-IDX)
                       TO WS-SEEN-OUT-PROGRAM
                   MOVE WS-SEEN-COUNT(WS-SEEN-IDX)
                       TO WS-SEEN-OUT-COUNT
                   MOVE WS-SEEN-REFUSED(WS-SEEN-IDX)
                       TO WS-SEEN-OUT-REFUSED
                   WRITE RECERT-LINE FROM WS-SEEN-DETAIL
               END-IF
           END-PERFORM.
           IF WS-CNT-UNKNOWN = ZEROS
               WRITE RECERT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-2.

       FIND-AUTH-OPERATOR.
           MOVE 'N' TO WS-AUT-FOUND.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-TBL-COUNT
                      OR WS-AUT-FOUND = 'Y'
               IF WS-AUT-OPERATOR(WS-AUT-IDX)
                       = WS-SEEN-OPERATOR(WS-SEEN-IDX)
                   MOVE 'Y' TO WS-AUT-FOUND
               END-IF
           END-PERFORM.

       WRITE-REFUSAL-SECTION.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE SPACES TO RECERT-LINE.
           STRING "REFUSED AUTHORIZATION ATTEMPTS SINCE "
               WS-WINDOW-START DELIMITED BY SIZE INTO RECERT-LINE.
           WRITE RECERT-LINE.
           WRITE RECERT-LINE FROM WS-REF-COL-HEADER.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
               ADD 1 TO WS-CNT-REFUSED
               MOVE WS-REF-DATE(WS-REF-IDX)     TO WS-REF-OUT-DATE
               MOVE WS-REF-TIME(WS-REF-IDX)     TO WS-REF-OUT-TIME
               MOVE WS-REF-OPERATOR(WS-REF-IDX) TO WS-REF-OUT-OPERATOR
               MOVE WS-REF-PROGRAM(WS-REF-IDX)  TO WS-REF-OUT-PROGRAM
               MOVE WS-REF-FUNCTION(WS-REF-IDX) TO WS-REF-OUT-FUNCTION
               MOVE "NO" TO WS-REF-OUT-ON-FILE
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > WS-AUT-TBL-COUNT
                   IF WS-AUT-OPERATOR(WS-AUT-IDX)
                           = WS-REF-OPERATOR(WS-REF-IDX)
                       MOVE "YES" TO WS-REF-OUT-ON-FILE
                   END-IF
               END-PERFORM
               WRITE RECERT-LINE FROM WS-REF-DETAIL
           END-PERFORM.
           IF WS-REF-OVERFLOW > ZEROS
               ADD WS-REF-OVERFLOW TO WS-CNT-REFUSED
               MOVE SPACES TO RECERT-LINE
               STRING "    ... and " WS-REF-OVERFLOW
                   " more not listed" DELIMITED BY SIZE
                   INTO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.
           IF WS-CNT-REFUSED = ZEROS
               WRITE RECERT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-2.

      *    SALAPPROVE records the requestor as HIST-OPERATOR and
      *    the releasing operator as HIST-APPROVER. It refuses a
      *    self-release at the keyboard; an entry where the two
      *    are the same got past that - by an edited PENDAPPR.txt,
      *    a shared login or a changed USER - and is a conflict.
       WRITE-SOD-SECTION.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE SPACES TO RECERT-LINE.
           STRING "SEGREGATION OF DUTIES - SALARY CHANGES RELEASED "
               "BY THEIR REQUESTOR SINCE " WS-WINDOW-START
               DELIMITED BY SIZE INTO RECERT-LINE.
           WRITE RECERT-LINE.
           WRITE RECERT-LINE FROM WS-SOD-COL-HEADER.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END PERFORM CHECK-HISTORY-RELEASE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-CNT-SOD = ZEROS
               WRITE RECERT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE RECERT-LINE FROM WS-RPT-HEADER-2.

       CHECK-HISTORY-RELEASE.
           IF HIST-APPROVER NOT = SPACES
              AND HIST-APPROVER = HIST-OPERATOR
              AND HIST-DATE NOT < WS-WINDOW-START
               ADD 1 TO WS-CNT-SOD
               MOVE HIST-DATE        TO WS-SOD-OUT-DATE
               MOVE HIST-CLIENT-CODE TO WS-SOD-OUT-CLIENT
               MOVE HIST-OPERATOR    TO WS-SOD-OUT-REQUESTOR
               MOVE HIST-APPROVER    TO WS-SOD-OUT-APPROVER
               MOVE HIST-OLD-SALARY  TO WS-SOD-OUT-OLD
               MOVE HIST-NEW-SALARY  TO WS-SOD-OUT-NEW
               WRITE RECERT-LINE FROM WS-SOD-DETAIL
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE "Grants to certify" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-GRANTS TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "  unused past the limit" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-UNUSED TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "  never used" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-NEVER TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "  not checked by any program" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-NOPROG TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "Operators not on OPERAUTH.txt" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-UNKNOWN TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "Refused attempts in window" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-REFUSED TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
           MOVE "Segregation of duties conflicts" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-SOD TO WS-RPT-TOT-VALUE.
           WRITE RECERT-LINE FROM WS-RPT-TOTAL.
