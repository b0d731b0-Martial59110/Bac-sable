       IDENTIFICATION DIVISION.
         PROGRAM-ID. CLISCRAMBLE.
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

      *    The test-region set. Every name is the production name
      *    behind the operator's region prefix, so nothing here can
      *    ever be opened over a production file.
           SELECT TEST-MASTER ASSIGN TO DYNAMIC WS-OUT-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-CLIENT-CODE
           ALTERNATE RECORD KEY IS TST-CLIENT-NAME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TST-CLIENT-DEPT
               WITH DUPLICATES
           FILE STATUS IS WS-TEST-MASTER-STATUS.

           SELECT TEST-CONTACT ASSIGN TO DYNAMIC WS-OUT-CONTACT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCT-CLIENT-CODE
           FILE STATUS IS WS-TEST-CONTACT-STATUS.

           SELECT TEST-LEAVE ASSIGN TO DYNAMIC WS-OUT-LEAVE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TLV-CLIENT-CODE
           FILE STATUS IS WS-TEST-LEAVE-STATUS.

           SELECT TEST-HISTORY ASSIGN TO DYNAMIC WS-OUT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TEST-HISTORY-STATUS.

           SELECT TEST-SPELL ASSIGN TO DYNAMIC WS-OUT-SPELL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TEST-SPELL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCRAMBLE-REPORT ASSIGN TO DYNAMIC WS-OUT-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

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

       FD  TEST-MASTER.
           COPY CLIREC REPLACING
               CLIENT-RECORD      BY TST-CLIENT-RECORD
               CLIENT-CODE        BY TST-CLIENT-CODE
               CLIENT-NAME        BY TST-CLIENT-NAME
               CLIENT-DEPT        BY TST-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY TST-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY TST-CLIENT-STATUS
               CLIENT-TERM-DATE   BY TST-CLIENT-TERM-DATE
               CLIENT-GRADE       BY TST-CLIENT-GRADE
               CLIENT-PROB-STATUS BY TST-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY TST-CLIENT-PROB-EXT
               SALARY-AREA        BY TST-SALARY-AREA
               SALARY             BY TST-SALARY.

       FD  TEST-CONTACT.
           COPY CONTREC REPLACING
               CONTACT-RECORD     BY TCT-CONTACT-RECORD
               CONT-CLIENT-CODE   BY TCT-CLIENT-CODE
               CONT-ADDR-LINE-1   BY TCT-ADDR-LINE-1
               CONT-ADDR-LINE-2   BY TCT-ADDR-LINE-2
               CONT-CITY          BY TCT-CITY
               CONT-POSTCODE      BY TCT-POSTCODE
               CONT-PHONE         BY TCT-PHONE
               CONT-EMAIL         BY TCT-EMAIL.

       FD  TEST-LEAVE.
           COPY LEAVEREC REPLACING
               LEAVE-RECORD       BY TLV-LEAVE-RECORD
               LV-CLIENT-CODE     BY TLV-CLIENT-CODE
               LV-ENTITLEMENT     BY TLV-ENTITLEMENT
               LV-TAKEN           BY TLV-TAKEN
               LV-REMAINING       BY TLV-REMAINING
               LV-LAST-ACCRUED    BY TLV-LAST-ACCRUED
               LV-FROZEN-DATE     BY TLV-FROZEN-DATE
               LV-FROZEN          BY TLV-FROZEN.

       FD  TEST-HISTORY.
       01  TEST-HISTORY-RECORD PIC X(82).

       FD  TEST-SPELL.
       01  TEST-SPELL-RECORD   PIC X(37).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  SCRAMBLE-REPORT.
       01  SCRAMBLE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01  WS-SPELL-STATUS         PIC X(2) VALUE "00".
       01  WS-TEST-MASTER-STATUS   PIC X(2) VALUE "00".
       01  WS-TEST-CONTACT-STATUS  PIC X(2) VALUE "00".
       01  WS-TEST-LEAVE-STATUS    PIC X(2) VALUE "00".
       01  WS-TEST-HISTORY-STATUS  PIC X(2) VALUE "00".
       01  WS-TEST-SPELL-STATUS    PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-FILE-EOF             PIC X VALUE 'N'.
           COPY OPAUTHLNK.
           COPY RUNCTLNK.

       01  WS-REGION-PREFIX   PIC X(8) VALUE SPACES.
       01  WS-PREFIX-LEN      PIC 9(2) VALUE ZEROS.
       01  WS-PREFIX-IDX      PIC 9(2) VALUE ZEROS.
       01  WS-PREFIX-OK       PIC X VALUE 'Y'.
       01  WS-OUT-MASTER-NAME  PIC X(40) VALUE SPACES.
       01  WS-OUT-CONTACT-NAME PIC X(40) VALUE SPACES.
       01  WS-OUT-LEAVE-NAME   PIC X(40) VALUE SPACES.
       01  WS-OUT-HISTORY-NAME PIC X(40) VALUE SPACES.
       01  WS-OUT-SPELL-NAME   PIC X(40) VALUE SPACES.
       01  WS-OUT-REPORT-NAME  PIC X(40) VALUE SPACES.

      *    The salary shift: each client gets one factor, drawn
      *    evenly from 1 - pct/100 to 1 + pct/100, and every salary
      *    image of that client (master, history, spells) is
      *    multiplied by it, so each person's own timeline stays
      *    consistent. The seed makes a run repeatable.
       01  WS-PCT-INPUT       PIC X(2) VALUE SPACES.
       01  WS-SHIFT-PCT       PIC 9(2) VALUE 5.
       01  WS-SEED-INPUT      PIC X(6) VALUE SPACES.
       01  WS-SEED            PIC 9(6) VALUE ZEROS.
       01  WS-RANDOM          PIC 9V9(8) VALUE ZEROS.
       01  WS-FACTOR          PIC 9V9(4) VALUE ZEROS.
       01  WS-SAL-IN-X        PIC X(9) VALUE SPACES.
       01  WS-SAL-IN-N REDEFINES WS-SAL-IN-X PIC 9(7)V99.
       01  WS-SAL-OUT-X       PIC X(9) VALUE SPACES.
       01  WS-SAL-OUT-N REDEFINES WS-SAL-OUT-X PIC 9(7)V99.

      *    Production code to substitute code, in production code
      *    order (the master is read in key order), looked up by a
      *    binary search for every companion record.
       01  WS-SUB-TBL-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-SUB-SEQ         PIC 9(8) VALUE ZEROS.
       01  WS-SUB-FOUND       PIC X VALUE 'N'.
       01  WS-SUB-CODE        PIC X(9) VALUE SPACES.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 20000 TIMES
                            ASCENDING KEY IS WS-SUB-OLD
                            INDEXED BY WS-SUB-IDX.
               10  WS-SUB-OLD    PIC X(9).
               10  WS-SUB-NEW    PIC X(9).
               10  WS-SUB-FACTOR PIC 9V9(4).
       01  WS-NEW-CODE.
           05  FILLER         PIC X(1) VALUE "T".
           05  WS-NEW-CODE-SEQ PIC 9(8).

      *    Made-up names, forename then surname, capitalised the
      *    way the name-quality scan expects.
       01  WS-FORENAME-VALUES.
           05  FILLER PIC X(10) VALUE "Alice".
           05  FILLER PIC X(10) VALUE "Bruno".
           05  FILLER PIC X(10) VALUE "Claire".
           05  FILLER PIC X(10) VALUE "David".
           05  FILLER PIC X(10) VALUE "Emma".
           05  FILLER PIC X(10) VALUE "Felix".
           05  FILLER PIC X(10) VALUE "Grace".
           05  FILLER PIC X(10) VALUE "Hugo".
           05  FILLER PIC X(10) VALUE "Ines".
           05  FILLER PIC X(10) VALUE "Jules".
           05  FILLER PIC X(10) VALUE "Karen".
           05  FILLER PIC X(10) VALUE "Louis".
           05  FILLER PIC X(10) VALUE "Marie".
           05  FILLER PIC X(10) VALUE "Nathan".
           05  FILLER PIC X(10) VALUE "Olivia".
           05  FILLER PIC X(10) VALUE "Paul".
           05  FILLER PIC X(10) VALUE "Rose".
           05  FILLER PIC X(10) VALUE "Simon".
           05  FILLER PIC X(10) VALUE "Tara".
           05  FILLER PIC X(10) VALUE "Victor".
       01  WS-FORENAME-TABLE REDEFINES WS-FORENAME-VALUES.
           05  WS-FORENAME PIC X(10) OCCURS 20 TIMES.
       01  WS-SURNAME-VALUES.
           05  FILLER PIC X(12) VALUE "Archer".
           05  FILLER PIC X(12) VALUE "Bertin".
           05  FILLER PIC X(12) VALUE "Carter".
           05  FILLER PIC X(12) VALUE "Delorme".
           05  FILLER PIC X(12) VALUE "Evans".
           05  FILLER PIC X(12) VALUE "Fournier".
           05  FILLER PIC X(12) VALUE "Garnier".
           05  FILLER PIC X(12) VALUE "Hughes".
           05  FILLER PIC X(12) VALUE "Jacquet".
           05  FILLER PIC X(12) VALUE "Kelly".
           05  FILLER PIC X(12) VALUE "Lambert".
           05  FILLER PIC X(12) VALUE "Morel".
           05  FILLER PIC X(12) VALUE "Norris".
           05  FILLER PIC X(12) VALUE "Olsen".
           05  FILLER PIC X(12) VALUE "Perrin".
           05  FILLER PIC X(12) VALUE "Renaud".
           05  FILLER PIC X(12) VALUE "Shaw".
           05  FILLER PIC X(12) VALUE "Turner".
           05  FILLER PIC X(12) VALUE "Vidal".
           05  FILLER PIC X(12) VALUE "Walsh".
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME PIC X(12) OCCURS 20 TIMES.
       01  WS-STREET-VALUES.
           05  FILLER PIC X(16) VALUE "Test Street".
           05  FILLER PIC X(16) VALUE "Sample Road".
           05  FILLER PIC X(16) VALUE "Example Avenue".
           05  FILLER PIC X(16) VALUE "Demo Lane".
           05  FILLER PIC X(16) VALUE "Mock Close".
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET PIC X(16) OCCURS 5 TIMES.
       01  WS-CITY-VALUES.
           05  FILLER PIC X(12) VALUE "Testville".
           05  FILLER PIC X(12) VALUE "Samplebury".
           05  FILLER PIC X(12) VALUE "Exampleton".
           05  FILLER PIC X(12) VALUE "Demoford".
           05  FILLER PIC X(12) VALUE "Mockham".
       01  WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
           05  WS-CITY PIC X(12) OCCURS 5 TIMES.
       01  WS-PICK-20         PIC 9(2) VALUE ZEROS.
       01  WS-PICK-20B        PIC 9(2) VALUE ZEROS.
       01  WS-PICK-5          PIC 9(1) VALUE ZEROS.
       01  WS-HOUSE-NUMBER    PIC 9(3) VALUE ZEROS.
       01  WS-HOUSE-EDIT      PIC ZZ9.
       01  WS-POST-NUMBER     PIC 9(4) VALUE ZEROS.

      *    Department salary distribution before and after, so the
      *    report shows the shift did not bend it.
       01  WS-DPT-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-DPT-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-DPT-FOUND       PIC X VALUE 'N'.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPT-CODE    PIC X(10) VALUE SPACES.
               10  WS-DPT-COUNT   PIC 9(6) VALUE ZEROS.
               10  WS-DPT-BEFORE  PIC 9(12)V99 VALUE ZEROS.
               10  WS-DPT-AFTER   PIC 9(12)V99 VALUE ZEROS.
       01  WS-AVG-BEFORE      PIC 9(7)V99 VALUE ZEROS.
       01  WS-AVG-AFTER       PIC 9(7)V99 VALUE ZEROS.
       01  WS-SHIFT-RATIO     PIC S9(3)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CNT-MASTER      PIC 9(6) VALUE ZEROS.
           05  WS-CNT-CONTACT     PIC 9(6) VALUE ZEROS.
           05  WS-CNT-LEAVE       PIC 9(6) VALUE ZEROS.
           05  WS-CNT-HISTORY     PIC 9(6) VALUE ZEROS.
           05  WS-CNT-SPELL       PIC 9(6) VALUE ZEROS.
           05  WS-CNT-DROPPED     PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           05  FILLER PIC X(31) VALUE
               "TEST-REGION SCRAMBLE - REGION ".
           05  WS-RPT-REGION   PIC X(8).
           05  FILLER PIC X(18) VALUE "   BUSINESS DATE: ".
           05  WS-RPT-BUSDATE  PIC X(8).
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-RPT-HEADER-2 PIC X(100) VALUE ALL "-".
       01  WS-RPT-PARM-LINE.
           05  FILLER PIC X(17) VALUE "SALARY SHIFT +/- ".
           05  WS-RPT-PCT      PIC Z9.
           05  FILLER PIC X(13) VALUE " PERCENT SEED".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-RPT-SEED     PIC 9(6).
           05  FILLER PIC X(61) VALUE SPACES.
       01  WS-DPT-COL-HEADER.
           05  FILLER PIC X(12) VALUE "DEPARTMENT".
           05  FILLER PIC X(8)  VALUE " CLIENTS".
           05  FILLER PIC X(15) VALUE "  AVERAGE WAS".
           05  FILLER PIC X(15) VALUE "   AVERAGE NOW".
           05  FILLER PIC X(10) VALUE "  SHIFT %".
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-DPT-DETAIL.
           05  WS-DDT-DEPT     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-DDT-COUNT    PIC Z(7)9.
           05  WS-DDT-BEFORE   PIC Z(11)9.99.
           05  WS-DDT-AFTER    PIC Z(11)9.99.
           05  WS-DDT-SHIFT    PIC -(6)9.99.
           05  FILLER          PIC X(40) VALUE SPACES.
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(44).
           05  WS-RPT-TOT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(50) VALUE SPACES.
       01  WS-RPT-FILE-LINE.
           05  FILLER           PIC X(14) VALUE "  written to  ".
           05  WS-RPT-FILE-NAME PIC X(40).
           05  FILLER           PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Builds an anonymised copy of the master and its companion
      *    files for the QA test region. Names are replaced with
      *    made-up ones, contact details with obviously fake ones,
      *    client codes with substitute codes, and salaries are
      *    shifted by a per-client random factor inside a limit the
      *    operator sets. Departments, grades, hire and termination
      *    dates and statuses are kept as they are so reports still
      *    behave realistically. SALHIST.txt, SPELLS.txt and
      *    LEAVEBAL.dat follow under the same substitute codes;
      *    records for codes no longer on the master are dropped.
      *    Production files are only ever opened for input: every
      *    output name is the production name behind the region
      *    prefix, e.g. QA1.FICHIERCLIENT.dat. Reading the whole
      *    of production personal data is itself sensitive, so the
      *    run sits behind its own OPERAUTH function and each one
      *    is written to the audit log.
           MOVE "SCRAMBLE"    TO OPAUTH-FUNCTION.
           MOVE "CLISCRAMBLE" TO OPAUTH-PROGRAM.
           CALL "OPERAUTH" USING OPAUTH-REQUEST.
           IF OPAUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "B"           TO RUNCTL-ACTION.
           MOVE "CLISCRAMBLE" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           DISPLAY "TEST-REGION SCRAMBLE".
           DISPLAY "Test region prefix (letters and digits): ".
           ACCEPT WS-REGION-PREFIX.
           PERFORM CHECK-REGION-PREFIX.
           IF WS-PREFIX-OK NOT = 'Y'
               DISPLAY "A region prefix of letters and digits is "
                       "required; nothing written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Salary shift limit in percent (blank for 5): ".
           ACCEPT WS-PCT-INPUT.
           IF WS-PCT-INPUT NOT = SPACES
               IF WS-PCT-INPUT IS NUMERIC
                   MOVE WS-PCT-INPUT TO WS-SHIFT-PCT
               ELSE
                   DISPLAY "Shift limit must be two digits."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Random seed (blank for a new one): ".
           ACCEPT WS-SEED-INPUT.
           IF WS-SEED-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SEED
           ELSE
               IF WS-SEED-INPUT IS NUMERIC
                   MOVE WS-SEED-INPUT TO WS-SEED
               ELSE
                   DISPLAY "Seed must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).

           PERFORM BUILD-OUTPUT-NAMES.
           MOVE HIGH-VALUES TO WS-SUB-TABLE.

           PERFORM SCRAMBLE-MASTER.
           PERFORM SCRAMBLE-CONTACTS.
           PERFORM SCRAMBLE-HISTORY.
           PERFORM SCRAMBLE-SPELLS.
           PERFORM SCRAMBLE-LEAVE.
           PERFORM WRITE-SCRAMBLE-REPORT.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY WS-CNT-MASTER " client(s) scrambled into region "
                   WS-REGION-PREFIX ", seed " WS-SEED.
           DISPLAY "Report written to " WS-OUT-REPORT-NAME.
           STOP RUN.

       CHECK-REGION-PREFIX.
           MOVE 'Y' TO WS-PREFIX-OK.
           MOVE ZEROS TO WS-PREFIX-LEN.
           IF WS-REGION-PREFIX = SPACES
               MOVE 'N' TO WS-PREFIX-OK
           ELSE
               INSPECT WS-REGION-PREFIX TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               PERFORM VARYING WS-PREFIX-IDX FROM 1 BY 1
                       UNTIL WS-PREFIX-IDX > 8
                   IF WS-PREFIX-IDX > WS-PREFIX-LEN
                       IF WS-REGION-PREFIX(WS-PREFIX-IDX:1)
                               NOT = SPACE
                           MOVE 'N' TO WS-PREFIX-OK
                       END-IF
                   ELSE
                       IF WS-REGION-PREFIX(WS-PREFIX-IDX:1)
                               IS NOT ALPHABETIC
                          AND WS-REGION-PREFIX(WS-PREFIX-IDX:1)
                               IS NOT NUMERIC
                           MOVE 'N' TO WS-PREFIX-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-OUTPUT-NAMES.
           MOVE WS-REGION-PREFIX TO WS-RPT-REGION.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".FICHIERCLIENT.dat" DELIMITED BY SIZE
               INTO WS-OUT-MASTER-NAME.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".CLICONTACT.dat" DELIMITED BY SIZE
               INTO WS-OUT-CONTACT-NAME.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".LEAVEBAL.dat" DELIMITED BY SIZE
               INTO WS-OUT-LEAVE-NAME.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".SALHIST.txt" DELIMITED BY SIZE
               INTO WS-OUT-HISTORY-NAME.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".SPELLS.txt" DELIMITED BY SIZE
               INTO WS-OUT-SPELL-NAME.
           STRING WS-REGION-PREFIX DELIMITED BY SPACE
               ".CLISCRRPT.txt" DELIMITED BY SIZE
               INTO WS-OUT-REPORT-NAME.

       SCRAMBLE-MASTER.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TEST-MASTER.
           IF WS-TEST-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-OUT-MASTER-NAME
                       ", file status " WS-TEST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CLIENT-CODE NOT = SPACES
                           PERFORM SCRAMBLE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           CLOSE TEST-MASTER.

       SCRAMBLE-CLIENT.
           IF WS-SUB-TBL-COUNT NOT < 20000
               DISPLAY "More than 20000 clients on the master, "
                       "the test region would be incomplete."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUB-TBL-COUNT.
           ADD 1 TO WS-SUB-SEQ.
           MOVE WS-SUB-SEQ TO WS-NEW-CODE-SEQ.
           COMPUTE WS-FACTOR ROUNDED = 1
               + ((FUNCTION RANDOM * 2) - 1) * WS-SHIFT-PCT / 100.
           MOVE CLIENT-CODE TO WS-SUB-OLD(WS-SUB-TBL-COUNT).
           MOVE WS-NEW-CODE TO WS-SUB-NEW(WS-SUB-TBL-COUNT).
           MOVE WS-FACTOR   TO WS-SUB-FACTOR(WS-SUB-TBL-COUNT).

           MOVE CLIENT-RECORD TO TST-CLIENT-RECORD.
           MOVE WS-NEW-CODE   TO TST-CLIENT-CODE.
           COMPUTE WS-PICK-20  = FUNCTION RANDOM * 20 + 1.
           COMPUTE WS-PICK-20B = FUNCTION RANDOM * 20 + 1.
           MOVE SPACES TO TST-CLIENT-NAME.
           STRING WS-FORENAME(WS-PICK-20) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SURNAME(WS-PICK-20B) DELIMITED BY SPACE
               INTO TST-CLIENT-NAME.
           MOVE SALARY-AREA TO WS-SAL-IN-X.
           PERFORM SHIFT-SALARY.
           MOVE WS-SAL-OUT-X TO TST-SALARY-AREA.
           WRITE TST-CLIENT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: test master write failed for "
                           TST-CLIENT-CODE ", status "
                           WS-TEST-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-MASTER
           END-WRITE.
           IF SALARY-AREA IS NUMERIC
               PERFORM TALLY-DEPT-SALARY
           END-IF.

      *    WS-SAL-IN-X to WS-SAL-OUT-X at the current WS-FACTOR; an
      *    image that is not a salary is carried over untouched.
       SHIFT-SALARY.
           IF WS-SAL-IN-X IS NUMERIC
               COMPUTE WS-SAL-OUT-N ROUNDED = WS-SAL-IN-N * WS-FACTOR
                   ON SIZE ERROR MOVE 9999999.99 TO WS-SAL-OUT-N
               END-COMPUTE
           ELSE
               MOVE WS-SAL-IN-X TO WS-SAL-OUT-X
           END-IF.

       TALLY-DEPT-SALARY.
           MOVE 'N' TO WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
                      OR WS-DPT-FOUND = 'Y'
               IF WS-DPT-CODE(WS-DPT-IDX) = CLIENT-DEPT
                   MOVE 'Y' TO WS-DPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DPT-IDX
           ELSE
               IF WS-DPT-TBL-COUNT < 100
                   ADD 1 TO WS-DPT-TBL-COUNT
                   MOVE WS-DPT-TBL-COUNT TO WS-DPT-IDX
                   MOVE CLIENT-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
               ELSE
                   MOVE ZEROS TO WS-DPT-IDX
               END-IF
           END-IF.
           IF WS-DPT-IDX > ZEROS
               ADD 1            TO WS-DPT-COUNT(WS-DPT-IDX)
               ADD SALARY       TO WS-DPT-BEFORE(WS-DPT-IDX)
               ADD WS-SAL-OUT-N TO WS-DPT-AFTER(WS-DPT-IDX)
           END-IF.

      *    WS-SUB-CODE in, WS-SUB-FOUND and WS-SUB-IDX out; the
      *    factor of a found code is left in WS-FACTOR.
       FIND-SUBSTITUTE.
           MOVE 'N' TO WS-SUB-FOUND.
           SEARCH ALL WS-SUB-ENTRY
               AT END MOVE 'N' TO WS-SUB-FOUND
               WHEN WS-SUB-OLD(WS-SUB-IDX) = WS-SUB-CODE
                   MOVE 'Y' TO WS-SUB-FOUND
                   MOVE WS-SUB-FACTOR(WS-SUB-IDX) TO WS-FACTOR
           END-SEARCH.
           IF WS-SUB-FOUND = 'N'
               ADD 1 TO WS-CNT-DROPPED
           END-IF.

       SCRAMBLE-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               OPEN OUTPUT TEST-CONTACT
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CONTACT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE CONT-CLIENT-CODE TO WS-SUB-CODE
                           PERFORM FIND-SUBSTITUTE
                           IF WS-SUB-FOUND = 'Y'
                               PERFORM WRITE-FAKE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
               CLOSE TEST-CONTACT
           ELSE
               DISPLAY "CLICONTACT.dat not available (status "
                       WS-CONTACT-STATUS "), no test contacts."
           END-IF.

       WRITE-FAKE-CONTACT.
           MOVE SPACES TO TCT-CONTACT-RECORD.
           MOVE WS-SUB-NEW(WS-SUB-IDX) TO TCT-CLIENT-CODE.
           COMPUTE WS-HOUSE-NUMBER = FUNCTION RANDOM * 199 + 1.
           COMPUTE WS-PICK-5 = FUNCTION RANDOM * 5 + 1.
           MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT.
           STRING WS-HOUSE-EDIT " " WS-STREET(WS-PICK-5)
               DELIMITED BY SIZE INTO TCT-ADDR-LINE-1.
           COMPUTE WS-PICK-5 = FUNCTION RANDOM * 5 + 1.
           MOVE WS-CITY(WS-PICK-5) TO TCT-CITY.
           COMPUTE WS-POST-NUMBER = FUNCTION RANDOM * 9999.
           STRING "TS" WS-POST-NUMBER DELIMITED BY SIZE
               INTO TCT-POSTCODE.
           STRING "0000" WS-SUB-NEW(WS-SUB-IDX)(2:8)
               DELIMITED BY SIZE INTO TCT-PHONE.
           STRING WS-SUB-NEW(WS-SUB-IDX) "@TEST.INVALID"
               DELIMITED BY SIZE INTO TCT-EMAIL.
           WRITE TCT-CONTACT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: test contact write failed for "
                           TCT-CLIENT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CONTACT
           END-WRITE.

       SCRAMBLE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               OPEN OUTPUT TEST-HISTORY
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE HIST-CLIENT-CODE TO WS-SUB-CODE
                           PERFORM FIND-SUBSTITUTE
                           IF WS-SUB-FOUND = 'Y'
                               PERFORM WRITE-TEST-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE TEST-HISTORY
           END-IF.

       WRITE-TEST-HISTORY.
           MOVE WS-SUB-NEW(WS-SUB-IDX) TO HIST-CLIENT-CODE.
           MOVE HIST-OLD-SALARY TO WS-SAL-IN-X.
           PERFORM SHIFT-SALARY.
           MOVE WS-SAL-OUT-X TO HIST-OLD-SALARY.
           MOVE HIST-NEW-SALARY TO WS-SAL-IN-X.
           PERFORM SHIFT-SALARY.
           MOVE WS-SAL-OUT-X TO HIST-NEW-SALARY.
           WRITE TEST-HISTORY-RECORD FROM HIST-RECORD.
           ADD 1 TO WS-CNT-HISTORY.

       SCRAMBLE-SPELLS.
           OPEN INPUT SPELL-FILE.
           IF WS-SPELL-STATUS = "00"
               OPEN OUTPUT TEST-SPELL
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SPELL-FILE
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE SPELL-CLIENT-CODE TO WS-SUB-CODE
                           PERFORM FIND-SUBSTITUTE
                           IF WS-SUB-FOUND = 'Y'
                               PERFORM WRITE-TEST-SPELL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
               CLOSE TEST-SPELL
           END-IF.

       WRITE-TEST-SPELL.
           MOVE WS-SUB-NEW(WS-SUB-IDX) TO SPELL-CLIENT-CODE.
           MOVE SPELL-LAST-SALARY TO WS-SAL-IN-X.
           PERFORM SHIFT-SALARY.
           MOVE WS-SAL-OUT-X TO SPELL-LAST-SALARY.
           WRITE TEST-SPELL-RECORD FROM SPELL-RECORD.
           ADD 1 TO WS-CNT-SPELL.

       SCRAMBLE-LEAVE.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               OPEN OUTPUT TEST-LEAVE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ LEAVE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE LV-CLIENT-CODE TO WS-SUB-CODE
                           PERFORM FIND-SUBSTITUTE
                           IF WS-SUB-FOUND = 'Y'
                               MOVE LEAVE-RECORD TO TLV-LEAVE-RECORD
                               MOVE WS-SUB-NEW(WS-SUB-IDX)
                                   TO TLV-CLIENT-CODE
                               WRITE TLV-LEAVE-RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CNT-LEAVE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
               CLOSE TEST-LEAVE
           END-IF.

       WRITE-SCRAMBLE-REPORT.
           OPEN OUTPUT SCRAMBLE-REPORT.
           WRITE SCRAMBLE-LINE FROM WS-RPT-HEADER-1.
           MOVE WS-SHIFT-PCT TO WS-RPT-PCT.
           MOVE WS-SEED      TO WS-RPT-SEED.
           WRITE SCRAMBLE-LINE FROM WS-RPT-PARM-LINE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-HEADER-2.
           WRITE SCRAMBLE-LINE FROM WS-DPT-COL-HEADER.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-TBL-COUNT
               COMPUTE WS-AVG-BEFORE ROUNDED =
                   WS-DPT-BEFORE(WS-DPT-IDX) / WS-DPT-COUNT(WS-DPT-IDX)
               COMPUTE WS-AVG-AFTER ROUNDED =
                   WS-DPT-AFTER(WS-DPT-IDX) / WS-DPT-COUNT(WS-DPT-IDX)
               MOVE ZEROS TO WS-SHIFT-RATIO
               IF WS-DPT-BEFORE(WS-DPT-IDX) > ZEROS
                   COMPUTE WS-SHIFT-RATIO ROUNDED =
                       (WS-DPT-AFTER(WS-DPT-IDX)
                        - WS-DPT-BEFORE(WS-DPT-IDX)) * 100
                       / WS-DPT-BEFORE(WS-DPT-IDX)
               END-IF
               MOVE WS-DPT-CODE(WS-DPT-IDX)  TO WS-DDT-DEPT
               MOVE WS-DPT-COUNT(WS-DPT-IDX) TO WS-DDT-COUNT
               MOVE WS-AVG-BEFORE  TO WS-DDT-BEFORE
               MOVE WS-AVG-AFTER   TO WS-DDT-AFTER
               MOVE WS-SHIFT-RATIO TO WS-DDT-SHIFT
               WRITE SCRAMBLE-LINE FROM WS-DPT-DETAIL
           END-PERFORM.
           WRITE SCRAMBLE-LINE FROM WS-RPT-HEADER-2.
           MOVE "CLIENTS WRITTEN" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-MASTER TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           MOVE WS-OUT-MASTER-NAME TO WS-RPT-FILE-NAME.
           WRITE SCRAMBLE-LINE FROM WS-RPT-FILE-LINE.
           MOVE "CONTACT RECORDS WRITTEN" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-CONTACT TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           MOVE WS-OUT-CONTACT-NAME TO WS-RPT-FILE-NAME.
           WRITE SCRAMBLE-LINE FROM WS-RPT-FILE-LINE.
           MOVE "SALARY HISTORY RECORDS WRITTEN" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-HISTORY TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           MOVE WS-OUT-HISTORY-NAME TO WS-RPT-FILE-NAME.
           WRITE SCRAMBLE-LINE FROM WS-RPT-FILE-LINE.
           MOVE "SPELL RECORDS WRITTEN" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-SPELL TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           MOVE WS-OUT-SPELL-NAME TO WS-RPT-FILE-NAME.
           WRITE SCRAMBLE-LINE FROM WS-RPT-FILE-LINE.
           MOVE "LEAVE BALANCES WRITTEN" TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-LEAVE TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           MOVE WS-OUT-LEAVE-NAME TO WS-RPT-FILE-NAME.
           WRITE SCRAMBLE-LINE FROM WS-RPT-FILE-LINE.
           MOVE "RECORDS DROPPED (CODE NOT ON THE MASTER)"
               TO WS-RPT-TOT-LABEL.
           MOVE WS-CNT-DROPPED TO WS-RPT-TOT-VALUE.
           WRITE SCRAMBLE-LINE FROM WS-RPT-TOTAL.
           CLOSE SCRAMBLE-REPORT.

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
           MOVE "CLISCRAMBLE" TO AUDIT-PROGRAM.
           STRING "region=" WS-REGION-PREFIX " pct=" WS-SHIFT-PCT
               " seed=" WS-SEED
               DELIMITED BY SIZE INTO AUDIT-INPUT.
           STRING "clients=" WS-CNT-MASTER " dropped=" WS-CNT-DROPPED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
