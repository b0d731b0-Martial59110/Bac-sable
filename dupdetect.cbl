       IDENTIFICATION DIVISION.
         PROGRAM-ID. DUPDETECT.
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

           SELECT DUP-REPORT ASSIGN TO "DUPDETECT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "DUPWORK.tmp".

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  CONTACT-FILE.
           COPY CONTREC.

       FD  DUP-REPORT.
       01  DUP-REPORT-LINE PIC X(100).

      *    Every pass releases one record per client: the value
      *    the pass groups on (normalised name prefix, hire date
      *    and department, phone, email or address) and, for the
      *    name pass, the normalised name compared within the
      *    group. Clients sorted into the same group are paired.
       SD  SORT-WORK-FILE.
       01  SORT-DUP-RECORD.
           05  SRT-GROUP       PIC X(40).
           05  SRT-MATCH       PIC X(40).
           05  SRT-MATCH-LEN   PIC 9(2).
           05  SRT-CODE        PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-CONTACT-STATUS       PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-CONTACT-AVAIL        PIC X VALUE 'Y'.
           COPY RUNCTLNK.

      *    N = name, H = hire date, P = phone, E = email,
      *    A = address - which evidence the current pass finds.
       01  WS-PASS                 PIC X VALUE SPACE.

      *    Names, phones, emails and addresses are compared with
      *    case, spaces and punctuation taken out, so "Dupont, J"
      *    and "DUPONT J" group together.
       01  WS-NORM-IN              PIC X(40) VALUE SPACES.
       01  WS-NORM-OUT             PIC X(40) VALUE SPACES.
       01  WS-NORM-LEN             PIC 9(2)  VALUE ZEROS.
       01  WS-NORM-IDX             PIC 9(2)  VALUE ZEROS.
       01  WS-NORM-CHAR            PIC X     VALUE SPACE.

      *    One group of sorted records that share a key.
       01  WS-BLOCK-GROUP          PIC X(40) VALUE SPACES.
       01  WS-BLOCK-COUNT          PIC 9(3)  VALUE ZEROS.
       01  WS-BLOCK-IDX            PIC 9(3)  VALUE ZEROS.
       01  WS-BLOCK-FULL-WARNED    PIC X     VALUE 'N'.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY OCCURS 50 TIMES.
               10  WS-BLK-CODE      PIC X(9).
               10  WS-BLK-MATCH     PIC X(40).
               10  WS-BLK-LEN       PIC 9(2).

      *    Name comparison: same, or one letter added, dropped or
      *    changed (common prefix plus common suffix covers all
      *    but one letter of the longer name).
       01  WS-CMP-RESULT           PIC X     VALUE SPACE.
       01  WS-CMP-SHORT            PIC 9(2)  VALUE ZEROS.
       01  WS-CMP-LONG             PIC 9(2)  VALUE ZEROS.
       01  WS-CMP-PREFIX           PIC 9(2)  VALUE ZEROS.
       01  WS-CMP-SUFFIX           PIC 9(2)  VALUE ZEROS.
       01  WS-CMP-MIN-LEN          PIC 9(2)  VALUE 4.

      *    Pairs found by any pass, one entry per pair with the
      *    evidence each pass added.
       01  WS-NEW-CODE-1           PIC X(9)  VALUE SPACES.
       01  WS-NEW-CODE-2           PIC X(9)  VALUE SPACES.
       01  WS-PAIR-COUNT           PIC 9(4)  VALUE ZEROS.
       01  WS-PAIR-IDX             PIC 9(4)  VALUE ZEROS.
       01  WS-PAIR-FOUND           PIC X     VALUE 'N'.
       01  WS-PAIR-DROPPED         PIC 9(6)  VALUE ZEROS.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-CODE-1     PIC X(9).
               10  WS-PR-CODE-2     PIC X(9).
               10  WS-PR-NAME       PIC X(1).
               10  WS-PR-HIRE       PIC X(1).
               10  WS-PR-PHONE      PIC X(1).
               10  WS-PR-EMAIL      PIC X(1).
               10  WS-PR-ADDR       PIC X(1).

       01  WS-EVIDENCE-COUNT       PIC 9(1)  VALUE ZEROS.
       01  WS-EVIDENCE-TEXT        PIC X(40) VALUE SPACES.
       01  WS-EVIDENCE-PTR         PIC 9(2)  VALUE ZEROS.
       01  WS-LIKELY-COUNT         PIC 9(4)  VALUE ZEROS.
       01  WS-POSSIBLE-COUNT       PIC 9(4)  VALUE ZEROS.
       01  WS-MISSING-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-BOTH-FOUND           PIC X     VALUE 'Y'.

           COPY CLIREC REPLACING
               CLIENT-RECORD      BY DP1-CLIENT-RECORD
               CLIENT-CODE        BY DP1-CLIENT-CODE
               CLIENT-NAME        BY DP1-CLIENT-NAME
               CLIENT-DEPT        BY DP1-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY DP1-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY DP1-CLIENT-STATUS
               CLIENT-TERM-DATE   BY DP1-CLIENT-TERM-DATE
               CLIENT-GRADE       BY DP1-CLIENT-GRADE
               CLIENT-PROB-STATUS BY DP1-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY DP1-CLIENT-PROB-EXT
               SALARY-AREA        BY DP1-SALARY-AREA
               SALARY             BY DP1-SALARY.

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(77) VALUE SPACES.
       01  WS-RPT-HEADER-1 PIC X(100) VALUE
           "DUPLICATE CLIENT DETECTION REPORT".
       01  WS-RPT-HEADER-2 PIC X(100) VALUE ALL "-".
       01  WS-RPT-COL-HEADER.
           05  FILLER PIC X(10) VALUE "CODE".
           05  FILLER PIC X(26) VALUE "NAME".
           05  FILLER PIC X(11) VALUE "DEPT".
           05  FILLER PIC X(9)  VALUE "HIRED".
           05  FILLER PIC X(3)  VALUE "ST".
           05  FILLER PIC X(9)  VALUE "LEFT".
           05  FILLER PIC X(32) VALUE "EVIDENCE".
       01  WS-RPT-DETAIL.
           05  WS-RPT-CODE    PIC X(9).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-NAME    PIC X(25).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-DEPT    PIC X(10).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-HIRE    PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-STATUS  PIC X(1).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-TERM    PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-NOTE    PIC X(32).
       01  WS-RPT-COUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-CNT-LABEL PIC X(40).
           05  WS-RPT-CNT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Report of clients that look like the same person keyed
      *    twice, for HR to confirm before CLIMERGE folds one code
      *    into the other. Five passes each pair up clients on
      *    one kind of evidence: the same or nearly the same name
      *    (read in CLIENT-NAME alternate-key order), the same
      *    hire date in the same department, and the same phone,
      *    email or address on CLICONTACT.dat. A pair is listed
      *    once with all the evidence found for it; two or more
      *    kinds make it LIKELY, one kind POSSIBLE. Nothing is
      *    changed.
           MOVE "B"         TO RUNCTL-ACTION.
           MOVE "DUPDETECT" TO RUNCTL-PROGRAM.
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
               DISPLAY "WARNING: CLICONTACT.dat not available, "
                       "contact details not compared"
               MOVE 'N' TO WS-CONTACT-AVAIL
           END-IF.

           MOVE "N" TO WS-PASS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GROUP SRT-CODE
               INPUT PROCEDURE IS RELEASE-NAME-KEYS
               OUTPUT PROCEDURE IS PAIR-SORTED-GROUPS.

           MOVE "H" TO WS-PASS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GROUP SRT-CODE
               INPUT PROCEDURE IS RELEASE-HIRE-KEYS
               OUTPUT PROCEDURE IS PAIR-SORTED-GROUPS.

           IF WS-CONTACT-AVAIL = 'Y'
               MOVE "P" TO WS-PASS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP SRT-CODE
                   INPUT PROCEDURE IS RELEASE-CONTACT-KEYS
                   OUTPUT PROCEDURE IS PAIR-SORTED-GROUPS
               MOVE "E" TO WS-PASS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP SRT-CODE
                   INPUT PROCEDURE IS RELEASE-CONTACT-KEYS
                   OUTPUT PROCEDURE IS PAIR-SORTED-GROUPS
               MOVE "A" TO WS-PASS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP SRT-CODE
                   INPUT PROCEDURE IS RELEASE-CONTACT-KEYS
                   OUTPUT PROCEDURE IS PAIR-SORTED-GROUPS
               CLOSE CONTACT-FILE
           END-IF.

           PERFORM WRITE-DUPLICATE-REPORT.
           CLOSE FICHIERCLIENT.
           DISPLAY WS-LIKELY-COUNT " likely and " WS-POSSIBLE-COUNT
                   " possible duplicate pair(s) written to "
                   "DUPDETECT.txt".
           IF WS-LIKELY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Name pass: the master is read in CLIENT-NAME order and
      *    grouped on the first three letters of the normalised
      *    name, so near-same names meet in the same group even
      *    where case or spacing keeps them apart on the key.
       RELEASE-NAME-KEYS.
           MOVE 'N' TO END-OF-FILE.
           MOVE LOW-VALUES TO CLIENT-NAME.
           START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-NAME
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM RELEASE-NAME-KEY
               END-READ
           END-PERFORM.

       RELEASE-NAME-KEY.
           MOVE CLIENT-NAME TO WS-NORM-IN.
           PERFORM NORMALIZE-TEXT.
           IF WS-NORM-LEN > ZERO
               MOVE SPACES          TO SORT-DUP-RECORD
               MOVE WS-NORM-OUT(1:3) TO SRT-GROUP
               MOVE WS-NORM-OUT     TO SRT-MATCH
               MOVE WS-NORM-LEN     TO SRT-MATCH-LEN
               MOVE CLIENT-CODE     TO SRT-CODE
               RELEASE SORT-DUP-RECORD
           END-IF.

      *    Hire-date pass: the same start date in the same
      *    department - a hire keyed twice carries both over.
       RELEASE-HIRE-KEYS.
           MOVE 'N' TO END-OF-FILE.
           MOVE LOW-VALUES TO CLIENT-CODE.
           START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF CLIENT-HIRE-DATE IS NUMERIC
                           MOVE SPACES           TO SORT-DUP-RECORD
                           MOVE CLIENT-HIRE-DATE TO SRT-GROUP(1:8)
                           MOVE CLIENT-DEPT      TO SRT-GROUP(9:10)
                           MOVE ZEROS            TO SRT-MATCH-LEN
                           MOVE CLIENT-CODE      TO SRT-CODE
                           RELEASE SORT-DUP-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *    Contact passes: phone (at least six digits), email, or
      *    first address line with postcode, whichever WS-PASS
      *    asks for. Blank details are never paired.
       RELEASE-CONTACT-KEYS.
           MOVE 'N' TO END-OF-FILE.
           MOVE LOW-VALUES TO CONT-CLIENT-CODE.
           START CONTACT-FILE KEY IS NOT LESS THAN CONT-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CONTACT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM RELEASE-CONTACT-KEY
               END-READ
           END-PERFORM.

       RELEASE-CONTACT-KEY.
           MOVE SPACES TO WS-NORM-IN.
           EVALUATE WS-PASS
               WHEN "P"
                   MOVE CONT-PHONE TO WS-NORM-IN
               WHEN "E"
                   MOVE CONT-EMAIL TO WS-NORM-IN
               WHEN "A"
                   IF CONT-ADDR-LINE-1 NOT = SPACES
                      AND CONT-POSTCODE NOT = SPACES
                       STRING CONT-POSTCODE DELIMITED BY SIZE
                              CONT-ADDR-LINE-1 DELIMITED BY SIZE
                           INTO WS-NORM-IN
                   END-IF
           END-EVALUATE.
           PERFORM NORMALIZE-TEXT.
           IF WS-NORM-LEN > 5
               MOVE SPACES           TO SORT-DUP-RECORD
               MOVE WS-NORM-OUT      TO SRT-GROUP
               MOVE ZEROS            TO SRT-MATCH-LEN
               MOVE CONT-CLIENT-CODE TO SRT-CODE
               RELEASE SORT-DUP-RECORD
           END-IF.

      *    Upper-cases WS-NORM-IN and keeps only its letters and
      *    digits, packed to the left of WS-NORM-OUT.
       NORMALIZE-TEXT.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZEROS  TO WS-NORM-LEN.
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 40
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                  OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *    Shared by every pass: each sorted record is paired with
      *    every earlier record of its group. The name pass pairs
      *    only names that compare as same or near-same; for the
      *    other passes sharing the group is the match.
       PAIR-SORTED-GROUPS.
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE ZEROS  TO WS-BLOCK-COUNT.
           MOVE HIGH-VALUES TO WS-BLOCK-GROUP.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM PAIR-ONE-SORTED
               END-RETURN
           END-PERFORM.

       PAIR-ONE-SORTED.
           IF SRT-GROUP NOT = WS-BLOCK-GROUP
               MOVE SRT-GROUP TO WS-BLOCK-GROUP
               MOVE ZEROS     TO WS-BLOCK-COUNT
               MOVE 'N'       TO WS-BLOCK-FULL-WARNED
           END-IF.
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
               IF WS-BLK-CODE(WS-BLOCK-IDX) NOT = SRT-CODE
                   IF WS-PASS = "N"
                       PERFORM COMPARE-NAMES
                   ELSE
                       MOVE "Y" TO WS-CMP-RESULT
                   END-IF
                   IF WS-CMP-RESULT NOT = SPACE
                       PERFORM ADD-PAIR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BLOCK-COUNT < 50
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SRT-CODE      TO WS-BLK-CODE(WS-BLOCK-COUNT)
               MOVE SRT-MATCH     TO WS-BLK-MATCH(WS-BLOCK-COUNT)
               MOVE SRT-MATCH-LEN TO WS-BLK-LEN(WS-BLOCK-COUNT)
           ELSE
               IF WS-BLOCK-FULL-WARNED = 'N'
                   DISPLAY "WARNING: more than 50 clients share "
                           "the key " SRT-GROUP(1:20)
                           ", the rest are not compared"
                   MOVE 'Y' TO WS-BLOCK-FULL-WARNED
               END-IF
           END-IF.

      *    S = same normalised name, N = near-same, space = no.
       COMPARE-NAMES.
           MOVE SPACE TO WS-CMP-RESULT.
           IF SRT-MATCH = WS-BLK-MATCH(WS-BLOCK-IDX)
               MOVE "S" TO WS-CMP-RESULT
           ELSE
               IF SRT-MATCH-LEN < WS-BLK-LEN(WS-BLOCK-IDX)
                   MOVE SRT-MATCH-LEN             TO WS-CMP-SHORT
                   MOVE WS-BLK-LEN(WS-BLOCK-IDX)  TO WS-CMP-LONG
               ELSE
                   MOVE WS-BLK-LEN(WS-BLOCK-IDX)  TO WS-CMP-SHORT
                   MOVE SRT-MATCH-LEN             TO WS-CMP-LONG
               END-IF
               IF WS-CMP-SHORT >= WS-CMP-MIN-LEN
                  AND WS-CMP-LONG - WS-CMP-SHORT <= 1
                   PERFORM COUNT-COMMON-ENDS
                   IF WS-CMP-PREFIX + WS-CMP-SUFFIX
                      >= WS-CMP-LONG - 1
                       MOVE "N" TO WS-CMP-RESULT
                   END-IF
               END-IF
           END-IF.

       COUNT-COMMON-ENDS.
           MOVE ZEROS TO WS-CMP-PREFIX.
           PERFORM UNTIL WS-CMP-PREFIX >= WS-CMP-SHORT
                  OR SRT-MATCH(WS-CMP-PREFIX + 1:1) NOT =
                     WS-BLK-MATCH(WS-BLOCK-IDX)(WS-CMP-PREFIX + 1:1)
               ADD 1 TO WS-CMP-PREFIX
           END-PERFORM.
           MOVE ZEROS TO WS-CMP-SUFFIX.
           PERFORM UNTIL WS-CMP-SUFFIX >= WS-CMP-SHORT - WS-CMP-PREFIX
                  OR SRT-MATCH(SRT-MATCH-LEN - WS-CMP-SUFFIX:1) NOT =
                     WS-BLK-MATCH(WS-BLOCK-IDX)
                         (WS-BLK-LEN(WS-BLOCK-IDX) - WS-CMP-SUFFIX:1)
               ADD 1 TO WS-CMP-SUFFIX
           END-PERFORM.

      *    Pairs are held lower code first so the same two clients
      *    found by several passes share one entry.
       ADD-PAIR.
           IF SRT-CODE < WS-BLK-CODE(WS-BLOCK-IDX)
               MOVE SRT-CODE                  TO WS-NEW-CODE-1
               MOVE WS-BLK-CODE(WS-BLOCK-IDX) TO WS-NEW-CODE-2
           ELSE
               MOVE WS-BLK-CODE(WS-BLOCK-IDX) TO WS-NEW-CODE-1
               MOVE SRT-CODE                  TO WS-NEW-CODE-2
           END-IF.
           MOVE 'N' TO WS-PAIR-FOUND.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND = 'Y'
               IF WS-PR-CODE-1(WS-PAIR-IDX) = WS-NEW-CODE-1
                  AND WS-PR-CODE-2(WS-PAIR-IDX) = WS-NEW-CODE-2
                   MOVE 'Y' TO WS-PAIR-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PAIR-IDX
           ELSE
               IF WS-PAIR-COUNT < 2000
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
                   MOVE SPACES TO WS-PAIR-ENTRY(WS-PAIR-IDX)
                   MOVE WS-NEW-CODE-1 TO WS-PR-CODE-1(WS-PAIR-IDX)
                   MOVE WS-NEW-CODE-2 TO WS-PR-CODE-2(WS-PAIR-IDX)
                   MOVE 'Y' TO WS-PAIR-FOUND
               ELSE
                   IF WS-PAIR-DROPPED = ZERO
                       DISPLAY "WARNING: pair table full, further "
                               "pairs are not reported"
                   END-IF
                   ADD 1 TO WS-PAIR-DROPPED
               END-IF
           END-IF.
           IF WS-PAIR-FOUND = 'Y'
               EVALUATE WS-PASS
                   WHEN "N"
                       IF WS-PR-NAME(WS-PAIR-IDX) NOT = "S"
                           MOVE WS-CMP-RESULT
                               TO WS-PR-NAME(WS-PAIR-IDX)
                       END-IF
                   WHEN "H" MOVE "Y" TO WS-PR-HIRE(WS-PAIR-IDX)
                   WHEN "P" MOVE "Y" TO WS-PR-PHONE(WS-PAIR-IDX)
                   WHEN "E" MOVE "Y" TO WS-PR-EMAIL(WS-PAIR-IDX)
                   WHEN "A" MOVE "Y" TO WS-PR-ADDR(WS-PAIR-IDX)
               END-EVALUATE
           END-IF.

       WRITE-DUPLICATE-REPORT.
           OPEN OUTPUT DUP-REPORT.
           WRITE DUP-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE DUP-REPORT-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE DUP-REPORT-LINE FROM WS-RPT-HEADER-2.
           WRITE DUP-REPORT-LINE FROM WS-RPT-COL-HEADER.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM WRITE-PAIR-LINES
           END-PERFORM.
           WRITE DUP-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE "Likely duplicates (two or more kinds)"
               TO WS-RPT-CNT-LABEL.
           MOVE WS-LIKELY-COUNT TO WS-RPT-CNT-VALUE.
           WRITE DUP-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Possible duplicates (one kind)" TO WS-RPT-CNT-LABEL.
           MOVE WS-POSSIBLE-COUNT TO WS-RPT-CNT-VALUE.
           WRITE DUP-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-MISSING-COUNT > ZERO
               MOVE "Contact pairs with no master record"
                   TO WS-RPT-CNT-LABEL
               MOVE WS-MISSING-COUNT TO WS-RPT-CNT-VALUE
               WRITE DUP-REPORT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.
           IF WS-PAIR-DROPPED > ZERO
               MOVE "Pairs not reported (table full)"
                   TO WS-RPT-CNT-LABEL
               MOVE WS-PAIR-DROPPED TO WS-RPT-CNT-VALUE
               WRITE DUP-REPORT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.
           CLOSE DUP-REPORT.

      *    Contact records whose code is no longer on the master
      *    are RISWEEP's business; such a pair is only counted.
       WRITE-PAIR-LINES.
           MOVE 'Y' TO WS-BOTH-FOUND.
           MOVE WS-PR-CODE-1(WS-PAIR-IDX) TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   MOVE 'N' TO WS-BOTH-FOUND
               NOT INVALID KEY
                   MOVE CLIENT-RECORD TO DP1-CLIENT-RECORD
           END-READ.
           MOVE WS-PR-CODE-2(WS-PAIR-IDX) TO CLIENT-CODE.
           READ FICHIERCLIENT
               INVALID KEY
                   MOVE 'N' TO WS-BOTH-FOUND
           END-READ.
           IF WS-BOTH-FOUND = 'N'
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               PERFORM BUILD-EVIDENCE-TEXT
               MOVE SPACES TO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE
               MOVE DP1-CLIENT-CODE      TO WS-RPT-CODE
               MOVE DP1-CLIENT-NAME      TO WS-RPT-NAME
               MOVE DP1-CLIENT-DEPT      TO WS-RPT-DEPT
               MOVE DP1-CLIENT-HIRE-DATE TO WS-RPT-HIRE
               MOVE DP1-CLIENT-STATUS    TO WS-RPT-STATUS
               MOVE DP1-CLIENT-TERM-DATE TO WS-RPT-TERM
               IF WS-EVIDENCE-COUNT > 1
                   MOVE "LIKELY"   TO WS-RPT-NOTE
                   ADD 1 TO WS-LIKELY-COUNT
               ELSE
                   MOVE "POSSIBLE" TO WS-RPT-NOTE
                   ADD 1 TO WS-POSSIBLE-COUNT
               END-IF
               WRITE DUP-REPORT-LINE FROM WS-RPT-DETAIL
               MOVE CLIENT-CODE      TO WS-RPT-CODE
               MOVE CLIENT-NAME      TO WS-RPT-NAME
               MOVE CLIENT-DEPT      TO WS-RPT-DEPT
               MOVE CLIENT-HIRE-DATE TO WS-RPT-HIRE
               MOVE CLIENT-STATUS    TO WS-RPT-STATUS
               MOVE CLIENT-TERM-DATE TO WS-RPT-TERM
               MOVE WS-EVIDENCE-TEXT TO WS-RPT-NOTE
               WRITE DUP-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

      *    Name, hire date and contact are the three kinds of
      *    evidence; phone, email and address together count as
      *    one kind.
       BUILD-EVIDENCE-TEXT.
           MOVE ZEROS  TO WS-EVIDENCE-COUNT.
           MOVE SPACES TO WS-EVIDENCE-TEXT.
           MOVE 1      TO WS-EVIDENCE-PTR.
           EVALUATE WS-PR-NAME(WS-PAIR-IDX)
               WHEN "S"
                   ADD 1 TO WS-EVIDENCE-COUNT
                   STRING "SAME-NAME " DELIMITED BY SIZE
                       INTO WS-EVIDENCE-TEXT
                       WITH POINTER WS-EVIDENCE-PTR
               WHEN "N"
                   ADD 1 TO WS-EVIDENCE-COUNT
                   STRING "NEAR-NAME " DELIMITED BY SIZE
                       INTO WS-EVIDENCE-TEXT
                       WITH POINTER WS-EVIDENCE-PTR
           END-EVALUATE.
           IF WS-PR-HIRE(WS-PAIR-IDX) = "Y"
               ADD 1 TO WS-EVIDENCE-COUNT
               STRING "HIRE " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT
                   WITH POINTER WS-EVIDENCE-PTR
           END-IF.
           IF WS-PR-PHONE(WS-PAIR-IDX) = "Y"
              OR WS-PR-EMAIL(WS-PAIR-IDX) = "Y"
              OR WS-PR-ADDR(WS-PAIR-IDX) = "Y"
               ADD 1 TO WS-EVIDENCE-COUNT
           END-IF.
           IF WS-PR-PHONE(WS-PAIR-IDX) = "Y"
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT
                   WITH POINTER WS-EVIDENCE-PTR
           END-IF.
           IF WS-PR-EMAIL(WS-PAIR-IDX) = "Y"
               STRING "EMAIL " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT
                   WITH POINTER WS-EVIDENCE-PTR
           END-IF.
           IF WS-PR-ADDR(WS-PAIR-IDX) = "Y"
               STRING "ADDRESS" DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT
                   WITH POINTER WS-EVIDENCE-PTR
           END-IF.
