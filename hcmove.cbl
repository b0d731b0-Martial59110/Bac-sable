       IDENTIFICATION DIVISION.
         PROGRAM-ID. HCMOVE.
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

      *    The live journal and its dated generations are read one
      *    after the other through the same file, so the name is
      *    set before each OPEN.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JRNL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MOVEMENT-REPORT ASSIGN TO "HCMOVERPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  MOVEMENT-REPORT.
       01  MOVEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
       01  WS-JOURNAL-EOF          PIC X VALUE 'N'.
       01  WS-DATE-VALID           PIC X VALUE 'N'.
           COPY RUNCTLNK.

       01  WS-FROM-DATE       PIC X(8) VALUE SPACES.
       01  WS-TO-DATE         PIC X(8) VALUE SPACES.
       01  WS-CURRENT-STAMP   PIC X(21) VALUE SPACES.
       01  WS-TODAY           PIC X(8) VALUE SPACES.
       01  WS-SCAN-INT        PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT       PIC 9(8) VALUE ZEROS.
       01  WS-SCAN-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-JRNL-FILE-NAME  PIC X(25) VALUE SPACES.
       01  WS-GEN-COUNT       PIC 9(4) VALUE ZEROS.
       01  WS-JRNL-READ-COUNT PIC 9(9) VALUE ZEROS.
       01  WS-EVENT-COUNT     PIC 9(9) VALUE ZEROS.

      *    Before and after images of the journalled record.
           COPY CLIREC REPLACING
               CLIENT-RECORD      BY BEF-CLIENT-RECORD
               CLIENT-CODE        BY BEF-CLIENT-CODE
               CLIENT-NAME        BY BEF-CLIENT-NAME
               CLIENT-DEPT        BY BEF-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY BEF-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY BEF-CLIENT-STATUS
               CLIENT-TERM-DATE   BY BEF-CLIENT-TERM-DATE
               CLIENT-GRADE       BY BEF-CLIENT-GRADE
               CLIENT-PROB-STATUS BY BEF-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY BEF-CLIENT-PROB-EXT
               SALARY-AREA        BY BEF-SALARY-AREA
               SALARY             BY BEF-SALARY.
           COPY CLIREC REPLACING
               CLIENT-RECORD      BY AFT-CLIENT-RECORD
               CLIENT-CODE        BY AFT-CLIENT-CODE
               CLIENT-NAME        BY AFT-CLIENT-NAME
               CLIENT-DEPT        BY AFT-CLIENT-DEPT
               CLIENT-HIRE-DATE   BY AFT-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY AFT-CLIENT-STATUS
               CLIENT-TERM-DATE   BY AFT-CLIENT-TERM-DATE
               CLIENT-GRADE       BY AFT-CLIENT-GRADE
               CLIENT-PROB-STATUS BY AFT-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY AFT-CLIENT-PROB-EXT
               SALARY-AREA        BY AFT-SALARY-AREA
               SALARY             BY AFT-SALARY.

       01  WS-BEF-ACTIVE      PIC X VALUE 'N'.
       01  WS-AFT-ACTIVE      PIC X VALUE 'N'.
       01  WS-MOVE-TYPE       PIC X(10) VALUE SPACES.
       01  WS-IN-RANGE        PIC X VALUE 'N'.
       01  WS-LOOKUP-DEPT     PIC X(10) VALUE SPACES.

      *    One slot per department. LIVE is today's master count;
      *    LATER is the net movement journalled after the range, so
      *    the closing count is LIVE less LATER and the opening
      *    count is the closing count less the range's net movement.
       01  WS-DEPT-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-SLOT-OK    PIC X VALUE 'N'.
       01  WS-DEPT-FOUND      PIC X VALUE 'N'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DT-DEPT     PIC X(10).
               10  WS-DT-LIVE     PIC S9(6).
               10  WS-DT-LATER    PIC S9(6).
               10  WS-DT-OPEN     PIC S9(6).
               10  WS-DT-JOIN     PIC S9(6).
               10  WS-DT-LEAVE    PIC S9(6).
               10  WS-DT-REHIRE   PIC S9(6).
               10  WS-DT-XFER-IN  PIC S9(6).
               10  WS-DT-XFER-OUT PIC S9(6).
               10  WS-DT-DELETE   PIC S9(6).
               10  WS-DT-CLOSE    PIC S9(6).

       01  WS-TOTALS.
           05  WS-TOT-LIVE     PIC S9(6) VALUE ZEROS.
           05  WS-TOT-LATER    PIC S9(6) VALUE ZEROS.
           05  WS-TOT-OPEN     PIC S9(6) VALUE ZEROS.
           05  WS-TOT-JOIN     PIC S9(6) VALUE ZEROS.
           05  WS-TOT-LEAVE    PIC S9(6) VALUE ZEROS.
           05  WS-TOT-REHIRE   PIC S9(6) VALUE ZEROS.
           05  WS-TOT-XFER-IN  PIC S9(6) VALUE ZEROS.
           05  WS-TOT-XFER-OUT PIC S9(6) VALUE ZEROS.
           05  WS-TOT-DELETE   PIC S9(6) VALUE ZEROS.
           05  WS-TOT-CLOSE    PIC S9(6) VALUE ZEROS.
       01  WS-NEGATIVE-COUNT  PIC 9(3) VALUE ZEROS.

      *    The last journal image of every client the journals
      *    touch, checked against the live master afterwards. If
      *    the journals read are complete the two agree on whether
      *    the client is on the master, is counted, and in which
      *    department - which is what the working back relies on.
       01  WS-LAST-COUNT      PIC 9(4) VALUE ZEROS.
       01  WS-LAST-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-LAST-FOUND      PIC X VALUE 'N'.
       01  WS-LAST-OVERFLOW   PIC 9(6) VALUE ZEROS.
       01  WS-LAST-TABLE.
           05  WS-LAST-ENTRY OCCURS 2000 TIMES.
               10  WS-LT-CODE     PIC X(9).
               10  WS-LT-ON-FILE  PIC X.
               10  WS-LT-ACTIVE   PIC X.
               10  WS-LT-DEPT     PIC X(10).
       01  WS-LAST-CODE       PIC X(9) VALUE SPACES.
       01  WS-MST-ON-FILE     PIC X VALUE 'N'.
       01  WS-MST-ACTIVE      PIC X VALUE 'N'.
       01  WS-MST-DEPT        PIC X(10) VALUE SPACES.
       01  WS-MST-DESC-ON     PIC X VALUE 'N'.
       01  WS-MST-DESC-ACT    PIC X VALUE 'N'.
       01  WS-MST-DESC        PIC X(10) VALUE SPACES.
       01  WS-DIFF-COUNT      PIC S9(6) VALUE ZEROS.
       01  WS-AGREE-COUNT     PIC S9(6) VALUE ZEROS.

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(57) VALUE SPACES.
       01  WS-RPT-HEADER-1 PIC X(80) VALUE
           "HEADCOUNT MOVEMENT REPORT".
       01  WS-RPT-HEADER-2 PIC X(80) VALUE ALL "-".
       01  WS-RPT-RANGE-LINE.
           05  FILLER          PIC X(6) VALUE "FROM: ".
           05  WS-RPT-FROM     PIC X(8).
           05  FILLER          PIC X(6) VALUE "  TO: ".
           05  WS-RPT-TO       PIC X(8).
           05  FILLER          PIC X(52) VALUE SPACES.
       01  WS-RPT-EVT-HEADER.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(11) VALUE "CODE".
           05  FILLER PIC X(12) VALUE "MOVEMENT".
           05  FILLER PIC X(12) VALUE "FROM DEPT".
           05  FILLER PIC X(12) VALUE "TO DEPT".
           05  FILLER PIC X(23) VALUE "PROGRAM".
       01  WS-RPT-EVT-DETAIL.
           05  WS-RPT-EVT-DATE  PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVT-CODE  PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVT-TYPE  PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVT-FROM  PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVT-TO    PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVT-PGM   PIC X(15).
           05  FILLER           PIC X(8) VALUE SPACES.
       01  WS-RPT-SUM-HEADER.
           05  FILLER PIC X(10) VALUE "DEPARTMENT".
           05  FILLER PIC X(8)  VALUE "    OPEN".
           05  FILLER PIC X(8)  VALUE "  JOINED".
           05  FILLER PIC X(8)  VALUE "    LEFT".
           05  FILLER PIC X(8)  VALUE "  REHIRE".
           05  FILLER PIC X(8)  VALUE "  XFR-IN".
           05  FILLER PIC X(8)  VALUE " XFR-OUT".
           05  FILLER PIC X(8)  VALUE " DELETED".
           05  FILLER PIC X(8)  VALUE "   CLOSE".
           05  FILLER PIC X(6)  VALUE SPACES.
       01  WS-RPT-SUM-DETAIL.
           05  WS-RPT-SUM-DEPT    PIC X(10).
           05  WS-RPT-SUM-OPEN    PIC -(7)9.
           05  WS-RPT-SUM-JOIN    PIC -(7)9.
           05  WS-RPT-SUM-LEAVE   PIC -(7)9.
           05  WS-RPT-SUM-REHIRE  PIC -(7)9.
           05  WS-RPT-SUM-XFER-IN PIC -(7)9.
           05  WS-RPT-SUM-XFER-OUT PIC -(7)9.
           05  WS-RPT-SUM-DELETE  PIC -(7)9.
           05  WS-RPT-SUM-CLOSE   PIC -(7)9.
           05  WS-RPT-SUM-FLAG    PIC X(6).
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-LABEL PIC X(40).
           05  WS-RPT-TOT-VALUE PIC -(7)9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-FLAG  PIC X(30).
       01  WS-RPT-DIFF-HEADER.
           05  FILLER PIC X(11) VALUE "CODE".
           05  FILLER PIC X(34) VALUE "LAST JOURNAL IMAGE".
           05  FILLER PIC X(35) VALUE "LIVE MASTER".
       01  WS-RPT-DIFF-DETAIL.
           05  WS-RPT-DIFF-CODE     PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-DIFF-JRNL     PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-DIFF-JRNL-DEPT PIC X(10).
           05  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RPT-DIFF-MST      PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-DIFF-MST-DEPT PIC X(10).
           05  FILLER               PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Joiners, leavers, rehires, transfers and deletions per
      *    department over a date range, classified from the
      *    before/after images in the change journal - the live
      *    CLIJRNL.txt and every dated generation CLIENTBKP has cut
      *    over since the range began. The master only says who is
      *    here today, so the figures are worked backwards from a
      *    live count of FICHIERCLIENT: movements journalled after
      *    the range are unwound to get the closing headcount, and
      *    the range's own movements are unwound to get the opening
      *    one. Headcount is every client not terminated. Records
      *    written by a CLIENTBKP reload are restores, not joiners,
      *    and are left out. The working back is only as good as the
      *    journals found, so each client's last journal image is
      *    checked against the master as it stands; any difference
      *    means a generation is missing or the master was changed
      *    without being journalled.
           DISPLAY "HEADCOUNT MOVEMENT REPORT".
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           CALL "DATECHK" USING WS-FROM-DATE WS-DATE-VALID.
           IF WS-DATE-VALID NOT = 'Y'
               DISPLAY "From date is not a valid date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "To date (YYYYMMDD): ".
           ACCEPT WS-TO-DATE.
           CALL "DATECHK" USING WS-TO-DATE WS-DATE-VALID.
           IF WS-DATE-VALID NOT = 'Y'
               DISPLAY "To date is not a valid date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "To date is before the from date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE "B"      TO RUNCTL-ACTION.
           MOVE "HCMOVE" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.

           OPEN OUTPUT MOVEMENT-REPORT.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-1.
           WRITE MOVEMENT-LINE FROM WS-RPT-BUSDATE-LINE.
           MOVE WS-FROM-DATE TO WS-RPT-FROM.
           MOVE WS-TO-DATE   TO WS-RPT-TO.
           WRITE MOVEMENT-LINE FROM WS-RPT-RANGE-LINE.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           WRITE MOVEMENT-LINE FROM WS-RPT-EVT-HEADER.

           PERFORM COUNT-LIVE-MASTER.
           PERFORM SCAN-JOURNAL-GENERATIONS.
           MOVE "CLIJRNL.txt" TO WS-JRNL-FILE-NAME.
           PERFORM READ-ONE-JOURNAL.

           PERFORM WORK-BACK-HEADCOUNTS.
           PERFORM WRITE-MOVEMENT-SUMMARY.
           CLOSE MOVEMENT-REPORT.
           DISPLAY WS-EVENT-COUNT " movement(s) from "
                   WS-JRNL-READ-COUNT " journal record(s) in "
                   WS-GEN-COUNT " generation(s) plus the live "
                   "journal - report written to HCMOVERPT.txt".
           IF WS-NEGATIVE-COUNT > ZERO
               DISPLAY "WARNING: " WS-NEGATIVE-COUNT " department(s)"
                       " work back to a negative count - a journal"
                       " generation is missing"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DIFF-COUNT > ZERO
               DISPLAY "WARNING: " WS-DIFF-COUNT " client(s) on the"
                       " master differ from their last journal image"
                       " - the figures do not reconcile"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LAST-OVERFLOW > ZERO
               DISPLAY "WARNING: client table full, "
                       WS-LAST-OVERFLOW " journal record(s) not"
                       " checked against the master"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       COUNT-LIVE-MASTER.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF CLIENT-CODE NOT = SPACES
                          AND CLIENT-STATUS NOT = "T"
                           MOVE CLIENT-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT-SLOT
                           IF WS-DEPT-SLOT-OK = 'Y'
                               ADD 1 TO WS-DT-LIVE(WS-DEPT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.

      *    A generation is named for the day it was cut and holds
      *    everything journalled up to that day, so only the ones
      *    cut on or after the from date can hold anything that
      *    matters. Generations are not catalogued anywhere; each
      *    candidate day's name is simply tried in date order.
       SCAN-JOURNAL-GENERATIONS.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-DATE)).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE SPACES TO WS-JRNL-FILE-NAME
               STRING "CLIJRNL." WS-SCAN-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-JRNL-FILE-NAME
               PERFORM READ-ONE-JOURNAL
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

       READ-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               IF WS-JRNL-FILE-NAME NOT = "CLIJRNL.txt"
                   ADD 1 TO WS-GEN-COUNT
               END-IF
               MOVE 'N' TO WS-JOURNAL-EOF
               PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END PERFORM CLASSIFY-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       CLASSIFY-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-READ-COUNT.
           PERFORM KEEP-LAST-IMAGE.
           IF JRNL-DATE < WS-FROM-DATE
              OR JRNL-PROGRAM = "CLIENTBKP"
               CONTINUE
           ELSE
               IF JRNL-DATE > WS-TO-DATE
                   MOVE 'N' TO WS-IN-RANGE
               ELSE
                   MOVE 'Y' TO WS-IN-RANGE
               END-IF
               MOVE JRNL-BEFORE TO BEF-CLIENT-RECORD
               MOVE JRNL-AFTER  TO AFT-CLIENT-RECORD
               MOVE 'N' TO WS-BEF-ACTIVE WS-AFT-ACTIVE
               IF JRNL-ACTION NOT = "W"
                  AND BEF-CLIENT-CODE NOT = SPACES
                  AND BEF-CLIENT-STATUS NOT = "T"
                   MOVE 'Y' TO WS-BEF-ACTIVE
               END-IF
               IF JRNL-ACTION NOT = "D"
                  AND AFT-CLIENT-CODE NOT = SPACES
                  AND AFT-CLIENT-STATUS NOT = "T"
                   MOVE 'Y' TO WS-AFT-ACTIVE
               END-IF
               PERFORM SET-MOVEMENT-TYPE
               IF WS-MOVE-TYPE NOT = SPACES
                   PERFORM APPLY-MOVEMENT
               END-IF
           END-IF.

      *    A status change decides the movement before a department
      *    change does: someone terminated out of a department they
      *    had just been moved to is a leaver from the old one.
       SET-MOVEMENT-TYPE.
           MOVE SPACES TO WS-MOVE-TYPE.
           EVALUATE TRUE
               WHEN JRNL-ACTION = "W" AND WS-AFT-ACTIVE = 'Y'
                   MOVE "JOINER" TO WS-MOVE-TYPE
               WHEN JRNL-ACTION = "D" AND BEF-CLIENT-CODE NOT = SPACES
                   MOVE "DELETION" TO WS-MOVE-TYPE
               WHEN JRNL-ACTION = "R"
                AND WS-BEF-ACTIVE = 'Y' AND WS-AFT-ACTIVE = 'N'
                   MOVE "LEAVER" TO WS-MOVE-TYPE
               WHEN JRNL-ACTION = "R"
                AND WS-BEF-ACTIVE = 'N' AND WS-AFT-ACTIVE = 'Y'
                   MOVE "REHIRE" TO WS-MOVE-TYPE
               WHEN JRNL-ACTION = "R"
                AND WS-BEF-ACTIVE = 'Y' AND WS-AFT-ACTIVE = 'Y'
                AND BEF-CLIENT-DEPT NOT = AFT-CLIENT-DEPT
                   MOVE "TRANSFER" TO WS-MOVE-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    In the range the movement is counted in its column; after
      *    the range it only goes into the net figure used to work
      *    back from the live count. A deletion only moves headcount
      *    when the deleted record was still active.
       APPLY-MOVEMENT.
           IF WS-IN-RANGE = 'Y'
               ADD 1 TO WS-EVENT-COUNT
               MOVE JRNL-DATE    TO WS-RPT-EVT-DATE
               MOVE JRNL-PROGRAM TO WS-RPT-EVT-PGM
               MOVE WS-MOVE-TYPE TO WS-RPT-EVT-TYPE
               MOVE SPACES TO WS-RPT-EVT-FROM WS-RPT-EVT-TO
               IF JRNL-ACTION = "W"
                   MOVE AFT-CLIENT-CODE TO WS-RPT-EVT-CODE
               ELSE
                   MOVE BEF-CLIENT-CODE TO WS-RPT-EVT-CODE
                   MOVE BEF-CLIENT-DEPT TO WS-RPT-EVT-FROM
               END-IF
               IF JRNL-ACTION NOT = "D"
                   MOVE AFT-CLIENT-DEPT TO WS-RPT-EVT-TO
               END-IF
               WRITE MOVEMENT-LINE FROM WS-RPT-EVT-DETAIL
           END-IF.
           EVALUATE WS-MOVE-TYPE
               WHEN "JOINER"
                   MOVE AFT-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           ADD 1 TO WS-DT-JOIN(WS-DEPT-IDX)
                       ELSE
                           ADD 1 TO WS-DT-LATER(WS-DEPT-IDX)
                       END-IF
                   END-IF
               WHEN "REHIRE"
                   MOVE AFT-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           ADD 1 TO WS-DT-REHIRE(WS-DEPT-IDX)
                       ELSE
                           ADD 1 TO WS-DT-LATER(WS-DEPT-IDX)
                       END-IF
                   END-IF
               WHEN "LEAVER"
                   MOVE BEF-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           ADD 1 TO WS-DT-LEAVE(WS-DEPT-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-DT-LATER(WS-DEPT-IDX)
                       END-IF
                   END-IF
               WHEN "DELETION"
                   MOVE BEF-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           IF WS-BEF-ACTIVE = 'Y'
                               ADD 1 TO WS-DT-DELETE(WS-DEPT-IDX)
                           END-IF
                       ELSE
                           IF WS-BEF-ACTIVE = 'Y'
                               SUBTRACT 1 FROM WS-DT-LATER(WS-DEPT-IDX)
                           END-IF
                       END-IF
                   END-IF
               WHEN "TRANSFER"
                   MOVE BEF-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           ADD 1 TO WS-DT-XFER-OUT(WS-DEPT-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-DT-LATER(WS-DEPT-IDX)
                       END-IF
                   END-IF
                   MOVE AFT-CLIENT-DEPT TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT-OK = 'Y'
                       IF WS-IN-RANGE = 'Y'
                           ADD 1 TO WS-DT-XFER-IN(WS-DEPT-IDX)
                       ELSE
                           ADD 1 TO WS-DT-LATER(WS-DEPT-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-DEPT-SLOT.
           MOVE 'N' TO WS-DEPT-SLOT-OK.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND = 'Y'
               IF WS-DT-DEPT(WS-DEPT-IDX) = WS-LOOKUP-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DEPT-IDX
               MOVE 'Y' TO WS-DEPT-SLOT-OK
           ELSE
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
                   MOVE WS-LOOKUP-DEPT TO WS-DT-DEPT(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-SLOT-OK
               ELSE
                   DISPLAY "WARNING: department table full, "
                           WS-LOOKUP-DEPT " not counted"
               END-IF
           END-IF.

      *    Every journal record counts here, restores and records
      *    from before the range included: only the latest image of
      *    each client matters, and the journals are read oldest
      *    first.
       KEEP-LAST-IMAGE.
           MOVE JRNL-BEFORE TO BEF-CLIENT-RECORD.
           MOVE JRNL-AFTER  TO AFT-CLIENT-RECORD.
           IF JRNL-ACTION = "W"
               MOVE AFT-CLIENT-CODE TO WS-LAST-CODE
           ELSE
               MOVE BEF-CLIENT-CODE TO WS-LAST-CODE
           END-IF.
           IF WS-LAST-CODE NOT = SPACES
               MOVE 'N' TO WS-LAST-FOUND
               PERFORM VARYING WS-LAST-IDX FROM 1 BY 1
                       UNTIL WS-LAST-IDX > WS-LAST-COUNT
                          OR WS-LAST-FOUND = 'Y'
                   IF WS-LT-CODE(WS-LAST-IDX) = WS-LAST-CODE
                       MOVE 'Y' TO WS-LAST-FOUND
                   END-IF
               END-PERFORM
               IF WS-LAST-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-LAST-IDX
               ELSE
                   IF WS-LAST-COUNT < 2000
                       ADD 1 TO WS-LAST-COUNT
                       MOVE WS-LAST-COUNT TO WS-LAST-IDX
                       MOVE WS-LAST-CODE TO WS-LT-CODE(WS-LAST-IDX)
                       MOVE 'Y' TO WS-LAST-FOUND
                   ELSE
                       ADD 1 TO WS-LAST-OVERFLOW
                   END-IF
               END-IF
               IF WS-LAST-FOUND = 'Y'
                   IF JRNL-ACTION = "D"
                       MOVE 'N' TO WS-LT-ON-FILE(WS-LAST-IDX)
                       MOVE 'N' TO WS-LT-ACTIVE(WS-LAST-IDX)
                       MOVE SPACES TO WS-LT-DEPT(WS-LAST-IDX)
                   ELSE
                       MOVE 'Y' TO WS-LT-ON-FILE(WS-LAST-IDX)
                       MOVE AFT-CLIENT-DEPT TO WS-LT-DEPT(WS-LAST-IDX)
                       IF AFT-CLIENT-STATUS = "T"
                           MOVE 'N' TO WS-LT-ACTIVE(WS-LAST-IDX)
                       ELSE
                           MOVE 'Y' TO WS-LT-ACTIVE(WS-LAST-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WORK-BACK-HEADCOUNTS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DT-CLOSE(WS-DEPT-IDX) =
                   WS-DT-LIVE(WS-DEPT-IDX) - WS-DT-LATER(WS-DEPT-IDX)
               COMPUTE WS-DT-OPEN(WS-DEPT-IDX) =
                   WS-DT-CLOSE(WS-DEPT-IDX)
                   - WS-DT-JOIN(WS-DEPT-IDX)
                   - WS-DT-REHIRE(WS-DEPT-IDX)
                   - WS-DT-XFER-IN(WS-DEPT-IDX)
                   + WS-DT-LEAVE(WS-DEPT-IDX)
                   + WS-DT-XFER-OUT(WS-DEPT-IDX)
                   + WS-DT-DELETE(WS-DEPT-IDX)
               ADD WS-DT-LIVE(WS-DEPT-IDX)     TO WS-TOT-LIVE
               ADD WS-DT-LATER(WS-DEPT-IDX)    TO WS-TOT-LATER
               ADD WS-DT-OPEN(WS-DEPT-IDX)     TO WS-TOT-OPEN
               ADD WS-DT-JOIN(WS-DEPT-IDX)     TO WS-TOT-JOIN
               ADD WS-DT-LEAVE(WS-DEPT-IDX)    TO WS-TOT-LEAVE
               ADD WS-DT-REHIRE(WS-DEPT-IDX)   TO WS-TOT-REHIRE
               ADD WS-DT-XFER-IN(WS-DEPT-IDX)  TO WS-TOT-XFER-IN
               ADD WS-DT-XFER-OUT(WS-DEPT-IDX) TO WS-TOT-XFER-OUT
               ADD WS-DT-DELETE(WS-DEPT-IDX)   TO WS-TOT-DELETE
               ADD WS-DT-CLOSE(WS-DEPT-IDX)    TO WS-TOT-CLOSE
           END-PERFORM.

       WRITE-MOVEMENT-SUMMARY.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           WRITE MOVEMENT-LINE FROM WS-RPT-SUM-HEADER.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-DEPT(WS-DEPT-IDX)     TO WS-RPT-SUM-DEPT
               MOVE WS-DT-OPEN(WS-DEPT-IDX)     TO WS-RPT-SUM-OPEN
               MOVE WS-DT-JOIN(WS-DEPT-IDX)     TO WS-RPT-SUM-JOIN
               MOVE WS-DT-LEAVE(WS-DEPT-IDX)    TO WS-RPT-SUM-LEAVE
               MOVE WS-DT-REHIRE(WS-DEPT-IDX)   TO WS-RPT-SUM-REHIRE
               MOVE WS-DT-XFER-IN(WS-DEPT-IDX)  TO WS-RPT-SUM-XFER-IN
               MOVE WS-DT-XFER-OUT(WS-DEPT-IDX)
                   TO WS-RPT-SUM-XFER-OUT
               MOVE WS-DT-DELETE(WS-DEPT-IDX)   TO WS-RPT-SUM-DELETE
               MOVE WS-DT-CLOSE(WS-DEPT-IDX)    TO WS-RPT-SUM-CLOSE
               MOVE SPACES TO WS-RPT-SUM-FLAG
               IF WS-DT-OPEN(WS-DEPT-IDX) < ZERO
                  OR WS-DT-CLOSE(WS-DEPT-IDX) < ZERO
                   MOVE " CHECK" TO WS-RPT-SUM-FLAG
                   ADD 1 TO WS-NEGATIVE-COUNT
               END-IF
               WRITE MOVEMENT-LINE FROM WS-RPT-SUM-DETAIL
           END-PERFORM.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           MOVE "ALL DEPARTMENTS"  TO WS-RPT-SUM-DEPT.
           MOVE WS-TOT-OPEN        TO WS-RPT-SUM-OPEN.
           MOVE WS-TOT-JOIN        TO WS-RPT-SUM-JOIN.
           MOVE WS-TOT-LEAVE       TO WS-RPT-SUM-LEAVE.
           MOVE WS-TOT-REHIRE      TO WS-RPT-SUM-REHIRE.
           MOVE WS-TOT-XFER-IN     TO WS-RPT-SUM-XFER-IN.
           MOVE WS-TOT-XFER-OUT    TO WS-RPT-SUM-XFER-OUT.
           MOVE WS-TOT-DELETE      TO WS-RPT-SUM-DELETE.
           MOVE WS-TOT-CLOSE       TO WS-RPT-SUM-CLOSE.
           MOVE SPACES             TO WS-RPT-SUM-FLAG.
           WRITE MOVEMENT-LINE FROM WS-RPT-SUM-DETAIL.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           PERFORM WRITE-RECONCILIATION.

      *    The closing headcount is the live count less what moved
      *    after the range, so those three figures agree by
      *    construction and are shown only to explain the closing
      *    figure. The reconciliation proper is the check of each
      *    journalled client's last image against the master.
       WRITE-RECONCILIATION.
           MOVE SPACES TO WS-RPT-TOT-FLAG.
           MOVE "Live FICHIERCLIENT headcount" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-LIVE TO WS-RPT-TOT-VALUE.
           WRITE MOVEMENT-LINE FROM WS-RPT-TOTAL.
           MOVE "Net movement after the range" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-LATER TO WS-RPT-TOT-VALUE.
           WRITE MOVEMENT-LINE FROM WS-RPT-TOTAL.
           MOVE "Closing headcount" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-CLOSE TO WS-RPT-TOT-VALUE.
           WRITE MOVEMENT-LINE FROM WS-RPT-TOTAL.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           WRITE MOVEMENT-LINE FROM WS-RPT-DIFF-HEADER.
           PERFORM CHECK-LAST-IMAGES.
           WRITE MOVEMENT-LINE FROM WS-RPT-HEADER-2.
           MOVE "Journalled clients agreeing" TO WS-RPT-TOT-LABEL.
           MOVE WS-AGREE-COUNT TO WS-RPT-TOT-VALUE.
           WRITE MOVEMENT-LINE FROM WS-RPT-TOTAL.
           MOVE "Journalled clients differing" TO WS-RPT-TOT-LABEL.
           MOVE WS-DIFF-COUNT TO WS-RPT-TOT-VALUE.
           EVALUATE TRUE
               WHEN WS-DIFF-COUNT > ZERO
                   MOVE "DOES NOT RECONCILE" TO WS-RPT-TOT-FLAG
               WHEN WS-LAST-OVERFLOW > ZERO
                   MOVE "NOT FULLY CHECKED" TO WS-RPT-TOT-FLAG
               WHEN OTHER
                   MOVE "RECONCILED" TO WS-RPT-TOT-FLAG
           END-EVALUATE.
           WRITE MOVEMENT-LINE FROM WS-RPT-TOTAL.

      *    Each journalled client is read back by key. A client is
      *    counted the same way COUNT-LIVE-MASTER counts one, so a
      *    difference here is a difference in the live headcount
      *    the closing figure was worked back from.
       CHECK-LAST-IMAGES.
           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LAST-IDX FROM 1 BY 1
                   UNTIL WS-LAST-IDX > WS-LAST-COUNT
               MOVE WS-LT-CODE(WS-LAST-IDX) TO CLIENT-CODE
               MOVE 'N' TO WS-MST-ON-FILE WS-MST-ACTIVE
               MOVE SPACES TO WS-MST-DEPT
               READ FICHIERCLIENT KEY IS CLIENT-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MST-ON-FILE
                       MOVE CLIENT-DEPT TO WS-MST-DEPT
                       IF CLIENT-STATUS NOT = "T"
                           MOVE 'Y' TO WS-MST-ACTIVE
                       END-IF
               END-READ
               IF WS-MST-ON-FILE = WS-LT-ON-FILE(WS-LAST-IDX)
                  AND WS-MST-ACTIVE = WS-LT-ACTIVE(WS-LAST-IDX)
                  AND WS-MST-DEPT = WS-LT-DEPT(WS-LAST-IDX)
                   ADD 1 TO WS-AGREE-COUNT
               ELSE
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE WS-LT-CODE(WS-LAST-IDX) TO WS-RPT-DIFF-CODE
                   MOVE WS-LT-ON-FILE(WS-LAST-IDX) TO WS-MST-DESC-ON
                   MOVE WS-LT-ACTIVE(WS-LAST-IDX)  TO WS-MST-DESC-ACT
                   PERFORM DESCRIBE-STATE
                   MOVE WS-MST-DESC TO WS-RPT-DIFF-JRNL
                   MOVE WS-LT-DEPT(WS-LAST-IDX) TO WS-RPT-DIFF-JRNL-DEPT
                   MOVE WS-MST-ON-FILE TO WS-MST-DESC-ON
                   MOVE WS-MST-ACTIVE  TO WS-MST-DESC-ACT
                   PERFORM DESCRIBE-STATE
                   MOVE WS-MST-DESC TO WS-RPT-DIFF-MST
                   MOVE WS-MST-DEPT TO WS-RPT-DIFF-MST-DEPT
                   WRITE MOVEMENT-LINE FROM WS-RPT-DIFF-DETAIL
               END-IF
           END-PERFORM.
           CLOSE FICHIERCLIENT.

       DESCRIBE-STATE.
           EVALUATE TRUE
               WHEN WS-MST-DESC-ON = 'N'
                   MOVE "NO RECORD" TO WS-MST-DESC
               WHEN WS-MST-DESC-ACT = 'Y'
                   MOVE "ACTIVE" TO WS-MST-DESC
               WHEN OTHER
                   MOVE "TERMINATED" TO WS-MST-DESC
           END-EVALUATE.
