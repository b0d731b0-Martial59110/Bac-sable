       IDENTIFICATION DIVISION.
         PROGRAM-ID. PROBRPT.
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

           SELECT PROBATION-REPORT ASSIGN TO "PROBRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

         DATA DIVISION.
       FILE SECTION.
       FD  FICHIERCLIENT.
           COPY CLIREC.

       FD  DEPTFILE.
           COPY DEPTREC.

       FD  PROBATION-REPORT.
       01  PROBATION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FICHIERCLIENT-STATUS PIC X(2) VALUE "00".
       01  END-OF-FILE             PIC X VALUE 'N'.
           COPY RUNCTLNK.
           COPY PROBLNK.

      *    Department managers loaded from DEPTFILE.dat, the way
      *    SENIORITY loads the department names. A department not
      *    on the reference file (or a run without the file) shows
      *    no manager, and the line says so.
       01  WS-DEPTFILE-STATUS PIC X(2) VALUE "00".
       01  WS-DEPTREF-EOF     PIC X VALUE 'N'.
       01  WS-REF-TBL-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-REF-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-REF-FOUND       PIC X VALUE 'N'.
       01  WS-DEPTREF-TABLE.
           05  WS-REF-ENTRY OCCURS 100 TIMES.
               10  WS-REF-CODE    PIC X(10) VALUE SPACES.
               10  WS-REF-MANAGER PIC X(25) VALUE SPACES.

      *    Review window: probations ending up to this many days
      *    after the business date are listed, so a weekly run
      *    gives every manager at least three weeks' notice.
       01  WS-WINDOW-DAYS     PIC 9(3) VALUE 30.
       01  WS-BUSDATE-N       PIC 9(8) VALUE ZEROS.
       01  WS-ENDDATE-N       PIC 9(8) VALUE ZEROS.
       01  WS-BUSDATE-INT     PIC 9(8) VALUE ZEROS.
       01  WS-ENDDATE-INT     PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-LEFT       PIC 9(4) VALUE ZEROS.
       01  WS-LIST-CLIENT     PIC X VALUE 'N'.
       01  WS-PROBCHK-CALLED  PIC X VALUE 'N'.
       01  WS-RPT-NO-SINCE PIC X(132) VALUE
           "NOTE: NO SINCE LINE ON PROBPARM - EVERY HIRE TRACKED".

       01  WS-FIRST-DEPT      PIC X VALUE 'Y'.
       01  WS-CURRENT-DEPT    PIC X(10) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-OVERDUE  PIC 9(6) VALUE ZEROS.
           05  WS-TOT-DUE      PIC 9(6) VALUE ZEROS.
           05  WS-TOT-FAILED   PIC 9(6) VALUE ZEROS.
           05  WS-TOT-NO-MGR   PIC 9(6) VALUE ZEROS.

       01  WS-RPT-BUSDATE-LINE.
           05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-RPT-BUSDATE PIC X(8).
           05  FILLER PIC X(109) VALUE SPACES.
       01  WS-RPT-HEADER-1 PIC X(132) VALUE
           "PROBATION REVIEWS DUE IN THE NEXT 30 DAYS OR OVERDUE".
       01  WS-RPT-HEADER-2 PIC X(132) VALUE ALL "-".
       01  WS-RPT-DEPT-LINE.
           05  FILLER          PIC X(12) VALUE "DEPARTMENT: ".
           05  WS-RPT-DEPT     PIC X(10).
           05  FILLER          PIC X(11) VALUE "  MANAGER: ".
           05  WS-RPT-DEPT-MGR PIC X(25).
           05  FILLER          PIC X(74) VALUE SPACES.
       01  WS-RPT-COL-HEADER.
           05  FILLER PIC X(10) VALUE "CODE".
           05  FILLER PIC X(21) VALUE "NAME".
           05  FILLER PIC X(9)  VALUE "HIRED".
           05  FILLER PIC X(4)  VALUE "MTH".
           05  FILLER PIC X(4)  VALUE "EXT".
           05  FILLER PIC X(9)  VALUE "ENDS".
           05  FILLER PIC X(26) VALUE "REVIEW".
           05  FILLER PIC X(49) VALUE "MANAGER".
       01  WS-RPT-DETAIL.
           05  WS-RPT-CODE    PIC X(9).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-NAME    PIC X(20).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-HIRE    PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-MONTHS  PIC Z9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-EXT     PIC X(2).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-RPT-ENDS    PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-FLAG    PIC X(25).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-RPT-MANAGER PIC X(25).
           05  FILLER         PIC X(24) VALUE SPACES.
       01  WS-RPT-FLAG-DAYS.
           05  WS-FLAG-TEXT   PIC X(12).
           05  WS-FLAG-DAYS   PIC ZZZ9.
           05  FILLER         PIC X(9) VALUE " DAY(S)".
       01  WS-RPT-COUNT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-CNT-LABEL PIC X(40).
           05  WS-RPT-CNT-VALUE PIC Z(5)9.
           05  FILLER           PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    Weekly probation review reminder: every client still on
      *    probation (no outcome yet, or extended) whose period as
      *    worked out by the shared PROBCHK ends within the window
      *    after the business date, or has already ended without
      *    a review, department by department with the manager
      *    from DEPTFILE.dat who has to hold the review. Rehires
      *    and clients hired before probations were tracked are
      *    not listed. A failed probation PROBREV has handed to
      *    OFFBOARD but nobody has terminated yet is listed too,
      *    so the hand-off cannot be lost. PROBREV records the
      *    outcomes.
           MOVE "B"       TO RUNCTL-ACTION.
           MOVE "PROBRPT" TO RUNCTL-PROGRAM.
           CALL "RUNCTL" USING RUNCTL-REQUEST.
           MOVE RUNCTL-BUSINESS-DATE TO WS-RPT-BUSDATE.
           MOVE RUNCTL-BUSINESS-DATE TO WS-BUSDATE-N.
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDATE-N).

           PERFORM LOAD-DEPT-REFERENCE.

           OPEN INPUT FICHIERCLIENT.
           IF WS-FICHIERCLIENT-STATUS NOT = "00"
               DISPLAY "Unable to open FICHIERCLIENT, file status "
                       WS-FICHIERCLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROBATION-REPORT.
           WRITE PROBATION-LINE FROM WS-RPT-HEADER-1.
           WRITE PROBATION-LINE FROM WS-RPT-BUSDATE-LINE.
           WRITE PROBATION-LINE FROM WS-RPT-HEADER-2.

           MOVE LOW-VALUES TO CLIENT-DEPT.
           START FICHIERCLIENT KEY IS NOT LESS THAN CLIENT-DEPT
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ FICHIERCLIENT NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE
                   NOT AT END PERFORM CHECK-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FICHIERCLIENT.
           IF WS-FIRST-DEPT = 'N'
               WRITE PROBATION-LINE FROM WS-RPT-HEADER-2
           END-IF.

           IF WS-PROBCHK-CALLED = 'Y'
              AND PROBCHK-SINCE-FOUND = 'N'
               DISPLAY "WARNING: PROBPARM.txt has no SINCE line, "
                       "every hire is treated as on probation."
               WRITE PROBATION-LINE FROM WS-RPT-NO-SINCE
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE PROBATION-REPORT.
           DISPLAY "Probation review report written to PROBRPT.txt".
           IF WS-TOT-OVERDUE > ZERO OR WS-TOT-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 'N' TO WS-DEPTREF-EOF
               PERFORM UNTIL WS-DEPTREF-EOF = 'Y'
                   READ DEPTFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-DEPTREF-EOF
                       NOT AT END PERFORM LOAD-DEPT-REFERENCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DEPTFILE
           END-IF.

       LOAD-DEPT-REFERENCE-ENTRY.
           IF WS-REF-TBL-COUNT < 100
               ADD 1 TO WS-REF-TBL-COUNT
               MOVE DEPT-CODE    TO WS-REF-CODE(WS-REF-TBL-COUNT)
               MOVE DEPT-MANAGER TO WS-REF-MANAGER(WS-REF-TBL-COUNT)
           ELSE
               DISPLAY "WARNING: department reference table full, "
                       "department " DEPT-CODE " shows no manager"
           END-IF.

       RESOLVE-DEPT-MANAGER.
           MOVE 'N' TO WS-REF-FOUND.
           MOVE SPACES TO WS-RPT-DEPT-MGR.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-TBL-COUNT
                      OR WS-REF-FOUND = 'Y'
               IF WS-REF-CODE(WS-REF-IDX) = CLIENT-DEPT
                   MOVE 'Y' TO WS-REF-FOUND
                   MOVE WS-REF-MANAGER(WS-REF-IDX) TO WS-RPT-DEPT-MGR
               END-IF
           END-PERFORM.
           IF WS-RPT-DEPT-MGR = SPACES
               MOVE 'N' TO WS-REF-FOUND
               MOVE "(NO MANAGER ON DEPTFILE)" TO WS-RPT-DEPT-MGR
           END-IF.

      *    Only clients with no outcome yet or an extension are
      *    still on probation; a confirmed client is done, and a
      *    failed one is only of interest until OFFBOARD has set
      *    the "T".
       CHECK-CLIENT.
           MOVE 'N' TO WS-LIST-CLIENT.
           IF CLIENT-CODE = SPACES OR CLIENT-STATUS = "T"
               CONTINUE
           ELSE
               EVALUATE CLIENT-PROB-STATUS
                   WHEN SPACE
                   WHEN "E"
                       PERFORM CHECK-PROBATION-END
                   WHEN "F"
                       PERFORM CALL-PROBCHK
                       MOVE "FAILED - OFFBOARD PENDING"
                           TO WS-RPT-FLAG
                       ADD 1 TO WS-TOT-FAILED
                       MOVE 'Y' TO WS-LIST-CLIENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-LIST-CLIENT = 'Y'
               PERFORM LIST-CLIENT
           END-IF.

       CALL-PROBCHK.
           MOVE CLIENT-CODE      TO PROBCHK-CLIENT-CODE.
           MOVE CLIENT-DEPT      TO PROBCHK-DEPT.
           MOVE CLIENT-HIRE-DATE TO PROBCHK-HIRE-DATE.
           MOVE CLIENT-PROB-STATUS TO PROBCHK-PROB-STATUS.
           MOVE CLIENT-PROB-EXT  TO PROBCHK-EXT.
           CALL "PROBCHK" USING PROBCHK-REQUEST.
           MOVE 'Y' TO WS-PROBCHK-CALLED.

       CHECK-PROBATION-END.
           PERFORM CALL-PROBCHK.
           IF PROBCHK-RESULT = "Y"
               MOVE PROBCHK-END-DATE TO WS-ENDDATE-N
               COMPUTE WS-ENDDATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ENDDATE-N)
               EVALUATE TRUE
                   WHEN WS-ENDDATE-INT < WS-BUSDATE-INT
                       COMPUTE WS-DAYS-LEFT =
                           WS-BUSDATE-INT - WS-ENDDATE-INT
                       MOVE "OVERDUE"     TO WS-FLAG-TEXT
                       MOVE WS-DAYS-LEFT  TO WS-FLAG-DAYS
                       MOVE WS-RPT-FLAG-DAYS TO WS-RPT-FLAG
                       ADD 1 TO WS-TOT-OVERDUE
                       MOVE 'Y' TO WS-LIST-CLIENT
                   WHEN WS-ENDDATE-INT NOT >
                        WS-BUSDATE-INT + WS-WINDOW-DAYS
                       COMPUTE WS-DAYS-LEFT =
                           WS-ENDDATE-INT - WS-BUSDATE-INT
                       MOVE "DUE IN"      TO WS-FLAG-TEXT
                       MOVE WS-DAYS-LEFT  TO WS-FLAG-DAYS
                       MOVE WS-RPT-FLAG-DAYS TO WS-RPT-FLAG
                       ADD 1 TO WS-TOT-DUE
                       MOVE 'Y' TO WS-LIST-CLIENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LIST-CLIENT.
           IF WS-FIRST-DEPT = 'Y'
               MOVE 'N' TO WS-FIRST-DEPT
               PERFORM START-DEPARTMENT
           ELSE
               IF CLIENT-DEPT NOT = WS-CURRENT-DEPT
                   WRITE PROBATION-LINE FROM WS-RPT-HEADER-2
                   PERFORM START-DEPARTMENT
               END-IF
           END-IF.
           MOVE CLIENT-CODE      TO WS-RPT-CODE.
           MOVE CLIENT-NAME      TO WS-RPT-NAME.
           MOVE CLIENT-HIRE-DATE TO WS-RPT-HIRE.
           MOVE PROBCHK-MONTHS   TO WS-RPT-MONTHS.
           MOVE CLIENT-PROB-EXT  TO WS-RPT-EXT.
           MOVE PROBCHK-END-DATE TO WS-RPT-ENDS.
           MOVE WS-RPT-DEPT-MGR  TO WS-RPT-MANAGER.
           IF WS-REF-FOUND = 'N'
               ADD 1 TO WS-TOT-NO-MGR
           END-IF.
           WRITE PROBATION-LINE FROM WS-RPT-DETAIL.

       START-DEPARTMENT.
           MOVE CLIENT-DEPT TO WS-CURRENT-DEPT.
           MOVE CLIENT-DEPT TO WS-RPT-DEPT.
           PERFORM RESOLVE-DEPT-MANAGER.
           WRITE PROBATION-LINE FROM WS-RPT-DEPT-LINE.
           WRITE PROBATION-LINE FROM WS-RPT-COL-HEADER.

       WRITE-TOTALS.
           MOVE "ALL DEPARTMENTS" TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE "Probation reviews overdue" TO WS-RPT-CNT-LABEL.
           MOVE WS-TOT-OVERDUE TO WS-RPT-CNT-VALUE.
           WRITE PROBATION-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Probation reviews due in 30 days"
               TO WS-RPT-CNT-LABEL.
           MOVE WS-TOT-DUE TO WS-RPT-CNT-VALUE.
           WRITE PROBATION-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Failed, awaiting OFFBOARD" TO WS-RPT-CNT-LABEL.
           MOVE WS-TOT-FAILED TO WS-RPT-CNT-VALUE.
           WRITE PROBATION-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "Listed without a manager" TO WS-RPT-CNT-LABEL.
           MOVE WS-TOT-NO-MGR TO WS-RPT-CNT-VALUE.
           WRITE PROBATION-LINE FROM WS-RPT-COUNT-LINE.
