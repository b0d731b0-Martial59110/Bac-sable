           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO "RISWEEP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SWEEP-STATUS.

           SELECT STATS-REPORT ASSIGN TO "BATCHSTATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  RECON-REPORT.
       01  RECON-LINE PIC X(80).

       FD  SWEEP-REPORT.
       01  SWEEP-LINE PIC X(90).

       FD  STATS-REPORT.
       01  STATS-LINE PIC X(80).

       01  WS-RECYCLE-STATUS  PIC X(2) VALUE "00".
       01  WS-RECON-STATUS    PIC X(2) VALUE "00".
       01  WS-STATS-STATUS    PIC X(2) VALUE "00".
       01  WS-SWEEP-STATUS    PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS    PIC X(2) VALUE "00".
       01  WS-FILE-EOF        PIC X VALUE 'N'.
           COPY RUNCTLNK.
       01  WS-RECON-BAD       PIC X VALUE 'N'.
       01  WS-RECON-SEEN      PIC X VALUE 'N'.
       01  WS-WINDOW-BAD      PIC X VALUE 'N'.
       01  WS-SWEEP-BAD       PIC X VALUE 'N'.
       01  WS-STATS-SEEN      PIC X VALUE 'N'.
       01  WS-AUDIT-TODAY     PIC 9(4) VALUE ZEROS.
       01  WS-AUDIT-FAILED    PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       START-PROGRAM.
      *    One page instead of seven files every morning: folds the
      *    overnight evidence (leftover checkpoint, stuck batch
      *    step, new rejects, reconciliation mismatches, cross-file
      *    integrity exceptions, the batch window and the audit
      *    log) into a single GREEN/AMBER/RED
      *    verdict with one line per condition found. RED ends with
      *    RETURN-CODE 8 so BATCH-DRIVER, running this as the last
      *    step, pages operations through the step-failure path.
           PERFORM CHECK-STUCK-STEP.
           PERFORM CHECK-NEW-REJECTS.
           PERFORM CHECK-RECONCILIATION.
           PERFORM CHECK-INTEGRITY-SWEEP.
           PERFORM CHECK-BATCH-WINDOW.
           PERFORM CHECK-AUDIT-LOG.

               END-IF
           END-IF.

      *    RISWEEP ends its report with a RESULT line; one that
      *    says EXCEPTIONS FOUND means a companion file no longer
      *    agrees with the master.
       CHECK-INTEGRITY-SWEEP.
           OPEN INPUT SWEEP-REPORT.
           IF WS-SWEEP-STATUS NOT = "00"
               MOVE "No RISWEEP.txt for the night."
                   TO WS-RPT-COND-TEXT
               PERFORM RAISE-AMBER
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SWEEP-REPORT
                       AT END MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SWEEP-LINE(1:8) = "RESULT: "
                               MOVE ZEROS TO WS-TALLY
                               INSPECT SWEEP-LINE TALLYING WS-TALLY
                                   FOR ALL "EXCEPTIONS FOUND"
                               IF WS-TALLY > ZEROS
                                   MOVE 'Y' TO WS-SWEEP-BAD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-REPORT
               IF WS-SWEEP-BAD = 'Y'
                   MOVE "RISWEEP.txt shows cross-file exceptions."
                       TO WS-RPT-COND-TEXT
                   PERFORM RAISE-AMBER
               END-IF
           END-IF.

       CHECK-BATCH-WINDOW.
           OPEN INPUT STATS-REPORT.
           IF WS-STATS-STATUS NOT = "00"
