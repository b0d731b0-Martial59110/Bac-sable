           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NUMFILE-STATUS.

      *    SYRACUSERPT.txt, except that a partition run writes its
      *    detail lines to its own SYRDETAIL.Pnn.txt.
           SELECT SYR-REPORT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *    SYRCACHE.dat, or a partition's own SYRCACHE.Pnn.dat.
           SELECT CACHE-FILE ASSIGN TO DYNAMIC WS-CACHE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CACHE-STATUS.

           SELECT PLAN-FILE ASSIGN TO "SYRPART.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

           SELECT PROGRESS-FILE ASSIGN TO DYNAMIC WS-PROGRESS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROGRESS-STATUS.

           SELECT DETAIL-FILE ASSIGN TO DYNAMIC WS-DETAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DTLFILE-STATUS.

           SELECT DETAIL-WORK ASSIGN TO "SYRDETAIL.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "SYRMERGE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NUM-FILE.
           05  SYC-STEPS  PIC 9(3).
           05  SYC-PEAK   PIC 9(8).

      *    Partition plan: the whole range and how many pieces it
      *    is cut into. Partition n covers its share of the range
      *    in order, the last one taking whatever is left over.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  SYP-RANGE-START PIC 9(8).
           05  SYP-RANGE-END   PIC 9(8).
           05  SYP-PARTS       PIC 9(2).

      *    Progress record of one partition, rewritten at every
      *    checkpoint and at the end (SYG-STATUS R = running or
      *    interrupted, C = complete). It carries the statistics
      *    for the starts done so far, so an interrupted partition
      *    resumes after SYG-LAST-DONE and the merge can total the
      *    partitions without re-reading their detail lines.
       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD.
           05  SYG-PART            PIC 9(2).
           05  SYG-START           PIC 9(8).
           05  SYG-END             PIC 9(8).
           05  SYG-STATUS          PIC X(1).
           05  SYG-LAST-DONE       PIC 9(8).
           05  SYG-COUNT           PIC 9(8).
           05  SYG-SUM-STEPS       PIC 9(12).
           05  SYG-OVERFLOW-COUNT  PIC 9(8).
           05  SYG-MAX-STEPS       PIC 9(3).
           05  SYG-MAX-STEPS-START PIC 9(8).
           05  SYG-MAX-PEAK        PIC 9(8).
           05  SYG-MAX-PEAK-START  PIC 9(8).

       FD  DETAIL-FILE.
       01  DETAIL-LINE PIC X(80).

       FD  DETAIL-WORK.
       01  DETAIL-WORK-LINE PIC X(80).

       FD  MERGE-REPORT.
       01  MERGE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-NUMFILE-STATUS PIC X(2) VALUE "00".
               10  WS-CAC-STEPS  PIC 9(3).
               10  WS-CAC-PEAK   PIC 9(8).

       01 WS-REPORT-NAME   PIC X(20) VALUE "SYRACUSERPT.txt".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-CACHE-NAME    PIC X(20) VALUE "SYRCACHE.dat".

      *    Partitioned range survey. Partition nn keeps its detail
      *    lines, cache and progress under its own names; the
      *    merge puts them back together.
       01 WS-PLAN-STATUS     PIC X(2) VALUE "00".
       01 WS-PROGRESS-STATUS PIC X(2) VALUE "00".
       01 WS-DTLFILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WORK-STATUS     PIC X(2) VALUE "00".
       01 WS-PROGRESS-NAME   PIC X(20) VALUE SPACES.
       01 WS-DETAIL-NAME     PIC X(20) VALUE SPACES.
       01 WS-DETAIL-EOF      PIC X VALUE 'N'.
       01 WS-PARTS           PIC 9(2) VALUE ZEROS.
       01 WS-PART-NO         PIC 9(2) VALUE ZEROS.
       01 WS-PART-SIZE       PIC 9(8) VALUE ZEROS.
       01 WS-RANGE-SIZE      PIC 9(9) VALUE ZEROS.
       01 WS-PART-START      PIC 9(8) VALUE ZEROS.
       01 WS-PART-END        PIC 9(9) VALUE ZEROS.
       01 WS-RESUME-FROM     PIC 9(9) VALUE ZEROS.
       01 WS-LAST-DONE       PIC 9(8) VALUE ZEROS.
       01 WS-CKPT-INTERVAL   PIC 9(6) VALUE 10000.
       01 WS-CKPT-COUNTER    PIC 9(6) VALUE ZEROS.
       01 WS-LINES-KEPT      PIC 9(8) VALUE ZEROS.
       01 WS-PART-STATE      PIC X(10) VALUE SPACES.
       01 WS-PARTS-COMPLETE  PIC 9(2) VALUE ZEROS.
       01 WS-PART-AUDIT-INPUT  PIC X(40) VALUE SPACES.
       01 WS-PART-AUDIT-RESULT PIC X(40) VALUE SPACES.

       01 WS-MERGE-HEADER-1 PIC X(80) VALUE
          "SYRACUSE PARTITIONED SURVEY - MERGE".
       01 WS-MERGE-PLAN-LINE.
           05  FILLER          PIC X(7) VALUE "RANGE  ".
           05  WS-MRG-START    PIC Z(7)9.
           05  FILLER          PIC X(4) VALUE " TO ".
           05  WS-MRG-END      PIC Z(7)9.
           05  FILLER          PIC X(4) VALUE " IN ".
           05  WS-MRG-PARTS    PIC Z9.
           05  FILLER          PIC X(47) VALUE " PARTITION(S)".
       01 WS-MERGE-COL-HEADER PIC X(80) VALUE
          "PART     FROM        TO  STATE       SURVEYED  LAST DONE".
       01 WS-MERGE-DETAIL.
           05  WS-MRG-D-PART   PIC Z9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-MRG-D-FROM   PIC Z(7)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-MRG-D-TO     PIC Z(7)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-MRG-D-STATE  PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-MRG-D-COUNT  PIC Z(7)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-MRG-D-LAST   PIC Z(7)9.
           05  FILLER          PIC X(26) VALUE SPACES.

       01 WS-SUM-DETAIL.
           05  WS-SUM-LABEL  PIC X(34).
           05  WS-SUM-VALUE  PIC Z(11)9.
           DISPLAY "1. Interactive single number".
           DISPLAY "2. Batch survey of starting numbers from a file".
           DISPLAY "3. Survey of a whole range of starting numbers".
           DISPLAY "4. Plan a range survey in partitions".
           DISPLAY "5. Run one partition of the planned survey".
           DISPLAY "6. Merge the partitions into SYRACUSERPT.txt".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MODE-CHOICE.

           EVALUATE WS-MODE-CHOICE
               WHEN "2" PERFORM BATCH-RUN
               WHEN "3" PERFORM RANGE-RUN
               WHEN "4" PERFORM PLAN-PARTITIONS
               WHEN "5" PERFORM PARTITION-RUN
               WHEN "6" PERFORM MERGE-PARTITIONS
               WHEN OTHER PERFORM INTERACTIVE-RUN
           END-EVALUATE.


       LOAD-SYRCACHE.
           MOVE SPACES TO WS-CACHE-TABLE.
           PERFORM READ-CACHE-FILE.

      *    Adds the entries of whichever cache file WS-CACHE-NAME
      *    names to the in-core table.
       READ-CACHE-FILE.
           MOVE 'N' TO WS-CACHE-EOF.
           OPEN INPUT CACHE-FILE.
           IF WS-CACHE-STATUS NOT = "00"
               DISPLAY "No cache yet, starting a fresh one: "
                       WS-CACHE-NAME
           ELSE
               PERFORM UNTIL WS-CACHE-EOF = 'Y'
                   READ CACHE-FILE
           END-PERFORM.
           CLOSE CACHE-FILE.
           DISPLAY WS-CACHE-SAVED " resolved start(s) saved to "
                   WS-CACHE-NAME.

       BATCH-RUN.
           OPEN INPUT NUM-FILE.
           MOVE WS-OVERFLOW-COUNT TO WS-SUM-VALUE.
           WRITE SYR-LINE FROM WS-SUM-DETAIL.

      *    Mode 4: cuts a range into partitions that can run as
      *    separate BATCH-DRIVER steps, on the same night or on
      *    different nights, each one as
      *        printf '5\nnn\n' | ./syracuse
      *    and then a final merge step, echo 6 | ./syracuse.
      *    Re-planning starts every partition from scratch, because
      *    a partition whose range no longer matches its progress
      *    record is run again from its first start.
       PLAN-PARTITIONS.
           DISPLAY "Start of range: ".
           ACCEPT WS-RANGE-START.
           DISPLAY "End of range: ".
           ACCEPT WS-RANGE-END.
           DISPLAY "Number of partitions (2-99): ".
           ACCEPT WS-PARTS.
           IF WS-RANGE-START < 1
              OR WS-RANGE-END < WS-RANGE-START
               DISPLAY "Range must run upward from 1 or more."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RANGE-SIZE = WS-RANGE-END - WS-RANGE-START + 1.
           IF WS-PARTS < 2 OR WS-PARTS > WS-RANGE-SIZE
               DISPLAY "Partitions must be from 2 up to the number of "
                       "starts in the range."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-FILE.
           MOVE WS-RANGE-START TO SYP-RANGE-START.
           MOVE WS-RANGE-END   TO SYP-RANGE-END.
           MOVE WS-PARTS       TO SYP-PARTS.
           WRITE PLAN-RECORD.
           CLOSE PLAN-FILE.

           DISPLAY "Partition plan written to SYRPART.txt:".
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PARTS
               PERFORM COMPUTE-PARTITION-RANGE
               DISPLAY "  partition " WS-PART-NO ": " WS-PART-START
                       " to " WS-PART-END(2:8)
           END-PERFORM.

           MOVE SPACES TO WS-PART-AUDIT-INPUT WS-PART-AUDIT-RESULT.
           STRING "plan " WS-RANGE-START "-" WS-RANGE-END
               DELIMITED BY SIZE INTO WS-PART-AUDIT-INPUT.
           STRING "PLANNED parts=" WS-PARTS
               DELIMITED BY SIZE INTO WS-PART-AUDIT-RESULT.
           PERFORM WRITE-PARTITION-AUDIT.

       READ-PARTITION-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "Unable to open SYRPART.txt, file status "
                       WS-PLAN-STATUS " - plan the survey first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PLAN-FILE
               AT END MOVE ZEROS TO PLAN-RECORD
           END-READ.
           CLOSE PLAN-FILE.
           IF SYP-RANGE-START NOT NUMERIC
              OR SYP-RANGE-END NOT NUMERIC
              OR SYP-PARTS NOT NUMERIC
              OR SYP-PARTS < 2
              OR SYP-RANGE-START < 1
              OR SYP-RANGE-END < SYP-RANGE-START
               DISPLAY "SYRPART.txt does not hold a valid plan."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYP-RANGE-START TO WS-RANGE-START.
           MOVE SYP-RANGE-END   TO WS-RANGE-END.
           MOVE SYP-PARTS       TO WS-PARTS.
           COMPUTE WS-RANGE-SIZE = WS-RANGE-END - WS-RANGE-START + 1.

      *    Every partition but the last gets the range size divided
      *    by the partition count, rounded up.
       COMPUTE-PARTITION-RANGE.
           COMPUTE WS-PART-SIZE =
               (WS-RANGE-SIZE + WS-PARTS - 1) / WS-PARTS.
           COMPUTE WS-PART-START =
               WS-RANGE-START + (WS-PART-NO - 1) * WS-PART-SIZE.
           COMPUTE WS-PART-END = WS-PART-START + WS-PART-SIZE - 1.
           IF WS-PART-NO = WS-PARTS OR WS-PART-END > WS-RANGE-END
               MOVE WS-RANGE-END TO WS-PART-END
           END-IF.

       SET-PARTITION-NAMES.
           MOVE SPACES TO WS-PROGRESS-NAME WS-DETAIL-NAME
                          WS-CACHE-NAME.
           STRING "SYRPROG.P" WS-PART-NO ".dat"
               DELIMITED BY SIZE INTO WS-PROGRESS-NAME.
           STRING "SYRDETAIL.P" WS-PART-NO ".txt"
               DELIMITED BY SIZE INTO WS-DETAIL-NAME.
           STRING "SYRCACHE.P" WS-PART-NO ".dat"
               DELIMITED BY SIZE INTO WS-CACHE-NAME.

      *    Mode 5: one partition. The shared SYRCACHE.dat and the
      *    partition's own cache are both loaded; only the
      *    partition's cache is written back, so partitions running
      *    side by side never write the same file. Every
      *    WS-CKPT-INTERVAL starts the detail file is closed and
      *    the progress record rewritten; a rerun after an
      *    interruption drops any detail lines past the last
      *    checkpoint and carries on from there.
       PARTITION-RUN.
           PERFORM READ-PARTITION-PLAN.
           DISPLAY "Partition number: ".
           ACCEPT WS-PART-NO.
           IF WS-PART-NO < 1 OR WS-PART-NO > WS-PARTS
               DISPLAY "Partition must be from 1 to " WS-PARTS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPUTE-PARTITION-RANGE.
           PERFORM SET-PARTITION-NAMES.
           MOVE WS-PART-START TO WS-RESUME-FROM.
           MOVE ZEROS TO WS-LAST-DONE.

           OPEN INPUT PROGRESS-FILE.
           IF WS-PROGRESS-STATUS = "00"
               READ PROGRESS-FILE
                   AT END MOVE SPACES TO PROGRESS-RECORD
               END-READ
               CLOSE PROGRESS-FILE
               IF SYG-START = WS-PART-START
                  AND SYG-END = WS-PART-END
                   PERFORM PICK-UP-PROGRESS
               END-IF
           END-IF.

           MOVE 'Y' TO WS-USE-CACHE.
           MOVE "SYRCACHE.dat" TO WS-CACHE-NAME.
           PERFORM LOAD-SYRCACHE.
           PERFORM SET-PARTITION-NAMES.
           PERFORM READ-CACHE-FILE.

           MOVE WS-DETAIL-NAME TO WS-REPORT-NAME.
           IF WS-SURVEY-COUNT > ZEROS
               PERFORM TRIM-DETAIL-TO-CHECKPOINT
           ELSE
               OPEN OUTPUT SYR-REPORT
           END-IF.

           MOVE ZEROS TO WS-CKPT-COUNTER.
           PERFORM VARYING WS-RANGE-CUR FROM WS-RESUME-FROM BY 1
                   UNTIL WS-RANGE-CUR > WS-PART-END
               MOVE WS-RANGE-CUR TO NUM
               MOVE WS-RANGE-CUR TO WS-START-NUM
               PERFORM PROCESS-SURVEY-NUM
               MOVE WS-RANGE-CUR TO WS-LAST-DONE
               ADD 1 TO WS-CKPT-COUNTER
               IF WS-CKPT-COUNTER = WS-CKPT-INTERVAL
                   PERFORM CHECKPOINT-PARTITION
               END-IF
           END-PERFORM.

           CLOSE SYR-REPORT.
           MOVE "C" TO SYG-STATUS.
           PERFORM WRITE-PROGRESS-RECORD.
           PERFORM SAVE-SYRCACHE.
           DISPLAY "Partition " WS-PART-NO " complete: "
                   WS-SURVEY-COUNT " start(s) surveyed ("
                   WS-CACHE-HITS " cache hit(s)).".

           MOVE SPACES TO WS-PART-AUDIT-INPUT WS-PART-AUDIT-RESULT.
           STRING "partition " WS-PART-NO " " WS-PART-START "-"
                  WS-PART-END(2:8)
               DELIMITED BY SIZE INTO WS-PART-AUDIT-INPUT.
           STRING "COMPLETE surveyed=" WS-SURVEY-COUNT
               DELIMITED BY SIZE INTO WS-PART-AUDIT-RESULT.
           PERFORM WRITE-PARTITION-AUDIT.

       PICK-UP-PROGRESS.
           IF SYG-STATUS = "C"
               DISPLAY "Partition " WS-PART-NO " is already "
                       "complete - nothing to do."
               STOP RUN
           END-IF.
           IF SYG-STATUS = "R"
              AND SYG-LAST-DONE >= WS-PART-START
              AND SYG-LAST-DONE < WS-PART-END
               MOVE SYG-LAST-DONE       TO WS-LAST-DONE
               COMPUTE WS-RESUME-FROM = SYG-LAST-DONE + 1
               MOVE SYG-COUNT           TO WS-SURVEY-COUNT
               MOVE SYG-SUM-STEPS       TO WS-SUM-STEPS
               MOVE SYG-OVERFLOW-COUNT  TO WS-OVERFLOW-COUNT
               MOVE SYG-MAX-STEPS       TO WS-MAX-STEPS
               MOVE SYG-MAX-STEPS-START TO WS-MAX-STEPS-START
               MOVE SYG-MAX-PEAK        TO WS-MAX-PEAK
               MOVE SYG-MAX-PEAK-START  TO WS-MAX-PEAK-START
               DISPLAY "Resuming partition " WS-PART-NO " after "
                       "start " WS-LAST-DONE
           END-IF.

      *    Keeps the detail lines written up to the last checkpoint
      *    - one per start surveyed - and leaves SYR-REPORT open
      *    after them for the rest of the partition.
       TRIM-DETAIL-TO-CHECKPOINT.
           MOVE ZEROS TO WS-LINES-KEPT.
           OPEN OUTPUT DETAIL-WORK.
           OPEN INPUT DETAIL-FILE.
           IF WS-DTLFILE-STATUS = "00"
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ DETAIL-FILE
                       AT END MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           IF WS-LINES-KEPT < WS-SURVEY-COUNT
                               WRITE DETAIL-WORK-LINE FROM DETAIL-LINE
                               ADD 1 TO WS-LINES-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.
           CLOSE DETAIL-WORK.
           IF WS-LINES-KEPT < WS-SURVEY-COUNT
               DISPLAY "Detail lines for partition " WS-PART-NO
                       " are short of its progress record - "
                       "running it again from the start."
               PERFORM RESET-PARTITION-PROGRESS
               OPEN OUTPUT SYR-REPORT
           ELSE
               OPEN INPUT DETAIL-WORK
               OPEN OUTPUT SYR-REPORT
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ DETAIL-WORK
                       AT END MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           WRITE SYR-LINE FROM DETAIL-WORK-LINE
                   END-READ
               END-PERFORM
               CLOSE DETAIL-WORK
           END-IF.

       RESET-PARTITION-PROGRESS.
           MOVE WS-PART-START TO WS-RESUME-FROM.
           MOVE ZEROS TO WS-LAST-DONE WS-SURVEY-COUNT WS-SUM-STEPS
                         WS-OVERFLOW-COUNT WS-MAX-STEPS
                         WS-MAX-STEPS-START WS-MAX-PEAK
                         WS-MAX-PEAK-START.

       CHECKPOINT-PARTITION.
           CLOSE SYR-REPORT.
           MOVE "R" TO SYG-STATUS.
           PERFORM WRITE-PROGRESS-RECORD.
           OPEN EXTEND SYR-REPORT.
           MOVE ZEROS TO WS-CKPT-COUNTER.

      *    SYG-STATUS is set by the caller.
       WRITE-PROGRESS-RECORD.
           MOVE WS-PART-NO         TO SYG-PART.
           MOVE WS-PART-START      TO SYG-START.
           MOVE WS-PART-END        TO SYG-END.
           MOVE WS-LAST-DONE       TO SYG-LAST-DONE.
           MOVE WS-SURVEY-COUNT    TO SYG-COUNT.
           MOVE WS-SUM-STEPS       TO SYG-SUM-STEPS.
           MOVE WS-OVERFLOW-COUNT  TO SYG-OVERFLOW-COUNT.
           MOVE WS-MAX-STEPS       TO SYG-MAX-STEPS.
           MOVE WS-MAX-STEPS-START TO SYG-MAX-STEPS-START.
           MOVE WS-MAX-PEAK        TO SYG-MAX-PEAK.
           MOVE WS-MAX-PEAK-START  TO SYG-MAX-PEAK-START.
           OPEN OUTPUT PROGRESS-FILE.
           WRITE PROGRESS-RECORD.
           CLOSE PROGRESS-FILE.

      *    Mode 6: every partition's cache is folded into
      *    SYRCACHE.dat whatever state it is in - a resolved start
      *    is true however it was reached. SYRACUSERPT.txt is
      *    written only when every partition is complete: the
      *    detail lines are copied across in partition order and
      *    the statistics combined in the same order, taking a new
      *    longest chain or highest peak only when it is strictly
      *    greater, exactly as the single range run does. The
      *    state of every partition is listed in SYRMERGE.txt; a
      *    missing or incomplete one leaves SYRACUSERPT.txt alone
      *    and ends the step RC 8.
       MERGE-PARTITIONS.
           PERFORM READ-PARTITION-PLAN.
           MOVE "SYRCACHE.dat" TO WS-CACHE-NAME.
           PERFORM LOAD-SYRCACHE.

           OPEN OUTPUT MERGE-REPORT.
           WRITE MERGE-LINE FROM WS-MERGE-HEADER-1.
           WRITE MERGE-LINE FROM WS-SYR-HEADER-2.
           MOVE WS-RANGE-START TO WS-MRG-START.
           MOVE WS-RANGE-END   TO WS-MRG-END.
           MOVE WS-PARTS       TO WS-MRG-PARTS.
           WRITE MERGE-LINE FROM WS-MERGE-PLAN-LINE.
           WRITE MERGE-LINE FROM WS-MERGE-COL-HEADER.

           MOVE ZEROS TO WS-PARTS-COMPLETE.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PARTS
               PERFORM CHECK-ONE-PARTITION
           END-PERFORM.

           MOVE "SYRCACHE.dat" TO WS-CACHE-NAME.
           PERFORM SAVE-SYRCACHE.

           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE SPACES TO WS-PART-AUDIT-RESULT.
           IF WS-PARTS-COMPLETE = WS-PARTS
               PERFORM WRITE-MERGED-REPORT
               MOVE "ALL PARTITIONS COMPLETE - SYRACUSERPT.txt WRITTEN"
                   TO MERGE-LINE
               STRING "MERGED surveyed=" WS-SURVEY-COUNT
                   DELIMITED BY SIZE INTO WS-PART-AUDIT-RESULT
           ELSE
               MOVE "INCOMPLETE - SYRACUSERPT.txt NOT WRITTEN"
                   TO MERGE-LINE
               STRING "INCOMPLETE " WS-PARTS-COMPLETE " of "
                      WS-PARTS " complete"
                   DELIMITED BY SIZE INTO WS-PART-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE MERGE-LINE.
           CLOSE MERGE-REPORT.
           DISPLAY MERGE-LINE.
           DISPLAY "Merge report written to SYRMERGE.txt".

           MOVE SPACES TO WS-PART-AUDIT-INPUT.
           STRING "merge " WS-RANGE-START "-" WS-RANGE-END
               DELIMITED BY SIZE INTO WS-PART-AUDIT-INPUT.
           PERFORM WRITE-PARTITION-AUDIT.

      *    A partition is complete when its progress record says so
      *    for the range the plan gives it and its detail file has
      *    a line for every start it surveyed.
       CHECK-ONE-PARTITION.
           PERFORM COMPUTE-PARTITION-RANGE.
           PERFORM SET-PARTITION-NAMES.
           PERFORM READ-CACHE-FILE.
           MOVE WS-PART-NO    TO WS-MRG-D-PART.
           MOVE WS-PART-START TO WS-MRG-D-FROM.
           MOVE WS-PART-END   TO WS-MRG-D-TO.
           MOVE ZEROS         TO WS-MRG-D-COUNT WS-MRG-D-LAST.
           MOVE "MISSING"     TO WS-PART-STATE.
           OPEN INPUT PROGRESS-FILE.
           IF WS-PROGRESS-STATUS = "00"
               MOVE SPACES TO PROGRESS-RECORD
               READ PROGRESS-FILE
                   AT END MOVE SPACES TO PROGRESS-RECORD
               END-READ
               CLOSE PROGRESS-FILE
               PERFORM CLASSIFY-PARTITION
           END-IF.
           MOVE WS-PART-STATE TO WS-MRG-D-STATE.
           WRITE MERGE-LINE FROM WS-MERGE-DETAIL.

       CLASSIFY-PARTITION.
           IF SYG-START NOT = WS-PART-START
              OR SYG-END NOT = WS-PART-END
              OR SYG-COUNT NOT NUMERIC
              OR SYG-LAST-DONE NOT NUMERIC
               MOVE "OTHER PLAN" TO WS-PART-STATE
           ELSE
               MOVE SYG-COUNT     TO WS-MRG-D-COUNT
               MOVE SYG-LAST-DONE TO WS-MRG-D-LAST
               IF SYG-STATUS NOT = "C"
                   MOVE "INCOMPLETE" TO WS-PART-STATE
               ELSE
                   PERFORM COUNT-DETAIL-LINES
                   IF WS-LINES-KEPT NOT = SYG-COUNT
                       MOVE "DETAIL GAP" TO WS-PART-STATE
                   ELSE
                       MOVE "COMPLETE" TO WS-PART-STATE
                       ADD 1 TO WS-PARTS-COMPLETE
                       PERFORM ADD-PARTITION-STATISTICS
                   END-IF
               END-IF
           END-IF.

       COUNT-DETAIL-LINES.
           MOVE ZEROS TO WS-LINES-KEPT.
           OPEN INPUT DETAIL-FILE.
           IF WS-DTLFILE-STATUS = "00"
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ DETAIL-FILE
                       AT END MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END ADD 1 TO WS-LINES-KEPT
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.

       ADD-PARTITION-STATISTICS.
           ADD SYG-COUNT          TO WS-SURVEY-COUNT.
           ADD SYG-SUM-STEPS      TO WS-SUM-STEPS.
           ADD SYG-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT.
           IF SYG-MAX-STEPS > WS-MAX-STEPS
               MOVE SYG-MAX-STEPS       TO WS-MAX-STEPS
               MOVE SYG-MAX-STEPS-START TO WS-MAX-STEPS-START
           END-IF.
           IF SYG-MAX-PEAK > WS-MAX-PEAK
               MOVE SYG-MAX-PEAK       TO WS-MAX-PEAK
               MOVE SYG-MAX-PEAK-START TO WS-MAX-PEAK-START
           END-IF.

       WRITE-MERGED-REPORT.
           MOVE "SYRACUSERPT.txt" TO WS-REPORT-NAME.
           OPEN OUTPUT SYR-REPORT.
           WRITE SYR-LINE FROM WS-SYR-HEADER-1.
           WRITE SYR-LINE FROM WS-SYR-HEADER-2.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > WS-PARTS
               PERFORM SET-PARTITION-NAMES
               PERFORM COPY-PARTITION-DETAIL
           END-PERFORM.
           PERFORM WRITE-SURVEY-SUMMARY.
           CLOSE SYR-REPORT.

       COPY-PARTITION-DETAIL.
           OPEN INPUT DETAIL-FILE.
           MOVE 'N' TO WS-DETAIL-EOF.
           PERFORM UNTIL WS-DETAIL-EOF = 'Y'
               READ DETAIL-FILE
                   AT END MOVE 'Y' TO WS-DETAIL-EOF
                   NOT AT END WRITE SYR-LINE FROM DETAIL-LINE
               END-READ
           END-PERFORM.
           CLOSE DETAIL-FILE.

       WRITE-PARTITION-AUDIT.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
           ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
           MOVE "SYRACUSE" TO AUDIT-PROGRAM.
           MOVE WS-PART-AUDIT-INPUT  TO AUDIT-INPUT.
           MOVE WS-PART-AUDIT-RESULT TO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
