            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-VENDFILE-STATUS.

            SELECT DEPTREF-FILE ASSIGN TO "DEPTFILE.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEPT-CODE
            FILE STATUS IS WS-DEPTREF-STATUS.

            SELECT CATER-LEDGER ASSIGN TO "CATERLEDG.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.

            SELECT CATER-HOLD ASSIGN TO "CATERHOLD.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HOLD-STATUS.

            SELECT HOLD-WORK ASSIGN TO "CATERHOLD.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HOLDWORK-STATUS.

            SELECT ALLOW-FILE ASSIGN TO "CATERALLOW.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ALLOW-STATUS.

            SELECT CHARGE-REPORT ASSIGN TO "PIZZACHG.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT SORT-WORK-FILE ASSIGN TO "PIZZACHG.tmp".

        DATA DIVISION.
        FILE SECTION.
        FD  DEPT-FILE.
            05  VEND-TAX       PIC V9999.
            05  VEND-MIN       PIC 9(2).

      *     DEPTFILE's own record is called DEPT-RECORD too, so it is
      *     renamed here; the DEPTGUESTS.txt layout above keeps the
      *     name it has always had.
        FD  DEPTREF-FILE.
            COPY DEPTREC REPLACING DEPT-RECORD BY DEPTREF-RECORD.

      *     Catering spend ledger: one line per confirmed order,
      *     charged to the cost centre DEPTFILE gives the department
      *     on the day it is posted. CATERHOLD.txt holds orders in
      *     the same layout, with the cost centre blank, for a
      *     department DEPTFILE does not know.
        FD  CATER-LEDGER.
        01  CATER-RECORD.
            05  CTL-DATE        PIC X(8).
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-DEPT        PIC X(10).
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-COST-CENTRE PIC X(6).
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-VENDOR      PIC X(15).
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-PIZZAS      PIC 9(4).
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-TAX         PIC 9(6)V99.
            05  FILLER          PIC X VALUE SPACE.
            05  CTL-TOTAL       PIC 9(6)V99.

        FD  CATER-HOLD.
        01  HOLD-RECORD PIC X(65).

        FD  HOLD-WORK.
        01  HOLD-WORK-RECORD PIC X(65).

      *     Monthly catering allowance per department.
        FD  ALLOW-FILE.
        01  ALLOW-RECORD.
            05  ALW-DEPT       PIC X(10).
            05  ALW-AMOUNT     PIC 9(6)V99.

        FD  CHARGE-REPORT.
        01  CHG-LINE PIC X(80).

        SD  SORT-WORK-FILE.
        01  SORT-CHG-RECORD.
            05  SRT-COST-CENTRE PIC X(6).
            05  SRT-DEPT        PIC X(10).
            05  SRT-ORDERS      PIC 9(5).
            05  SRT-PIZZAS      PIC 9(6).
            05  SRT-CHARGE      PIC 9(8)V99.

        WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC X(2) VALUE "00".
        01 NUM-GUESTS PIC 9(3)V99 VALUE ZEROS.
               10  WS-CLIDEPT-NAME  PIC X(10) VALUE SPACES.
               10  WS-CLIDEPT-COUNT PIC 9(5)  VALUE ZEROS.

      *     Orders priced in this run, held until the operator
      *     confirms they were placed and posts them to the ledger.
        01 WS-TODAY            PIC X(8) VALUE SPACES.
        01 WS-CONFIRM-CHOICE   PIC X VALUE SPACE.
        01 WS-KEEP-DEPT        PIC X(20) VALUE SPACES.
        01 WS-ORD-TBL-COUNT    PIC 9(3) VALUE ZEROS.
        01 WS-ORD-IDX          PIC 9(3) VALUE ZEROS.
        01 WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 100 TIMES.
               10  WS-ORD-DEPT   PIC X(20)   VALUE SPACES.
               10  WS-ORD-PIZZAS PIC 9(4)    VALUE ZEROS.
               10  WS-ORD-VENDOR PIC X(15)   VALUE SPACES.
               10  WS-ORD-TAX    PIC 9(6)V99 VALUE ZEROS.
               10  WS-ORD-TOTAL  PIC 9(6)V99 VALUE ZEROS.

        01 WS-DEPTREF-STATUS   PIC X(2) VALUE "00".
        01 WS-DEPTREF-AVAIL    PIC X VALUE 'Y'.
        01 WS-LEDGER-STATUS    PIC X(2) VALUE "00".
        01 WS-HOLD-STATUS      PIC X(2) VALUE "00".
        01 WS-HOLDWORK-STATUS  PIC X(2) VALUE "00".
        01 WS-ALLOW-STATUS     PIC X(2) VALUE "00".
        01 WS-FILE-EOF         PIC X VALUE 'N'.
        01 WS-SORT-EOF         PIC X VALUE 'N'.
        01 WS-CC-FOUND         PIC X VALUE 'N'.
        01 WS-POSTED-COUNT     PIC 9(5) VALUE ZEROS.
        01 WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.
        01 WS-POSTED-TOTAL     PIC 9(8)V99 VALUE ZEROS.
        01 WS-CATER-AUDIT-INPUT  PIC X(40) VALUE SPACES.
        01 WS-CATER-AUDIT-RESULT PIC X(40) VALUE SPACES.

      *     Chargeback month: ledger spend per department and cost
      *     centre, and the allowance each department is held to.
        01 WS-CHG-MONTH        PIC X(6) VALUE SPACES.
        01 WS-CHG-TBL-COUNT    PIC 9(3) VALUE ZEROS.
        01 WS-CHG-IDX          PIC 9(3) VALUE ZEROS.
        01 WS-CHG-FOUND        PIC X VALUE 'N'.
        01 WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-DEPT   PIC X(10)   VALUE SPACES.
               10  WS-CHG-CC     PIC X(6)    VALUE SPACES.
               10  WS-CHG-ORDERS PIC 9(5)    VALUE ZEROS.
               10  WS-CHG-PIZZAS PIC 9(6)    VALUE ZEROS.
               10  WS-CHG-AMOUNT PIC 9(8)V99 VALUE ZEROS.
        01 WS-ALW-TBL-COUNT    PIC 9(3) VALUE ZEROS.
        01 WS-ALW-IDX          PIC 9(3) VALUE ZEROS.
        01 WS-ALW-TABLE.
           05  WS-ALW-ENTRY OCCURS 200 TIMES.
               10  WS-ALW-DEPT   PIC X(10)   VALUE SPACES.
               10  WS-ALW-AMOUNT PIC 9(6)V99 VALUE ZEROS.
        01 WS-ALW-FOUND        PIC X VALUE 'N'.
        01 WS-DEPT-ALLOWANCE   PIC 9(6)V99 VALUE ZEROS.
        01 WS-DEPT-SPEND       PIC 9(8)V99 VALUE ZEROS.
        01 WS-PREV-CC          PIC X(6) VALUE SPACES.
        01 WS-CC-CHARGE        PIC 9(8)V99 VALUE ZEROS.
        01 WS-CC-COUNT         PIC 9(3) VALUE ZEROS.
        01 WS-CHG-TOTAL        PIC 9(8)V99 VALUE ZEROS.
        01 WS-OVER-COUNT       PIC 9(3) VALUE ZEROS.

        01 WS-CHG-HEADER-1.
           05  FILLER         PIC X(44) VALUE
               "CATERING CHARGEBACK BY COST CENTRE - MONTH ".
           05  WS-CHG-HDR-MONTH PIC X(6).
           05  FILLER         PIC X(30) VALUE SPACES.
        01 WS-CHG-COL-HEADER.
           05  FILLER         PIC X(8)  VALUE "CC".
           05  FILLER         PIC X(12) VALUE "DEPARTMENT".
           05  FILLER         PIC X(7)  VALUE "ORDERS".
           05  FILLER         PIC X(8)  VALUE "PIZZAS".
           05  FILLER         PIC X(12) VALUE "    CHARGE".
           05  FILLER         PIC X(12) VALUE " ALLOWANCE".
           05  FILLER         PIC X(21) VALUE "FLAG".
        01 WS-CHG-DETAIL.
           05  WS-CHG-D-CC     PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-DEPT   PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-ORDERS PIC Z(4)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-PIZZAS PIC Z(5)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-CHARGE PIC Z(6)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-ALLOW  PIC Z(6)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-CHG-D-FLAG   PIC X(12).
           05  FILLER          PIC X(9) VALUE SPACES.
        01 WS-CHG-CC-TOTAL.
           05  FILLER          PIC X(13) VALUE "COST CENTRE ".
           05  WS-CHG-T-CC     PIC X(6).
           05  FILLER          PIC X(16) VALUE " TOTAL".
           05  WS-CHG-T-CHARGE PIC Z(8)9.99.
           05  FILLER          PIC X(33) VALUE SPACES.
        01 WS-CHG-TOTAL-LINE.
           05  WS-CHG-G-LABEL  PIC X(35).
           05  WS-CHG-G-VALUE  PIC Z(8)9.99.
           05  FILLER          PIC X(33) VALUE SPACES.

        01 WS-PO-HEADER-1 PIC X(80) VALUE
           "PIZZA PURCHASE ORDER - DEPARTMENT HEADCOUNT BATCH".
        01 WS-PO-HEADER-2 PIC X(80) VALUE ALL "-".
            DISPLAY "3. Single order sized from FICHIERCLIENT "
                    "headcount".
            DISPLAY "4. Per-department orders from FICHIERCLIENT".
            DISPLAY "5. Monthly catering chargeback by cost centre".
            DISPLAY "6. Review orders held for an unknown department".
            DISPLAY "Enter choice: ".
            ACCEPT WS-MODE-CHOICE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

            EVALUATE WS-MODE-CHOICE
                WHEN "2" PERFORM BATCH-ORDER
                WHEN "3" PERFORM ORDER-FROM-CLIENT-HEADCOUNT
                WHEN "4" PERFORM DEPT-ORDERS-FROM-CLIENT
                WHEN "5" PERFORM CHARGEBACK-REPORT
                WHEN "6" PERFORM REVIEW-HELD-ORDERS
                WHEN OTHER PERFORM INTERACTIVE-ORDER
            END-EVALUATE.

            PERFORM COMPUTE-PIZZAS.
            PERFORM COMPUTE-COST.
            PERFORM DISPLAY-ORDER-RESULT.
            PERFORM KEEP-SINGLE-ORDER.
            PERFORM CONFIRM-AND-POST-ORDERS.

        ORDER-FROM-CLIENT-HEADCOUNT.
            MOVE 'N' TO WS-ORDER-REJECTED.
                    PERFORM COMPUTE-PIZZAS
                    PERFORM COMPUTE-COST
                    PERFORM DISPLAY-ORDER-RESULT
                    PERFORM KEEP-SINGLE-ORDER
                    PERFORM CONFIRM-AND-POST-ORDERS
                END-IF
            END-IF.

            DISPLAY "Purchase order report written to PIZZAPO.txt".
            MOVE NUM-GUESTS TO WS-AUDIT-GUESTS.
            PERFORM WRITE-AUDIT-LOG.
            PERFORM CONFIRM-AND-POST-ORDERS.

      *     Mode 4: the department headcounts come straight from the
      *     client master instead of the hand-typed DEPTGUESTS.txt,
            DISPLAY "Purchase order report written to PIZZAPO.txt".
            MOVE WS-TOTAL-GUESTS TO WS-AUDIT-GUESTS.
            PERFORM WRITE-AUDIT-LOG.
            PERFORM CONFIRM-AND-POST-ORDERS.

        TALLY-CLIENT-DEPT.
            MOVE 'N' TO WS-CLIDEPT-FOUND.
                MOVE WS-TOTAL-COST    TO WS-PO-COST
                MOVE WS-CHOSEN-VENDOR TO WS-PO-VENDOR
                WRITE PO-LINE FROM WS-PO-DETAIL
                MOVE WS-CLIDEPT-NAME(WS-CLIDEPT-IDX) TO WS-KEEP-DEPT
                PERFORM KEEP-ORDER-FOR-POSTING
            END-IF.

        PROCESS-DEPT.
                MOVE WS-TOTAL-COST    TO WS-PO-COST
                MOVE WS-CHOSEN-VENDOR TO WS-PO-VENDOR
                WRITE PO-LINE FROM WS-PO-DETAIL
                MOVE DEPT-NAME        TO WS-KEEP-DEPT
                PERFORM KEEP-ORDER-FOR-POSTING
            END-IF.

      *     A single order (modes 1 and 3) has no department of its
      *     own, so the operator names the one that pays for it.
        KEEP-SINGLE-ORDER.
            DISPLAY "Department to charge: ".
            MOVE SPACES TO WS-KEEP-DEPT.
            ACCEPT WS-KEEP-DEPT.
            PERFORM KEEP-ORDER-FOR-POSTING.

        KEEP-ORDER-FOR-POSTING.
            IF WS-ORD-TBL-COUNT < 100
                ADD 1 TO WS-ORD-TBL-COUNT
                MOVE WS-KEEP-DEPT     TO WS-ORD-DEPT(WS-ORD-TBL-COUNT)
                MOVE PIZZAS-NEEDED-PR
                    TO WS-ORD-PIZZAS(WS-ORD-TBL-COUNT)
                MOVE WS-CHOSEN-VENDOR
                    TO WS-ORD-VENDOR(WS-ORD-TBL-COUNT)
                MOVE WS-TAX-AMOUNT    TO WS-ORD-TAX(WS-ORD-TBL-COUNT)
                MOVE WS-TOTAL-COST    TO WS-ORD-TOTAL(WS-ORD-TBL-COUNT)
            ELSE
                DISPLAY "WARNING: order table full, order for "
                        WS-KEEP-DEPT " must be posted by hand"
            END-IF.

      *     Nothing reaches the catering ledger until the operator
      *     confirms the orders were actually placed. Each one is
      *     charged to its department's DEPTFILE cost centre; an
      *     order for a department DEPTFILE does not know, or one
      *     with no cost centre, is held in CATERHOLD.txt for
      *     review (mode 6) instead of being posted.
        CONFIRM-AND-POST-ORDERS.
            IF WS-ORD-TBL-COUNT > ZEROS
                DISPLAY "Post " WS-ORD-TBL-COUNT " order(s) to the "
                        "catering ledger as placed (Y/N)? "
                ACCEPT WS-CONFIRM-CHOICE
                IF WS-CONFIRM-CHOICE = "Y" OR WS-CONFIRM-CHOICE = "y"
                    PERFORM POST-CONFIRMED-ORDERS
                ELSE
                    DISPLAY "Orders not posted to the catering ledger."
                    MOVE "NOT CONFIRMED - NOTHING POSTED"
                        TO WS-CATER-AUDIT-RESULT
                    PERFORM WRITE-POSTING-AUDIT
                END-IF
            END-IF.

        POST-CONFIRMED-ORDERS.
            PERFORM OPEN-DEPTREF.
            OPEN EXTEND CATER-LEDGER.
            IF WS-LEDGER-STATUS NOT = "00"
                OPEN OUTPUT CATER-LEDGER
                CLOSE CATER-LEDGER
                OPEN EXTEND CATER-LEDGER
            END-IF.
            OPEN EXTEND CATER-HOLD.
            IF WS-HOLD-STATUS NOT = "00"
                OPEN OUTPUT CATER-HOLD
                CLOSE CATER-HOLD
                OPEN EXTEND CATER-HOLD
            END-IF.
            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                    UNTIL WS-ORD-IDX > WS-ORD-TBL-COUNT
                PERFORM POST-ONE-ORDER
            END-PERFORM.
            CLOSE CATER-LEDGER.
            CLOSE CATER-HOLD.
            IF WS-DEPTREF-AVAIL = 'Y'
                CLOSE DEPTREF-FILE
            END-IF.
            DISPLAY WS-POSTED-COUNT " order(s) posted to "
                    "CATERLEDG.txt, " WS-HELD-COUNT
                    " held in CATERHOLD.txt".
            IF WS-HELD-COUNT > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-CATER-AUDIT-RESULT.
            STRING "POSTED total=" WS-POSTED-TOTAL
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-RESULT.
            PERFORM WRITE-POSTING-AUDIT.

        OPEN-DEPTREF.
            MOVE 'Y' TO WS-DEPTREF-AVAIL.
            OPEN INPUT DEPTREF-FILE.
            IF WS-DEPTREF-STATUS NOT = "00"
                DISPLAY "WARNING: DEPTFILE not available (status "
                        WS-DEPTREF-STATUS "), orders are held."
                MOVE 'N' TO WS-DEPTREF-AVAIL
            END-IF.

        POST-ONE-ORDER.
            MOVE SPACES TO CATER-RECORD.
            MOVE WS-TODAY                 TO CTL-DATE.
            MOVE WS-ORD-DEPT(WS-ORD-IDX)   TO CTL-DEPT.
            MOVE WS-ORD-VENDOR(WS-ORD-IDX) TO CTL-VENDOR.
            MOVE WS-ORD-PIZZAS(WS-ORD-IDX) TO CTL-PIZZAS.
            MOVE WS-ORD-TAX(WS-ORD-IDX)    TO CTL-TAX.
            MOVE WS-ORD-TOTAL(WS-ORD-IDX)  TO CTL-TOTAL.
            MOVE WS-ORD-DEPT(WS-ORD-IDX)   TO WS-KEEP-DEPT.
            PERFORM FIND-COST-CENTRE.
            IF WS-CC-FOUND = 'Y'
                WRITE CATER-RECORD
                ADD 1 TO WS-POSTED-COUNT
                ADD CTL-TOTAL TO WS-POSTED-TOTAL
            ELSE
                WRITE HOLD-RECORD FROM CATER-RECORD
                ADD 1 TO WS-HELD-COUNT
                DISPLAY "HELD: department " WS-KEEP-DEPT
                        " is not on DEPTFILE or has no cost centre"
            END-IF.

      *     A DEPTGUESTS.txt name longer than a department code can
      *     never match DEPTFILE, so it is held rather than cut down
      *     to a code that might belong to someone else.
        FIND-COST-CENTRE.
            MOVE 'N' TO WS-CC-FOUND.
            IF WS-DEPTREF-AVAIL = 'Y'
               AND WS-KEEP-DEPT(1:10) NOT = SPACES
               AND WS-KEEP-DEPT(11:10) = SPACES
                MOVE WS-KEEP-DEPT(1:10) TO DEPT-CODE
                READ DEPTREF-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF DEPT-COST-CENTRE NOT = SPACES
                            MOVE 'Y' TO WS-CC-FOUND
                            MOVE DEPT-COST-CENTRE TO CTL-COST-CENTRE
                        END-IF
                END-READ
            END-IF.

        WRITE-POSTING-AUDIT.
            MOVE SPACES TO WS-CATER-AUDIT-INPUT.
            STRING "orders=" WS-ORD-TBL-COUNT
                " posted=" WS-POSTED-COUNT
                " held=" WS-HELD-COUNT
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-INPUT.
            PERFORM WRITE-CATER-AUDIT.

      *     Mode 6: held orders are tried against DEPTFILE again -
      *     the department may have been added since - and the
      *     operator can re-charge one that is still unknown to a
      *     valid department. Whatever is left stays held.
        REVIEW-HELD-ORDERS.
            OPEN INPUT CATER-HOLD.
            IF WS-HOLD-STATUS NOT = "00"
                DISPLAY "No catering orders are held for review."
                STOP RUN
            END-IF.
            PERFORM OPEN-DEPTREF.
            OPEN EXTEND CATER-LEDGER.
            IF WS-LEDGER-STATUS NOT = "00"
                OPEN OUTPUT CATER-LEDGER
                CLOSE CATER-LEDGER
                OPEN EXTEND CATER-LEDGER
            END-IF.
            OPEN OUTPUT HOLD-WORK.
            MOVE 'N' TO WS-FILE-EOF.
            PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ CATER-HOLD
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END PERFORM REVIEW-ONE-HELD-ORDER
                END-READ
            END-PERFORM.
            CLOSE CATER-HOLD.
            CLOSE HOLD-WORK.
            CLOSE CATER-LEDGER.
            IF WS-DEPTREF-AVAIL = 'Y'
                CLOSE DEPTREF-FILE
            END-IF.

            OPEN INPUT HOLD-WORK.
            OPEN OUTPUT CATER-HOLD.
            MOVE 'N' TO WS-FILE-EOF.
            PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ HOLD-WORK
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END WRITE HOLD-RECORD FROM HOLD-WORK-RECORD
                END-READ
            END-PERFORM.
            CLOSE HOLD-WORK.
            CLOSE CATER-HOLD.

            DISPLAY WS-POSTED-COUNT " held order(s) posted, "
                    WS-HELD-COUNT " still held".
            IF WS-HELD-COUNT > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-CATER-AUDIT-INPUT.
            STRING "review posted=" WS-POSTED-COUNT
                " held=" WS-HELD-COUNT
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-INPUT.
            MOVE SPACES TO WS-CATER-AUDIT-RESULT.
            STRING "POSTED total=" WS-POSTED-TOTAL
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-RESULT.
            PERFORM WRITE-CATER-AUDIT.

        REVIEW-ONE-HELD-ORDER.
            MOVE HOLD-RECORD TO CATER-RECORD.
            MOVE CTL-DEPT TO WS-KEEP-DEPT.
            PERFORM FIND-COST-CENTRE.
            IF WS-CC-FOUND = 'N'
                DISPLAY "Held order " CTL-DATE " " CTL-DEPT " "
                        CTL-VENDOR " total " CTL-TOTAL
                DISPLAY "Department to charge (blank to keep held): "
                MOVE SPACES TO WS-KEEP-DEPT
                ACCEPT WS-KEEP-DEPT
                IF WS-KEEP-DEPT NOT = SPACES
                    PERFORM FIND-COST-CENTRE
                    IF WS-CC-FOUND = 'Y'
                        MOVE WS-KEEP-DEPT TO CTL-DEPT
                    ELSE
                        DISPLAY "Not on DEPTFILE or no cost centre - "
                                "order stays held."
                    END-IF
                END-IF
            END-IF.
            IF WS-CC-FOUND = 'Y'
                WRITE CATER-RECORD
                ADD 1 TO WS-POSTED-COUNT
                ADD CTL-TOTAL TO WS-POSTED-TOTAL
            ELSE
                WRITE HOLD-WORK-RECORD FROM HOLD-RECORD
                ADD 1 TO WS-HELD-COUNT
            END-IF.

      *     Mode 5: the month's ledger spend billed to each cost
      *     centre, department by department, against the monthly
      *     allowance in CATERALLOW.txt. A department over its
      *     allowance, or with none on file, is flagged and the run
      *     ends RC 4. The allowance is compared with everything the
      *     department spent that month, even where a change of
      *     cost centre split its spend over two lines.
        CHARGEBACK-REPORT.
            DISPLAY "Enter chargeback month (YYYYMM): ".
            ACCEPT WS-CHG-MONTH.
            IF WS-CHG-MONTH NOT NUMERIC
               OR WS-CHG-MONTH(5:2) < "01"
               OR WS-CHG-MONTH(5:2) > "12"
                DISPLAY "Invalid month " WS-CHG-MONTH
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CATER-LEDGER.
            IF WS-LEDGER-STATUS NOT = "00"
                DISPLAY "Unable to open CATERLEDG.txt, file status "
                        WS-LEDGER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-FILE-EOF.
            PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ CATER-LEDGER
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END
                        IF CTL-DATE(1:6) = WS-CHG-MONTH
                           AND CTL-TOTAL IS NUMERIC
                           AND CTL-PIZZAS IS NUMERIC
                            PERFORM TALLY-CHARGE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CATER-LEDGER.
            PERFORM LOAD-ALLOWANCES.

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-COST-CENTRE SRT-DEPT
                INPUT PROCEDURE IS RELEASE-CHARGES
                OUTPUT PROCEDURE IS WRITE-CHARGEBACK.

            DISPLAY "Chargeback report written to PIZZACHG.txt".
            IF WS-OVER-COUNT > ZEROS
                DISPLAY WS-OVER-COUNT " department(s) over allowance"
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-CATER-AUDIT-INPUT.
            STRING "chargeback month=" WS-CHG-MONTH
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-INPUT.
            MOVE SPACES TO WS-CATER-AUDIT-RESULT.
            STRING "total=" WS-CHG-TOTAL " over=" WS-OVER-COUNT
                DELIMITED BY SIZE INTO WS-CATER-AUDIT-RESULT.
            PERFORM WRITE-CATER-AUDIT.

        TALLY-CHARGE.
            MOVE 'N' TO WS-CHG-FOUND.
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHG-TBL-COUNT
                       OR WS-CHG-FOUND = 'Y'
                IF WS-CHG-DEPT(WS-CHG-IDX) = CTL-DEPT
                   AND WS-CHG-CC(WS-CHG-IDX) = CTL-COST-CENTRE
                    MOVE 'Y' TO WS-CHG-FOUND
                    ADD 1          TO WS-CHG-ORDERS(WS-CHG-IDX)
                    ADD CTL-PIZZAS TO WS-CHG-PIZZAS(WS-CHG-IDX)
                    ADD CTL-TOTAL  TO WS-CHG-AMOUNT(WS-CHG-IDX)
                END-IF
            END-PERFORM.
            IF WS-CHG-FOUND = 'N'
                IF WS-CHG-TBL-COUNT < 200
                    ADD 1 TO WS-CHG-TBL-COUNT
                    MOVE CTL-DEPT  TO WS-CHG-DEPT(WS-CHG-TBL-COUNT)
                    MOVE CTL-COST-CENTRE
                        TO WS-CHG-CC(WS-CHG-TBL-COUNT)
                    MOVE 1         TO WS-CHG-ORDERS(WS-CHG-TBL-COUNT)
                    MOVE CTL-PIZZAS
                        TO WS-CHG-PIZZAS(WS-CHG-TBL-COUNT)
                    MOVE CTL-TOTAL TO WS-CHG-AMOUNT(WS-CHG-TBL-COUNT)
                ELSE
                    DISPLAY "WARNING: chargeback table full, order for "
                            CTL-DEPT " on " CTL-DATE " not billed"
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

        LOAD-ALLOWANCES.
            OPEN INPUT ALLOW-FILE.
            IF WS-ALLOW-STATUS NOT = "00"
                DISPLAY "WARNING: CATERALLOW.txt not found, every "
                        "department is shown with no allowance."
            ELSE
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                    READ ALLOW-FILE
                        AT END MOVE 'Y' TO WS-FILE-EOF
                        NOT AT END PERFORM LOAD-ALLOWANCE-ENTRY
                    END-READ
                END-PERFORM
                CLOSE ALLOW-FILE
            END-IF.

        LOAD-ALLOWANCE-ENTRY.
            IF ALW-DEPT = SPACES OR ALW-AMOUNT NOT NUMERIC
                DISPLAY "WARNING: bad allowance line skipped: "
                        ALLOW-RECORD
            ELSE
                IF WS-ALW-TBL-COUNT < 200
                    ADD 1 TO WS-ALW-TBL-COUNT
                    MOVE ALW-DEPT   TO WS-ALW-DEPT(WS-ALW-TBL-COUNT)
                    MOVE ALW-AMOUNT TO WS-ALW-AMOUNT(WS-ALW-TBL-COUNT)
                ELSE
                    DISPLAY "WARNING: allowance table full, "
                            ALW-DEPT " ignored"
                END-IF
            END-IF.

        RELEASE-CHARGES.
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHG-TBL-COUNT
                MOVE WS-CHG-CC(WS-CHG-IDX)     TO SRT-COST-CENTRE
                MOVE WS-CHG-DEPT(WS-CHG-IDX)   TO SRT-DEPT
                MOVE WS-CHG-ORDERS(WS-CHG-IDX) TO SRT-ORDERS
                MOVE WS-CHG-PIZZAS(WS-CHG-IDX) TO SRT-PIZZAS
                MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO SRT-CHARGE
                RELEASE SORT-CHG-RECORD
            END-PERFORM.

        WRITE-CHARGEBACK.
            OPEN OUTPUT CHARGE-REPORT.
            MOVE WS-CHG-MONTH TO WS-CHG-HDR-MONTH.
            WRITE CHG-LINE FROM WS-CHG-HEADER-1.
            WRITE CHG-LINE FROM WS-PO-HEADER-2.
            WRITE CHG-LINE FROM WS-CHG-COL-HEADER.
            MOVE LOW-VALUES TO WS-PREV-CC.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN SORT-WORK-FILE
                    AT END MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END PERFORM WRITE-CHARGE-LINE
                END-RETURN
            END-PERFORM.
            IF WS-CC-COUNT > ZEROS
                PERFORM WRITE-CC-TOTAL
            END-IF.
            WRITE CHG-LINE FROM WS-PO-HEADER-2.
            MOVE "TOTAL CATERING CHARGED" TO WS-CHG-G-LABEL.
            MOVE WS-CHG-TOTAL TO WS-CHG-G-VALUE.
            WRITE CHG-LINE FROM WS-CHG-TOTAL-LINE.
            MOVE "COST CENTRES BILLED" TO WS-CHG-G-LABEL.
            MOVE WS-CC-COUNT TO WS-CHG-G-VALUE.
            WRITE CHG-LINE FROM WS-CHG-TOTAL-LINE.
            MOVE "DEPARTMENT LINES FLAGGED" TO WS-CHG-G-LABEL.
            MOVE WS-OVER-COUNT TO WS-CHG-G-VALUE.
            WRITE CHG-LINE FROM WS-CHG-TOTAL-LINE.
            CLOSE CHARGE-REPORT.

        WRITE-CHARGE-LINE.
            IF SRT-COST-CENTRE NOT = WS-PREV-CC
                IF WS-CC-COUNT > ZEROS
                    PERFORM WRITE-CC-TOTAL
                END-IF
                ADD 1 TO WS-CC-COUNT
                MOVE ZEROS TO WS-CC-CHARGE
                MOVE SRT-COST-CENTRE TO WS-PREV-CC
            END-IF.
            ADD SRT-CHARGE TO WS-CC-CHARGE.
            ADD SRT-CHARGE TO WS-CHG-TOTAL.

            MOVE ZEROS TO WS-DEPT-SPEND.
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHG-TBL-COUNT
                IF WS-CHG-DEPT(WS-CHG-IDX) = SRT-DEPT
                    ADD WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-DEPT-SPEND
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-ALW-FOUND.
            MOVE ZEROS TO WS-DEPT-ALLOWANCE.
            PERFORM VARYING WS-ALW-IDX FROM 1 BY 1
                    UNTIL WS-ALW-IDX > WS-ALW-TBL-COUNT
                       OR WS-ALW-FOUND = 'Y'
                IF WS-ALW-DEPT(WS-ALW-IDX) = SRT-DEPT
                    MOVE 'Y' TO WS-ALW-FOUND
                    MOVE WS-ALW-AMOUNT(WS-ALW-IDX) TO WS-DEPT-ALLOWANCE
                END-IF
            END-PERFORM.

            MOVE SPACES TO WS-CHG-D-FLAG.
            IF WS-ALW-FOUND = 'N'
                MOVE "NO ALLOWANCE" TO WS-CHG-D-FLAG
                ADD 1 TO WS-OVER-COUNT
            ELSE
                IF WS-DEPT-SPEND > WS-DEPT-ALLOWANCE
                    MOVE "OVER" TO WS-CHG-D-FLAG
                    ADD 1 TO WS-OVER-COUNT
                END-IF
            END-IF.
            MOVE SRT-COST-CENTRE   TO WS-CHG-D-CC.
            MOVE SRT-DEPT          TO WS-CHG-D-DEPT.
            MOVE SRT-ORDERS        TO WS-CHG-D-ORDERS.
            MOVE SRT-PIZZAS        TO WS-CHG-D-PIZZAS.
            MOVE SRT-CHARGE        TO WS-CHG-D-CHARGE.
            MOVE WS-DEPT-ALLOWANCE TO WS-CHG-D-ALLOW.
            WRITE CHG-LINE FROM WS-CHG-DETAIL.

        WRITE-CC-TOTAL.
            MOVE WS-PREV-CC   TO WS-CHG-T-CC.
            MOVE WS-CC-CHARGE TO WS-CHG-T-CHARGE.
            WRITE CHG-LINE FROM WS-CHG-CC-TOTAL.
            MOVE SPACES TO CHG-LINE.
            WRITE CHG-LINE.

        WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG.
            END-IF.
            WRITE AUDIT-RECORD.
            CLOSE AUDIT-LOG.

        WRITE-CATER-AUDIT.
            OPEN EXTEND AUDIT-LOG.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-LOG
                CLOSE AUDIT-LOG
                OPEN EXTEND AUDIT-LOG
            END-IF.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE-TIME.
            ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "USER".
            MOVE "PIZZA" TO AUDIT-PROGRAM.
            MOVE WS-CATER-AUDIT-INPUT  TO AUDIT-INPUT.
            MOVE WS-CATER-AUDIT-RESULT TO AUDIT-RESULT.
            WRITE AUDIT-RECORD.
            CLOSE AUDIT-LOG.
