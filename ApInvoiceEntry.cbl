      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Accounts payable invoice entry batch. Applies the
      *          keyed invoice transactions to the AP invoice file:
      *          A adds an invoice, R releases an invoice held as a
      *          duplicate once the business office has checked it,
      *          and V voids an unpaid invoice. Each invoice must be
      *          for an active vendor on the VENDOR-MASTER and charge
      *          an expense account (5000 and up) on the chart of
      *          accounts other than 5100 salary expense, which only
      *          PAYROLL-RUN posts; the campus and bus route it is
      *          coded to must be on the campus and route masters,
      *          and a route keyed without a campus takes the route's
      *          campus. An invoice keyed without a due date falls
      *          due the vendor's terms days after the invoice date.
      *          An invoice number already on file for the vendor
      *          (or earlier in the batch) is added as held and is
      *          not paid until released. Accepted and released
      *          invoices are accrued and voids reversed through
      *          RUN-TOTALS by expense account, so GL-POSTING books
      *          the expense against accounts payable 2000. The edit
      *          listing shows every transaction and the expense
      *          distribution.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT INVOICE-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT AP-INVOICES ASSIGN DYNAMIC WS-AP-INVOICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-INVOICES-STATUS.
               SELECT VENDOR-MASTER ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
               SELECT CAMPUS-MASTER ASSIGN DYNAMIC
                   WS-CAMPUS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-MASTER-STATUS.
               SELECT ROUTE-MASTER ASSIGN DYNAMIC WS-ROUTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
               SELECT INVOICE-EDIT ASSIGN DYNAMIC WS-EDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INVOICE-TRANS.
           01 INVOICE-TRANS-REC.
               05 IT-ACTION PIC A(1).
                   88 IT-ADD VALUE "A".
                   88 IT-RELEASE VALUE "R".
                   88 IT-VOID VALUE "V".
               05 IT-VENDOR-ID PIC 9(5).
               05 IT-INVOICE-NO PIC X(12).
               05 IT-INVOICE-DATE PIC 9(8).
               05 IT-DUE-DATE PIC 9(8).
               05 IT-AMOUNT PIC 9(7)V99.
               05 IT-GL-ACCT PIC 9(4).
               05 IT-CAMPUS PIC X(3).
               05 IT-ROUTE PIC X(4).
               05 IT-DESC PIC X(20).

           FD AP-INVOICES.
           01 AP-INVOICE-REC.
               COPY "ApInvoiceRec.cpy".

           FD VENDOR-MASTER.
           01 VENDOR-REC.
               COPY "VendorRec.cpy".

           FD CHART-FILE.
           01 CHART-REC.
               05 COA-ACCT PIC 9(4).
               05 COA-NAME PIC X(25).

           FD CAMPUS-MASTER.
           01 CAMPUS-REC.
               COPY "CampusRec.cpy".

           FD ROUTE-MASTER.
           01 ROUTE-REC.
               05 RM-ROUTE-CODE PIC X(4).
               05 RM-CAMPUS PIC X(3).
               05 RM-DRIVER PIC X(25).
               05 RM-CAPACITY PIC 9(3).

           FD INVOICE-EDIT.
           01 EDIT-LINE PIC X(80).

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
               05 RT-TYPE PIC X(8).
               05 RT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 RT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "ApInvoiceTrans.txt".
           01 WS-AP-INVOICES-PATH PIC X(100) VALUE
               "ApInvoices.txt".
           01 WS-VENDOR-PATH PIC X(100) VALUE
               "VendorMaster.txt".
           01 WS-CHART-PATH PIC X(100) VALUE
               "ChartOfAccounts.txt".
           01 WS-CAMPUS-MASTER-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-ROUTE-PATH PIC X(100) VALUE
               "RouteMaster.txt".
           01 WS-EDIT-PATH PIC X(100) VALUE
               "ApInvoiceEdit.txt".
           01 WS-RUN-TOTALS-PATH PIC X(100) VALUE
               "RunTotals.txt".
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-AP-INVOICES-STATUS PIC X(2).
           01 WS-VENDOR-STATUS PIC X(2).
           01 WS-CHART-STATUS PIC X(2).
           01 WS-CAMPUS-MASTER-STATUS PIC X(2).
           01 WS-ROUTE-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-LOAD-EOF PIC A(1) VALUE "N".
           01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
           01 WS-INVOICE-OVERFLOW PIC A(1) VALUE "N".
           01 WS-INVOICE-TABLE.
               05 WS-INVOICE-DATA PIC X(89) OCCURS 5000 TIMES.
           01 WS-VENDOR-COUNT PIC 9(4) VALUE 0.
           01 WS-VENDOR-TABLE.
               05 WS-VENDOR-ENTRY OCCURS 2000 TIMES.
                   10 WS-VN-ID PIC 9(5).
                   10 WS-VN-STATUS PIC A(1).
                   10 WS-VN-TERMS PIC 9(3).
           01 WS-CHART-COUNT PIC 9(3) VALUE 0.
           01 WS-CHART-TABLE.
               05 WS-COA-ACCT PIC 9(4) OCCURS 100 TIMES.
           01 WS-CAMPUS-COUNT PIC 9(3) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-CAMPUS-CODE PIC X(3) OCCURS 100 TIMES.
           01 WS-ROUTE-COUNT PIC 9(3) VALUE 0.
           01 WS-ROUTE-TABLE.
               05 WS-ROUTE-ENTRY OCCURS 200 TIMES.
                   10 WS-RTE-CODE PIC X(4).
                   10 WS-RTE-CAMPUS PIC X(3).
           01 WS-ACCRUAL-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCRUAL-TABLE.
               05 WS-ACCRUAL-ENTRY OCCURS 100 TIMES.
                   10 WS-ACR-ACCT PIC 9(4).
                   10 WS-ACR-EXPENSE PIC 9(9)V99.
                   10 WS-ACR-VOIDED PIC 9(9)V99.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-LOOKUP-SUB PIC 9(4) VALUE 0.
           01 WS-VENDOR-SUB PIC 9(4) VALUE 0.
           01 WS-MATCH-STATUS PIC X(1).
           01 WS-WORK-ACCT PIC 9(4).
           01 WS-WORK-CAMPUS PIC X(3).
           01 WS-WORK-DUE-DATE PIC 9(8).
           01 WS-DAY-NUMBER PIC 9(7).
           01 WS-RESULT-WORD PIC X(8).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-COUNT PIC 9(7) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
           01 WS-VOIDED-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-INVOICES-IN PIC 9(7) VALUE 0.
           01 WS-INVOICES-OUT PIC 9(7) VALUE 0.
           01 WS-EXPENSE-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-VOIDED-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-EDIT-AMOUNT PIC ZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZ9.99-.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "AP-INVOICE-ENTRY".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MAIN.
               MOVE SPACES TO WS-ENV-SCRATCH.
               MOVE "N" TO WS-ENV-FOUND.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "OPERATOR_ID"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE "Y" TO WS-ENV-FOUND
               END-ACCEPT.
               IF WS-ENV-FOUND = "Y" THEN
                   MOVE WS-ENV-SCRATCH TO OperatorId
               ELSE
                   DISPLAY "Enter operator ID:"
                   ACCEPT OperatorId
               END-IF.
               CALL "RUN-LOG" USING OperatorId, WS-PROGRAM-NAME.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   MOVE "NOAUTH" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_INVOICE_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_INVOICES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-INVOICES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "VENDOR_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-VENDOR-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CHART_OF_ACCOUNTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CHART-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CAMPUS_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CAMPUS-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ROUTE_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ROUTE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_INVOICE_EDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EDIT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RUN_TOTALS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RUN-TOTALS-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT INVOICE-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "AP invoice transactions not found, "
                       "nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-VENDOR-MASTER.
               PERFORM LOAD-CHART.
               PERFORM LOAD-CAMPUS-CODES.
               PERFORM LOAD-ROUTE-CODES.
               PERFORM LOAD-AP-INVOICES.
               OPEN OUTPUT INVOICE-EDIT.
               PERFORM PRINT-EDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ INVOICE-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               CLOSE INVOICE-TRANS.
               PERFORM PRINT-DISTRIBUTION.
               PERFORM PRINT-EDIT-TOTALS.
               CLOSE INVOICE-EDIT.
               PERFORM REWRITE-AP-INVOICES.
               PERFORM WRITE-RUN-TOTALS.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-READ-COUNT, WS-APPLIED-COUNT, WS-REJECTED-COUNT.
               DISPLAY "===== AP INVOICE ENTRY CONTROL TOTALS =====".
               DISPLAY "Transactions read:  " WS-READ-COUNT.
               DISPLAY "Accepted:           " WS-ACCEPTED-COUNT.
               DISPLAY "Held as duplicate:  " WS-HELD-COUNT.
               DISPLAY "Released:           " WS-RELEASED-COUNT.
               DISPLAY "Voided:             " WS-VOIDED-COUNT.
               DISPLAY "Rejected:           " WS-REJECTED-COUNT.
               DISPLAY "Invoices on file:   " WS-INVOICES-OUT.
               MOVE WS-EXPENSE-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Expense accrued:    " WS-EDIT-TOTAL.
               IF WS-REJECTED-COUNT > 0 OR WS-HELD-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " invoices rejected, " DELIMITED BY SIZE
                          WS-HELD-COUNT DELIMITED BY SIZE
                          " held, see edit list" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-VENDOR-MASTER.
               OPEN INPUT VENDOR-MASTER.
               IF WS-VENDOR-STATUS NOT = "00" THEN
                   DISPLAY "VENDOR-MASTER not found, cannot "
                       "validate invoices"
                   CLOSE INVOICE-TRANS
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE "N" TO WS-LOAD-EOF.
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   READ VENDOR-MASTER
                       AT END MOVE "Y" TO WS-LOAD-EOF
                       NOT AT END
                           IF WS-VENDOR-COUNT < 2000 THEN
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VN-ID TO WS-VN-ID(WS-VENDOR-COUNT)
                               MOVE VN-STATUS
                                   TO WS-VN-STATUS(WS-VENDOR-COUNT)
                               MOVE VN-TERMS-DAYS
                                   TO WS-VN-TERMS(WS-VENDOR-COUNT)
                           ELSE
                               DISPLAY "Vendor table full, " VN-ID
                                   " not loaded"
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VENDOR-MASTER.

            LOAD-CHART.
               OPEN INPUT CHART-FILE.
               IF WS-CHART-STATUS NOT = "00" THEN
                   DISPLAY "CHART-OF-ACCOUNTS not found, cannot "
                       "validate invoices"
                   CLOSE INVOICE-TRANS
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE "N" TO WS-LOAD-EOF.
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   READ CHART-FILE
                       AT END MOVE "Y" TO WS-LOAD-EOF
                       NOT AT END
                           IF WS-CHART-COUNT < 100 THEN
                               ADD 1 TO WS-CHART-COUNT
                               MOVE COA-ACCT
                                   TO WS-COA-ACCT(WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CHART-FILE.

      * campus and route coding is optional on an invoice, so a
      * missing master only means coded invoices will be rejected
            LOAD-CAMPUS-CODES.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-MASTER-STATUS = "00" THEN
                   MOVE "N" TO WS-LOAD-EOF
                   PERFORM UNTIL WS-LOAD-EOF = "Y"
                       READ CAMPUS-MASTER
                           AT END MOVE "Y" TO WS-LOAD-EOF
                           NOT AT END
                               IF WS-CAMPUS-COUNT < 100 THEN
                                   ADD 1 TO WS-CAMPUS-COUNT
                                   MOVE CMP-CODE TO
                                       WS-CAMPUS-CODE(WS-CAMPUS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPUS-MASTER
               END-IF.

            LOAD-ROUTE-CODES.
               OPEN INPUT ROUTE-MASTER.
               IF WS-ROUTE-STATUS = "00" THEN
                   MOVE "N" TO WS-LOAD-EOF
                   PERFORM UNTIL WS-LOAD-EOF = "Y"
                       READ ROUTE-MASTER
                           AT END MOVE "Y" TO WS-LOAD-EOF
                           NOT AT END
                               IF WS-ROUTE-COUNT < 200 THEN
                                   ADD 1 TO WS-ROUTE-COUNT
                                   MOVE RM-ROUTE-CODE
                                       TO WS-RTE-CODE(WS-ROUTE-COUNT)
                                   MOVE RM-CAMPUS
                                       TO WS-RTE-CAMPUS(WS-ROUTE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROUTE-MASTER
               END-IF.

      * the whole invoice file is rewritten from this table, so a
      * file too big to hold stops the run rather than losing bills
            LOAD-AP-INVOICES.
               OPEN INPUT AP-INVOICES.
               IF WS-AP-INVOICES-STATUS = "00" THEN
                   MOVE "N" TO WS-LOAD-EOF
                   PERFORM UNTIL WS-LOAD-EOF = "Y"
                       READ AP-INVOICES
                           AT END MOVE "Y" TO WS-LOAD-EOF
                           NOT AT END
                               ADD 1 TO WS-INVOICES-IN
                               IF WS-INVOICE-COUNT < 5000 THEN
                                   ADD 1 TO WS-INVOICE-COUNT
                                   MOVE AP-INVOICE-REC TO
                                       WS-INVOICE-DATA(WS-INVOICE-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-INVOICE-OVERFLOW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AP-INVOICES
               END-IF.
               IF WS-INVOICE-OVERFLOW = "Y" THEN
                   DISPLAY "AP invoice file exceeds 5000 entries, "
                       "invoice entry stopped"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "AP invoice table full, no invoices entered"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   CLOSE INVOICE-TRANS
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               IF IT-ADD THEN
                   PERFORM ADD-INVOICE
               ELSE IF IT-RELEASE THEN
                   PERFORM RELEASE-INVOICE
               ELSE
                   PERFORM VOID-INVOICE
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT IT-ADD AND NOT IT-RELEASE AND NOT IT-VOID THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF IT-VENDOR-ID IS NOT NUMERIC THEN
                   MOVE "Vendor ID not numeric" TO WS-REJECT-REASON
               ELSE IF IT-INVOICE-NO = SPACES THEN
                   MOVE "Blank invoice number" TO WS-REJECT-REASON
               ELSE IF IT-ADD THEN
                   PERFORM VALIDATE-NEW-INVOICE
               END-IF.

            VALIDATE-NEW-INVOICE.
               PERFORM FIND-VENDOR.
               IF WS-VENDOR-SUB = 0 THEN
                   MOVE "Vendor not on file" TO WS-REJECT-REASON
               ELSE IF WS-VN-STATUS(WS-VENDOR-SUB) NOT = "A" THEN
                   MOVE "Vendor inactive" TO WS-REJECT-REASON
               ELSE IF IT-AMOUNT IS NOT NUMERIC THEN
                   MOVE "Amount not numeric" TO WS-REJECT-REASON
               ELSE IF IT-AMOUNT = ZERO THEN
                   MOVE "Zero invoice amount" TO WS-REJECT-REASON
               ELSE IF IT-GL-ACCT IS NOT NUMERIC THEN
                   MOVE "GL account not numeric" TO WS-REJECT-REASON
               ELSE IF IT-GL-ACCT < 5000 THEN
                   MOVE "Not an expense account" TO WS-REJECT-REASON
               ELSE IF IT-GL-ACCT = 5100 THEN
                   MOVE "Account posted by payroll" TO WS-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-ACCOUNT-AND-DATES
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM VALIDATE-CAMPUS-AND-ROUTE
               END-IF.

            VALIDATE-ACCOUNT-AND-DATES.
               MOVE IT-GL-ACCT TO WS-WORK-ACCT.
               PERFORM FIND-CHART-ACCOUNT.
               IF WS-LOOKUP-SUB = 0 THEN
                   MOVE "GL account not on chart" TO WS-REJECT-REASON
               ELSE
                   MOVE IT-INVOICE-DATE TO WS-DATE-CHECK
                   CALL "DATE-CHECK" USING WS-DATE-CHECK,
                       WS-DATE-RESULT
                   IF WS-DATE-RESULT = "05" THEN
                       MOVE "Invoice date in future"
                           TO WS-REJECT-REASON
                   ELSE IF WS-DATE-RESULT NOT = "00" THEN
                       MOVE "Invalid invoice date" TO WS-REJECT-REASON
                   END-IF
               END-IF.
      * a blank due date is paid on the vendor's terms; a keyed one
      * may be any valid date on or after the invoice date
               IF WS-REJECT-REASON = SPACES THEN
                   IF IT-DUE-DATE IS NOT NUMERIC OR
                           IT-DUE-DATE = ZERO THEN
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(IT-INVOICE-DATE)
                           + WS-VN-TERMS(WS-VENDOR-SUB)
                       COMPUTE WS-WORK-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                   ELSE
                       MOVE IT-DUE-DATE TO WS-WORK-DUE-DATE
                       MOVE IT-DUE-DATE TO WS-DATE-CHECK
                       CALL "DATE-CHECK" USING WS-DATE-CHECK,
                           WS-DATE-RESULT
                       IF WS-DATE-RESULT NOT = "00" AND
                               WS-DATE-RESULT NOT = "05" THEN
                           MOVE "Invalid due date" TO WS-REJECT-REASON
                       ELSE IF IT-DUE-DATE < IT-INVOICE-DATE THEN
                           MOVE "Due before invoice date"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF.

      * a route belongs to one campus; an invoice coded to a route
      * alone is charged to that campus for the cost report
            VALIDATE-CAMPUS-AND-ROUTE.
               MOVE IT-CAMPUS TO WS-WORK-CAMPUS.
               IF IT-ROUTE NOT = SPACES THEN
                   PERFORM FIND-ROUTE
                   IF WS-LOOKUP-SUB = 0 THEN
                       MOVE "Route not on route master"
                           TO WS-REJECT-REASON
                   ELSE IF WS-WORK-CAMPUS = SPACES THEN
                       MOVE WS-RTE-CAMPUS(WS-LOOKUP-SUB)
                           TO WS-WORK-CAMPUS
                   ELSE IF WS-WORK-CAMPUS NOT =
                           WS-RTE-CAMPUS(WS-LOOKUP-SUB) THEN
                       MOVE "Route not at that campus"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES AND
                       WS-WORK-CAMPUS NOT = SPACES THEN
                   PERFORM FIND-CAMPUS
                   IF WS-LOOKUP-SUB = 0 THEN
                       MOVE "Campus not on campus master"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

            FIND-VENDOR.
               MOVE 0 TO WS-VENDOR-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-VENDOR-COUNT
                       OR WS-VENDOR-SUB > 0
                   IF WS-VN-ID(WS-SUB) = IT-VENDOR-ID THEN
                       MOVE WS-SUB TO WS-VENDOR-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-CHART-ACCOUNT.
               MOVE 0 TO WS-LOOKUP-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CHART-COUNT
                       OR WS-LOOKUP-SUB > 0
                   IF WS-COA-ACCT(WS-SUB) = WS-WORK-ACCT THEN
                       MOVE WS-SUB TO WS-LOOKUP-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-CAMPUS.
               MOVE 0 TO WS-LOOKUP-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-LOOKUP-SUB > 0
                   IF WS-CAMPUS-CODE(WS-SUB) = WS-WORK-CAMPUS THEN
                       MOVE WS-SUB TO WS-LOOKUP-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-ROUTE.
               MOVE 0 TO WS-LOOKUP-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-ROUTE-COUNT
                       OR WS-LOOKUP-SUB > 0
                   IF WS-RTE-CODE(WS-SUB) = IT-ROUTE THEN
                       MOVE WS-SUB TO WS-LOOKUP-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * finds the vendor's invoice number in the given status; a
      * status of space matches any invoice that has not been voided
            FIND-INVOICE.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                       OR WS-FOUND-SUB > 0
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   IF AI-VENDOR-ID = IT-VENDOR-ID AND
                           AI-INVOICE-NO = IT-INVOICE-NO THEN
                       IF WS-MATCH-STATUS = SPACE THEN
                           IF NOT AI-VOIDED THEN
                               MOVE WS-SUB TO WS-FOUND-SUB
                           END-IF
                       ELSE IF AI-STATUS = WS-MATCH-STATUS THEN
                           MOVE WS-SUB TO WS-FOUND-SUB
                       END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * a vendor invoice number already on file (even a paid one) is
      * taken as a possible double billing and held for review
            ADD-INVOICE.
               MOVE SPACE TO WS-MATCH-STATUS.
               PERFORM FIND-INVOICE.
               IF WS-INVOICE-COUNT NOT < 5000 THEN
                   MOVE "Invoice table full" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE IT-VENDOR-ID TO AI-VENDOR-ID
                   MOVE IT-INVOICE-NO TO AI-INVOICE-NO
                   MOVE IT-INVOICE-DATE TO AI-INVOICE-DATE
                   MOVE WS-WORK-DUE-DATE TO AI-DUE-DATE
                   MOVE IT-AMOUNT TO AI-AMOUNT
                   MOVE IT-GL-ACCT TO AI-GL-ACCT
                   MOVE WS-WORK-CAMPUS TO AI-CAMPUS
                   MOVE IT-ROUTE TO AI-ROUTE
                   MOVE IT-DESC TO AI-DESC
                   MOVE 0 TO AI-CHECK-NO
                   MOVE 0 TO AI-PAID-DATE
                   IF WS-FOUND-SUB > 0 THEN
                       MOVE "H" TO AI-STATUS
                       MOVE "HELD" TO WS-RESULT-WORD
                       MOVE "Duplicate invoice number"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-HELD-COUNT
                       ADD AI-AMOUNT TO WS-HELD-TOTAL
                   ELSE
                       MOVE "O" TO AI-STATUS
                       MOVE "ACCEPTED" TO WS-RESULT-WORD
                       ADD 1 TO WS-ACCEPTED-COUNT
                       PERFORM ACCRUE-EXPENSE
                   END-IF
                   ADD 1 TO WS-INVOICE-COUNT
                   MOVE AP-INVOICE-REC
                       TO WS-INVOICE-DATA(WS-INVOICE-COUNT)
                   PERFORM WRITE-APPLIED-LINE
               END-IF.

            RELEASE-INVOICE.
               MOVE "H" TO WS-MATCH-STATUS.
               PERFORM FIND-INVOICE.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "No held invoice to release"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-INVOICE-DATA(WS-FOUND-SUB)
                       TO AP-INVOICE-REC
                   MOVE "O" TO AI-STATUS
                   MOVE AP-INVOICE-REC
                       TO WS-INVOICE-DATA(WS-FOUND-SUB)
                   MOVE "RELEASED" TO WS-RESULT-WORD
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM ACCRUE-EXPENSE
                   PERFORM WRITE-APPLIED-LINE
               END-IF.

      * a held invoice was never accrued, so voiding it touches no
      * account; an open one reverses its expense accrual
            VOID-INVOICE.
               MOVE "H" TO WS-MATCH-STATUS.
               PERFORM FIND-INVOICE.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "O" TO WS-MATCH-STATUS
                   PERFORM FIND-INVOICE
               END-IF.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "P" TO WS-MATCH-STATUS
                   PERFORM FIND-INVOICE
                   IF WS-FOUND-SUB > 0 THEN
                       MOVE "Invoice already paid" TO WS-REJECT-REASON
                   ELSE
                       MOVE "Invoice not on file" TO WS-REJECT-REASON
                   END-IF
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-INVOICE-DATA(WS-FOUND-SUB)
                       TO AP-INVOICE-REC
                   IF AI-OPEN THEN
                       PERFORM REVERSE-EXPENSE
                   END-IF
                   MOVE "V" TO AI-STATUS
                   MOVE AP-INVOICE-REC
                       TO WS-INVOICE-DATA(WS-FOUND-SUB)
                   MOVE "VOIDED" TO WS-RESULT-WORD
                   ADD 1 TO WS-VOIDED-COUNT
                   PERFORM WRITE-APPLIED-LINE
               END-IF.

            ACCRUE-EXPENSE.
               PERFORM FIND-ACCRUAL.
               IF WS-LOOKUP-SUB > 0 THEN
                   ADD AI-AMOUNT TO WS-ACR-EXPENSE(WS-LOOKUP-SUB)
               END-IF.
               ADD AI-AMOUNT TO WS-EXPENSE-TOTAL.

            REVERSE-EXPENSE.
               PERFORM FIND-ACCRUAL.
               IF WS-LOOKUP-SUB > 0 THEN
                   ADD AI-AMOUNT TO WS-ACR-VOIDED(WS-LOOKUP-SUB)
               END-IF.
               ADD AI-AMOUNT TO WS-VOIDED-TOTAL.

      * the chart holds at most 100 accounts, so a table of the same
      * size always has room for every expense account used
            FIND-ACCRUAL.
               MOVE 0 TO WS-LOOKUP-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-ACCRUAL-COUNT
                       OR WS-LOOKUP-SUB > 0
                   IF WS-ACR-ACCT(WS-SUB) = AI-GL-ACCT THEN
                       MOVE WS-SUB TO WS-LOOKUP-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-LOOKUP-SUB = 0 AND WS-ACCRUAL-COUNT < 100 THEN
                   ADD 1 TO WS-ACCRUAL-COUNT
                   MOVE WS-ACCRUAL-COUNT TO WS-LOOKUP-SUB
                   MOVE AI-GL-ACCT TO WS-ACR-ACCT(WS-LOOKUP-SUB)
                   MOVE 0 TO WS-ACR-EXPENSE(WS-LOOKUP-SUB)
                   MOVE 0 TO WS-ACR-VOIDED(WS-LOOKUP-SUB)
               END-IF.

            REWRITE-AP-INVOICES.
               OPEN OUTPUT AP-INVOICES.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   WRITE AP-INVOICE-REC
                   ADD 1 TO WS-INVOICES-OUT
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE AP-INVOICES.

      * one run total per expense account: EXPnnnn books the accrual
      * and VOIDnnnn its reversal, so GL-POSTING knows the account
            WRITE-RUN-TOTALS.
               IF WS-ACCRUAL-COUNT > 0 THEN
                   OPEN EXTEND RUN-TOTALS
                   IF WS-RUN-TOTALS-STATUS = "35" THEN
                       OPEN OUTPUT RUN-TOTALS
                       CLOSE RUN-TOTALS
                       OPEN EXTEND RUN-TOTALS
                   END-IF
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-ACCRUAL-COUNT
                       PERFORM WRITE-ACCOUNT-TOTALS
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   CLOSE RUN-TOTALS
               END-IF.

            WRITE-ACCOUNT-TOTALS.
               MOVE "AP-INVOICES" TO RT-SOURCE.
               MOVE WS-TODAY-DATE TO RT-DATE.
               IF WS-ACR-EXPENSE(WS-SUB) > 0 THEN
                   MOVE SPACES TO RT-TYPE
                   STRING "EXP" DELIMITED BY SIZE
                          WS-ACR-ACCT(WS-SUB) DELIMITED BY SIZE
                          INTO RT-TYPE
                   MOVE WS-ACR-EXPENSE(WS-SUB) TO RT-AMOUNT
                   WRITE RUN-TOTALS-REC
               END-IF.
               IF WS-ACR-VOIDED(WS-SUB) > 0 THEN
                   MOVE SPACES TO RT-TYPE
                   STRING "VOID" DELIMITED BY SIZE
                          WS-ACR-ACCT(WS-SUB) DELIMITED BY SIZE
                          INTO RT-TYPE
                   MOVE WS-ACR-VOIDED(WS-SUB) TO RT-AMOUNT
                   WRITE RUN-TOTALS-REC
               END-IF.

            PRINT-EDIT-HEADERS.
               MOVE SPACES TO EDIT-LINE.
               STRING "AP INVOICE ENTRY EDIT LISTING  RUN DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE SPACES TO EDIT-LINE.
               STRING "RESULT   A VENDOR INVOICE NO   ACCT CAMP ROUT"
                      DELIMITED BY SIZE
                      "E DUE DATE" DELIMITED BY SIZE
                      INTO EDIT-LINE.
               MOVE "AMOUNT" TO EDIT-LINE(75:6).
               WRITE EDIT-LINE.
               MOVE ALL "-" TO EDIT-LINE.
               WRITE EDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO EDIT-LINE.
               MOVE WS-RESULT-WORD TO EDIT-LINE(1:8).
               MOVE IT-ACTION TO EDIT-LINE(10:1).
               MOVE AI-VENDOR-ID TO EDIT-LINE(12:5).
               MOVE AI-INVOICE-NO TO EDIT-LINE(19:12).
               MOVE AI-GL-ACCT TO EDIT-LINE(32:4).
               MOVE AI-CAMPUS TO EDIT-LINE(37:3).
               MOVE AI-ROUTE TO EDIT-LINE(42:4).
               MOVE AI-DUE-DATE TO EDIT-LINE(47:8).
               MOVE AI-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO EDIT-LINE(70:11).
               WRITE EDIT-LINE.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   MOVE SPACES TO EDIT-LINE
                   MOVE WS-REJECT-REASON TO EDIT-LINE(12:30)
                   WRITE EDIT-LINE
               END-IF.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO EDIT-LINE.
               MOVE "REJECTED" TO EDIT-LINE(1:8).
               MOVE IT-ACTION TO EDIT-LINE(10:1).
               MOVE IT-VENDOR-ID TO EDIT-LINE(12:5).
               MOVE IT-INVOICE-NO TO EDIT-LINE(19:12).
               MOVE WS-REJECT-REASON TO EDIT-LINE(32:30).
               IF IT-AMOUNT IS NUMERIC THEN
                   MOVE IT-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO EDIT-LINE(70:11)
               END-IF.
               WRITE EDIT-LINE.

            PRINT-DISTRIBUTION.
               MOVE SPACES TO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE "EXPENSE DISTRIBUTION  ACCT      ACCRUED       VOID"
                   TO EDIT-LINE.
               MOVE "ED" TO EDIT-LINE(51:2).
               WRITE EDIT-LINE.
               MOVE ALL "-" TO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-ACCRUAL-COUNT
                   MOVE SPACES TO EDIT-LINE
                   MOVE WS-ACR-ACCT(WS-SUB) TO EDIT-LINE(23:4)
                   MOVE WS-ACR-EXPENSE(WS-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO EDIT-LINE(29:11)
                   MOVE WS-ACR-VOIDED(WS-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO EDIT-LINE(42:11)
                   WRITE EDIT-LINE
                   ADD 1 TO WS-SUB
               END-PERFORM.

            PRINT-EDIT-TOTALS.
               MOVE ALL "-" TO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE SPACES TO EDIT-LINE.
               STRING "READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  APPLIED " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      "  HELD " DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE WS-EXPENSE-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO EDIT-LINE.
               STRING "EXPENSE ACCRUED " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE WS-VOIDED-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO EDIT-LINE.
               STRING "EXPENSE REVERSED" DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO EDIT-LINE.
               WRITE EDIT-LINE.
               MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO EDIT-LINE.
               STRING "HELD DUPLICATES " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO EDIT-LINE.
               WRITE EDIT-LINE.

       END PROGRAM AP-INVOICE-ENTRY.
