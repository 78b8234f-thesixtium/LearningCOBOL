      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Reconcile the district operating account against the
      *          bank's cleared-items file. Deposits recorded by
      *          CASH-RECEIPTS are matched to bank deposits by deposit
      *          date and amount; direct-deposit credits and payroll
      *          checks written by PAYROLL-RUN are matched to the bank
      *          items by employee and amount, refund checks from
      *          REFUND-RUN by refund number and amount, and vendor
      *          checks from AP-CHECK-RUN by check number and amount.
      *          Items cleared on an earlier statement are remembered
      *          in the cleared-items file so they are not carried
      *          forward again; only items cleared on a statement
      *          dated before this one count, so a statement can be
      *          reconciled again without its own matches hiding
      *          its items. Items already cleared are dropped as the
      *          book files are read, and a bank or book table
      *          overflow stops the run rather than reconciling a
      *          partial statement or book. The report lists matched
      *          items, deposits in transit, uncleared direct
      *          deposits, outstanding payroll, refund and vendor
      *          checks and bank items with no book match, and ends
      *          with a book-to-bank reconciled balance for GL 1000
      *          cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT BANK-ITEMS ASSIGN DYNAMIC WS-BANK-ITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-ITEMS-STATUS.
               SELECT DEPOSIT-HISTORY ASSIGN DYNAMIC
                   WS-DEPOSIT-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-HISTORY-STATUS.
               SELECT PAYROLL-HISTORY ASSIGN DYNAMIC
                   WS-PAYROLL-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-HISTORY-STATUS.
               SELECT REFUND-CHECKS ASSIGN DYNAMIC
                   WS-REFUND-CHECKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CHECKS-STATUS.
               SELECT AP-CHECKS ASSIGN DYNAMIC WS-AP-CHECKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECKS-STATUS.
               SELECT RECON-CLEARED ASSIGN DYNAMIC
                   WS-RECON-CLEARED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CLEARED-STATUS.
               SELECT GL-SUMMARY ASSIGN DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT RECON-REPORT ASSIGN DYNAMIC
                   WS-RECON-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD BANK-ITEMS.
           01 BANK-ITEM-REC.
               05 BI-TYPE PIC X(1).
                   88 BI-DEPOSIT VALUE "D".
                   88 BI-DIRECT-DEPOSIT VALUE "E".
                   88 BI-CHECK-PAID VALUE "K".
                   88 BI-STATEMENT-BALANCE VALUE "B".
               05 BI-DATE PIC 9(8).
               05 BI-EMP-ID PIC 9(5).
               05 BI-REFERENCE PIC X(10).
               05 BI-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 BI-DESC PIC X(20).

           FD DEPOSIT-HISTORY.
           01 DEPOSIT-HISTORY-REC.
               COPY "DepositHistRec.cpy".

           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-REC.
               COPY "PayHistRec.cpy".

           FD REFUND-CHECKS.
           01 REFUND-CHECK-REC.
               COPY "RefundCheckRec.cpy".

           FD AP-CHECKS.
           01 AP-CHECK-REC.
               COPY "ApCheckRec.cpy".

           FD RECON-CLEARED.
           01 RECON-CLEARED-REC.
               05 RK-TYPE PIC X(1).
               05 RK-DATE PIC 9(8).
               05 RK-EMP-ID PIC 9(5).
               05 RK-REFERENCE PIC X(10).
               05 RK-AMOUNT PIC 9(9)V99.
               05 RK-CLEARED-DATE PIC 9(8).

           FD GL-SUMMARY.
           01 GL-SUMMARY-REC.
               COPY "GlSummaryRec.cpy".

           FD RECON-REPORT.
           01 RECON-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-BANK-ITEMS-PATH PIC X(100) VALUE
               "BankCleared.txt".
           01 WS-DEPOSIT-HISTORY-PATH PIC X(100) VALUE
               "DepositHistory.txt".
           01 WS-PAYROLL-HISTORY-PATH PIC X(100) VALUE
               "PayrollHistory.txt".
           01 WS-REFUND-CHECKS-PATH PIC X(100) VALUE
               "RefundChecks.txt".
           01 WS-AP-CHECKS-PATH PIC X(100) VALUE
               "ApChecks.txt".
           01 WS-RECON-CLEARED-PATH PIC X(100) VALUE
               "ReconCleared.txt".
           01 WS-SUMMARY-PATH PIC X(100) VALUE
               "GlSummary.txt".
           01 WS-RECON-REPORT-PATH PIC X(100) VALUE
               "BankReconReport.txt".
           01 WS-BANK-ITEMS-STATUS PIC X(2).
           01 WS-DEPOSIT-HISTORY-STATUS PIC X(2).
           01 WS-PAYROLL-HISTORY-STATUS PIC X(2).
           01 WS-REFUND-CHECKS-STATUS PIC X(2).
           01 WS-AP-CHECKS-STATUS PIC X(2).
           01 WS-RECON-CLEARED-STATUS PIC X(2).
           01 WS-SUMMARY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-STATEMENT-DATE PIC 9(8) VALUE 0.
           01 WS-BANK-BALANCE PIC S9(11)V99 VALUE 0.
           01 WS-BALANCE-FOUND PIC A(1) VALUE "N".
      * book items: R = deposit, D = direct deposit, C = payroll check,
      * F = refund check (reference holds the refund number),
      * A = vendor check (reference holds the AP check number)
      * state: space = open, M = matched to a bank item on this
      * statement; items cleared on an earlier statement never
      * reach the table
           01 WS-BOOK-COUNT PIC 9(4) VALUE 0.
           01 WS-BOOK-TABLE.
               05 WS-BOOK-ENTRY OCCURS 5000 TIMES.
                   10 WS-BK-TYPE PIC X(1).
                   10 WS-BK-DATE PIC 9(8).
                   10 WS-BK-EMP-ID PIC 9(5).
                   10 WS-BK-REFERENCE PIC X(10).
                   10 WS-BK-AMOUNT PIC 9(9)V99.
                   10 WS-BK-STATE PIC X(1).
           01 WS-BOOK-FULL PIC A(1) VALUE "N".
           01 WS-BANK-FULL PIC A(1) VALUE "N".
           01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
           01 WS-CLEARED-FULL PIC A(1) VALUE "N".
           01 WS-CLEARED-TABLE.
               05 WS-CLEARED-ENTRY OCCURS 20000 TIMES.
                   10 WS-CL-TYPE PIC X(1).
                   10 WS-CL-DATE PIC 9(8).
                   10 WS-CL-EMP-ID PIC 9(5).
                   10 WS-CL-REFERENCE PIC X(10).
                   10 WS-CL-AMOUNT PIC 9(9)V99.
                   10 WS-CL-USED PIC A(1).
           01 WS-CL-SUB PIC 9(5) VALUE 0.
           01 WS-CL-FOUND PIC 9(5) VALUE 0.
           01 WS-PRIOR-COUNT PIC 9(7) VALUE 0.
           01 WS-BANK-COUNT PIC 9(4) VALUE 0.
           01 WS-BANK-TABLE.
               05 WS-BANK-ENTRY OCCURS 2000 TIMES.
                   10 WS-BN-TYPE PIC X(1).
                   10 WS-BN-DATE PIC 9(8).
                   10 WS-BN-EMP-ID PIC 9(5).
                   10 WS-BN-REFERENCE PIC X(10).
                   10 WS-BN-AMOUNT PIC S9(9)V99.
                   10 WS-BN-DESC PIC X(20).
                   10 WS-BN-BOOK-SUB PIC 9(4).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-BOOK-SUB PIC 9(4) VALUE 0.
           01 WS-WORK-TYPE PIC X(1).
           01 WS-WORK-DATE PIC 9(8).
           01 WS-WORK-EMP-ID PIC 9(5).
           01 WS-WORK-REFERENCE PIC X(10).
           01 WS-WORK-AMOUNT PIC 9(9)V99.
           01 WS-SECTION-TYPE PIC X(1).
           01 WS-SECTION-TITLE PIC X(60).
           01 WS-SECTION-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-SECTION-COUNT PIC 9(7) VALUE 0.
           01 WS-TYPE-NAME PIC X(14).
           01 WS-IN-TRANSIT PIC S9(11)V99 VALUE 0.
           01 WS-UNCLEARED-DD PIC S9(11)V99 VALUE 0.
           01 WS-OUTSTANDING-CHECKS PIC S9(11)V99 VALUE 0.
           01 WS-OUTSTANDING-REFUNDS PIC S9(11)V99 VALUE 0.
           01 WS-OUTSTANDING-AP-CHECKS PIC S9(11)V99 VALUE 0.
           01 WS-UNMATCHED-BANK PIC S9(11)V99 VALUE 0.
           01 WS-ADJUSTED-BANK PIC S9(11)V99 VALUE 0.
           01 WS-BOOK-BALANCE PIC S9(11)V99 VALUE 0.
           01 WS-ADJUSTED-BOOK PIC S9(11)V99 VALUE 0.
           01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
           01 WS-BANK-READ PIC 9(7) VALUE 0.
           01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZZZ9.99-.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "BANK-RECON".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-BANK-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "BANK_CLEARED_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-BANK-ITEMS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DEPOSIT_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH
                           TO WS-DEPOSIT-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PAYROLL_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH
                           TO WS-PAYROLL-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "REFUND_CHECK_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REFUND-CHECKS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_CHECK_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-CHECKS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RECON_CLEARED_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RECON-CLEARED-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GL_SUMMARY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SUMMARY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "BANK_RECON_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RECON-REPORT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT BANK-ITEMS.
               IF WS-BANK-ITEMS-STATUS NOT = "00" THEN
                   DISPLAY "BANK-ITEMS not found, nothing to reconcile"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-BANK-READ
                   GOBACK
               END-IF.
               PERFORM LOAD-BANK-ITEMS.
               CLOSE BANK-ITEMS.
               IF WS-BANK-FULL = "Y" THEN
                   DISPLAY "Bank item table full at 2000, run stopped"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "Bank item table full, recon not run"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-BANK-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
      * the statement date bounds which book items the bank could
      * have seen; without a balance record the run date stands in
               IF WS-BALANCE-FOUND = "N" THEN
                   MOVE WS-TODAY-DATE TO WS-STATEMENT-DATE
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Bank file has no statement balance record"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               PERFORM LOAD-RECON-CLEARED.
               IF WS-CLEARED-FULL = "N" THEN
                   PERFORM LOAD-DEPOSIT-HISTORY
                   PERFORM LOAD-PAYROLL-HISTORY
                   PERFORM LOAD-REFUND-CHECKS
                   PERFORM LOAD-AP-CHECKS
               END-IF.
               IF WS-CLEARED-FULL = "Y" OR WS-BOOK-FULL = "Y" THEN
                   IF WS-CLEARED-FULL = "Y" THEN
                       DISPLAY "Cleared-items table full at 20000, "
                           "run stopped"
                       MOVE "Cleared-items table full, recon not run"
                           TO WS-MSG-TEXT
                   ELSE
                       DISPLAY "Book item table full at 5000, "
                           "run stopped"
                       MOVE "Book item table full, recon not run"
                           TO WS-MSG-TEXT
                   END-IF
                   MOVE "E" TO WS-MSG-SEVERITY
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-BANK-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-BOOK-BALANCE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-BANK-COUNT
                   PERFORM MATCH-BANK-ITEM
                   ADD 1 TO WS-SUB
               END-PERFORM.
               OPEN OUTPUT RECON-REPORT.
               PERFORM PRINT-REPORT-HEADERS.
               PERFORM PRINT-MATCHED-ITEMS.
               MOVE "R" TO WS-SECTION-TYPE.
               PERFORM PRINT-OPEN-BOOK-ITEMS.
               MOVE WS-SECTION-TOTAL TO WS-IN-TRANSIT.
               MOVE "D" TO WS-SECTION-TYPE.
               PERFORM PRINT-OPEN-BOOK-ITEMS.
               MOVE WS-SECTION-TOTAL TO WS-UNCLEARED-DD.
               MOVE "C" TO WS-SECTION-TYPE.
               PERFORM PRINT-OPEN-BOOK-ITEMS.
               MOVE WS-SECTION-TOTAL TO WS-OUTSTANDING-CHECKS.
               MOVE "F" TO WS-SECTION-TYPE.
               PERFORM PRINT-OPEN-BOOK-ITEMS.
               MOVE WS-SECTION-TOTAL TO WS-OUTSTANDING-REFUNDS.
               MOVE "A" TO WS-SECTION-TYPE.
               PERFORM PRINT-OPEN-BOOK-ITEMS.
               MOVE WS-SECTION-TOTAL TO WS-OUTSTANDING-AP-CHECKS.
               PERFORM PRINT-UNMATCHED-BANK-ITEMS.
               PERFORM PRINT-RECONCILIATION.
               CLOSE RECON-REPORT.
               PERFORM SAVE-RECON-CLEARED.
               IF WS-DIFFERENCE NOT = 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Bank reconciliation out of balance to GL 1000"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               DISPLAY "===== BANK RECONCILIATION CONTROL TOTALS =====".
               DISPLAY "Bank items read:     " WS-BANK-READ.
               DISPLAY "Matched:             " WS-MATCHED-COUNT.
               DISPLAY "Bank items unmatched:" WS-UNMATCHED-COUNT.
               DISPLAY "Book items open:     " WS-OPEN-COUNT.
               DISPLAY "Cleared earlier:     " WS-PRIOR-COUNT.
               MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL.
               DISPLAY "Difference:          " WS-EDIT-TOTAL.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-BANK-READ.
               GOBACK.

            LOAD-BANK-ITEMS.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ BANK-ITEMS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM NOTE-BANK-ITEM
                   END-READ
               END-PERFORM.

            NOTE-BANK-ITEM.
               ADD 1 TO WS-BANK-READ.
               IF BI-STATEMENT-BALANCE THEN
                   MOVE BI-DATE TO WS-STATEMENT-DATE
                   MOVE BI-AMOUNT TO WS-BANK-BALANCE
                   MOVE "Y" TO WS-BALANCE-FOUND
               ELSE
                   IF WS-BANK-COUNT < 2000 THEN
                       ADD 1 TO WS-BANK-COUNT
                       MOVE BI-TYPE TO WS-BN-TYPE(WS-BANK-COUNT)
                       MOVE BI-DATE TO WS-BN-DATE(WS-BANK-COUNT)
                       MOVE BI-EMP-ID TO WS-BN-EMP-ID(WS-BANK-COUNT)
                       MOVE BI-REFERENCE
                           TO WS-BN-REFERENCE(WS-BANK-COUNT)
                       MOVE BI-AMOUNT TO WS-BN-AMOUNT(WS-BANK-COUNT)
                       MOVE BI-DESC TO WS-BN-DESC(WS-BANK-COUNT)
                       MOVE 0 TO WS-BN-BOOK-SUB(WS-BANK-COUNT)
                   ELSE
                       MOVE "Y" TO WS-BANK-FULL
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF.

            LOAD-DEPOSIT-HISTORY.
               OPEN INPUT DEPOSIT-HISTORY.
               IF WS-DEPOSIT-HISTORY-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ DEPOSIT-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-DEPOSIT
                       END-READ
                   END-PERFORM
                   CLOSE DEPOSIT-HISTORY
               END-IF.

            NOTE-DEPOSIT.
               IF DH-DEPOSIT-DATE <= WS-STATEMENT-DATE THEN
                   MOVE "R" TO WS-WORK-TYPE
                   MOVE DH-DEPOSIT-DATE TO WS-WORK-DATE
                   MOVE 0 TO WS-WORK-EMP-ID
                   MOVE SPACES TO WS-WORK-REFERENCE
                   MOVE DH-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM ADD-BOOK-ITEM
               END-IF.

            LOAD-PAYROLL-HISTORY.
               OPEN INPUT PAYROLL-HISTORY.
               IF WS-PAYROLL-HISTORY-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ PAYROLL-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-PAYROLL-PAYMENT
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-HISTORY
               END-IF.

            NOTE-PAYROLL-PAYMENT.
               IF PH-PAY-DATE <= WS-STATEMENT-DATE AND PH-NET > 0 THEN
                   IF PH-DIRECT-DEPOSIT THEN
                       MOVE "D" TO WS-WORK-TYPE
                   ELSE
                       MOVE "C" TO WS-WORK-TYPE
                   END-IF
                   MOVE PH-PAY-DATE TO WS-WORK-DATE
                   MOVE PH-EMP-ID TO WS-WORK-EMP-ID
                   MOVE SPACES TO WS-WORK-REFERENCE
                   MOVE PH-NET TO WS-WORK-AMOUNT
                   PERFORM ADD-BOOK-ITEM
               END-IF.

            LOAD-REFUND-CHECKS.
               OPEN INPUT REFUND-CHECKS.
               IF WS-REFUND-CHECKS-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ REFUND-CHECKS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-REFUND-CHECK
                       END-READ
                   END-PERFORM
                   CLOSE REFUND-CHECKS
               END-IF.

            NOTE-REFUND-CHECK.
               IF RF-DATE <= WS-STATEMENT-DATE THEN
                   MOVE "F" TO WS-WORK-TYPE
                   MOVE RF-DATE TO WS-WORK-DATE
                   MOVE 0 TO WS-WORK-EMP-ID
                   MOVE RF-REFUND-NO TO WS-WORK-REFERENCE
                   MOVE RF-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM ADD-BOOK-ITEM
               END-IF.

            LOAD-AP-CHECKS.
               OPEN INPUT AP-CHECKS.
               IF WS-AP-CHECKS-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ AP-CHECKS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-AP-CHECK
                       END-READ
                   END-PERFORM
                   CLOSE AP-CHECKS
               END-IF.

            NOTE-AP-CHECK.
               IF AC-DATE <= WS-STATEMENT-DATE THEN
                   MOVE "A" TO WS-WORK-TYPE
                   MOVE AC-DATE TO WS-WORK-DATE
                   MOVE 0 TO WS-WORK-EMP-ID
                   MOVE AC-CHECK-NO TO WS-WORK-REFERENCE
                   MOVE AC-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM ADD-BOOK-ITEM
               END-IF.

      * an item cleared on an earlier statement uses up that cleared
      * record and is not loaded
            ADD-BOOK-ITEM.
               PERFORM FIND-PRIOR-CLEARED.
               IF WS-CL-FOUND > 0 THEN
                   MOVE "Y" TO WS-CL-USED(WS-CL-FOUND)
                   ADD 1 TO WS-PRIOR-COUNT
               ELSE IF WS-BOOK-COUNT < 5000 THEN
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE WS-WORK-TYPE TO WS-BK-TYPE(WS-BOOK-COUNT)
                   MOVE WS-WORK-DATE TO WS-BK-DATE(WS-BOOK-COUNT)
                   MOVE WS-WORK-EMP-ID TO WS-BK-EMP-ID(WS-BOOK-COUNT)
                   MOVE WS-WORK-REFERENCE
                       TO WS-BK-REFERENCE(WS-BOOK-COUNT)
                   MOVE WS-WORK-AMOUNT TO WS-BK-AMOUNT(WS-BOOK-COUNT)
                   MOVE SPACE TO WS-BK-STATE(WS-BOOK-COUNT)
               ELSE
                   MOVE "Y" TO WS-BOOK-FULL
                   MOVE "Y" TO WS-EOF
               END-IF.

            FIND-PRIOR-CLEARED.
               MOVE 0 TO WS-CL-FOUND.
               MOVE 1 TO WS-CL-SUB.
               PERFORM UNTIL WS-CL-SUB > WS-CLEARED-COUNT
                       OR WS-CL-FOUND > 0
                   IF WS-CL-USED(WS-CL-SUB) = "N" AND
                           WS-CL-TYPE(WS-CL-SUB) = WS-WORK-TYPE AND
                           WS-CL-DATE(WS-CL-SUB) = WS-WORK-DATE AND
                           WS-CL-EMP-ID(WS-CL-SUB) = WS-WORK-EMP-ID AND
                           WS-CL-REFERENCE(WS-CL-SUB) =
                               WS-WORK-REFERENCE AND
                           WS-CL-AMOUNT(WS-CL-SUB) = WS-WORK-AMOUNT
                           THEN
                       MOVE WS-CL-SUB TO WS-CL-FOUND
                   END-IF
                   ADD 1 TO WS-CL-SUB
               END-PERFORM.

            LOAD-RECON-CLEARED.
               OPEN INPUT RECON-CLEARED.
               IF WS-RECON-CLEARED-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RECON-CLEARED
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-PRIOR-CLEARED
                       END-READ
                   END-PERFORM
                   CLOSE RECON-CLEARED
               END-IF.

      * matches recorded by this statement or a later one are left
      * out, so rerunning a statement reconciles it the same way
            NOTE-PRIOR-CLEARED.
               IF RK-CLEARED-DATE >= WS-STATEMENT-DATE THEN
                   CONTINUE
               ELSE IF WS-CLEARED-COUNT < 20000 THEN
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE RK-TYPE TO WS-CL-TYPE(WS-CLEARED-COUNT)
                   MOVE RK-DATE TO WS-CL-DATE(WS-CLEARED-COUNT)
                   MOVE RK-EMP-ID TO WS-CL-EMP-ID(WS-CLEARED-COUNT)
                   MOVE RK-REFERENCE
                       TO WS-CL-REFERENCE(WS-CLEARED-COUNT)
                   MOVE RK-AMOUNT TO WS-CL-AMOUNT(WS-CLEARED-COUNT)
                   MOVE "N" TO WS-CL-USED(WS-CLEARED-COUNT)
               ELSE
                   MOVE "Y" TO WS-CLEARED-FULL
                   MOVE "Y" TO WS-EOF
               END-IF.

            LOAD-BOOK-BALANCE.
               OPEN INPUT GL-SUMMARY.
               IF WS-SUMMARY-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GL-SUMMARY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM TAKE-CASH-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE GL-SUMMARY
               END-IF.

      * cash carries its balance in the year-to-date columns; a
      * summary from before period control only has the one pair
            TAKE-CASH-BALANCE.
               IF GS-ACCT = 1000 THEN
                   IF GS-YTD-DEBIT IS NUMERIC AND
                           GS-YTD-CREDIT IS NUMERIC THEN
                       COMPUTE WS-BOOK-BALANCE =
                           GS-YTD-DEBIT - GS-YTD-CREDIT
                   ELSE
                       COMPUTE WS-BOOK-BALANCE =
                           GS-PERIOD-DEBIT - GS-PERIOD-CREDIT
                   END-IF
               END-IF.

      * deposits match on deposit date and amount; direct deposits
      * and payroll checks match on employee and amount, refund
      * checks on refund number and amount; oldest open item first.
      * a check cleared with a number is tried as a refund check
      * first and then as a vendor check
            MATCH-BANK-ITEM.
               MOVE SPACE TO WS-WORK-TYPE.
               IF WS-BN-TYPE(WS-SUB) = "D" THEN
                   MOVE "R" TO WS-WORK-TYPE
               END-IF.
               IF WS-BN-TYPE(WS-SUB) = "E" THEN
                   MOVE "D" TO WS-WORK-TYPE
               END-IF.
               IF WS-BN-TYPE(WS-SUB) = "K" THEN
                   IF WS-BN-REFERENCE(WS-SUB) = SPACES THEN
                       MOVE "C" TO WS-WORK-TYPE
                   ELSE
                       MOVE "F" TO WS-WORK-TYPE
                   END-IF
               END-IF.
               IF WS-BN-AMOUNT(WS-SUB) < 0 THEN
                   COMPUTE WS-WORK-AMOUNT = 0 - WS-BN-AMOUNT(WS-SUB)
               ELSE
                   MOVE WS-BN-AMOUNT(WS-SUB) TO WS-WORK-AMOUNT
               END-IF.
               MOVE 0 TO WS-FOUND-SUB.
               IF WS-WORK-TYPE NOT = SPACE THEN
                   PERFORM FIND-OPEN-BOOK-ITEM
               END-IF.
               IF WS-FOUND-SUB = 0 AND WS-WORK-TYPE = "F" THEN
                   MOVE "A" TO WS-WORK-TYPE
                   PERFORM FIND-OPEN-BOOK-ITEM
               END-IF.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "M" TO WS-BK-STATE(WS-FOUND-SUB)
                   MOVE WS-FOUND-SUB TO WS-BN-BOOK-SUB(WS-SUB)
                   ADD 1 TO WS-MATCHED-COUNT
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF.

            FIND-OPEN-BOOK-ITEM.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-BOOK-SUB.
               PERFORM UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-BK-STATE(WS-BOOK-SUB) = SPACE AND
                           WS-BK-TYPE(WS-BOOK-SUB) = WS-WORK-TYPE AND
                           WS-BK-AMOUNT(WS-BOOK-SUB) = WS-WORK-AMOUNT
                           THEN
                       EVALUATE WS-WORK-TYPE
                           WHEN "R"
                               IF WS-BK-DATE(WS-BOOK-SUB) =
                                       WS-BN-DATE(WS-SUB) THEN
                                   MOVE WS-BOOK-SUB TO WS-FOUND-SUB
                               END-IF
                           WHEN "F"
                           WHEN "A"
                               IF WS-BK-REFERENCE(WS-BOOK-SUB) =
                                       WS-BN-REFERENCE(WS-SUB) THEN
                                   MOVE WS-BOOK-SUB TO WS-FOUND-SUB
                               END-IF
                           WHEN OTHER
                               IF WS-BK-EMP-ID(WS-BOOK-SUB) =
                                       WS-BN-EMP-ID(WS-SUB) THEN
                                   MOVE WS-BOOK-SUB TO WS-FOUND-SUB
                               END-IF
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-BOOK-SUB
               END-PERFORM.

            SET-TYPE-NAME.
               EVALUATE WS-WORK-TYPE
                   WHEN "D"
                       MOVE "DEPOSIT" TO WS-TYPE-NAME
                   WHEN "E"
                       MOVE "DIRECT DEPOSIT" TO WS-TYPE-NAME
                   WHEN "K"
                       MOVE "CHECK PAID" TO WS-TYPE-NAME
                   WHEN OTHER
                       MOVE "OTHER" TO WS-TYPE-NAME
               END-EVALUATE.

            PRINT-REPORT-HEADERS.
               MOVE SPACES TO RECON-LINE.
               STRING "BANK RECONCILIATION  GL 1000 CASH  STATEMENT "
                      DELIMITED BY SIZE
                      WS-STATEMENT-DATE DELIMITED BY SIZE
                      "  RUN " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO RECON-LINE.
               WRITE RECON-LINE.
               MOVE ALL "=" TO RECON-LINE.
               WRITE RECON-LINE.

            PRINT-SECTION-HEADER.
               MOVE SPACES TO RECON-LINE.
               WRITE RECON-LINE.
               MOVE WS-SECTION-TITLE TO RECON-LINE.
               WRITE RECON-LINE.
               MOVE ALL "-" TO RECON-LINE.
               WRITE RECON-LINE.
               MOVE 0 TO WS-SECTION-TOTAL.
               MOVE 0 TO WS-SECTION-COUNT.

            PRINT-SECTION-TOTAL.
               MOVE WS-SECTION-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO RECON-LINE.
               STRING "  ITEMS " DELIMITED BY SIZE
                      WS-SECTION-COUNT DELIMITED BY SIZE
                      "  TOTAL " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO RECON-LINE.
               WRITE RECON-LINE.

            PRINT-MATCHED-ITEMS.
               MOVE "MATCHED ITEMS  TYPE            BANK DATE  EMP    "
                   TO WS-SECTION-TITLE.
               MOVE "BOOK DATE" TO WS-SECTION-TITLE(52:9).
               PERFORM PRINT-SECTION-HEADER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-BANK-COUNT
                   IF WS-BN-BOOK-SUB(WS-SUB) > 0 THEN
                       MOVE WS-BN-BOOK-SUB(WS-SUB) TO WS-FOUND-SUB
                       PERFORM PRINT-MATCHED-LINE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM PRINT-SECTION-TOTAL.

            PRINT-MATCHED-LINE.
               MOVE WS-BN-TYPE(WS-SUB) TO WS-WORK-TYPE.
               PERFORM SET-TYPE-NAME.
               MOVE SPACES TO RECON-LINE.
               MOVE WS-TYPE-NAME TO RECON-LINE(16:14).
               MOVE WS-BN-DATE(WS-SUB) TO RECON-LINE(32:8).
               IF WS-BN-EMP-ID(WS-SUB) > 0 THEN
                   MOVE WS-BN-EMP-ID(WS-SUB) TO RECON-LINE(43:5)
               END-IF.
               MOVE WS-BK-DATE(WS-FOUND-SUB) TO RECON-LINE(52:8).
               MOVE WS-BN-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO RECON-LINE(62:13).
               WRITE RECON-LINE.
               ADD 1 TO WS-SECTION-COUNT.
               ADD WS-BN-AMOUNT(WS-SUB) TO WS-SECTION-TOTAL.

            PRINT-OPEN-BOOK-ITEMS.
               EVALUATE WS-SECTION-TYPE
                   WHEN "R"
                       MOVE "DEPOSITS IN TRANSIT" TO WS-SECTION-TITLE
                   WHEN "D"
                       MOVE "UNCLEARED DIRECT DEPOSITS"
                           TO WS-SECTION-TITLE
                   WHEN "C"
                       MOVE "OUTSTANDING PAYROLL CHECKS"
                           TO WS-SECTION-TITLE
                   WHEN "F"
                       MOVE "OUTSTANDING REFUND CHECKS"
                           TO WS-SECTION-TITLE
                   WHEN OTHER
                       MOVE "OUTSTANDING VENDOR CHECKS"
                           TO WS-SECTION-TITLE
               END-EVALUATE.
               MOVE "BOOK DATE  EMP    REFERENCE"
                   TO WS-SECTION-TITLE(32:27).
               PERFORM PRINT-SECTION-HEADER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-BOOK-COUNT
                   IF WS-BK-STATE(WS-SUB) = SPACE AND
                           WS-BK-TYPE(WS-SUB) = WS-SECTION-TYPE THEN
                       PERFORM PRINT-OPEN-BOOK-LINE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM PRINT-SECTION-TOTAL.

            PRINT-OPEN-BOOK-LINE.
               MOVE SPACES TO RECON-LINE.
               MOVE WS-BK-DATE(WS-SUB) TO RECON-LINE(32:8).
               IF WS-SECTION-TYPE = "D" OR WS-SECTION-TYPE = "C"
                       THEN
                   MOVE WS-BK-EMP-ID(WS-SUB) TO RECON-LINE(43:5)
               END-IF.
               MOVE WS-BK-REFERENCE(WS-SUB) TO RECON-LINE(50:10).
               MOVE WS-BK-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO RECON-LINE(62:13).
               WRITE RECON-LINE.
               ADD 1 TO WS-SECTION-COUNT.
               ADD 1 TO WS-OPEN-COUNT.
               ADD WS-BK-AMOUNT(WS-SUB) TO WS-SECTION-TOTAL.

            PRINT-UNMATCHED-BANK-ITEMS.
               MOVE "BANK ITEMS WITH NO BOOK MATCH  BANK DATE  EMP"
                   TO WS-SECTION-TITLE.
               PERFORM PRINT-SECTION-HEADER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-BANK-COUNT
                   IF WS-BN-BOOK-SUB(WS-SUB) = 0 THEN
                       PERFORM PRINT-UNMATCHED-LINE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM PRINT-SECTION-TOTAL.
               MOVE WS-SECTION-TOTAL TO WS-UNMATCHED-BANK.

            PRINT-UNMATCHED-LINE.
               MOVE WS-BN-TYPE(WS-SUB) TO WS-WORK-TYPE.
               PERFORM SET-TYPE-NAME.
               MOVE SPACES TO RECON-LINE.
               MOVE WS-TYPE-NAME TO RECON-LINE(1:14).
               MOVE WS-BN-DESC(WS-SUB) TO RECON-LINE(16:15).
               MOVE WS-BN-DATE(WS-SUB) TO RECON-LINE(32:8).
               IF WS-BN-EMP-ID(WS-SUB) > 0 THEN
                   MOVE WS-BN-EMP-ID(WS-SUB) TO RECON-LINE(43:5)
               END-IF.
               MOVE WS-BN-REFERENCE(WS-SUB) TO RECON-LINE(50:10).
               MOVE WS-BN-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO RECON-LINE(62:13).
               WRITE RECON-LINE.
               ADD 1 TO WS-SECTION-COUNT.
               ADD WS-BN-AMOUNT(WS-SUB) TO WS-SECTION-TOTAL.

      * bank side: statement balance plus deposits the bank has not
      * seen, less payments it has not paid. book side: GL 1000 plus
      * the bank items not yet recorded on the books.
            PRINT-RECONCILIATION.
               COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE
                   + WS-IN-TRANSIT - WS-UNCLEARED-DD
                   - WS-OUTSTANDING-CHECKS - WS-OUTSTANDING-REFUNDS
                   - WS-OUTSTANDING-AP-CHECKS.
               COMPUTE WS-ADJUSTED-BOOK =
                   WS-BOOK-BALANCE + WS-UNMATCHED-BANK.
               COMPUTE WS-DIFFERENCE =
                   WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
               MOVE "BOOK-TO-BANK RECONCILIATION" TO WS-SECTION-TITLE.
               PERFORM PRINT-SECTION-HEADER.
               MOVE "BANK STATEMENT BALANCE        "
                   TO WS-SECTION-TITLE.
               MOVE WS-BANK-BALANCE TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  ADD DEPOSITS IN TRANSIT     "
                   TO WS-SECTION-TITLE.
               MOVE WS-IN-TRANSIT TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  LESS UNCLEARED DIRECT DEP   "
                   TO WS-SECTION-TITLE.
               MOVE WS-UNCLEARED-DD TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  LESS OUTSTANDING CHECKS     "
                   TO WS-SECTION-TITLE.
               MOVE WS-OUTSTANDING-CHECKS TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  LESS OUTSTANDING REFUNDS    "
                   TO WS-SECTION-TITLE.
               MOVE WS-OUTSTANDING-REFUNDS TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  LESS OUTSTANDING VENDOR CHKS"
                   TO WS-SECTION-TITLE.
               MOVE WS-OUTSTANDING-AP-CHECKS TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "ADJUSTED BANK BALANCE         "
                   TO WS-SECTION-TITLE.
               MOVE WS-ADJUSTED-BANK TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE SPACES TO RECON-LINE.
               WRITE RECON-LINE.
               MOVE "BOOK BALANCE GL 1000          "
                   TO WS-SECTION-TITLE.
               MOVE WS-BOOK-BALANCE TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "  ADD NET UNRECORDED BANK ITEMS"
                   TO WS-SECTION-TITLE.
               MOVE WS-UNMATCHED-BANK TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE "ADJUSTED BOOK BALANCE         "
                   TO WS-SECTION-TITLE.
               MOVE WS-ADJUSTED-BOOK TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE SPACES TO RECON-LINE.
               WRITE RECON-LINE.
               MOVE "DIFFERENCE                    "
                   TO WS-SECTION-TITLE.
               MOVE WS-DIFFERENCE TO WS-SECTION-TOTAL.
               PERFORM PRINT-RECON-AMOUNT.
               MOVE SPACES TO RECON-LINE.
               IF WS-DIFFERENCE = 0 THEN
                   MOVE "*** RECONCILED ***" TO RECON-LINE
               ELSE
                   MOVE "*** NOT RECONCILED ***" TO RECON-LINE
               END-IF.
               WRITE RECON-LINE.

            PRINT-RECON-AMOUNT.
               MOVE WS-SECTION-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO RECON-LINE.
               STRING WS-SECTION-TITLE(1:31) DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO RECON-LINE.
               WRITE RECON-LINE.

      * book items matched on this statement are remembered so the
      * next statement does not carry them as outstanding again
            SAVE-RECON-CLEARED.
               OPEN EXTEND RECON-CLEARED.
               IF WS-RECON-CLEARED-STATUS = "35" THEN
                   OPEN OUTPUT RECON-CLEARED
                   CLOSE RECON-CLEARED
                   OPEN EXTEND RECON-CLEARED
               END-IF.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-BOOK-COUNT
                   IF WS-BK-STATE(WS-SUB) = "M" THEN
                       MOVE WS-BK-TYPE(WS-SUB) TO RK-TYPE
                       MOVE WS-BK-DATE(WS-SUB) TO RK-DATE
                       MOVE WS-BK-EMP-ID(WS-SUB) TO RK-EMP-ID
                       MOVE WS-BK-REFERENCE(WS-SUB) TO RK-REFERENCE
                       MOVE WS-BK-AMOUNT(WS-SUB) TO RK-AMOUNT
                       MOVE WS-STATEMENT-DATE TO RK-CLEARED-DATE
                       WRITE RECON-CLEARED-REC
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE RECON-CLEARED.
