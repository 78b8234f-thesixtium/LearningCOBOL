      *          register that ties to the bank slip, passes clean
      *          payments on to the payments file, and lands anything
      *          unmatched in a suspense file the office can work.
      *          Each day's deposit total is also appended to the
      *          deposit history file for the bank reconciliation.
      *          Receipt type M is a cafeteria meal deposit: it goes on
      *          the same bank deposit but is passed to the meal
      *          deposits file for MEAL-POSTING instead of the tuition
      *          payments file, and is totalled separately on the
      *          register. Blank or T is a tuition payment. The
      *          day's meal deposit total is written to RUN-TOTALS so
      *          GL-POSTING books the meal cash to the bank account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-RECEIPTS.
               SELECT DEPOSIT-REGISTER ASSIGN DYNAMIC
                   WS-DEPOSIT-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DEPOSIT-HISTORY ASSIGN DYNAMIC
                   WS-DEPOSIT-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-HISTORY-STATUS.
               SELECT MEAL-DEPOSITS ASSIGN DYNAMIC
                   WS-MEAL-DEPOSITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-DEPOSITS-STATUS.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CR-STUDENT-ID PIC 9(5).
               05 CR-AMOUNT PIC 9(5)V99.
               05 CR-CHECK-NO PIC X(6).
               05 CR-RECEIPT-TYPE PIC X(1).
                   88 CR-TUITION VALUE " " "T".
                   88 CR-MEAL VALUE "M".

           FD SCHOOL.
           01 SCHOOL-RECORD.

           FD SUSPENSE.
           01 SUSPENSE-REC.
               05 SUS-ORIGINAL PIC X(19).
               05 FILLER PIC X(1).
               05 SUS-REASON PIC X(30).

           FD DEPOSIT-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD DEPOSIT-HISTORY.
           01 DEPOSIT-HISTORY-REC.
               COPY "DepositHistRec.cpy".

           FD MEAL-DEPOSITS.
           01 MEAL-DEPOSIT-REC.
               COPY "MealDepositRec.cpy".

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
               05 RT-TYPE PIC X(8).
               05 RT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 RT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-RAW-RECEIPTS-PATH PIC X(100) VALUE
               "CashReceipts.txt".
               "PaymentSuspense.txt".
           01 WS-DEPOSIT-REGISTER-PATH PIC X(100) VALUE
               "DepositRegister.txt".
           01 WS-DEPOSIT-HISTORY-PATH PIC X(100) VALUE
               "DepositHistory.txt".
           01 WS-MEAL-DEPOSITS-PATH PIC X(100) VALUE
               "MealDeposits.txt".
           01 WS-RUN-TOTALS-PATH PIC X(100) VALUE
               "RunTotals.txt".
           01 WS-MEAL-DEPOSITS-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-RAW-RECEIPTS-STATUS PIC X(2).
           01 WS-DEPOSIT-HISTORY-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-RECEIVABLES-STATUS PIC X(2).
           01 WS-RECEIPT-CONTROL-STATUS PIC X(2).
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
           01 WS-SUSPENSE-COUNT PIC 9(7) VALUE 0.
           01 WS-DEPOSIT-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-TUITION-COUNT PIC 9(7) VALUE 0.
           01 WS-TUITION-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-MEAL-COUNT PIC 9(7) VALUE 0.
           01 WS-MEAL-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-SUSPENSE-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZ9.99-.
                       MOVE WS-ENV-SCRATCH
                           TO WS-DEPOSIT-REGISTER-PATH
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
                       "MEAL_DEPOSITS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MEAL-DEPOSITS-PATH
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
               MOVE WS-TODAY-DATE TO WS-DEPOSIT-DATE.
               MOVE SPACES TO WS-ENV-SCRATCH.
                   CLOSE SUSPENSE
                   OPEN EXTEND SUSPENSE
               END-IF.
               OPEN EXTEND MEAL-DEPOSITS.
               IF WS-MEAL-DEPOSITS-STATUS = "35" THEN
                   OPEN OUTPUT MEAL-DEPOSITS
                   CLOSE MEAL-DEPOSITS
                   OPEN EXTEND MEAL-DEPOSITS
               END-IF.
               OPEN OUTPUT DEPOSIT-REGISTER.
               PERFORM PRINT-REGISTER-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
               CLOSE SCHOOL.
               CLOSE PAYMENTS.
               CLOSE SUSPENSE.
               CLOSE MEAL-DEPOSITS.
               CLOSE DEPOSIT-REGISTER.
               PERFORM SAVE-RECEIPT-CONTROL.
               IF WS-ACCEPTED-COUNT > 0 THEN
                   PERFORM WRITE-DEPOSIT-HISTORY
               END-IF.
               PERFORM WRITE-RUN-TOTALS.
               DISPLAY "===== CASH RECEIPTS CONTROL TOTALS =====".
               DISPLAY "Receipts read:     " WS-READ-COUNT.
               DISPLAY "Accepted:          " WS-ACCEPTED-COUNT.
               DISPLAY "  Tuition:         " WS-TUITION-COUNT.
               DISPLAY "  Meal deposits:   " WS-MEAL-COUNT.
               DISPLAY "To suspense:       " WS-SUSPENSE-COUNT.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-READ-COUNT, WS-ACCEPTED-COUNT,
               WRITE RECEIPT-CONTROL-REC.
               CLOSE RECEIPT-CONTROL.

            WRITE-DEPOSIT-HISTORY.
               OPEN EXTEND DEPOSIT-HISTORY.
               IF WS-DEPOSIT-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT DEPOSIT-HISTORY
                   CLOSE DEPOSIT-HISTORY
                   OPEN EXTEND DEPOSIT-HISTORY
               END-IF.
               MOVE WS-DEPOSIT-DATE TO DH-DEPOSIT-DATE.
               MOVE WS-DEPOSIT-TOTAL TO DH-AMOUNT.
               MOVE WS-ACCEPTED-COUNT TO DH-RECEIPT-COUNT.
               WRITE DEPOSIT-HISTORY-REC.
               CLOSE DEPOSIT-HISTORY.

            WRITE-RUN-TOTALS.
               IF WS-MEAL-TOTAL > 0 THEN
                   OPEN EXTEND RUN-TOTALS
                   IF WS-RUN-TOTALS-STATUS = "35" THEN
                       OPEN OUTPUT RUN-TOTALS
                       CLOSE RUN-TOTALS
                       OPEN EXTEND RUN-TOTALS
                   END-IF
                   MOVE "CASH-RECEIPT" TO RT-SOURCE
                   MOVE "MEALDEP" TO RT-TYPE
                   MOVE WS-MEAL-TOTAL TO RT-AMOUNT
                   MOVE WS-DEPOSIT-DATE TO RT-DATE
                   WRITE RUN-TOTALS-REC
                   CLOSE RUN-TOTALS
               END-IF.

            EDIT-ONE-RECEIPT.
               MOVE SPACES TO WS-REJECT-REASON.
               IF CR-STUDENT-ID IS NOT NUMERIC OR
               ELSE IF CR-AMOUNT IS NOT NUMERIC OR
                       CR-AMOUNT = ZERO THEN
                   MOVE "Invalid amount" TO WS-REJECT-REASON
               ELSE IF NOT CR-TUITION AND NOT CR-MEAL THEN
                   MOVE "Invalid receipt type" TO WS-REJECT-REASON
               ELSE
                   MOVE CR-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM ACCEPT-RECEIPT
                   PERFORM SUSPEND-RECEIPT
               END-IF.

      * meal deposits share the bank deposit but never reach the
      * tuition payments file
            ACCEPT-RECEIPT.
               IF CR-MEAL THEN
                   MOVE WS-NEXT-RECEIPT TO MD-RECEIPT-NO
                   MOVE CR-STUDENT-ID TO MD-STUDENT-ID
                   MOVE CR-AMOUNT TO MD-AMOUNT
                   MOVE WS-DEPOSIT-DATE TO MD-DEPOSIT-DATE
                   MOVE CR-CHECK-NO TO MD-CHECK-NO
                   WRITE MEAL-DEPOSIT-REC
                   ADD 1 TO WS-MEAL-COUNT
                   ADD CR-AMOUNT TO WS-MEAL-TOTAL
               ELSE
                   MOVE CR-STUDENT-ID TO PAY-STUDENT-ID
                   MOVE CR-AMOUNT TO PAY-AMOUNT
                   WRITE PAYMENT-REC
                   ADD 1 TO WS-TUITION-COUNT
                   ADD CR-AMOUNT TO WS-TUITION-TOTAL
               END-IF.
               ADD 1 TO WS-ACCEPTED-COUNT.
               ADD CR-AMOUNT TO WS-DEPOSIT-TOTAL.
               PERFORM PRINT-RECEIPT-LINE.
               WRITE REGISTER-LINE.

            PRINT-RECEIPT-LINE.
               IF CR-MEAL THEN
                   MOVE 1 TO WS-FOUND-SUB
               ELSE
                   PERFORM FIND-RECEIVABLE-BALANCE
               END-IF.
               MOVE CR-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE SPACES TO REGISTER-LINE.
               STRING WS-NEXT-RECEIPT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               IF CR-MEAL THEN
                   MOVE "MEAL" TO REGISTER-LINE(75:4)
               END-IF.
               WRITE REGISTER-LINE.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE SPACES TO REGISTER-LINE
            PRINT-REGISTER-TOTALS.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-TUITION-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "TUITION PAYMENTS (" DELIMITED BY SIZE
                      WS-TUITION-COUNT DELIMITED BY SIZE
                      " RECEIPTS): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-MEAL-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "MEAL DEPOSITS (" DELIMITED BY SIZE
                      WS-MEAL-COUNT DELIMITED BY SIZE
                      " RECEIPTS):    " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "DEPOSIT TOTAL (" DELIMITED BY SIZE
