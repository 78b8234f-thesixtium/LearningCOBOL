      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Daily cafeteria meal posting. Credits the meal
      *          deposits passed on by CASH-RECEIPTS to the students'
      *          meal accounts, then posts the cafeteria register's
      *          point-of-sale charge file against them. Each meal is
      *          priced from the meal price table by meal type
      *          (breakfast or lunch) and the account's free/reduced/
      *          paid eligibility. Charges for students not on the
      *          SCHOOL roster, bad dates or meal types, or meals with
      *          no price are rejected to the meal charge rejects
      *          file and listed on the posting register. A student
      *          with no meal account has one opened as paid. Both
      *          input files are cleared once posted. Prints a daily
      *          meal sales summary by campus and eligibility category
      *          and one-per-page low-balance notices to the family of
      *          each paid or reduced student whose balance is under
      *          MEAL_LOW_BALANCE dollars (default 5), no more often
      *          than every MEAL_NOTICE_DAYS days (default 7) unless a
      *          deposit has been made since the last notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEAL-POSTING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MEAL-ACCOUNTS ASSIGN DYNAMIC WS-MEAL-ACCOUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-STUDENT-ID
               FILE STATUS IS WS-MEAL-ACCOUNT-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT MEAL-PRICES ASSIGN DYNAMIC WS-MEAL-PRICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-PRICE-STATUS.
               SELECT MEAL-DEPOSITS ASSIGN DYNAMIC
                   WS-MEAL-DEPOSITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-DEPOSITS-STATUS.
               SELECT MEAL-CHARGES ASSIGN DYNAMIC WS-MEAL-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-CHARGE-STATUS.
               SELECT CHARGE-REJECTS ASSIGN DYNAMIC
                   WS-CHARGE-REJECTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-REJECTS-STATUS.
               SELECT POSTING-REGISTER ASSIGN DYNAMIC
                   WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SALES-SUMMARY ASSIGN DYNAMIC WS-SALES-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NOTICE-PRINT ASSIGN DYNAMIC WS-NOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MEAL-ACCOUNTS.
           01 MEAL-ACCOUNT-REC.
               COPY "MealAcctRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD MEAL-PRICES.
           01 MEAL-PRICE-REC.
               05 MP-MEAL-TYPE PIC X(1).
               05 MP-ELIGIBILITY PIC X(1).
               05 MP-PRICE PIC 9(3)V99.

           FD MEAL-DEPOSITS.
           01 MEAL-DEPOSIT-REC.
               COPY "MealDepositRec.cpy".

           FD MEAL-CHARGES.
           01 MEAL-CHARGE-REC.
               05 MC-CAMPUS-CODE PIC X(3).
               05 MC-SALE-DATE PIC 9(8).
               05 MC-STUDENT-ID PIC 9(5).
               05 MC-MEAL-TYPE PIC X(1).
                   88 MC-BREAKFAST VALUE "B".
                   88 MC-LUNCH VALUE "L".

           FD CHARGE-REJECTS.
           01 CHARGE-REJECT-REC.
               05 CJ-ORIGINAL PIC X(17).
               05 FILLER PIC X(1).
               05 CJ-REASON PIC X(30).
               05 FILLER PIC X(1).
               05 CJ-REJECT-DATE PIC 9(8).

           FD POSTING-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD SALES-SUMMARY.
           01 SALES-LINE PIC X(80).

           FD NOTICE-PRINT.
           01 LETTER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEAL-ACCOUNT-PATH PIC X(100) VALUE
               "MealAccounts.dat".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-MEAL-PRICE-PATH PIC X(100) VALUE
               "MealPrices.txt".
           01 WS-MEAL-DEPOSITS-PATH PIC X(100) VALUE
               "MealDeposits.txt".
           01 WS-MEAL-CHARGE-PATH PIC X(100) VALUE
               "MealCharges.txt".
           01 WS-CHARGE-REJECTS-PATH PIC X(100) VALUE
               "MealChargeRejects.txt".
           01 WS-REGISTER-PATH PIC X(100) VALUE
               "MealPostingRegister.txt".
           01 WS-SALES-PATH PIC X(100) VALUE
               "MealSalesSummary.txt".
           01 WS-NOTICE-PATH PIC X(100) VALUE
               "LowBalanceNotices.txt".
           01 WS-MEAL-ACCOUNT-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-MEAL-PRICE-STATUS PIC X(2).
           01 WS-MEAL-DEPOSITS-STATUS PIC X(2).
           01 WS-MEAL-CHARGE-STATUS PIC X(2).
           01 WS-CHARGE-REJECTS-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-DEPOSITS-POSTED PIC A(1) VALUE "N".
           01 WS-CHARGES-POSTED PIC A(1) VALUE "N".
           01 WS-SUB PIC 9(3).
           01 WS-MEAL-SUB PIC 9(1).
           01 WS-ELIG-SUB PIC 9(1).
           01 WS-CAMPUS-SUB PIC 9(2).
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-WORK-MEAL PIC X(1).
           01 WS-WORK-ELIG PIC X(1).
           01 WS-PRICE-COUNT PIC 9(3) VALUE 0.
           01 WS-PRICE-TABLE.
               05 WS-PRICE-MEAL OCCURS 2 TIMES.
                   10 WS-PRICE-ELIG OCCURS 3 TIMES.
                       15 WS-PRICE-SET PIC A(1).
                       15 WS-PRICE-AMOUNT PIC 9(3)V99.
           01 WS-SALES-TABLE.
               05 WS-SALES-CAMPUS OCCURS 20 TIMES.
                   10 WS-SC-CODE PIC X(3).
                   10 WS-SC-ELIG OCCURS 3 TIMES.
                       15 WS-SC-BREAKFAST PIC 9(5).
                       15 WS-SC-LUNCH PIC 9(5).
                       15 WS-SC-REVENUE PIC 9(7)V99.
           01 WS-ELIG-CODES PIC X(3) VALUE "FRP".
           01 WS-ELIG-NAMES.
               05 FILLER PIC X(8) VALUE "FREE".
               05 FILLER PIC X(8) VALUE "REDUCED".
               05 FILLER PIC X(8) VALUE "PAID".
           01 WS-ELIG-NAME-TABLE REDEFINES WS-ELIG-NAMES.
               05 WS-ELIG-NAME PIC X(8) OCCURS 3 TIMES.
           01 WS-CAMPUS-BREAKFAST PIC 9(7).
           01 WS-CAMPUS-LUNCH PIC 9(7).
           01 WS-CAMPUS-REVENUE PIC 9(7)V99.
           01 WS-DISTRICT-TABLE.
               05 WS-DISTRICT-ELIG OCCURS 3 TIMES.
                   10 WS-DT-BREAKFAST PIC 9(7).
                   10 WS-DT-LUNCH PIC 9(7).
                   10 WS-DT-REVENUE PIC 9(7)V99.
           01 WS-DISTRICT-MEALS PIC 9(7).
           01 WS-DISTRICT-REVENUE PIC 9(7)V99.
           01 WS-PRICE PIC 9(3)V99.
           01 WS-SALE-CAMPUS PIC X(3).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-ACCOUNT-FOUND PIC A(1).
           01 WS-NOTICE-DUE PIC A(1).
           01 WS-LOW-BALANCE PIC 9(3) VALUE 5.
           01 WS-NOTICE-DAYS PIC 9(3) VALUE 7.
           01 WS-PARSED-VALUE PIC 9(3).
           01 WS-DAYS-SINCE PIC S9(7).
           01 WS-DEPOSIT-COUNT PIC 9(7) VALUE 0.
           01 WS-DEPOSIT-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-OPENED-COUNT PIC 9(7) VALUE 0.
           01 WS-CHARGE-READ PIC 9(7) VALUE 0.
           01 WS-CHARGE-POSTED PIC 9(7) VALUE 0.
           01 WS-CHARGE-REJECTED PIC 9(7) VALUE 0.
           01 WS-CHARGE-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-UNTABLED-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-SCANNED PIC 9(7) VALUE 0.
           01 WS-LOW-COUNT PIC 9(7) VALUE 0.
           01 WS-RECENT-NOTICE-COUNT PIC 9(7) VALUE 0.
           01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZ9.99-.
           01 WS-EDIT-BALANCE PIC ZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZ9.99-.
           01 WS-EDIT-COUNT PIC ZZZZZZ9.
           01 WS-EDIT-MEALS PIC ZZZZ9.
           01 WS-LOW-EDIT PIC ZZ9.
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "MEAL-POSTING".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHARGE-POSTED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM GET-FILE-NAMES.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-MEAL-PRICES.
               IF WS-PRICE-COUNT = 0 THEN
                   DISPLAY "MEAL-PRICES not found or empty, nothing "
                       "posted"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "Meal price table not found, nothing posted"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHARGE-POSTED
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing posted"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "SCHOOL roster not found, nothing posted"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHARGE-POSTED
                   GOBACK
               END-IF.
               OPEN I-O MEAL-ACCOUNTS.
               IF WS-MEAL-ACCOUNT-STATUS = "35" THEN
                   OPEN OUTPUT MEAL-ACCOUNTS
                   CLOSE MEAL-ACCOUNTS
                   OPEN I-O MEAL-ACCOUNTS
               END-IF.
               OPEN EXTEND CHARGE-REJECTS.
               IF WS-CHARGE-REJECTS-STATUS = "35" THEN
                   OPEN OUTPUT CHARGE-REJECTS
                   CLOSE CHARGE-REJECTS
                   OPEN EXTEND CHARGE-REJECTS
               END-IF.
               OPEN OUTPUT POSTING-REGISTER.
               MOVE SPACES TO REGISTER-LINE.
               STRING "MEAL POSTING REGISTER  DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               PERFORM POST-DEPOSITS.
               PERFORM POST-CHARGES.
               PERFORM PRINT-REGISTER-TOTALS.
               CLOSE POSTING-REGISTER.
               CLOSE CHARGE-REJECTS.
               PERFORM CLEAR-POSTED-FILES.
               PERFORM PRINT-SALES-SUMMARY.
               PERFORM PRINT-LOW-BALANCE-NOTICES.
               CLOSE MEAL-ACCOUNTS.
               CLOSE SCHOOL.
               DISPLAY "===== MEAL POSTING CONTROL TOTALS =====".
               DISPLAY "Deposits posted:    " WS-DEPOSIT-COUNT.
               MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Deposit amount:     " WS-EDIT-TOTAL.
               DISPLAY "Charges read:       " WS-CHARGE-READ.
               DISPLAY "Charges posted:     " WS-CHARGE-POSTED.
               DISPLAY "Charges rejected:   " WS-CHARGE-REJECTED.
               MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Charge amount:      " WS-EDIT-TOTAL.
               DISPLAY "Accounts opened:    " WS-OPENED-COUNT.
               DISPLAY "Untabled campuses:  " WS-UNTABLED-COUNT.
               DISPLAY "Low balances:       " WS-LOW-COUNT.
               DISPLAY "Noticed recently:   " WS-RECENT-NOTICE-COUNT.
               DISPLAY "Letters printed:    " WS-LETTER-COUNT.
               DISPLAY "Letters addressed:  " WS-ADDRESSED-COUNT.
               DISPLAY "Not addressable:    " WS-UNADDRESSED-COUNT.
               IF WS-CHARGE-REJECTED > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-CHARGE-REJECTED DELIMITED BY SIZE
                          " meal charges rejected, see meal charge "
                          DELIMITED BY SIZE
                          "rejects" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               IF WS-UNADDRESSED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-UNADDRESSED-COUNT DELIMITED BY SIZE
                          " letters not addressed, see address "
                          DELIMITED BY SIZE
                          "exceptions" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-CHARGE-READ, WS-CHARGE-POSTED,
                   WS-CHARGE-REJECTED.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-CHARGE-POSTED.
               GOBACK.

            GET-FILE-NAMES.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_ACCOUNT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MEAL-ACCOUNT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SCHOOL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "MEAL_PRICE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MEAL-PRICE-PATH
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
                       "MEAL_CHARGE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MEAL-CHARGE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_REJECTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CHARGE-REJECTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_REGISTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "MEAL_SALES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SALES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_NOTICE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-NOTICE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_LOW_BALANCE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-LOW-BALANCE TO WS-PARSED-VALUE
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-VALUE TO WS-LOW-BALANCE
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_NOTICE_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-NOTICE-DAYS TO WS-PARSED-VALUE
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-VALUE TO WS-NOTICE-DAYS
               END-ACCEPT.

      * threshold values are one to three digits; anything else
      * leaves the default in place
            PARSE-THRESHOLD.
               IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                   MOVE WS-ENV-SCRATCH(1:3) TO WS-PARSED-VALUE
               ELSE IF WS-ENV-SCRATCH(1:2) IS NUMERIC AND
                       WS-ENV-SCRATCH(3:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:2))
               ELSE IF WS-ENV-SCRATCH(1:1) IS NUMERIC AND
                       WS-ENV-SCRATCH(2:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:1))
               END-IF
               END-IF
               END-IF.

      * one price per meal type and eligibility; a meal type and
      * category with no price line cannot be sold
            LOAD-MEAL-PRICES.
               MOVE 1 TO WS-MEAL-SUB.
               PERFORM UNTIL WS-MEAL-SUB > 2
                   MOVE 1 TO WS-ELIG-SUB
                   PERFORM UNTIL WS-ELIG-SUB > 3
                       MOVE "N" TO
                           WS-PRICE-SET(WS-MEAL-SUB, WS-ELIG-SUB)
                       MOVE 0 TO
                           WS-PRICE-AMOUNT(WS-MEAL-SUB, WS-ELIG-SUB)
                       ADD 1 TO WS-ELIG-SUB
                   END-PERFORM
                   ADD 1 TO WS-MEAL-SUB
               END-PERFORM.
               OPEN INPUT MEAL-PRICES.
               IF WS-MEAL-PRICE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MEAL-PRICES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-PRICE
                       END-READ
                   END-PERFORM
                   CLOSE MEAL-PRICES
               END-IF.

            LOAD-ONE-PRICE.
               MOVE MP-MEAL-TYPE TO WS-WORK-MEAL.
               MOVE MP-ELIGIBILITY TO WS-WORK-ELIG.
               PERFORM FIND-MEAL-SUB.
               PERFORM FIND-ELIG-SUB.
               IF WS-MEAL-SUB = 0 OR WS-ELIG-SUB = 0 OR
                       MP-PRICE IS NOT NUMERIC THEN
                   DISPLAY "Bad meal price record skipped: "
                       MEAL-PRICE-REC
               ELSE
                   MOVE "Y" TO WS-PRICE-SET(WS-MEAL-SUB, WS-ELIG-SUB)
                   MOVE MP-PRICE
                       TO WS-PRICE-AMOUNT(WS-MEAL-SUB, WS-ELIG-SUB)
                   ADD 1 TO WS-PRICE-COUNT
               END-IF.

            FIND-MEAL-SUB.
               IF WS-WORK-MEAL = "B" THEN
                   MOVE 1 TO WS-MEAL-SUB
               ELSE IF WS-WORK-MEAL = "L" THEN
                   MOVE 2 TO WS-MEAL-SUB
               ELSE
                   MOVE 0 TO WS-MEAL-SUB
               END-IF
               END-IF.

            FIND-ELIG-SUB.
               MOVE 0 TO WS-ELIG-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > 3 OR WS-ELIG-SUB > 0
                   IF WS-ELIG-CODES(WS-SUB:1) = WS-WORK-ELIG THEN
                       MOVE WS-SUB TO WS-ELIG-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * deposits were checked against the roster by CASH-RECEIPTS, so
      * every one is credited; a student with no account gets one
            POST-DEPOSITS.
               MOVE SPACES TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE "MEAL DEPOSITS" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE "RECEIPT  STUDENT     AMOUNT    BALANCE"
                   TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               OPEN INPUT MEAL-DEPOSITS.
               IF WS-MEAL-DEPOSITS-STATUS NOT = "00" THEN
                   MOVE "    NO MEAL DEPOSITS TO POST" TO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   MOVE "Y" TO WS-DEPOSITS-POSTED
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MEAL-DEPOSITS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM POST-ONE-DEPOSIT
                       END-READ
                   END-PERFORM
                   CLOSE MEAL-DEPOSITS
               END-IF.

            POST-ONE-DEPOSIT.
               MOVE MD-STUDENT-ID TO MA-STUDENT-ID.
               PERFORM READ-OR-OPEN-ACCOUNT.
               ADD MD-AMOUNT TO MA-BALANCE.
               MOVE MD-DEPOSIT-DATE TO MA-LAST-DEPOSIT.
               REWRITE MEAL-ACCOUNT-REC.
               ADD 1 TO WS-DEPOSIT-COUNT.
               ADD MD-AMOUNT TO WS-DEPOSIT-TOTAL.
               MOVE MD-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE MA-BALANCE TO WS-EDIT-BALANCE.
               MOVE SPACES TO REGISTER-LINE.
               STRING MD-RECEIPT-NO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MD-STUDENT-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-BALANCE DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               IF WS-ACCOUNT-FOUND = "N" THEN
                   MOVE "ACCOUNT OPENED AS PAID" TO REGISTER-LINE(42:22)
               END-IF.
               WRITE REGISTER-LINE.

      * reads the account for MA-STUDENT-ID; when there is none a
      * paid account with a zero balance is written in its place
            READ-OR-OPEN-ACCOUNT.
               MOVE "Y" TO WS-ACCOUNT-FOUND.
               READ MEAL-ACCOUNTS
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNT-FOUND
               END-READ.
               IF WS-ACCOUNT-FOUND = "N" THEN
                   MOVE "P" TO MA-ELIGIBILITY
                   MOVE 0 TO MA-BALANCE
                   MOVE WS-TODAY-DATE TO MA-ELIG-EFFECTIVE
                   MOVE 0 TO MA-LAST-DEPOSIT
                   MOVE 0 TO MA-LAST-CHARGE
                   MOVE 0 TO MA-LAST-NOTICE
                   MOVE WS-TODAY-DATE TO MA-LAST-CHANGED
                   WRITE MEAL-ACCOUNT-REC
                   ADD 1 TO WS-OPENED-COUNT
               END-IF.

            POST-CHARGES.
               MOVE SPACES TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE "REJECTED MEAL CHARGES" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE "CAMPUS DATE     STUDENT MEAL  REASON"
                   TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > 20
                   MOVE SPACES TO WS-SC-CODE(WS-CAMPUS-SUB)
                   MOVE 1 TO WS-ELIG-SUB
                   PERFORM UNTIL WS-ELIG-SUB > 3
                       MOVE 0 TO
                           WS-SC-BREAKFAST(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       MOVE 0 TO
                           WS-SC-LUNCH(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       MOVE 0 TO
                           WS-SC-REVENUE(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       ADD 1 TO WS-ELIG-SUB
                   END-PERFORM
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               OPEN INPUT MEAL-CHARGES.
               IF WS-MEAL-CHARGE-STATUS NOT = "00" THEN
                   DISPLAY "MEAL-CHARGES not found, no charges posted"
                   MOVE "    NO MEAL CHARGE FILE" TO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   MOVE "Y" TO WS-CHARGES-POSTED
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MEAL-CHARGES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-CHARGE-READ
                               PERFORM POST-ONE-CHARGE
                                   THRU POST-ONE-CHARGE-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE MEAL-CHARGES
                   IF WS-CHARGE-REJECTED = 0 THEN
                       MOVE "    NONE" TO REGISTER-LINE
                       WRITE REGISTER-LINE
                   END-IF
               END-IF.

            POST-ONE-CHARGE.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE "00" TO WS-DATE-RESULT.
               IF MC-SALE-DATE IS NUMERIC THEN
                   CALL "DATE-CHECK" USING MC-SALE-DATE, WS-DATE-RESULT
               END-IF.
               MOVE MC-MEAL-TYPE TO WS-WORK-MEAL.
               PERFORM FIND-MEAL-SUB.
               IF MC-STUDENT-ID IS NOT NUMERIC THEN
                   MOVE "Student ID not numeric" TO WS-REJECT-REASON
               ELSE IF MC-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF MC-SALE-DATE IS NOT NUMERIC THEN
                   MOVE "Invalid sale date" TO WS-REJECT-REASON
               ELSE IF WS-DATE-RESULT = "05" THEN
                   MOVE "Sale date in the future" TO WS-REJECT-REASON
               ELSE IF WS-DATE-RESULT NOT = "00" THEN
                   MOVE "Invalid sale date" TO WS-REJECT-REASON
               ELSE IF WS-MEAL-SUB = 0 THEN
                   MOVE "Meal type must be B or L" TO WS-REJECT-REASON
               ELSE
                   MOVE MC-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM REJECT-CHARGE
                   GO TO POST-ONE-CHARGE-EXIT
               END-IF.
               MOVE MC-STUDENT-ID TO MA-STUDENT-ID.
               MOVE "Y" TO WS-ACCOUNT-FOUND.
               READ MEAL-ACCOUNTS
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNT-FOUND
               END-READ.
               IF WS-ACCOUNT-FOUND = "Y" THEN
                   MOVE MA-ELIGIBILITY TO WS-WORK-ELIG
               ELSE
                   MOVE "P" TO WS-WORK-ELIG
               END-IF.
               PERFORM FIND-ELIG-SUB.
               IF WS-ELIG-SUB = 0 THEN
                   MOVE "Account eligibility invalid"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CHARGE
                   GO TO POST-ONE-CHARGE-EXIT
               END-IF.
               IF WS-PRICE-SET(WS-MEAL-SUB, WS-ELIG-SUB) NOT = "Y"
                   MOVE "No price for meal and category"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CHARGE
                   GO TO POST-ONE-CHARGE-EXIT
               END-IF.
               MOVE WS-PRICE-AMOUNT(WS-MEAL-SUB, WS-ELIG-SUB)
                   TO WS-PRICE.
               PERFORM READ-OR-OPEN-ACCOUNT.
               SUBTRACT WS-PRICE FROM MA-BALANCE.
               IF MC-SALE-DATE > MA-LAST-CHARGE THEN
                   MOVE MC-SALE-DATE TO MA-LAST-CHARGE
               END-IF.
               REWRITE MEAL-ACCOUNT-REC.
               ADD 1 TO WS-CHARGE-POSTED.
               ADD WS-PRICE TO WS-CHARGE-TOTAL.
               PERFORM TALLY-SALE.

            POST-ONE-CHARGE-EXIT.
               EXIT.

      * sales are counted at the register's campus, or the student's
      * own campus when the register did not send one
            TALLY-SALE.
               IF MC-CAMPUS-CODE = SPACES THEN
                   MOVE SCHOOL-CAMPUS-CODE TO WS-SALE-CAMPUS
               ELSE
                   MOVE MC-CAMPUS-CODE TO WS-SALE-CAMPUS
               END-IF.
               PERFORM FIND-CAMPUS-ENTRY.
               IF WS-CAMPUS-SUB = 0 THEN
                   ADD 1 TO WS-UNTABLED-COUNT
               ELSE
                   IF MC-BREAKFAST THEN
                       ADD 1 TO
                           WS-SC-BREAKFAST(WS-CAMPUS-SUB, WS-ELIG-SUB)
                   ELSE
                       ADD 1 TO
                           WS-SC-LUNCH(WS-CAMPUS-SUB, WS-ELIG-SUB)
                   END-IF
                   ADD WS-PRICE TO
                       WS-SC-REVENUE(WS-CAMPUS-SUB, WS-ELIG-SUB)
               END-IF.

            FIND-CAMPUS-ENTRY.
               MOVE 0 TO WS-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CAMPUS-SUB > 0
                   IF WS-SC-CODE(WS-SUB) = WS-SALE-CAMPUS THEN
                       MOVE WS-SUB TO WS-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-CAMPUS-SUB = 0 THEN
                   IF WS-CAMPUS-COUNT < 20 THEN
                       ADD 1 TO WS-CAMPUS-COUNT
                       MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-SUB
                       MOVE WS-SALE-CAMPUS
                           TO WS-SC-CODE(WS-CAMPUS-SUB)
                   ELSE
                       DISPLAY "Campus table full, campus "
                           WS-SALE-CAMPUS
                           " excluded from meal sales summary"
                   END-IF
               END-IF.

            REJECT-CHARGE.
               ADD 1 TO WS-CHARGE-REJECTED.
               MOVE SPACES TO CHARGE-REJECT-REC.
               MOVE MEAL-CHARGE-REC TO CJ-ORIGINAL.
               MOVE WS-REJECT-REASON TO CJ-REASON.
               MOVE WS-TODAY-DATE TO CJ-REJECT-DATE.
               WRITE CHARGE-REJECT-REC.
               MOVE SPACES TO REGISTER-LINE.
               STRING MC-CAMPUS-CODE DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      MEAL-CHARGE-REC(4:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MEAL-CHARGE-REC(12:5) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      MC-MEAL-TYPE DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

            PRINT-REGISTER-TOTALS.
               MOVE SPACES TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "DEPOSITS POSTED " DELIMITED BY SIZE
                      WS-DEPOSIT-COUNT DELIMITED BY SIZE
                      "  AMOUNT " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "CHARGES READ " DELIMITED BY SIZE
                      WS-CHARGE-READ DELIMITED BY SIZE
                      "  POSTED " DELIMITED BY SIZE
                      WS-CHARGE-POSTED DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-CHARGE-REJECTED DELIMITED BY SIZE
                      "  AMOUNT " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               STRING "ACCOUNTS OPENED AS PAID " DELIMITED BY SIZE
                      WS-OPENED-COUNT DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

      * both feeds are emptied once posted so a rerun cannot post
      * the same deposits or meals twice
            CLEAR-POSTED-FILES.
               IF WS-DEPOSITS-POSTED = "Y" THEN
                   OPEN OUTPUT MEAL-DEPOSITS
                   CLOSE MEAL-DEPOSITS
               END-IF.
               IF WS-CHARGES-POSTED = "Y" THEN
                   OPEN OUTPUT MEAL-CHARGES
                   CLOSE MEAL-CHARGES
               END-IF.

            PRINT-SALES-SUMMARY.
               OPEN OUTPUT SALES-SUMMARY.
               MOVE SPACES TO SALES-LINE.
               STRING "DAILY MEAL SALES SUMMARY  DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO SALES-LINE.
               WRITE SALES-LINE.
               MOVE ALL "-" TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE 1 TO WS-ELIG-SUB.
               PERFORM UNTIL WS-ELIG-SUB > 3
                   MOVE 0 TO WS-DT-BREAKFAST(WS-ELIG-SUB)
                   MOVE 0 TO WS-DT-LUNCH(WS-ELIG-SUB)
                   MOVE 0 TO WS-DT-REVENUE(WS-ELIG-SUB)
                   ADD 1 TO WS-ELIG-SUB
               END-PERFORM.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   PERFORM PRINT-CAMPUS-SALES
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               IF WS-CAMPUS-COUNT = 0 THEN
                   MOVE "NO MEALS SOLD" TO SALES-LINE
                   WRITE SALES-LINE
               END-IF.
               PERFORM PRINT-DISTRICT-SALES.
               CLOSE SALES-SUMMARY.

            PRINT-CAMPUS-SALES.
               MOVE 0 TO WS-CAMPUS-BREAKFAST.
               MOVE 0 TO WS-CAMPUS-LUNCH.
               MOVE 0 TO WS-CAMPUS-REVENUE.
               MOVE SPACES TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE SPACES TO SALES-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      WS-SC-CODE(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO SALES-LINE.
               WRITE SALES-LINE.
               MOVE "CATEGORY   BREAKFASTS  LUNCHES      REVENUE"
                   TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE 1 TO WS-ELIG-SUB.
               PERFORM UNTIL WS-ELIG-SUB > 3
                   MOVE SPACES TO SALES-LINE
                   MOVE WS-ELIG-NAME(WS-ELIG-SUB) TO SALES-LINE(1:8)
                   MOVE WS-SC-BREAKFAST(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-EDIT-MEALS
                   MOVE WS-EDIT-MEALS TO SALES-LINE(17:5)
                   MOVE WS-SC-LUNCH(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-EDIT-MEALS
                   MOVE WS-EDIT-MEALS TO SALES-LINE(26:5)
                   MOVE WS-SC-REVENUE(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-EDIT-TOTAL
                   MOVE WS-EDIT-TOTAL TO SALES-LINE(33:11)
                   WRITE SALES-LINE
                   ADD WS-SC-BREAKFAST(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-CAMPUS-BREAKFAST
                       WS-DT-BREAKFAST(WS-ELIG-SUB)
                   ADD WS-SC-LUNCH(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-CAMPUS-LUNCH
                       WS-DT-LUNCH(WS-ELIG-SUB)
                   ADD WS-SC-REVENUE(WS-CAMPUS-SUB, WS-ELIG-SUB)
                       TO WS-CAMPUS-REVENUE
                       WS-DT-REVENUE(WS-ELIG-SUB)
                   ADD 1 TO WS-ELIG-SUB
               END-PERFORM.
               MOVE SPACES TO SALES-LINE.
               MOVE "CAMPUS TOTAL" TO SALES-LINE(1:12).
               MOVE WS-CAMPUS-BREAKFAST TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO SALES-LINE(15:7).
               MOVE WS-CAMPUS-LUNCH TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO SALES-LINE(24:7).
               MOVE WS-CAMPUS-REVENUE TO WS-EDIT-TOTAL.
               MOVE WS-EDIT-TOTAL TO SALES-LINE(33:11).
               WRITE SALES-LINE.

            PRINT-DISTRICT-SALES.
               MOVE 0 TO WS-CAMPUS-BREAKFAST.
               MOVE 0 TO WS-CAMPUS-LUNCH.
               MOVE 0 TO WS-DISTRICT-REVENUE.
               MOVE SPACES TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE "DISTRICT ROLLUP" TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE "CATEGORY   BREAKFASTS  LUNCHES      REVENUE"
                   TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE 1 TO WS-ELIG-SUB.
               PERFORM UNTIL WS-ELIG-SUB > 3
                   MOVE SPACES TO SALES-LINE
                   MOVE WS-ELIG-NAME(WS-ELIG-SUB) TO SALES-LINE(1:8)
                   MOVE WS-DT-BREAKFAST(WS-ELIG-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO SALES-LINE(15:7)
                   MOVE WS-DT-LUNCH(WS-ELIG-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO SALES-LINE(24:7)
                   MOVE WS-DT-REVENUE(WS-ELIG-SUB) TO WS-EDIT-TOTAL
                   MOVE WS-EDIT-TOTAL TO SALES-LINE(33:11)
                   WRITE SALES-LINE
                   ADD WS-DT-BREAKFAST(WS-ELIG-SUB)
                       TO WS-CAMPUS-BREAKFAST
                   ADD WS-DT-LUNCH(WS-ELIG-SUB) TO WS-CAMPUS-LUNCH
                   ADD WS-DT-REVENUE(WS-ELIG-SUB)
                       TO WS-DISTRICT-REVENUE
                   ADD 1 TO WS-ELIG-SUB
               END-PERFORM.
               MOVE SPACES TO SALES-LINE.
               MOVE "DISTRICT" TO SALES-LINE(1:8).
               MOVE WS-CAMPUS-BREAKFAST TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO SALES-LINE(15:7).
               MOVE WS-CAMPUS-LUNCH TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO SALES-LINE(24:7).
               MOVE WS-DISTRICT-REVENUE TO WS-EDIT-TOTAL.
               MOVE WS-EDIT-TOTAL TO SALES-LINE(33:11).
               WRITE SALES-LINE.
               COMPUTE WS-DISTRICT-MEALS =
                   WS-CAMPUS-BREAKFAST + WS-CAMPUS-LUNCH.
               MOVE SPACES TO SALES-LINE.
               WRITE SALES-LINE.
               MOVE SPACES TO SALES-LINE.
               STRING "CONTROL: CHARGES POSTED " DELIMITED BY SIZE
                      WS-CHARGE-POSTED DELIMITED BY SIZE
                      "  MEALS SUMMARISED " DELIMITED BY SIZE
                      WS-DISTRICT-MEALS DELIMITED BY SIZE
                      "  UNTABLED " DELIMITED BY SIZE
                      WS-UNTABLED-COUNT DELIMITED BY SIZE
                      INTO SALES-LINE.
               WRITE SALES-LINE.
               MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO SALES-LINE.
               STRING "CONTROL: AMOUNT POSTED  " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO SALES-LINE.
               WRITE SALES-LINE.
               IF WS-CHARGE-POSTED NOT =
                       WS-DISTRICT-MEALS + WS-UNTABLED-COUNT THEN
                   MOVE "*** CONTROL TOTALS DO NOT TIE ***"
                       TO SALES-LINE
                   WRITE SALES-LINE
               END-IF.

      * free meals carry no balance, so only paid and reduced
      * accounts are noticed; a family is not noticed again inside
      * the notice interval unless money has come in since
            PRINT-LOW-BALANCE-NOTICES.
               OPEN OUTPUT NOTICE-PRINT.
               MOVE 0 TO MA-STUDENT-ID.
               MOVE "N" TO WS-EOF.
               START MEAL-ACCOUNTS KEY IS NOT LESS THAN MA-STUDENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.
               PERFORM UNTIL WS-EOF = "Y"
                   READ MEAL-ACCOUNTS NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-SCANNED
                           PERFORM CHECK-LOW-BALANCE
                   END-READ
               END-PERFORM.
               CLOSE NOTICE-PRINT.

            CHECK-LOW-BALANCE.
               IF NOT MA-FREE AND MA-BALANCE < WS-LOW-BALANCE THEN
                   MOVE MA-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-STATUS = "A" THEN
                               ADD 1 TO WS-LOW-COUNT
                               PERFORM CHECK-NOTICE-DUE
                           END-IF
                   END-READ
               END-IF.

            CHECK-NOTICE-DUE.
               MOVE "Y" TO WS-NOTICE-DUE.
               IF MA-LAST-NOTICE NOT = 0 AND
                       MA-LAST-DEPOSIT <= MA-LAST-NOTICE THEN
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                       FUNCTION INTEGER-OF-DATE(MA-LAST-NOTICE)
                   IF WS-DAYS-SINCE < WS-NOTICE-DAYS THEN
                       MOVE "N" TO WS-NOTICE-DUE
                   END-IF
               END-IF.
               IF WS-NOTICE-DUE = "Y" THEN
                   PERFORM PRINT-NOTICE-LETTER
                   MOVE WS-TODAY-DATE TO MA-LAST-NOTICE
                   REWRITE MEAL-ACCOUNT-REC
               ELSE
                   ADD 1 TO WS-RECENT-NOTICE-COUNT
               END-IF.

            PRINT-NOTICE-LETTER.
               ADD 1 TO WS-PAGE-NUMBER.
               ADD 1 TO WS-LETTER-COUNT.
               MOVE SPACES TO LETTER-LINE.
               MOVE "MEAL ACCOUNT LOW BALANCE NOTICE" TO LETTER-LINE.
               MOVE "PAGE " TO LETTER-LINE(62:5).
               MOVE WS-PAGE-NUMBER TO LETTER-LINE(67:4).
               WRITE LETTER-LINE.
               MOVE ALL "-" TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               STRING "Date: " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "    Campus: " DELIMITED BY SIZE
                      SCHOOL-CAMPUS-CODE DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SCHOOL-STUDENT-ID TO MB-STUDENT-ID.
               MOVE 0 TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               STRING "Dear Parent or Guardian of "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(SCHOOL-NAME) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE MA-BALANCE TO WS-EDIT-BALANCE.
               MOVE SPACES TO LETTER-LINE.
               STRING "The cafeteria meal account for your student (ID "
                      DELIMITED BY SIZE
                      SCHOOL-STUDENT-ID DELIMITED BY SIZE
                      ") has a" DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               STRING "balance of $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
                      " as of " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF MA-BALANCE < 0 THEN
                   MOVE "The account is overdrawn. Meals served while"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "it is overdrawn must be repaid with your next"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "deposit." TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   MOVE "Please add funds so your student can continue"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "to purchase meals." TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "Deposits may be made at the campus office. Please"
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "mark the payment as a meal deposit so it is"
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "credited to this account." TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF MA-PAID THEN
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "Your household may qualify for free or"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "reduced-price meals. Applications are"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "available from the campus office."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "Sincerely," TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "The Child Nutrition Office" TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

      * guardian address block from the contact master; a letter
      * that cannot be mailed is marked and held for the office
            PRINT-ADDRESS-BLOCK.
               CALL "MAIL-ADDRESS" USING WS-PROGRAM-NAME, WS-MAIL-BLOCK.
               IF MB-ADDRESSED THEN
                   ADD 1 TO WS-ADDRESSED-COUNT
                   MOVE MB-LINE(1) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(2) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(3) TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "*** NOT ADDRESSED: " DELIMITED BY SIZE
                          MB-REASON DELIMITED BY SIZE
                          " - HOLD FOR OFFICE ***" DELIMITED BY SIZE
                          INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

       END PROGRAM MEAL-POSTING.
