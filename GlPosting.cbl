      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Nightly general ledger posting. Turns the run totals
      *          written by FEE-BILLING (billed, payments applied),
      *          PAYROLL-RUN (gross, tax, benefits, net),
      *          REFUND-RUN (credit balance refunds) and LATE-FEES
      *          (plan installments posted, late fees),
      *          CASH-RECEIPTS (cafeteria meal deposits),
      *          AP-INVOICE-ENTRY (expense accrued or reversed by
      *          account) and AP-CHECK-RUN (vendor checks) into
      *          balanced debit/credit journal records against the
      *          chart-of-accounts file, accumulates the GL summary
      *          file, and prints a journal register that must
      *          out-of-balance journal sets a non-zero return code
      *          and stops the window like any failed step; the run
      *          totals file is cleared only after a balanced post.
      *          Account mapping: 1000 cash, 1200 receivables, 2000
      *          accounts payable, 2100 tax payable, 2200 benefits
      *          payable, 2300 meal account deposits, 4100 tuition
      *          revenue, 4300 late fee revenue, 5100 salary
      *          expense, and the expense account keyed on each AP
      *          invoice.
      *          Once GL-CLOSE has built the period control file, the
      *          summary carries period and year-to-date columns and
      *          only postings dated in the open period are posted.
      *          Run totals dated in a closed period are rejected to
      *          the reject file for the business office to correct
      *          with an adjusting entry; ones dated after the open
      *          period stay on the run totals file until the close.
      *          Adjusting entries are read from the adjustments file
      *          (journal layout); one dated in a closed period posts
      *          to the year-to-date columns only, and only when the
      *          operator is level 3, otherwise it stays on the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.
               SELECT GL-SUMMARY ASSIGN DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT GL-PERIOD ASSIGN DYNAMIC WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
               SELECT GL-ADJUSTMENTS ASSIGN DYNAMIC WS-ADJUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
               SELECT GL-REJECTS ASSIGN DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               SELECT JOURNAL-REGISTER ASSIGN DYNAMIC
                   WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           FD GL-SUMMARY.
           01 GL-SUMMARY-REC.
               COPY "GlSummaryRec.cpy".

           FD GL-PERIOD.
           01 GL-PERIOD-REC.
               COPY "GlPeriodRec.cpy".

           FD GL-ADJUSTMENTS.
           01 GL-ADJUSTMENT-REC.
               05 GA-DATE PIC 9(8).
               05 GA-ACCT PIC 9(4).
               05 GA-DEBIT PIC 9(9)V99.
               05 GA-CREDIT PIC 9(9)V99.
               05 GA-DESC PIC X(20).

           FD GL-REJECTS.
           01 GL-REJECT-REC PIC X(40).

           FD JOURNAL-REGISTER.
           01 REGISTER-LINE PIC X(100).
               "GlSummary.txt".
           01 WS-REGISTER-PATH PIC X(100) VALUE
               "JournalRegister.txt".
           01 WS-PERIOD-PATH PIC X(100) VALUE
               "GlPeriod.txt".
           01 WS-ADJUST-PATH PIC X(100) VALUE
               "GlAdjustments.txt".
           01 WS-REJECT-PATH PIC X(100) VALUE
               "GlPostRejects.txt".
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-REJECT-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-CHART-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).
                   10 WS-GS-ACCT PIC 9(4).
                   10 WS-GS-DEBIT PIC 9(11)V99.
                   10 WS-GS-CREDIT PIC 9(11)V99.
                   10 WS-GS-YTD-DEBIT PIC 9(11)V99.
                   10 WS-GS-YTD-CREDIT PIC 9(11)V99.
      * period control: with no period file nothing is locked and every
      * posting goes to both the period and year-to-date columns
           01 WS-PERIOD-CONTROL PIC A(1) VALUE "N".
           01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
           01 WS-DATE-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-CHECK PIC A(1) VALUE "O".
               88 WS-IN-OPEN-PERIOD VALUE "O".
               88 WS-IN-CLOSED-PERIOD VALUE "C".
               88 WS-IN-FUTURE-PERIOD VALUE "F".
           01 WS-WORK-PERIOD-KIND PIC A(1) VALUE "O".
           01 WS-ADJUST-PRESENT PIC A(1) VALUE "N".
           01 WS-ADJUST-EOF PIC A(1) VALUE "N".
           01 WS-ADJUST-AUTH PIC A(1) VALUE SPACE.
           01 WS-ADJUST-LEVEL PIC 9(1) VALUE 3.
           01 WS-HELD-RT-COUNT PIC 9(3) VALUE 0.
           01 WS-HELD-RT-TABLE.
               05 WS-HELD-RT PIC X(40) OCCURS 100 TIMES.
           01 WS-REJECT-COUNT PIC 9(3) VALUE 0.
           01 WS-REJECT-TABLE.
               05 WS-REJECT-RT PIC X(40) OCCURS 100 TIMES.
           01 WS-HELD-ADJ-COUNT PIC 9(3) VALUE 0.
           01 WS-HELD-ADJ-TABLE.
               05 WS-HELD-ADJ PIC X(54) OCCURS 100 TIMES.
           01 WS-SUB PIC 9(3) VALUE 0.
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-JRN-COUNT PIC 9(3) VALUE 0.
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GL_PERIOD_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-PERIOD-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GL_ADJUSTMENTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ADJUST-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GL_POST_REJECTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REJECT-PATH
               END-ACCEPT.
               PERFORM LOAD-CHART.
               PERFORM LOAD-GL-SUMMARY.
               PERFORM LOAD-GL-PERIOD.
               OPEN INPUT GL-ADJUSTMENTS.
               IF WS-ADJUST-STATUS = "00" THEN
                   MOVE "Y" TO WS-ADJUST-PRESENT
                   CLOSE GL-ADJUSTMENTS
               END-IF.
               OPEN INPUT RUN-TOTALS.
               IF WS-RUN-TOTALS-STATUS NOT = "00" AND
                       WS-ADJUST-PRESENT = "N" THEN
                   DISPLAY "RUN-TOTALS not found, nothing to post"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               IF WS-RUN-TOTALS-STATUS = "00" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RUN-TOTALS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM POST-ONE-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE RUN-TOTALS
               END-IF.
               IF WS-ADJUST-PRESENT = "Y" THEN
                   PERFORM POST-ADJUSTMENTS
               END-IF.
               PERFORM PRINT-REGISTER-TOTALS.
               CLOSE JOURNAL-REGISTER.
               IF WS-IN-BALANCE = "Y" THEN
                   PERFORM WRITE-JOURNAL-FILE
                   PERFORM SAVE-GL-SUMMARY
                   PERFORM SAVE-HELD-RUN-TOTALS
                   IF WS-REJECT-COUNT > 0 THEN
                       PERFORM WRITE-REJECTS
                   END-IF
                   IF WS-ADJUST-PRESENT = "Y" THEN
                       PERFORM SAVE-HELD-ADJUSTMENTS
                   END-IF
                   DISPLAY "GL-POSTING: journal in balance, "
                       WS-POSTED-COUNT " lines posted"
               ELSE
                                   ADD 1 TO WS-SUMMARY-COUNT
                                   MOVE GS-ACCT TO WS-GS-ACCT
                                       (WS-SUMMARY-COUNT)
                                   PERFORM LOAD-ONE-SUMMARY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GL-SUMMARY
               END-IF.

      * a summary written before period control has no year-to-date
      * columns yet; everything posted so far is the year to date
            LOAD-ONE-SUMMARY.
               MOVE GS-PERIOD-DEBIT TO WS-GS-DEBIT(WS-SUMMARY-COUNT).
               MOVE GS-PERIOD-CREDIT TO WS-GS-CREDIT(WS-SUMMARY-COUNT).
               IF GS-YTD-DEBIT IS NUMERIC AND GS-YTD-CREDIT IS NUMERIC
                       THEN
                   MOVE GS-YTD-DEBIT
                       TO WS-GS-YTD-DEBIT(WS-SUMMARY-COUNT)
                   MOVE GS-YTD-CREDIT
                       TO WS-GS-YTD-CREDIT(WS-SUMMARY-COUNT)
               ELSE
                   MOVE GS-PERIOD-DEBIT
                       TO WS-GS-YTD-DEBIT(WS-SUMMARY-COUNT)
                   MOVE GS-PERIOD-CREDIT
                       TO WS-GS-YTD-CREDIT(WS-SUMMARY-COUNT)
               END-IF.

            LOAD-GL-PERIOD.
               OPEN INPUT GL-PERIOD.
               IF WS-PERIOD-STATUS = "00" THEN
                   READ GL-PERIOD
                       AT END CONTINUE
                       NOT AT END
                           IF GP-OPEN-PERIOD IS NUMERIC AND
                                   GP-OPEN-PERIOD > 0 THEN
                               MOVE "Y" TO WS-PERIOD-CONTROL
                               MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD
                           END-IF
                   END-READ
                   CLOSE GL-PERIOD
               END-IF.

            CHECK-POSTING-PERIOD.
               MOVE "O" TO WS-PERIOD-CHECK.
               IF WS-PERIOD-CONTROL = "Y" THEN
                   COMPUTE WS-DATE-PERIOD = WS-WORK-DATE / 100
                   IF WS-DATE-PERIOD < WS-OPEN-PERIOD THEN
                       MOVE "C" TO WS-PERIOD-CHECK
                   ELSE IF WS-DATE-PERIOD > WS-OPEN-PERIOD THEN
                       MOVE "F" TO WS-PERIOD-CHECK
                   END-IF
                   END-IF
               END-IF.

            POST-ONE-TOTAL.
               MOVE RT-DATE TO WS-WORK-DATE.
               IF RT-AMOUNT NOT = 0 THEN
                   PERFORM CHECK-POSTING-PERIOD
               END-IF.
               IF RT-AMOUNT = 0 THEN
                   CONTINUE
               ELSE IF WS-IN-CLOSED-PERIOD THEN
                   PERFORM REJECT-RUN-TOTAL
               ELSE IF WS-IN-FUTURE-PERIOD THEN
                   PERFORM HOLD-RUN-TOTAL
               ELSE
                   MOVE RT-AMOUNT TO WS-WORK-AMOUNT
                   MOVE "O" TO WS-WORK-PERIOD-KIND
                   EVALUATE RT-SOURCE ALSO RT-TYPE
                       WHEN "FEE-BILLING" ALSO "BILLED  "
                           PERFORM POST-BILLED
                       WHEN "FEE-BILLING" ALSO "PAYMENTS"
                           PERFORM POST-BENEFIT
                       WHEN "PAYROLL-RUN" ALSO "NET     "
                           PERFORM POST-NET
                       WHEN "REFUND-RUN " ALSO "REFUNDS "
                           PERFORM POST-REFUNDS
                       WHEN "LATE-FEES  " ALSO "BILLED  "
                           PERFORM POST-BILLED
                       WHEN "LATE-FEES  " ALSO "LATEFEE "
                           PERFORM POST-LATE-FEES
                       WHEN "CASH-RECEIPT" ALSO "MEALDEP "
                           PERFORM POST-MEAL-DEPOSITS
                       WHEN "AP-INVOICES" ALSO ANY
                           PERFORM POST-AP-INVOICES
                       WHEN "AP-CHECK-RUN" ALSO "CHECKS  "
                           PERFORM POST-AP-CHECKS
                       WHEN OTHER
                           DISPLAY "Unknown run total " RT-SOURCE
                               " " RT-TYPE " skipped"
                   END-EVALUATE
               END-IF
               END-IF
               END-IF.

            REJECT-RUN-TOTAL.
               IF WS-REJECT-COUNT >= 100 THEN
                   DISPLAY "Reject buffer full, batch held as out "
                       "of balance"
                   MOVE "N" TO WS-IN-BALANCE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE RUN-TOTALS-REC TO WS-REJECT-RT(WS-REJECT-COUNT)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING RT-SOURCE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          RT-TYPE DELIMITED BY SPACE
                          " REJECTED, PERIOD CLOSED" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   PERFORM PRINT-NOTE-LINE
                   MOVE "W" TO WS-MSG-SEVERITY
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.

            HOLD-RUN-TOTAL.
               IF WS-HELD-RT-COUNT >= 100 THEN
                   DISPLAY "Held run totals buffer full, batch held "
                       "as out of balance"
                   MOVE "N" TO WS-IN-BALANCE
               ELSE
                   ADD 1 TO WS-HELD-RT-COUNT
                   MOVE RUN-TOTALS-REC TO WS-HELD-RT(WS-HELD-RT-COUNT)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING RT-SOURCE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          RT-TYPE DELIMITED BY SPACE
                          " HELD UNTIL PERIOD CLOSE" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   PERFORM PRINT-NOTE-LINE
               END-IF.

            POST-ADJUSTMENTS.
               OPEN INPUT GL-ADJUSTMENTS.
               PERFORM UNTIL WS-ADJUST-EOF = "Y"
                   READ GL-ADJUSTMENTS
                       AT END MOVE "Y" TO WS-ADJUST-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM POST-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM.
               CLOSE GL-ADJUSTMENTS.

            POST-ONE-ADJUSTMENT.
               MOVE GA-DATE TO WS-WORK-DATE.
               PERFORM CHECK-POSTING-PERIOD.
               IF WS-IN-CLOSED-PERIOD THEN
                   PERFORM CHECK-ADJUST-AUTH
               END-IF.
               IF WS-IN-FUTURE-PERIOD OR
                       (WS-IN-CLOSED-PERIOD AND WS-ADJUST-AUTH = "N")
                   IF WS-HELD-ADJ-COUNT >= 100 THEN
                       DISPLAY "Held adjustments buffer full, batch "
                           "held as out of balance"
                       MOVE "N" TO WS-IN-BALANCE
                   ELSE
                       ADD 1 TO WS-HELD-ADJ-COUNT
                       MOVE GL-ADJUSTMENT-REC
                           TO WS-HELD-ADJ(WS-HELD-ADJ-COUNT)
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "ADJUSTMENT " DELIMITED BY SIZE
                              GA-ACCT DELIMITED BY SIZE
                              " HELD" DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                       PERFORM PRINT-NOTE-LINE
                   END-IF
               ELSE
                   MOVE WS-PERIOD-CHECK TO WS-WORK-PERIOD-KIND
                   MOVE GA-ACCT TO WS-WORK-ACCT
                   MOVE GA-DEBIT TO WS-WORK-DEBIT
                   MOVE GA-CREDIT TO WS-WORK-CREDIT
                   MOVE GA-DESC TO WS-WORK-DESC
                   PERFORM WRITE-JOURNAL-LINE
               END-IF.

      * closed periods take adjusting entries from level 3 only; the
      * check is made once, the first time one turns up
            CHECK-ADJUST-AUTH.
               IF WS-ADJUST-AUTH = SPACE THEN
                   CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                       WS-ADJUST-LEVEL, WS-AUTH-RESULT
                   IF WS-AUTH-RESULT = "00" THEN
                       MOVE "Y" TO WS-ADJUST-AUTH
                   ELSE
                       MOVE "N" TO WS-ADJUST-AUTH
                       MOVE "W" TO WS-MSG-SEVERITY
                       MOVE "Closed-period adjustment needs level 3"
                           TO WS-MSG-TEXT
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                   END-IF
               END-IF.

            POST-BILLED.
               MOVE "PAYROLL NET PAY" TO WS-WORK-DESC.
               PERFORM WRITE-JOURNAL-LINE.

            POST-REFUNDS.
               MOVE 1200 TO WS-WORK-ACCT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT.
               MOVE 0 TO WS-WORK-CREDIT.
               MOVE "CREDIT REFUNDS" TO WS-WORK-DESC.
               PERFORM WRITE-JOURNAL-LINE.
               MOVE 1000 TO WS-WORK-ACCT.
               MOVE 0 TO WS-WORK-DEBIT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT.
               PERFORM WRITE-JOURNAL-LINE.

            POST-LATE-FEES.
               MOVE 1200 TO WS-WORK-ACCT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT.
               MOVE 0 TO WS-WORK-CREDIT.
               MOVE "PLAN LATE FEES" TO WS-WORK-DESC.
               PERFORM WRITE-JOURNAL-LINE.
               MOVE 4300 TO WS-WORK-ACCT.
               MOVE 0 TO WS-WORK-DEBIT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT.
               PERFORM WRITE-JOURNAL-LINE.

      * meal cash goes on the same bank deposit as tuition but is owed
      * back to the students as meal account balances
            POST-MEAL-DEPOSITS.
               MOVE 1000 TO WS-WORK-ACCT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT.
               MOVE 0 TO WS-WORK-CREDIT.
               MOVE "MEAL DEPOSITS" TO WS-WORK-DESC.
               PERFORM WRITE-JOURNAL-LINE.
               MOVE 2300 TO WS-WORK-ACCT.
               MOVE 0 TO WS-WORK-DEBIT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT.
               PERFORM WRITE-JOURNAL-LINE.

      * invoice entry writes one total per expense account, with the
      * account carried in the type: EXPnnnn accrues, VOIDnnnn reverses
            POST-AP-INVOICES.
               IF RT-TYPE(1:3) = "EXP" AND RT-TYPE(4:4) IS NUMERIC
                       THEN
                   MOVE RT-TYPE(4:4) TO WS-WORK-ACCT
                   MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT
                   MOVE 0 TO WS-WORK-CREDIT
                   MOVE "AP INVOICES" TO WS-WORK-DESC
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE 2000 TO WS-WORK-ACCT
                   MOVE 0 TO WS-WORK-DEBIT
                   MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT
                   PERFORM WRITE-JOURNAL-LINE
               ELSE IF RT-TYPE(1:4) = "VOID" AND
                       RT-TYPE(5:4) IS NUMERIC THEN
                   MOVE 2000 TO WS-WORK-ACCT
                   MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT
                   MOVE 0 TO WS-WORK-CREDIT
                   MOVE "AP INVOICES VOIDED" TO WS-WORK-DESC
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE RT-TYPE(5:4) TO WS-WORK-ACCT
                   MOVE 0 TO WS-WORK-DEBIT
                   MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT
                   PERFORM WRITE-JOURNAL-LINE
               ELSE
                   DISPLAY "Unknown run total " RT-SOURCE
                       " " RT-TYPE " skipped"
               END-IF.

            POST-AP-CHECKS.
               MOVE 2000 TO WS-WORK-ACCT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-DEBIT.
               MOVE 0 TO WS-WORK-CREDIT.
               MOVE "AP CHECK RUN" TO WS-WORK-DESC.
               PERFORM WRITE-JOURNAL-LINE.
               MOVE 1000 TO WS-WORK-ACCT.
               MOVE 0 TO WS-WORK-DEBIT.
               MOVE WS-WORK-AMOUNT TO WS-WORK-CREDIT.
               PERFORM WRITE-JOURNAL-LINE.

            WRITE-JOURNAL-LINE.
               PERFORM FIND-CHART-ACCOUNT.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE WS-WORK-ACCT TO WS-GS-ACCT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GS-DEBIT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GS-CREDIT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GS-YTD-DEBIT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GS-YTD-CREDIT(WS-FOUND-SUB)
               END-IF.
               IF WS-FOUND-SUB > 0 THEN
                   IF WS-WORK-PERIOD-KIND = "O" THEN
                       ADD WS-WORK-DEBIT TO WS-GS-DEBIT(WS-FOUND-SUB)
                       ADD WS-WORK-CREDIT
                           TO WS-GS-CREDIT(WS-FOUND-SUB)
                   END-IF
                   ADD WS-WORK-DEBIT TO WS-GS-YTD-DEBIT(WS-FOUND-SUB)
                   ADD WS-WORK-CREDIT TO WS-GS-YTD-CREDIT(WS-FOUND-SUB)
               END-IF.

            PRINT-REGISTER-LINE.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(53:13).
               WRITE REGISTER-LINE.

            PRINT-NOTE-LINE.
               MOVE SPACES TO REGISTER-LINE.
               MOVE WS-WORK-DATE TO REGISTER-LINE(1:8).
               MOVE WS-MSG-TEXT TO REGISTER-LINE(16:60).
               WRITE REGISTER-LINE.

            PRINT-REGISTER-TOTALS.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUMMARY-COUNT
                   MOVE WS-GS-ACCT(WS-SUB) TO GS-ACCT
                   MOVE WS-GS-DEBIT(WS-SUB) TO GS-PERIOD-DEBIT
                   MOVE WS-GS-CREDIT(WS-SUB) TO GS-PERIOD-CREDIT
                   MOVE WS-GS-YTD-DEBIT(WS-SUB) TO GS-YTD-DEBIT
                   MOVE WS-GS-YTD-CREDIT(WS-SUB) TO GS-YTD-CREDIT
                   WRITE GL-SUMMARY-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE GL-SUMMARY.

      * the run totals file is left holding only the totals dated
      * after the open period
            SAVE-HELD-RUN-TOTALS.
               OPEN OUTPUT RUN-TOTALS.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-HELD-RT-COUNT
                   MOVE WS-HELD-RT(WS-SUB) TO RUN-TOTALS-REC
                   WRITE RUN-TOTALS-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE RUN-TOTALS.

            WRITE-REJECTS.
               OPEN EXTEND GL-REJECTS.
               IF WS-REJECT-STATUS = "35" THEN
                   OPEN OUTPUT GL-REJECTS
                   CLOSE GL-REJECTS
                   OPEN EXTEND GL-REJECTS
               END-IF.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-REJECT-COUNT
                   MOVE WS-REJECT-RT(WS-SUB) TO GL-REJECT-REC
                   WRITE GL-REJECT-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE GL-REJECTS.
               DISPLAY "GL-POSTING: " WS-REJECT-COUNT
                   " run totals rejected into closed periods".

            SAVE-HELD-ADJUSTMENTS.
               OPEN OUTPUT GL-ADJUSTMENTS.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-HELD-ADJ-COUNT
                   MOVE WS-HELD-ADJ(WS-SUB) TO GL-ADJUSTMENT-REC
                   WRITE GL-ADJUSTMENT-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE GL-ADJUSTMENTS.

       END PROGRAM GL-POSTING.
