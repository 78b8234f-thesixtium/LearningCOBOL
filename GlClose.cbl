      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: General ledger month-end close. Prints a trial
      *          balance for the open period from the chart of
      *          accounts and the GL summary, with period debit and
      *          credit activity and the year-to-date balance of each
      *          account, and proves total debits equal total credits
      *          for both. When both prove, the period's summary is
      *          appended to the GL history file, the summary is
      *          rolled to a new open period (period columns zeroed,
      *          year-to-date carried), and the period control file
      *          is advanced so GL-POSTING treats the closed period as
      *          locked. When the new period starts the fiscal year
      *          (GL_FY_START_MONTH, default 07) the revenue and
      *          expense accounts (4000 and up) are closed into 3900
      *          fund balance with YEAR-END CLOSE journal lines;
      *          balance sheet accounts carry their balances forward.
      *          GL_CLOSE_MODE=REPORT prints the trial balance only,
      *          for the open period or, with GL_TB_PERIOD=yyyymm, for
      *          any closed period from the history, and needs only
      *          a level 1 operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
               SELECT GL-SUMMARY ASSIGN DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT GL-PERIOD ASSIGN DYNAMIC WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
               SELECT GL-HISTORY ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT GL-JOURNAL ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT TRIAL-BALANCE ASSIGN DYNAMIC WS-TRIAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CHART-FILE.
           01 CHART-REC.
               05 COA-ACCT PIC 9(4).
               05 COA-NAME PIC X(25).

           FD GL-SUMMARY.
           01 GL-SUMMARY-REC.
               COPY "GlSummaryRec.cpy".

           FD GL-PERIOD.
           01 GL-PERIOD-REC.
               COPY "GlPeriodRec.cpy".

           FD GL-HISTORY.
           01 GL-HISTORY-REC.
               COPY "GlHistRec.cpy".

           FD GL-JOURNAL.
           01 GL-JOURNAL-REC.
               05 JR-DATE PIC 9(8).
               05 JR-ACCT PIC 9(4).
               05 JR-DEBIT PIC 9(9)V99.
               05 JR-CREDIT PIC 9(9)V99.
               05 JR-DESC PIC X(20).

           FD TRIAL-BALANCE.
           01 TRIAL-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-CHART-PATH PIC X(100) VALUE
               "ChartOfAccounts.txt".
           01 WS-SUMMARY-PATH PIC X(100) VALUE
               "GlSummary.txt".
           01 WS-PERIOD-PATH PIC X(100) VALUE
               "GlPeriod.txt".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "GlHistory.txt".
           01 WS-JOURNAL-PATH PIC X(100) VALUE
               "GlJournal.txt".
           01 WS-TRIAL-PATH PIC X(100) VALUE
               "TrialBalance.txt".
           01 WS-CHART-STATUS PIC X(2).
           01 WS-SUMMARY-STATUS PIC X(2).
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CLOSE-MODE PIC X(6) VALUE "CLOSE".
               88 WS-REPORT-ONLY VALUE "REPORT".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
           01 WS-AS-OF-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-CONTROL PIC A(1) VALUE "N".
           01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
           01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
           01 WS-TB-PERIOD PIC 9(6) VALUE 0.
           01 WS-NEXT-PERIOD PIC 9(6) VALUE 0.
           01 WS-FY-START-MONTH PIC 9(2) VALUE 7.
           01 WS-PERIOD-WORK PIC 9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
               05 WS-PERIOD-YEAR PIC 9(4).
               05 WS-PERIOD-MONTH PIC 9(2).
           01 WS-PERIOD-END-DATE PIC 9(8) VALUE 0.
           01 WS-DAY-NUMBER PIC 9(7) VALUE 0.
           01 WS-TB-STATE PIC X(6) VALUE "OPEN".
           01 WS-CHART-COUNT PIC 9(3) VALUE 0.
           01 WS-CHART-TABLE.
               05 WS-CHART-ENTRY OCCURS 100 TIMES.
                   10 WS-COA-ACCT PIC 9(4).
                   10 WS-COA-NAME PIC X(25).
           01 WS-SUMMARY-COUNT PIC 9(3) VALUE 0.
           01 WS-SUMMARY-TABLE.
               05 WS-SUMMARY-ENTRY OCCURS 100 TIMES.
                   10 WS-GS-ACCT PIC 9(4).
                   10 WS-GS-DEBIT PIC 9(11)V99.
                   10 WS-GS-CREDIT PIC 9(11)V99.
                   10 WS-GS-YTD-DEBIT PIC 9(11)V99.
                   10 WS-GS-YTD-CREDIT PIC 9(11)V99.
                   10 WS-GS-PRINTED PIC A(1).
           01 WS-SUB PIC 9(3) VALUE 0.
           01 WS-CHART-SUB PIC 9(3) VALUE 0.
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-WORK-ACCT PIC 9(4).
           01 WS-WORK-NAME PIC X(25).
           01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
           01 WS-INCOME-NET PIC S9(11)V99 VALUE 0.
           01 WS-FUND-BALANCE-ACCT PIC 9(4) VALUE 3900.
           01 WS-INCOME-ACCT-FLOOR PIC 9(4) VALUE 4000.
           01 WS-YEAR-END PIC A(1) VALUE "N".
           01 WS-PERIOD-DEBITS PIC 9(13)V99 VALUE 0.
           01 WS-PERIOD-CREDITS PIC 9(13)V99 VALUE 0.
           01 WS-YTD-DEBITS PIC 9(13)V99 VALUE 0.
           01 WS-YTD-CREDITS PIC 9(13)V99 VALUE 0.
           01 WS-IN-BALANCE PIC A(1) VALUE "Y".
           01 WS-ACCOUNT-COUNT PIC 9(7) VALUE 0.
           01 WS-CLOSING-COUNT PIC 9(7) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZZZZZ9.99-.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "GL-CLOSE".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 3.
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
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "GL_CLOSE_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:6) = "REPORT" THEN
                           MOVE "REPORT" TO WS-CLOSE-MODE
                           MOVE 1 TO WS-AUTH-LEVEL
                       END-IF
               END-ACCEPT.
               CALL "RUN-LOG" USING OperatorId, WS-PROGRAM-NAME.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   MOVE "NOAUTH" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
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
                       "GL_SUMMARY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SUMMARY-PATH
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
                       "GL_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GL_JOURNAL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-JOURNAL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRIAL_BALANCE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRIAL-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "AS_OF_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-AS-OF-DATE
                       END-IF
               END-ACCEPT.
               COMPUTE WS-AS-OF-PERIOD = WS-AS-OF-DATE / 100.
               PERFORM LOAD-CHART.
               PERFORM LOAD-GL-PERIOD.
               MOVE WS-OPEN-PERIOD TO WS-TB-PERIOD.
               IF WS-REPORT-ONLY THEN
                   MOVE SPACES TO WS-ENV-SCRATCH
                   ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                           "GL_TB_PERIOD"
                       ON EXCEPTION
                           CONTINUE
                       NOT ON EXCEPTION
                           IF WS-ENV-SCRATCH(1:6) IS NUMERIC THEN
                               MOVE WS-ENV-SCRATCH(1:6)
                                   TO WS-TB-PERIOD
                           END-IF
                   END-ACCEPT
               END-IF.
               IF WS-TB-PERIOD = WS-OPEN-PERIOD THEN
                   PERFORM LOAD-GL-SUMMARY
               ELSE
                   MOVE "CLOSED" TO WS-TB-STATE
                   PERFORM LOAD-GL-HISTORY
               END-IF.
               IF NOT WS-REPORT-ONLY AND
                       WS-AS-OF-PERIOD NOT > WS-OPEN-PERIOD THEN
                   DISPLAY "GL-CLOSE: period " WS-OPEN-PERIOD
                       " has not ended, not closed"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Close refused, period " DELIMITED BY SIZE
                          WS-OPEN-PERIOD DELIMITED BY SIZE
                          " has not ended" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "NOTENDED" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN OUTPUT TRIAL-BALANCE.
               PERFORM PRINT-TRIAL-BALANCE.
               IF NOT WS-REPORT-ONLY THEN
                   IF WS-IN-BALANCE = "Y" THEN
                       PERFORM CLOSE-OPEN-PERIOD
                   ELSE
                       MOVE "*** PERIOD NOT CLOSED ***" TO TRIAL-LINE
                       WRITE TRIAL-LINE
                       DISPLAY "GL-CLOSE: TRIAL BALANCE OUT OF "
                           "BALANCE, period not closed"
                       MOVE "E" TO WS-MSG-SEVERITY
                       MOVE "Trial balance out of balance, not closed"
                           TO WS-MSG-TEXT
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                       MOVE "OUTOFBAL" TO WS-END-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               CLOSE TRIAL-BALANCE.
               DISPLAY "===== GL CLOSE CONTROL TOTALS =====".
               DISPLAY "Trial balance period: " WS-TB-PERIOD
                   " " WS-TB-STATE.
               DISPLAY "Accounts listed:      " WS-ACCOUNT-COUNT.
               IF NOT WS-REPORT-ONLY AND WS-IN-BALANCE = "Y" THEN
                   DISPLAY "New open period:      " WS-NEXT-PERIOD
                   DISPLAY "Year-end lines:       " WS-CLOSING-COUNT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-ACCOUNT-COUNT.
               GOBACK.

            LOAD-CHART.
               OPEN INPUT CHART-FILE.
               IF WS-CHART-STATUS NOT = "00" THEN
                   DISPLAY "CHART-OF-ACCOUNTS not found, cannot "
                       "close"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ CHART-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CHART-COUNT < 100 THEN
                               ADD 1 TO WS-CHART-COUNT
                               MOVE COA-ACCT
                                   TO WS-COA-ACCT(WS-CHART-COUNT)
                               MOVE COA-NAME
                                   TO WS-COA-NAME(WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CHART-FILE.

      * the first close has no period file yet: the open period is
      * GL_OPEN_PERIOD or else the month before the as-of date
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
                               MOVE GP-LAST-CLOSED TO WS-LAST-CLOSED
                               IF GP-FY-START-MONTH IS NUMERIC AND
                                       GP-FY-START-MONTH > 0 AND
                                       GP-FY-START-MONTH < 13 THEN
                                   MOVE GP-FY-START-MONTH
                                       TO WS-FY-START-MONTH
                               END-IF
                           END-IF
                   END-READ
                   CLOSE GL-PERIOD
               END-IF.
               IF WS-PERIOD-CONTROL = "N" THEN
                   MOVE WS-AS-OF-PERIOD TO WS-PERIOD-WORK
                   IF WS-PERIOD-MONTH = 1 THEN
                       SUBTRACT 1 FROM WS-PERIOD-YEAR
                       MOVE 12 TO WS-PERIOD-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PERIOD-MONTH
                   END-IF
                   MOVE WS-PERIOD-WORK TO WS-OPEN-PERIOD
                   MOVE SPACES TO WS-ENV-SCRATCH
                   ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                           "GL_OPEN_PERIOD"
                       ON EXCEPTION
                           CONTINUE
                       NOT ON EXCEPTION
                           IF WS-ENV-SCRATCH(1:6) IS NUMERIC THEN
                               MOVE WS-ENV-SCRATCH(1:6)
                                   TO WS-OPEN-PERIOD
                           END-IF
                   END-ACCEPT
                   MOVE SPACES TO WS-ENV-SCRATCH
                   ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                           "GL_FY_START_MONTH"
                       ON EXCEPTION
                           CONTINUE
                       NOT ON EXCEPTION
                           IF WS-ENV-SCRATCH(1:2) IS NUMERIC AND
                                   WS-ENV-SCRATCH(1:2) > "00" AND
                                   WS-ENV-SCRATCH(1:2) < "13" THEN
                               MOVE WS-ENV-SCRATCH(1:2)
                                   TO WS-FY-START-MONTH
                           END-IF
                   END-ACCEPT
               END-IF.

      * the summary is rewritten from this table, so a summary too
      * big for it stops the close before anything is touched
            LOAD-GL-SUMMARY.
               OPEN INPUT GL-SUMMARY.
               IF WS-SUMMARY-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GL-SUMMARY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-SUMMARY
                       END-READ
                   END-PERFORM
                   CLOSE GL-SUMMARY
               END-IF.

            LOAD-ONE-SUMMARY.
               IF WS-SUMMARY-COUNT >= 100 THEN
                   CLOSE GL-SUMMARY
                   DISPLAY "GL-SUMMARY exceeds 100 accounts, close "
                       "stopped"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "GL summary exceeds 100 accounts" TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               ADD 1 TO WS-SUMMARY-COUNT.
               MOVE GS-ACCT TO WS-GS-ACCT(WS-SUMMARY-COUNT).
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
               MOVE "N" TO WS-GS-PRINTED(WS-SUMMARY-COUNT).

            LOAD-GL-HISTORY.
               OPEN INPUT GL-HISTORY.
               IF WS-HISTORY-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GL-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF GH-PERIOD = WS-TB-PERIOD THEN
                                   PERFORM LOAD-ONE-HISTORY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GL-HISTORY
               END-IF.
               IF WS-SUMMARY-COUNT = 0 THEN
                   DISPLAY "GL-CLOSE: no history for period "
                       WS-TB-PERIOD
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "No GL history for period " DELIMITED BY SIZE
                          WS-TB-PERIOD DELIMITED BY SIZE
                          ", trial balance not run" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-ONE-HISTORY.
               IF WS-SUMMARY-COUNT >= 100 THEN
                   CLOSE GL-HISTORY
                   DISPLAY "GL-HISTORY exceeds 100 accounts for the "
                       "period, trial balance stopped"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "GL history exceeds 100 accounts" TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ACCOUNT-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               ADD 1 TO WS-SUMMARY-COUNT.
               MOVE GH-ACCT TO WS-GS-ACCT(WS-SUMMARY-COUNT).
               MOVE GH-PERIOD-DEBIT TO WS-GS-DEBIT(WS-SUMMARY-COUNT).
               MOVE GH-PERIOD-CREDIT TO WS-GS-CREDIT(WS-SUMMARY-COUNT).
               MOVE GH-YTD-DEBIT TO WS-GS-YTD-DEBIT(WS-SUMMARY-COUNT).
               MOVE GH-YTD-CREDIT
                   TO WS-GS-YTD-CREDIT(WS-SUMMARY-COUNT).
               MOVE "N" TO WS-GS-PRINTED(WS-SUMMARY-COUNT).

            FIND-SUMMARY-ACCOUNT.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUMMARY-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-GS-ACCT(WS-SUB) = WS-WORK-ACCT THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-CHART-ACCOUNT.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CHART-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-COA-ACCT(WS-SUB) = WS-WORK-ACCT THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * chart accounts print in chart order, with or without activity;
      * summary accounts missing from the chart follow, flagged
            PRINT-TRIAL-BALANCE.
               MOVE SPACES TO TRIAL-LINE.
               STRING "TRIAL BALANCE  PERIOD " DELIMITED BY SIZE
                      WS-TB-PERIOD DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TB-STATE DELIMITED BY SPACE
                      "  AS OF " DELIMITED BY SIZE
                      WS-AS-OF-DATE DELIMITED BY SIZE
                      INTO TRIAL-LINE.
               WRITE TRIAL-LINE.
               MOVE SPACES TO TRIAL-LINE.
               MOVE "ACCT  ACCOUNT NAME" TO TRIAL-LINE(1:18).
               MOVE "PERIOD DEBIT" TO TRIAL-LINE(37:12).
               MOVE "PERIOD CREDIT" TO TRIAL-LINE(52:13).
               MOVE "YTD DEBIT" TO TRIAL-LINE(72:9).
               MOVE "YTD CREDIT" TO TRIAL-LINE(87:10).
               WRITE TRIAL-LINE.
               MOVE ALL "-" TO TRIAL-LINE.
               WRITE TRIAL-LINE.
               MOVE 1 TO WS-CHART-SUB.
               PERFORM UNTIL WS-CHART-SUB > WS-CHART-COUNT
                   MOVE WS-COA-ACCT(WS-CHART-SUB) TO WS-WORK-ACCT
                   MOVE WS-COA-NAME(WS-CHART-SUB) TO WS-WORK-NAME
                   PERFORM FIND-SUMMARY-ACCOUNT
                   PERFORM PRINT-TRIAL-LINE
                   ADD 1 TO WS-CHART-SUB
               END-PERFORM.
               MOVE 1 TO WS-FOUND-SUB.
               PERFORM UNTIL WS-FOUND-SUB > WS-SUMMARY-COUNT
                   IF WS-GS-PRINTED(WS-FOUND-SUB) = "N" THEN
                       MOVE WS-GS-ACCT(WS-FOUND-SUB) TO WS-WORK-ACCT
                       MOVE "*** NOT ON CHART ***" TO WS-WORK-NAME
                       PERFORM PRINT-TRIAL-LINE
                   END-IF
                   ADD 1 TO WS-FOUND-SUB
               END-PERFORM.
               MOVE ALL "-" TO TRIAL-LINE.
               WRITE TRIAL-LINE.
               MOVE SPACES TO TRIAL-LINE.
               MOVE "TOTALS" TO TRIAL-LINE(7:6).
               MOVE WS-PERIOD-DEBITS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(33:15).
               MOVE WS-PERIOD-CREDITS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(49:15).
               MOVE WS-YTD-DEBITS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(65:15).
               MOVE WS-YTD-CREDITS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(81:15).
               WRITE TRIAL-LINE.
               IF WS-PERIOD-DEBITS = WS-PERIOD-CREDITS THEN
                   MOVE "PERIOD DEBITS EQUAL CREDITS" TO TRIAL-LINE
               ELSE
                   MOVE "N" TO WS-IN-BALANCE
                   MOVE "*** PERIOD DEBITS DO NOT EQUAL CREDITS ***"
                       TO TRIAL-LINE
               END-IF.
               WRITE TRIAL-LINE.
               IF WS-YTD-DEBITS = WS-YTD-CREDITS THEN
                   MOVE "YEAR-TO-DATE DEBITS EQUAL CREDITS"
                       TO TRIAL-LINE
               ELSE
                   MOVE "N" TO WS-IN-BALANCE
                   MOVE "*** YEAR-TO-DATE DEBITS DO NOT EQUAL CREDITS"
                       TO TRIAL-LINE
               END-IF.
               WRITE TRIAL-LINE.

      * period columns show the month's activity; the year-to-date
      * columns show the account's net balance on its normal side
            PRINT-TRIAL-LINE.
               ADD 1 TO WS-ACCOUNT-COUNT.
               MOVE SPACES TO TRIAL-LINE.
               MOVE WS-WORK-ACCT TO TRIAL-LINE(1:4).
               MOVE WS-WORK-NAME TO TRIAL-LINE(7:25).
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Y" TO WS-GS-PRINTED(WS-FOUND-SUB)
                   ADD WS-GS-DEBIT(WS-FOUND-SUB) TO WS-PERIOD-DEBITS
                   ADD WS-GS-CREDIT(WS-FOUND-SUB) TO WS-PERIOD-CREDITS
                   MOVE WS-GS-DEBIT(WS-FOUND-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(33:15)
                   MOVE WS-GS-CREDIT(WS-FOUND-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(49:15)
                   COMPUTE WS-NET-AMOUNT =
                       WS-GS-YTD-DEBIT(WS-FOUND-SUB) -
                       WS-GS-YTD-CREDIT(WS-FOUND-SUB)
               ELSE
                   MOVE 0 TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(33:15)
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(49:15)
                   MOVE 0 TO WS-NET-AMOUNT
               END-IF.
               IF WS-NET-AMOUNT < 0 THEN
                   SUBTRACT WS-NET-AMOUNT FROM WS-YTD-CREDITS
                   COMPUTE WS-EDIT-AMOUNT = 0 - WS-NET-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(81:15)
               ELSE
                   ADD WS-NET-AMOUNT TO WS-YTD-DEBITS
                   MOVE WS-NET-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO TRIAL-LINE(65:15)
               END-IF.
               WRITE TRIAL-LINE.

            CLOSE-OPEN-PERIOD.
               MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK.
               IF WS-PERIOD-MONTH = 12 THEN
                   ADD 1 TO WS-PERIOD-YEAR
                   MOVE 1 TO WS-PERIOD-MONTH
               ELSE
                   ADD 1 TO WS-PERIOD-MONTH
               END-IF.
               MOVE WS-PERIOD-WORK TO WS-NEXT-PERIOD.
               IF WS-PERIOD-MONTH = WS-FY-START-MONTH THEN
                   MOVE "Y" TO WS-YEAR-END
               END-IF.
               COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (WS-NEXT-PERIOD * 100 + 1) - 1.
               COMPUTE WS-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
               IF WS-YEAR-END = "Y" THEN
                   MOVE WS-FUND-BALANCE-ACCT TO WS-WORK-ACCT
                   PERFORM FIND-CHART-ACCOUNT
                   IF WS-FOUND-SUB > 0 AND WS-SUMMARY-COUNT >= 100 THEN
                       PERFORM FIND-SUMMARY-ACCOUNT
                   END-IF
                   IF WS-FOUND-SUB = 0 THEN
                       MOVE "*** PERIOD NOT CLOSED ***" TO TRIAL-LINE
                       WRITE TRIAL-LINE
                       DISPLAY "GL-CLOSE: fund balance account "
                           WS-FUND-BALANCE-ACCT " not on chart or no "
                           "room in summary, fiscal year not closed"
                       MOVE "E" TO WS-MSG-SEVERITY
                       MOVE "Year-end close could not post account 3900"
                           TO WS-MSG-TEXT
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                       MOVE "N" TO WS-IN-BALANCE
                       MOVE "NOFUND" TO WS-END-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF WS-IN-BALANCE = "Y" THEN
                   PERFORM WRITE-GL-HISTORY
                   IF WS-YEAR-END = "Y" THEN
                       PERFORM CLOSE-FISCAL-YEAR
                   END-IF
                   PERFORM ROLL-GL-SUMMARY
                   PERFORM SAVE-GL-PERIOD
                   MOVE SPACES TO TRIAL-LINE
                   STRING "PERIOD " DELIMITED BY SIZE
                          WS-OPEN-PERIOD DELIMITED BY SIZE
                          " CLOSED AND LOCKED, OPEN PERIOD NOW "
                          DELIMITED BY SIZE
                          WS-NEXT-PERIOD DELIMITED BY SIZE
                          INTO TRIAL-LINE
                   WRITE TRIAL-LINE
                   DISPLAY "GL-CLOSE: period " WS-OPEN-PERIOD
                       " closed, open period now " WS-NEXT-PERIOD
               END-IF.

            WRITE-GL-HISTORY.
               OPEN EXTEND GL-HISTORY.
               IF WS-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT GL-HISTORY
                   CLOSE GL-HISTORY
                   OPEN EXTEND GL-HISTORY
               END-IF.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUMMARY-COUNT
                   MOVE WS-OPEN-PERIOD TO GH-PERIOD
                   MOVE WS-GS-ACCT(WS-SUB) TO GH-ACCT
                   MOVE WS-GS-DEBIT(WS-SUB) TO GH-PERIOD-DEBIT
                   MOVE WS-GS-CREDIT(WS-SUB) TO GH-PERIOD-CREDIT
                   MOVE WS-GS-YTD-DEBIT(WS-SUB) TO GH-YTD-DEBIT
                   MOVE WS-GS-YTD-CREDIT(WS-SUB) TO GH-YTD-CREDIT
                   WRITE GL-HISTORY-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE GL-HISTORY.

      * revenue and expense balances are cleared into fund balance,
      * one journal line per account plus the fund balance line
            CLOSE-FISCAL-YEAR.
               OPEN EXTEND GL-JOURNAL.
               IF WS-JOURNAL-STATUS = "35" THEN
                   OPEN OUTPUT GL-JOURNAL
                   CLOSE GL-JOURNAL
                   OPEN EXTEND GL-JOURNAL
               END-IF.
               MOVE 0 TO WS-INCOME-NET.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUMMARY-COUNT
                   IF WS-GS-ACCT(WS-SUB) >= WS-INCOME-ACCT-FLOOR THEN
                       PERFORM CLOSE-ONE-INCOME-ACCOUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-INCOME-NET NOT = 0 THEN
                   MOVE WS-FUND-BALANCE-ACCT TO WS-WORK-ACCT
                   PERFORM FIND-SUMMARY-ACCOUNT
                   IF WS-FOUND-SUB = 0 THEN
                       ADD 1 TO WS-SUMMARY-COUNT
                       MOVE WS-SUMMARY-COUNT TO WS-FOUND-SUB
                       MOVE WS-WORK-ACCT TO WS-GS-ACCT(WS-FOUND-SUB)
                       MOVE 0 TO WS-GS-DEBIT(WS-FOUND-SUB)
                       MOVE 0 TO WS-GS-CREDIT(WS-FOUND-SUB)
                       MOVE 0 TO WS-GS-YTD-DEBIT(WS-FOUND-SUB)
                       MOVE 0 TO WS-GS-YTD-CREDIT(WS-FOUND-SUB)
                   END-IF
                   MOVE WS-PERIOD-END-DATE TO JR-DATE
                   MOVE WS-WORK-ACCT TO JR-ACCT
                   MOVE "YEAR-END CLOSE" TO JR-DESC
                   IF WS-INCOME-NET > 0 THEN
                       MOVE WS-INCOME-NET TO JR-DEBIT
                       MOVE 0 TO JR-CREDIT
                       ADD WS-INCOME-NET
                           TO WS-GS-YTD-DEBIT(WS-FOUND-SUB)
                   ELSE
                       MOVE 0 TO JR-DEBIT
                       COMPUTE JR-CREDIT = 0 - WS-INCOME-NET
                       SUBTRACT WS-INCOME-NET
                           FROM WS-GS-YTD-CREDIT(WS-FOUND-SUB)
                   END-IF
                   WRITE GL-JOURNAL-REC
                   ADD 1 TO WS-CLOSING-COUNT
               END-IF.
               CLOSE GL-JOURNAL.

            CLOSE-ONE-INCOME-ACCOUNT.
               COMPUTE WS-NET-AMOUNT = WS-GS-YTD-DEBIT(WS-SUB) -
                   WS-GS-YTD-CREDIT(WS-SUB).
               IF WS-NET-AMOUNT NOT = 0 THEN
                   MOVE WS-PERIOD-END-DATE TO JR-DATE
                   MOVE WS-GS-ACCT(WS-SUB) TO JR-ACCT
                   MOVE "YEAR-END CLOSE" TO JR-DESC
                   IF WS-NET-AMOUNT > 0 THEN
                       MOVE 0 TO JR-DEBIT
                       MOVE WS-NET-AMOUNT TO JR-CREDIT
                   ELSE
                       COMPUTE JR-DEBIT = 0 - WS-NET-AMOUNT
                       MOVE 0 TO JR-CREDIT
                   END-IF
                   WRITE GL-JOURNAL-REC
                   ADD 1 TO WS-CLOSING-COUNT
                   ADD WS-NET-AMOUNT TO WS-INCOME-NET
               END-IF.
               MOVE 0 TO WS-GS-YTD-DEBIT(WS-SUB).
               MOVE 0 TO WS-GS-YTD-CREDIT(WS-SUB).

            ROLL-GL-SUMMARY.
               OPEN OUTPUT GL-SUMMARY.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUMMARY-COUNT
                   MOVE WS-GS-ACCT(WS-SUB) TO GS-ACCT
                   MOVE 0 TO GS-PERIOD-DEBIT
                   MOVE 0 TO GS-PERIOD-CREDIT
                   MOVE WS-GS-YTD-DEBIT(WS-SUB) TO GS-YTD-DEBIT
                   MOVE WS-GS-YTD-CREDIT(WS-SUB) TO GS-YTD-CREDIT
                   WRITE GL-SUMMARY-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE GL-SUMMARY.

            SAVE-GL-PERIOD.
               OPEN OUTPUT GL-PERIOD.
               MOVE WS-NEXT-PERIOD TO GP-OPEN-PERIOD.
               MOVE WS-OPEN-PERIOD TO GP-LAST-CLOSED.
               MOVE WS-FY-START-MONTH TO GP-FY-START-MONTH.
               MOVE WS-AS-OF-DATE TO GP-CLOSED-DATE.
               MOVE OperatorId TO GP-CLOSED-BY.
               WRITE GL-PERIOD-REC.
               CLOSE GL-PERIOD.

       END PROGRAM GL-CLOSE.
