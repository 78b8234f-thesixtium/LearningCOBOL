      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Quarterly and year-end wage and tax statements from
      *          the payroll history file PAYROLL-RUN appends to on
      *          every pay run, so the business office stops
      *          rebuilding each employee's year from printed pay
      *          registers. Prints a quarterly wage and tax report
      *          (quarter and year-to-date columns per employee, with
      *          company totals) for STATEMENT_YEAR/STATEMENT_QUARTER.
      *          With STATEMENT_TYPE=Y it also prints a one-page
      *          year-end statement per employee with the quarterly
      *          breakdown and YTD figures, and a company page tying
      *          YTD gross and tax back to the GL summary amounts
      *          posted to 5100 salary expense and 2100 tax payable.
      *          Once GL-CLOSE is in use the GL side is the statement
      *          year's period activity: each closed month of the year
      *          from the GL history plus the open period's columns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-STATEMENTS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PAYROLL-HISTORY ASSIGN DYNAMIC
                   WS-PAYROLL-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-HISTORY-STATUS.
               SELECT GL-SUMMARY ASSIGN DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT GL-PERIOD ASSIGN DYNAMIC WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
               SELECT GL-HISTORY ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT QUARTER-REPORT ASSIGN DYNAMIC
                   WS-QUARTER-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT YEAR-END-PRINT ASSIGN DYNAMIC
                   WS-YEAR-END-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "PayHistSort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-REC PIC X(91).

           FD GL-SUMMARY.
           01 GL-SUMMARY-REC.
               COPY "GlSummaryRec.cpy".

           FD GL-PERIOD.
           01 GL-PERIOD-REC.
               COPY "GlPeriodRec.cpy".

           FD GL-HISTORY.
           01 GL-HISTORY-REC.
               COPY "GlHistRec.cpy".

           FD QUARTER-REPORT.
           01 QUARTER-LINE PIC X(100).

           FD YEAR-END-PRINT.
           01 STATEMENT-LINE PIC X(80).

           SD SORT-WORK.
           01 SORT-REC.
               COPY "PayHistRec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-PAYROLL-HISTORY-PATH PIC X(100) VALUE
               "PayrollHistory.txt".
           01 WS-SUMMARY-PATH PIC X(100) VALUE
               "GlSummary.txt".
           01 WS-QUARTER-REPORT-PATH PIC X(100) VALUE
               "QuarterlyWageReport.txt".
           01 WS-YEAR-END-PATH PIC X(100) VALUE
               "YearEndStatements.txt".
           01 WS-PAYROLL-HISTORY-STATUS PIC X(2).
           01 WS-PERIOD-PATH PIC X(100) VALUE
               "GlPeriod.txt".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "GlHistory.txt".
           01 WS-SUMMARY-STATUS PIC X(2).
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-OPEN-PERIOD PIC 9(6) VALUE 0.
           01 WS-GL-YEAR PIC 9(4) VALUE 0.
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-SUMMARY-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE.
                   10 WS-TODAY-YEAR PIC 9(4).
                   10 WS-TODAY-MONTH PIC 9(2).
                   10 WS-TODAY-DAY PIC 9(2).
               05 FILLER PIC X(13).
           01 WS-WORK-DATE.
               05 WS-WORK-YEAR PIC 9(4).
               05 WS-WORK-MONTH PIC 9(2).
               05 WS-WORK-DAY PIC 9(2).
           01 WS-STATEMENT-YEAR PIC 9(4) VALUE 0.
           01 WS-STATEMENT-QUARTER PIC 9(1) VALUE 0.
           01 WS-STATEMENT-TYPE PIC X(1) VALUE "Q".
               88 WS-YEAR-END-RUN VALUE "Y".
           01 WS-WORK-QUARTER PIC 9(1) VALUE 0.
           01 WS-QTR-SUB PIC 9(1) VALUE 0.
           01 WS-FIRST-EMPLOYEE PIC A(1) VALUE "Y".
           01 WS-PREV-EMP-ID PIC 9(5) VALUE 0.
           01 WS-PREV-NAME PIC X(25) VALUE SPACES.
           01 WS-EMP-TOTALS.
               05 WS-EMP-QTR OCCURS 4 TIMES.
                   10 WS-EQ-GROSS PIC 9(7)V99.
                   10 WS-EQ-TAX PIC 9(7)V99.
                   10 WS-EQ-BENEFIT PIC 9(7)V99.
                   10 WS-EQ-NET PIC S9(7)V99.
           01 WS-CO-TOTALS.
               05 WS-CO-QTR OCCURS 4 TIMES.
                   10 WS-CQ-GROSS PIC 9(9)V99.
                   10 WS-CQ-TAX PIC 9(9)V99.
                   10 WS-CQ-BENEFIT PIC 9(9)V99.
                   10 WS-CQ-NET PIC S9(9)V99.
           01 WS-YTD-GROSS PIC 9(9)V99 VALUE 0.
           01 WS-YTD-TAX PIC 9(9)V99 VALUE 0.
           01 WS-YTD-BENEFIT PIC 9(9)V99 VALUE 0.
           01 WS-YTD-NET PIC S9(9)V99 VALUE 0.
           01 WS-CO-YTD-GROSS PIC 9(9)V99 VALUE 0.
           01 WS-CO-YTD-TAX PIC 9(9)V99 VALUE 0.
           01 WS-CO-YTD-BENEFIT PIC 9(9)V99 VALUE 0.
           01 WS-CO-YTD-NET PIC S9(9)V99 VALUE 0.
           01 WS-CO-QTR-GROSS PIC 9(9)V99 VALUE 0.
           01 WS-CO-QTR-TAX PIC 9(9)V99 VALUE 0.
           01 WS-CO-QTR-BENEFIT PIC 9(9)V99 VALUE 0.
           01 WS-CO-QTR-NET PIC S9(9)V99 VALUE 0.
           01 WS-GL-5100-DEBIT PIC 9(11)V99 VALUE 0.
           01 WS-GL-2100-CREDIT PIC 9(11)V99 VALUE 0.
           01 WS-GL-FOUND PIC A(1) VALUE "N".
           01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
           01 WS-TIES PIC A(1) VALUE "Y".
           01 WS-HISTORY-READ PIC 9(7) VALUE 0.
           01 WS-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
           01 WS-QTR-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
           01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZZZ9.99-.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "PAYROLL-STATEMENTS".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
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
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-EMPLOYEE-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
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
                       "QUARTERLY_WAGE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH
                           TO WS-QUARTER-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "YEAR_END_STATEMENT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-YEAR-END-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE WS-TODAY-YEAR TO WS-STATEMENT-YEAR.
               COMPUTE WS-STATEMENT-QUARTER =
                   (WS-TODAY-MONTH - 1) / 3 + 1.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "STATEMENT_YEAR"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:4) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:4)
                               TO WS-STATEMENT-YEAR
                       END-IF
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STATEMENT_QUARTER"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) >= "1" AND
                               WS-ENV-SCRATCH(1:1) <= "4" THEN
                           MOVE WS-ENV-SCRATCH(1:1)
                               TO WS-STATEMENT-QUARTER
                       END-IF
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STATEMENT_TYPE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:1) TO WS-STATEMENT-TYPE
               END-ACCEPT.
      * The year-end run always reports the full year, so the
      * quarterly report printed with it is the fourth quarter.
               IF WS-YEAR-END-RUN THEN
                   MOVE 4 TO WS-STATEMENT-QUARTER
               END-IF.
               OPEN INPUT PAYROLL-HISTORY.
               IF WS-PAYROLL-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "PAYROLL-HISTORY not found, no statements"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-EMPLOYEE-COUNT
                   GOBACK
               END-IF.
               CLOSE PAYROLL-HISTORY.
               INITIALIZE WS-CO-TOTALS.
               INITIALIZE WS-EMP-TOTALS.
               OPEN OUTPUT QUARTER-REPORT.
               PERFORM PRINT-QUARTER-HEADERS.
               IF WS-YEAR-END-RUN THEN
                   OPEN OUTPUT YEAR-END-PRINT
               END-IF.
               SORT SORT-WORK
                   ON ASCENDING KEY PH-EMP-ID
                   ON ASCENDING KEY PH-PAY-DATE
                   USING PAYROLL-HISTORY
                   OUTPUT PROCEDURE IS TOTAL-SORTED-HISTORY.
               PERFORM PRINT-QUARTER-TOTALS.
               CLOSE QUARTER-REPORT.
               IF WS-YEAR-END-RUN THEN
                   PERFORM LOAD-GL-SUMMARY
                   PERFORM PRINT-COMPANY-PAGE
                   CLOSE YEAR-END-PRINT
               END-IF.
               DISPLAY "===== PAYROLL STATEMENTS CONTROL TOTALS =====".
               DISPLAY "History records:   " WS-HISTORY-READ.
               DISPLAY "Employees in year: " WS-EMPLOYEE-COUNT.
               DISPLAY "Paid in quarter:   " WS-QTR-EMPLOYEE-COUNT.
               IF WS-YEAR-END-RUN AND WS-TIES = "N" THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Year-end payroll totals do not tie to GL"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-EMPLOYEE-COUNT.
               GOBACK.

            TOTAL-SORTED-HISTORY.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM TALLY-HISTORY-RECORD
                   END-RETURN
               END-PERFORM.
               IF WS-FIRST-EMPLOYEE = "N" THEN
                   PERFORM FINISH-EMPLOYEE
               END-IF.

            TALLY-HISTORY-RECORD.
               ADD 1 TO WS-HISTORY-READ.
               MOVE PH-PAY-DATE TO WS-WORK-DATE.
               IF WS-WORK-YEAR = WS-STATEMENT-YEAR THEN
                   IF WS-FIRST-EMPLOYEE = "Y" OR
                           PH-EMP-ID NOT = WS-PREV-EMP-ID THEN
                       IF WS-FIRST-EMPLOYEE = "N" THEN
                           PERFORM FINISH-EMPLOYEE
                       END-IF
                       MOVE "N" TO WS-FIRST-EMPLOYEE
                       MOVE PH-EMP-ID TO WS-PREV-EMP-ID
                       INITIALIZE WS-EMP-TOTALS
                   END-IF
                   MOVE PH-NAME TO WS-PREV-NAME
                   COMPUTE WS-WORK-QUARTER =
                       (WS-WORK-MONTH - 1) / 3 + 1
                   ADD PH-GROSS TO WS-EQ-GROSS(WS-WORK-QUARTER)
                   ADD PH-TAX TO WS-EQ-TAX(WS-WORK-QUARTER)
                   ADD PH-BENEFIT TO WS-EQ-BENEFIT(WS-WORK-QUARTER)
                   ADD PH-NET TO WS-EQ-NET(WS-WORK-QUARTER)
               END-IF.

            FINISH-EMPLOYEE.
               MOVE 0 TO WS-YTD-GROSS.
               MOVE 0 TO WS-YTD-TAX.
               MOVE 0 TO WS-YTD-BENEFIT.
               MOVE 0 TO WS-YTD-NET.
               MOVE 1 TO WS-QTR-SUB.
               PERFORM UNTIL WS-QTR-SUB > WS-STATEMENT-QUARTER
                   ADD WS-EQ-GROSS(WS-QTR-SUB) TO WS-YTD-GROSS
                   ADD WS-EQ-TAX(WS-QTR-SUB) TO WS-YTD-TAX
                   ADD WS-EQ-BENEFIT(WS-QTR-SUB) TO WS-YTD-BENEFIT
                   ADD WS-EQ-NET(WS-QTR-SUB) TO WS-YTD-NET
                   ADD WS-EQ-GROSS(WS-QTR-SUB)
                       TO WS-CQ-GROSS(WS-QTR-SUB)
                   ADD WS-EQ-TAX(WS-QTR-SUB) TO WS-CQ-TAX(WS-QTR-SUB)
                   ADD WS-EQ-BENEFIT(WS-QTR-SUB)
                       TO WS-CQ-BENEFIT(WS-QTR-SUB)
                   ADD WS-EQ-NET(WS-QTR-SUB) TO WS-CQ-NET(WS-QTR-SUB)
                   ADD 1 TO WS-QTR-SUB
               END-PERFORM.
               ADD WS-YTD-GROSS TO WS-CO-YTD-GROSS.
               ADD WS-YTD-TAX TO WS-CO-YTD-TAX.
               ADD WS-YTD-BENEFIT TO WS-CO-YTD-BENEFIT.
               ADD WS-YTD-NET TO WS-CO-YTD-NET.
               IF WS-EQ-GROSS(WS-STATEMENT-QUARTER) > 0 THEN
                   ADD 1 TO WS-QTR-EMPLOYEE-COUNT
               END-IF.
               IF WS-YTD-GROSS > 0 THEN
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   PERFORM PRINT-QUARTER-LINE
                   IF WS-YEAR-END-RUN THEN
                       PERFORM PRINT-STATEMENT-PAGE
                   END-IF
               END-IF.

            PRINT-QUARTER-HEADERS.
               MOVE SPACES TO QUARTER-LINE.
               STRING "QUARTERLY WAGE AND TAX REPORT  YEAR "
                      DELIMITED BY SIZE
                      WS-STATEMENT-YEAR DELIMITED BY SIZE
                      "  QUARTER " DELIMITED BY SIZE
                      WS-STATEMENT-QUARTER DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE SPACES TO QUARTER-LINE.
               STRING "ID    NAME                        "
                      DELIMITED BY SIZE
                      "QTR GROSS    QTR TAX  QTR BENEF    QTR NET  "
                      DELIMITED BY SIZE
                      "YTD GROSS    YTD TAX" DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE ALL "-" TO QUARTER-LINE.
               WRITE QUARTER-LINE.

            PRINT-QUARTER-LINE.
               MOVE SPACES TO QUARTER-LINE.
               MOVE WS-PREV-EMP-ID TO QUARTER-LINE(1:5).
               MOVE WS-PREV-NAME TO QUARTER-LINE(7:25).
               MOVE WS-EQ-GROSS(WS-STATEMENT-QUARTER)
                   TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(33:11).
               MOVE WS-EQ-TAX(WS-STATEMENT-QUARTER) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(44:11).
               MOVE WS-EQ-BENEFIT(WS-STATEMENT-QUARTER)
                   TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(55:11).
               MOVE WS-EQ-NET(WS-STATEMENT-QUARTER) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(66:11).
               MOVE WS-YTD-GROSS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(77:11).
               MOVE WS-YTD-TAX TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO QUARTER-LINE(88:11).
               WRITE QUARTER-LINE.

            PRINT-QUARTER-TOTALS.
               MOVE WS-CQ-GROSS(WS-STATEMENT-QUARTER)
                   TO WS-CO-QTR-GROSS.
               MOVE WS-CQ-TAX(WS-STATEMENT-QUARTER) TO WS-CO-QTR-TAX.
               MOVE WS-CQ-BENEFIT(WS-STATEMENT-QUARTER)
                   TO WS-CO-QTR-BENEFIT.
               MOVE WS-CQ-NET(WS-STATEMENT-QUARTER) TO WS-CO-QTR-NET.
               MOVE ALL "-" TO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE SPACES TO QUARTER-LINE.
               STRING "COMPANY TOTALS  EMPLOYEES PAID IN QUARTER "
                      DELIMITED BY SIZE
                      WS-QTR-EMPLOYEE-COUNT DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-QTR-GROSS TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  QUARTER GROSS   " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-QTR-TAX TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  QUARTER TAX     " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-QTR-BENEFIT TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  QUARTER BENEFIT " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-QTR-NET TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  QUARTER NET     " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-YTD-GROSS TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  YTD GROSS       " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.
               MOVE WS-CO-YTD-TAX TO WS-EDIT-TOTAL.
               MOVE SPACES TO QUARTER-LINE.
               STRING "  YTD TAX         " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO QUARTER-LINE.
               WRITE QUARTER-LINE.

            PRINT-STATEMENT-PAGE.
               ADD 1 TO WS-PAGE-NUMBER.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "YEAR-END WAGE AND TAX STATEMENT  YEAR "
                      DELIMITED BY SIZE
                      WS-STATEMENT-YEAR DELIMITED BY SIZE
                      "          PAGE " DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE ALL "-" TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "Employee: " DELIMITED BY SIZE
                      WS-PREV-EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PREV-NAME DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE "QUARTER        GROSS         TAX     BENEFIT"
                   TO STATEMENT-LINE.
               MOVE "NET" TO STATEMENT-LINE(58:3).
               WRITE STATEMENT-LINE.
               MOVE 1 TO WS-QTR-SUB.
               PERFORM UNTIL WS-QTR-SUB > 4
                   MOVE SPACES TO STATEMENT-LINE
                   MOVE WS-QTR-SUB TO STATEMENT-LINE(5:1)
                   MOVE WS-EQ-GROSS(WS-QTR-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(9:11)
                   MOVE WS-EQ-TAX(WS-QTR-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(21:11)
                   MOVE WS-EQ-BENEFIT(WS-QTR-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(33:11)
                   MOVE WS-EQ-NET(WS-QTR-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(50:11)
                   WRITE STATEMENT-LINE
                   ADD 1 TO WS-QTR-SUB
               END-PERFORM.
               MOVE ALL "-" TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               MOVE "YTD" TO STATEMENT-LINE(4:3).
               MOVE WS-YTD-GROSS TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(9:11).
               MOVE WS-YTD-TAX TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(21:11).
               MOVE WS-YTD-BENEFIT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(33:11).
               MOVE WS-YTD-NET TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO STATEMENT-LINE(50:11).
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE "Keep this statement with your tax records."
                   TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE "The Business Office" TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.

            LOAD-GL-SUMMARY.
               PERFORM LOAD-GL-PERIOD.
               OPEN INPUT GL-SUMMARY.
               IF WS-SUMMARY-STATUS NOT = "00" THEN
                   DISPLAY "GL-SUMMARY not found, GL tie-out skipped"
               ELSE
                   MOVE "Y" TO WS-GL-FOUND
                   PERFORM UNTIL WS-SUMMARY-EOF = "Y"
                       READ GL-SUMMARY
                           AT END MOVE "Y" TO WS-SUMMARY-EOF
                           NOT AT END PERFORM TAKE-GL-SUMMARY
                       END-READ
                   END-PERFORM
                   CLOSE GL-SUMMARY
                   IF WS-OPEN-PERIOD > 0 THEN
                       PERFORM ADD-GL-HISTORY
                   END-IF
               END-IF.

            LOAD-GL-PERIOD.
               OPEN INPUT GL-PERIOD.
               IF WS-PERIOD-STATUS = "00" THEN
                   READ GL-PERIOD
                       AT END CONTINUE
                       NOT AT END
                           IF GP-OPEN-PERIOD IS NUMERIC THEN
                               MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD
                           END-IF
                   END-READ
                   CLOSE GL-PERIOD
               END-IF.
               COMPUTE WS-GL-YEAR = WS-OPEN-PERIOD / 100.

      * with no period control the summary holds everything ever
      * posted; otherwise only the open period's columns belong here
            TAKE-GL-SUMMARY.
               IF WS-OPEN-PERIOD = 0 THEN
                   IF GS-YTD-DEBIT IS NUMERIC AND
                           GS-YTD-CREDIT IS NUMERIC THEN
                       IF GS-ACCT = 5100 THEN
                           MOVE GS-YTD-DEBIT TO WS-GL-5100-DEBIT
                       END-IF
                       IF GS-ACCT = 2100 THEN
                           MOVE GS-YTD-CREDIT TO WS-GL-2100-CREDIT
                       END-IF
                   ELSE
                       IF GS-ACCT = 5100 THEN
                           MOVE GS-PERIOD-DEBIT TO WS-GL-5100-DEBIT
                       END-IF
                       IF GS-ACCT = 2100 THEN
                           MOVE GS-PERIOD-CREDIT TO WS-GL-2100-CREDIT
                       END-IF
                   END-IF
               ELSE IF WS-GL-YEAR = WS-STATEMENT-YEAR THEN
                   IF GS-ACCT = 5100 THEN
                       ADD GS-PERIOD-DEBIT TO WS-GL-5100-DEBIT
                   END-IF
                   IF GS-ACCT = 2100 THEN
                       ADD GS-PERIOD-CREDIT TO WS-GL-2100-CREDIT
                   END-IF
               END-IF
               END-IF.

            ADD-GL-HISTORY.
               OPEN INPUT GL-HISTORY.
               IF WS-HISTORY-STATUS = "00" THEN
                   MOVE "N" TO WS-SUMMARY-EOF
                   PERFORM UNTIL WS-SUMMARY-EOF = "Y"
                       READ GL-HISTORY
                           AT END MOVE "Y" TO WS-SUMMARY-EOF
                           NOT AT END
                               COMPUTE WS-GL-YEAR = GH-PERIOD / 100
                               IF WS-GL-YEAR = WS-STATEMENT-YEAR
                                   IF GH-ACCT = 5100 THEN
                                       ADD GH-PERIOD-DEBIT
                                           TO WS-GL-5100-DEBIT
                                   END-IF
                                   IF GH-ACCT = 2100 THEN
                                       ADD GH-PERIOD-CREDIT
                                           TO WS-GL-2100-CREDIT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GL-HISTORY
               END-IF.

            PRINT-COMPANY-PAGE.
               ADD 1 TO WS-PAGE-NUMBER.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "COMPANY YEAR-END PAYROLL TOTALS  YEAR "
                      DELIMITED BY SIZE
                      WS-STATEMENT-YEAR DELIMITED BY SIZE
                      "          PAGE " DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE ALL "-" TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "Employees paid in year: " DELIMITED BY SIZE
                      WS-EMPLOYEE-COUNT DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE WS-CO-YTD-GROSS TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "YTD gross wages:        " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE WS-CO-YTD-TAX TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "YTD tax withheld:       " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE WS-CO-YTD-BENEFIT TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "YTD benefit deductions: " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE WS-CO-YTD-NET TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "YTD net pay:            " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE SPACES TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               IF WS-GL-FOUND = "N" THEN
                   MOVE "GL SUMMARY NOT AVAILABLE, TIE-OUT SKIPPED"
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               ELSE
                   PERFORM PRINT-GL-TIE-OUT
               END-IF.

            PRINT-GL-TIE-OUT.
               MOVE "GL TIE-OUT" TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE WS-GL-5100-DEBIT TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "GL 5100 salary expense: " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               COMPUTE WS-DIFFERENCE =
                   WS-GL-5100-DEBIT - WS-CO-YTD-GROSS.
               MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "  less YTD gross:       " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               IF WS-DIFFERENCE NOT = 0 THEN
                   MOVE "N" TO WS-TIES
               END-IF.
               MOVE WS-GL-2100-CREDIT TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "GL 2100 tax payable:    " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               COMPUTE WS-DIFFERENCE =
                   WS-GL-2100-CREDIT - WS-CO-YTD-TAX.
               MOVE WS-DIFFERENCE TO WS-EDIT-TOTAL.
               MOVE SPACES TO STATEMENT-LINE.
               STRING "  less YTD tax:         " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               IF WS-DIFFERENCE NOT = 0 THEN
                   MOVE "N" TO WS-TIES
               END-IF.
               IF WS-TIES = "Y" THEN
                   MOVE "PAYROLL HISTORY TIES TO GL" TO STATEMENT-LINE
               ELSE
                   MOVE "*** PAYROLL HISTORY DOES NOT TIE TO GL ***"
                       TO STATEMENT-LINE
               END-IF.
               WRITE STATEMENT-LINE.

       END PROGRAM PAYROLL-STATEMENTS.
