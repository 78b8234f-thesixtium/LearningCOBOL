      *          with header/trailer counts and a routing hash total
      *          from the bank-detail file; PRENOTE_MODE=Y writes
      *          zero-amount test records for new accounts instead.
      *          Each employee is paid at the hourly rate in force on
      *          the first day of the pay period (PAY_PERIOD_START,
      *          default six days before the pay date), and employees
      *          terminated before the period starts are not paid.
      *          Every employee paid is appended to the payroll
      *          history file with the period's gross, tax, benefit
      *          and net, for the quarterly and year-end statements.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RUN.
               SELECT DIRECT-DEPOSIT ASSIGN DYNAMIC
                   WS-DIRECT-DEPOSIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PAYROLL-HISTORY ASSIGN DYNAMIC
                   WS-PAYROLL-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-HISTORY-STATUS.
               SELECT PAY-WORK ASSIGN DYNAMIC WS-PAY-WORK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           FILE SECTION.
           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-REC.
               COPY "EmployeeRec.cpy".

           FD TIMECARDS.
           01 TIMECARD-REC.
               05 LB-BALANCE PIC S9(4)V9 SIGN LEADING SEPARATE.
               05 LB-ACCRUED-YTD PIC 9(4)V9.

           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-REC.
               COPY "PayHistRec.cpy".

           FD PAY-WORK.
           01 PAY-WORK-REC.
               05 PW-EMP-ID PIC 9(5).
               05 PW-PLAN PIC X(2).
               05 PW-HOURS PIC 9(4)V9.
               05 PW-LEAVE-HOURS PIC 9(4)V9.
               05 PW-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-EMPLOYEE-PATH PIC X(100) VALUE
           01 WS-DEDUCT-RATES-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-PAY-DATE PIC 9(8) VALUE 0.
           01 WS-PERIOD-START PIC 9(8) VALUE 0.
           01 WS-PERIOD-DAYS PIC 9(7) VALUE 0.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-CHECK-COUNT PIC 9(7) VALUE 0.
           01 WS-PAY-WORK-PATH PIC X(100) VALUE
               "PayWork.dat".
           01 WS-PAYROLL-HISTORY-PATH PIC X(100) VALUE
               "PayrollHistory.txt".
           01 WS-PAYROLL-HISTORY-STATUS PIC X(2).
           01 WS-PAY-METHOD PIC X(1).
           01 WS-PAY-WORK-STATUS PIC X(2).
           01 WS-PAY-WORK-EOF PIC A(1) VALUE "N".
           01 WS-EMP-IN-COUNT PIC 9(7) VALUE 0.
           01 WS-NO-CARD-COUNT PIC 9(7) VALUE 0.
           01 WS-TERM-COUNT PIC 9(7) VALUE 0.
           01 WS-TERM-CARD-COUNT PIC 9(5) VALUE 0.
           01 WS-BAL-OUT PIC 9(7) VALUE 0.
           01 WS-RATE-COUNT PIC 9(2) VALUE 0.
           01 WS-RATE-TABLE.
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-PAY-DATE
                       END-IF
               END-ACCEPT.
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-DATE) - 6.
               COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-DAYS).
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PAY_PERIOD_START"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8)
                               TO WS-PERIOD-START
                       END-IF
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "BANK_DETAIL_FILE"
                       MOVE WS-ENV-SCRATCH
                           TO WS-LEAVE-BALANCES-PATH
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
               PERFORM LOAD-EMPLOYEES.
               PERFORM LOAD-DEDUCT-RATES.
               PERFORM SELECT-EFFECTIVE-RATES.
               DISPLAY "Employees loaded:  " WS-EMP-IN-COUNT.
               DISPLAY "Employees paid:    " WS-PAID-COUNT.
               DISPLAY "No timecard:       " WS-NO-CARD-COUNT.
               DISPLAY "Terminated:        " WS-TERM-COUNT.
               DISPLAY "Terminated cards:  " WS-TERM-CARD-COUNT.
               DISPLAY "Unknown timecards: " WS-UNKNOWN-COUNT.
               IF WS-EMP-IN-COUNT NOT =
                       WS-PAID-COUNT + WS-NO-CARD-COUNT THEN
            LOAD-ONE-EMPLOYEE.
               MOVE EM-ID TO PW-EMP-ID.
               MOVE EM-NAME TO PW-NAME.
      * A rate that takes effect after the period starts is not yet
      * in force; pay the prior rate until the next full period.
               IF EM-RATE-EFFECTIVE IS NUMERIC AND
                       EM-RATE-EFFECTIVE > WS-PERIOD-START AND
                       EM-PRIOR-RATE IS NUMERIC AND
                       EM-PRIOR-RATE > 0 THEN
                   MOVE EM-PRIOR-RATE TO PW-RATE
               ELSE
                   MOVE EM-HOURLY-RATE TO PW-RATE
               END-IF.
               MOVE EM-PLAN TO PW-PLAN.
               MOVE 0 TO PW-HOURS.
               MOVE 0 TO PW-LEAVE-HOURS.
               MOVE "A" TO PW-STATUS.
               IF EM-TERMINATED THEN
                   IF EM-TERM-DATE IS NOT NUMERIC OR
                           EM-TERM-DATE < WS-PERIOD-START THEN
                       MOVE "T" TO PW-STATUS
                   END-IF
               END-IF.
               WRITE PAY-WORK-REC
                   INVALID KEY
                       DISPLAY "Duplicate employee " EM-ID
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                   NOT INVALID KEY
                       IF PW-STATUS = "T" THEN
                           ADD 1 TO WS-TERM-COUNT
                       ELSE
                           ADD 1 TO WS-EMP-IN-COUNT
                       END-IF
               END-WRITE.

            LOAD-DEDUCT-RATES.
                   INVALID KEY
                       PERFORM REPORT-UNKNOWN-TIMECARD
                   NOT INVALID KEY
                       IF PW-STATUS = "T" THEN
                           PERFORM REPORT-TERMINATED-TIMECARD
                       ELSE
                           PERFORM POST-VALID-TIMECARD
                       END-IF
               END-READ.

            POST-VALID-TIMECARD.
               IF TC-VACATION OR TC-SICK THEN
                   ADD TC-HOURS TO PW-LEAVE-HOURS
               ELSE
                   ADD TC-HOURS TO PW-HOURS
               END-IF.
               REWRITE PAY-WORK-REC.
               IF TC-VACATION OR TC-SICK THEN
                   PERFORM TAKE-LEAVE
               END-IF.

            TAKE-LEAVE.
               PERFORM FIND-LEAVE-ENTRY.
               IF WS-LV-FOUND > 0 THEN
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   WS-PROGRAM-NAME, WS-MSG-TEXT.

            REPORT-TERMINATED-TIMECARD.
               ADD 1 TO WS-TERM-CARD-COUNT.
               DISPLAY "Timecard for terminated employee "
                   TC-EMP-ID " ignored".
               MOVE "W" TO WS-MSG-SEVERITY.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "Timecard for terminated employee "
                      DELIMITED BY SIZE
                      TC-EMP-ID DELIMITED BY SIZE
                      " ignored" DELIMITED BY SIZE
                      INTO WS-MSG-TEXT.
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   WS-PROGRAM-NAME, WS-MSG-TEXT.

            PRINT-PAYROLL.
               OPEN OUTPUT PAY-REGISTER.
               OPEN OUTPUT PAY-STUBS.
               OPEN EXTEND PAYROLL-HISTORY.
               IF WS-PAYROLL-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT PAYROLL-HISTORY
                   CLOSE PAYROLL-HISTORY
                   OPEN EXTEND PAYROLL-HISTORY
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
               STRING "PAY REGISTER  PAY DATE " DELIMITED BY SIZE
                      WS-PAY-DATE DELIMITED BY SIZE
                   READ PAY-WORK NEXT
                       AT END MOVE "Y" TO WS-PAY-WORK-EOF
                       NOT AT END
                           IF PW-STATUS = "T" THEN
                               CONTINUE
                           ELSE IF PW-HOURS > 0 OR
                                   PW-LEAVE-HOURS > 0 THEN
                               PERFORM PAY-ONE-EMPLOYEE
                           ELSE
               WRITE REGISTER-LINE.
               CLOSE PAY-REGISTER.
               CLOSE PAY-STUBS.
               CLOSE PAYROLL-HISTORY.

            PAY-ONE-EMPLOYEE.
               PERFORM COMPUTE-GROSS.
               PERFORM ACCRUE-LEAVE.
               PERFORM PRINT-REGISTER-LINE.
               PERFORM PRINT-PAY-STUB.
               MOVE "C" TO WS-PAY-METHOD.
               IF WS-PRENOTE-MODE NOT = "Y" THEN
                   PERFORM WRITE-DEPOSIT-RECORD
               END-IF.
               PERFORM WRITE-HISTORY-RECORD.

            WRITE-HISTORY-RECORD.
               MOVE PW-EMP-ID TO PH-EMP-ID.
               MOVE PW-NAME TO PH-NAME.
               MOVE WS-PAY-DATE TO PH-PAY-DATE.
               MOVE WS-PERIOD-START TO PH-PERIOD-START.
               MOVE PW-RATE TO PH-RATE.
               MOVE PW-HOURS TO PH-HOURS.
               MOVE PW-LEAVE-HOURS TO PH-LEAVE-HOURS.
               MOVE WS-GROSS TO PH-GROSS.
               MOVE WS-TAX TO PH-TAX.
               MOVE WS-BENEFIT TO PH-BENEFIT.
               MOVE WS-NET TO PH-NET.
               MOVE WS-PAY-METHOD TO PH-PAY-METHOD.
               WRITE PAYROLL-HISTORY-REC.

            COMPUTE-GROSS.
               IF PW-HOURS > 40 THEN
                   MOVE WS-NET TO WS-DDD-NET
                   MOVE WS-PAY-DATE TO WS-DDD-PAY-DATE
                   WRITE DEPOSIT-REC FROM WS-DD-DETAIL
                   MOVE "D" TO WS-PAY-METHOD
                   ADD 1 TO WS-DD-COUNT
                   ADD WS-NET TO WS-DD-TOTAL
                   ADD WS-BNK-ROUTING(WS-BNK-FOUND) TO WS-DD-HASH
