      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Employee master maintenance. Applies A/C/D maintenance
      *          transactions against the payroll EMPLOYEE-MASTER and
      *          prints an applied/rejected audit listing with the
      *          before and after values of every record touched, so
      *          hires, raises, plan changes and terminations stop
      *          being hand-edited into the file. A change keyed with
      *          a new hourly rate carries the date the rate takes
      *          effect; the old rate is kept as the prior rate so
      *          PAYROLL-RUN pays the rate in force for the period.
      *          Status T with an effective date terminates the
      *          employee. Benefit plans are validated against the
      *          plan rows on the DEDUCT-RATES table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EMPLOYEE-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                   WS-EMPLOYEE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT DEDUCT-RATES ASSIGN DYNAMIC
                   WS-DEDUCT-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-RATES-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-TRANS.
           01 EMPLOYEE-TRANS-REC.
               05 ET-ACTION PIC A(1).
                   88 ET-ADD VALUE "A".
                   88 ET-CHANGE VALUE "C".
                   88 ET-DELETE VALUE "D".
               05 ET-ID PIC 9(5).
               05 ET-NAME PIC X(25).
               05 ET-HOURLY-RATE PIC 9(3)V99.
               05 ET-PLAN PIC X(2).
               05 ET-STATUS PIC X(1).
               05 ET-EFFECTIVE-DATE PIC 9(8).

           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-REC.
               COPY "EmployeeRec.cpy".

           FD DEDUCT-RATES.
           01 DEDUCT-RATE-REC.
               05 DR-TYPE PIC X(1).
                   88 DR-TAX VALUE "T".
                   88 DR-PLAN-RATE VALUE "P".
               05 DR-EFFECTIVE-DATE PIC 9(8).
               05 DR-PLAN PIC X(2).
               05 DR-LIMIT PIC 9(5)V99.
               05 DR-RATE PIC 9V999.

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "EmployeeMaintTrans.txt".
           01 WS-EMPLOYEE-PATH PIC X(100) VALUE
               "EmployeeMaster.txt".
           01 WS-DEDUCT-RATES-PATH PIC X(100) VALUE
               "DeductRates.txt".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "EmployeeMaintAudit.txt".
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-EMPLOYEE-STATUS PIC X(2).
           01 WS-DEDUCT-RATES-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-RATES-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-EMP-COUNT PIC 9(4) VALUE 0.
           01 WS-EMP-OVERFLOW PIC A(1) VALUE "N".
           01 WS-EMP-TABLE.
               05 WS-EMP-ENTRY OCCURS 2000 TIMES.
                   10 WS-EMP-DATA PIC X(59).
                   10 WS-EMP-DELETED PIC A(1).
           01 WS-PLAN-COUNT PIC 9(2) VALUE 0.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-CODE PIC X(2) OCCURS 20 TIMES.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-PLAN-FOUND PIC 9(2) VALUE 0.
           01 WS-PLAN-KEY PIC X(2).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-EDIT-RATE PIC ZZ9.99.
           01 WS-EDIT-PRIOR PIC ZZ9.99.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "EMPLOYEE-MAINT".
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
                       "EMPLOYEE_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "EMPLOYEE_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EMPLOYEE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DEDUCT_RATES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-DEDUCT-RATES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "EMPLOYEE_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT EMPLOYEE-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "EMPLOYEE-TRANS not found, nothing to "
                       "apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-PLAN-CODES.
               PERFORM LOAD-EMPLOYEE-MASTER.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ EMPLOYEE-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE EMPLOYEE-TRANS.
               CLOSE MAINT-AUDIT.
               PERFORM REWRITE-EMPLOYEE-MASTER.
               DISPLAY "===== EMPLOYEE MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Employees on file: " WS-WRITTEN-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " employee transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-PLAN-CODES.
               OPEN INPUT DEDUCT-RATES.
               IF WS-DEDUCT-RATES-STATUS NOT = "00" THEN
                   DISPLAY "DEDUCT-RATES not found, cannot validate "
                       "benefit plans"
                   CLOSE EMPLOYEE-TRANS
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM UNTIL WS-RATES-EOF = "Y"
                   READ DEDUCT-RATES
                       AT END MOVE "Y" TO WS-RATES-EOF
                       NOT AT END
                           IF DR-PLAN-RATE THEN
                               PERFORM NOTE-PLAN-CODE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEDUCT-RATES.

            NOTE-PLAN-CODE.
               MOVE DR-PLAN TO WS-PLAN-KEY.
               PERFORM FIND-PLAN-CODE.
               IF WS-PLAN-FOUND = 0 THEN
                   IF WS-PLAN-COUNT < 20 THEN
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE DR-PLAN TO WS-PLAN-CODE(WS-PLAN-COUNT)
                   ELSE
                       DISPLAY "Plan table full, " DR-PLAN
                           " not loaded"
                   END-IF
               END-IF.

            FIND-PLAN-CODE.
               MOVE 0 TO WS-PLAN-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-PLAN-COUNT
                       OR WS-PLAN-FOUND > 0
                   IF WS-PLAN-CODE(WS-SUB) = WS-PLAN-KEY THEN
                       MOVE WS-SUB TO WS-PLAN-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-EMPLOYEE-MASTER.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-EMPLOYEE-STATUS NOT = "00" THEN
                   DISPLAY "EMPLOYEE-MASTER not found, starting "
                       "empty"
               ELSE
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ EMPLOYEE-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END PERFORM LOAD-ONE-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF.
      * The whole master is rewritten from this table at end of run,
      * so an overflow would silently delete employees; abort.
               IF WS-EMP-OVERFLOW = "Y" THEN
                   DISPLAY "Employee master exceeds the work table, "
                       "maintenance aborted before any update"
                   CLOSE EMPLOYEE-TRANS
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-ONE-EMPLOYEE.
      * Records keyed before the status and rate-history fields were
      * added come in short; default them so they rewrite cleanly.
               IF EM-STATUS = SPACE THEN
                   MOVE "A" TO EM-STATUS
               END-IF.
               IF EM-TERM-DATE IS NOT NUMERIC THEN
                   MOVE 0 TO EM-TERM-DATE
               END-IF.
               IF EM-PRIOR-RATE IS NOT NUMERIC THEN
                   MOVE 0 TO EM-PRIOR-RATE
               END-IF.
               IF EM-RATE-EFFECTIVE IS NOT NUMERIC THEN
                   MOVE 0 TO EM-RATE-EFFECTIVE
               END-IF.
               IF WS-EMP-COUNT < 2000 THEN
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMPLOYEE-REC TO WS-EMP-DATA(WS-EMP-COUNT)
                   MOVE "N" TO WS-EMP-DELETED(WS-EMP-COUNT)
               ELSE
                   MOVE "Y" TO WS-EMP-OVERFLOW
               END-IF.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               PERFORM FIND-EMPLOYEE.
               IF ET-ADD THEN
                   PERFORM ADD-EMPLOYEE
               ELSE IF ET-CHANGE THEN
                   PERFORM CHANGE-EMPLOYEE
               ELSE
                   PERFORM DELETE-EMPLOYEE
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT ET-ADD AND NOT ET-CHANGE AND NOT ET-DELETE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF ET-ID IS NOT NUMERIC THEN
                   MOVE "Employee ID not numeric" TO WS-REJECT-REASON
               ELSE IF ET-ID = ZERO THEN
                   MOVE "Invalid employee ID" TO WS-REJECT-REASON
               ELSE IF ET-ADD OR ET-CHANGE THEN
                   IF ET-NAME = SPACES THEN
                       MOVE "Blank name" TO WS-REJECT-REASON
                   ELSE IF ET-HOURLY-RATE IS NOT NUMERIC THEN
                       MOVE "Hourly rate not numeric"
                           TO WS-REJECT-REASON
                   ELSE IF ET-HOURLY-RATE = ZERO THEN
                       MOVE "Zero hourly rate" TO WS-REJECT-REASON
                   ELSE IF ET-STATUS NOT = "A" AND
                           ET-STATUS NOT = "T" THEN
                       MOVE "Invalid status code" TO WS-REJECT-REASON
                   ELSE IF ET-ADD AND ET-STATUS = "T" THEN
                       MOVE "Cannot add terminated employee"
                           TO WS-REJECT-REASON
                   ELSE IF ET-EFFECTIVE-DATE IS NOT NUMERIC THEN
                       MOVE "Effective date not numeric"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-PLAN-AND-DATE
                   END-IF
               END-IF.

            VALIDATE-PLAN-AND-DATE.
               IF ET-PLAN NOT = SPACES THEN
                   MOVE ET-PLAN TO WS-PLAN-KEY
                   PERFORM FIND-PLAN-CODE
                   IF WS-PLAN-FOUND = 0 THEN
                       MOVE "Plan not on deduction table"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
      * Raises and terminations may be keyed ahead of the date they
      * take effect, so a future effective date is accepted.
               IF WS-REJECT-REASON = SPACES THEN
                   MOVE ET-EFFECTIVE-DATE TO WS-DATE-CHECK
                   CALL "DATE-CHECK" USING WS-DATE-CHECK,
                       WS-DATE-RESULT
                   IF WS-DATE-RESULT NOT = "00" AND
                           WS-DATE-RESULT NOT = "05" THEN
                       MOVE "Invalid effective date"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

            FIND-EMPLOYEE.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-EMP-COUNT
                       OR WS-FOUND-SUB > 0
                   MOVE WS-EMP-DATA(WS-SUB) TO EMPLOYEE-REC
                   IF EM-ID = ET-ID AND
                           WS-EMP-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-EMPLOYEE.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Employee already on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-EMP-COUNT NOT < 2000 THEN
                   MOVE "Employee table full" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE ET-ID TO EM-ID
                   MOVE ET-NAME TO EM-NAME
                   MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
                   MOVE ET-PLAN TO EM-PLAN
                   MOVE "A" TO EM-STATUS
                   MOVE 0 TO EM-TERM-DATE
                   MOVE 0 TO EM-PRIOR-RATE
                   MOVE ET-EFFECTIVE-DATE TO EM-RATE-EFFECTIVE
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMPLOYEE-REC TO WS-EMP-DATA(WS-EMP-COUNT)
                   MOVE "N" TO WS-EMP-DELETED(WS-EMP-COUNT)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            CHANGE-EMPLOYEE.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Employee not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-EMP-DATA(WS-FOUND-SUB) TO EMPLOYEE-REC
                   IF ET-HOURLY-RATE NOT = EM-HOURLY-RATE THEN
                       PERFORM CHECK-RATE-CHANGE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES THEN
                       PERFORM WRITE-REJECTED-LINE
                   ELSE
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "BEFORE" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINE
                       PERFORM UPDATE-EMPLOYEE
                       MOVE EMPLOYEE-REC TO WS-EMP-DATA(WS-FOUND-SUB)
                       MOVE "AFTER" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINE
                   END-IF
               END-IF.

      * Only one future-dated rate can be held against an employee;
      * rekeying the same effective date corrects the pending rate.
            CHECK-RATE-CHANGE.
               IF ET-EFFECTIVE-DATE = EM-RATE-EFFECTIVE THEN
                   CONTINUE
               ELSE IF EM-RATE-EFFECTIVE > WS-TODAY-DATE THEN
                   MOVE "Rate change already pending"
                       TO WS-REJECT-REASON
               ELSE IF ET-EFFECTIVE-DATE < EM-RATE-EFFECTIVE THEN
                   MOVE "Effective before last change"
                       TO WS-REJECT-REASON
               END-IF.

            UPDATE-EMPLOYEE.
               IF ET-HOURLY-RATE NOT = EM-HOURLY-RATE THEN
                   IF ET-EFFECTIVE-DATE NOT = EM-RATE-EFFECTIVE THEN
                       MOVE EM-HOURLY-RATE TO EM-PRIOR-RATE
                       MOVE ET-EFFECTIVE-DATE TO EM-RATE-EFFECTIVE
                   END-IF
                   MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
               END-IF.
               IF ET-STATUS = "T" AND NOT EM-TERMINATED THEN
                   MOVE ET-EFFECTIVE-DATE TO EM-TERM-DATE
               END-IF.
               IF ET-STATUS = "A" THEN
                   MOVE 0 TO EM-TERM-DATE
               END-IF.
               MOVE ET-STATUS TO EM-STATUS.
               MOVE ET-NAME TO EM-NAME.
               MOVE ET-PLAN TO EM-PLAN.

            DELETE-EMPLOYEE.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Employee not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-EMP-DATA(WS-FOUND-SUB) TO EMPLOYEE-REC
                   MOVE "Y" TO WS-EMP-DELETED(WS-FOUND-SUB)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            REWRITE-EMPLOYEE-MASTER.
               OPEN OUTPUT EMPLOYEE-MASTER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-EMP-COUNT
                   IF WS-EMP-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-EMP-DATA(WS-SUB) TO EMPLOYEE-REC
                       WRITE EMPLOYEE-REC
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE EMPLOYEE-MASTER.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "EMPLOYEE MASTER MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      ET-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ET-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ET-NAME DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINE.
               MOVE EM-HOURLY-RATE TO WS-EDIT-RATE.
               MOVE EM-PRIOR-RATE TO WS-EDIT-PRIOR.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " RATE " DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                      " EFF " DELIMITED BY SIZE
                      EM-RATE-EFFECTIVE DELIMITED BY SIZE
                      " PRIOR " DELIMITED BY SIZE
                      WS-EDIT-PRIOR DELIMITED BY SIZE
                      " PLAN " DELIMITED BY SIZE
                      EM-PLAN DELIMITED BY SIZE
                      " ST " DELIMITED BY SIZE
                      EM-STATUS DELIMITED BY SIZE
                      " TERM " DELIMITED BY SIZE
                      EM-TERM-DATE DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      ET-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ET-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ET-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            PRINT-AUDIT-TOTALS.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  APPLIED " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

       END PROGRAM EMPLOYEE-MAINT.
