      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Payment-plan installment posting and late fees. Posts
      *          to RECEIVABLES each installment on the INSTALLMENTS
      *          file whose due date has arrived since FEE-BILLING
      *          scheduled it, then works out which posted
      *          installments are still unpaid (payments are taken
      *          against the oldest installments first, including
      *          payments still waiting on the PAYMENTS file) and
      *          charges one late fee from the late-fee table on each
      *          installment unpaid LATE_FEE_GRACE_DAYS (default 10)
      *          after its due date. For students on a plan the
      *          receivable's oldest charge date is reset to the due
      *          date of the oldest unpaid installment, so aging and
      *          dunning run from installment due dates. Posted
      *          installments and fees go to RUN-TOTALS for GL-POSTING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT INSTALLMENTS ASSIGN DYNAMIC WS-INSTALLMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALLMENTS-STATUS.
               SELECT RECEIVABLES ASSIGN DYNAMIC WS-RECEIVABLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT PAYMENTS ASSIGN DYNAMIC WS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.
               SELECT LATE-FEE-TABLE ASSIGN DYNAMIC
                   WS-LATE-FEE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FEE-TABLE-STATUS.
               SELECT LATE-FEE-REGISTER ASSIGN DYNAMIC
                   WS-LATE-FEE-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INSTALLMENTS.
           01 INSTALLMENT-REC.
               COPY "InstallmentRec.cpy".

           FD RECEIVABLES.
           01 RECEIVABLES-REC.
               COPY "ReceivablesRec.cpy".

           FD PAYMENTS.
           01 PAYMENT-REC.
               05 PAY-STUDENT-ID PIC 9(5).
               05 PAY-AMOUNT PIC 9(5)V99.

      * fee brackets: the first row whose UP-TO covers the unpaid
      * installment amount sets the fee
           FD LATE-FEE-TABLE.
           01 LATE-FEE-TABLE-REC.
               05 LF-UP-TO-AMOUNT PIC 9(6)V99.
               05 LF-FEE PIC 9(4)V99.

           FD LATE-FEE-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
               05 RT-TYPE PIC X(8).
               05 RT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 RT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-INSTALLMENTS-PATH PIC X(100) VALUE
               "Installments.txt".
           01 WS-RECEIVABLES-PATH PIC X(100) VALUE
               "Receivables.txt".
           01 WS-PAYMENTS-PATH PIC X(100) VALUE
               "Payments.txt".
           01 WS-LATE-FEE-TABLE-PATH PIC X(100) VALUE
               "LateFeeTable.txt".
           01 WS-LATE-FEE-REGISTER-PATH PIC X(100) VALUE
               "LateFeeRegister.txt".
           01 WS-RUN-TOTALS-PATH PIC X(100) VALUE
               "RunTotals.txt".
           01 WS-INSTALLMENTS-STATUS PIC X(2).
           01 WS-RECEIVABLES-STATUS PIC X(2).
           01 WS-PAYMENTS-STATUS PIC X(2).
           01 WS-LATE-FEE-TABLE-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
           01 WS-AS-OF-DAYS PIC 9(7) VALUE 0.
           01 WS-DUE-DAYS PIC 9(7) VALUE 0.
           01 WS-GRACE-DAYS PIC 9(3) VALUE 10.
           01 WS-FEE-COUNT PIC 9(2) VALUE 0.
           01 WS-FEE-TABLE.
               05 WS-FEE-ENTRY OCCURS 20 TIMES.
                   10 WS-FEE-UP-TO PIC 9(6)V99.
                   10 WS-FEE-AMOUNT PIC 9(4)V99.
           01 WS-AR-COUNT PIC 9(4) VALUE 0.
           01 WS-AR-TABLE.
               05 WS-AR-ENTRY OCCURS 2000 TIMES.
                   10 WS-AR-ID PIC 9(5).
                   10 WS-AR-BAL PIC S9(7)V99.
                   10 WS-AR-OLDEST PIC 9(8).
                   10 WS-AR-PENDING PIC 9(7)V99.
                   10 WS-AR-REMAIN PIC S9(7)V99.
                   10 WS-AR-PLAN-OLDEST PIC 9(8).
                   10 WS-AR-ON-PLAN PIC A(1).
      * installments stay in file order, which is the order they were
      * scheduled, so a backward pass meets the newest ones first
           01 WS-IN-COUNT PIC 9(4) VALUE 0.
           01 WS-IN-TABLE.
               05 WS-IN-ENTRY OCCURS 5000 TIMES.
                   10 WS-IN-DATA PIC X(47).
                   10 WS-IN-AR-SUB PIC 9(4).
                   10 WS-IN-UNPAID PIC 9(7)V99.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-AR-SUB PIC 9(4) VALUE 0.
           01 WS-FEE-SUB PIC 9(2) VALUE 0.
           01 WS-WORK-ID PIC 9(5).
           01 WS-INST-DUE PIC 9(7)V99.
           01 WS-LATE-FEE PIC 9(4)V99.
           01 WS-POSTED-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-FEE-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
           01 WS-LATE-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-IN-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-NEW-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-OUT-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-TOTAL-COUNT PIC 9(7) VALUE 0.
           01 WS-ZERO-COUNT PIC 9(7) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZ9.99-.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "LATE-FEES".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "INSTALLMENTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-INSTALLMENTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RECEIVABLES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RECEIVABLES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "PAYMENTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-PAYMENTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "LATE_FEE_TABLE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-LATE-FEE-TABLE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "LATE_FEE_REGISTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH
                           TO WS-LATE-FEE-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RUN_TOTALS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RUN-TOTALS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "LATE_FEE_GRACE_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:3) TO WS-GRACE-DAYS
                       END-IF
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
               COMPUTE WS-AS-OF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
               OPEN INPUT INSTALLMENTS.
               IF WS-INSTALLMENTS-STATUS NOT = "00" THEN
                   DISPLAY "INSTALLMENTS not found, no plans to post"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   GOBACK
               END-IF.
               CLOSE INSTALLMENTS.
               PERFORM LOAD-FEE-TABLE.
               PERFORM LOAD-RECEIVABLES.
               PERFORM LOAD-PENDING-PAYMENTS.
               PERFORM LOAD-INSTALLMENTS.
               OPEN OUTPUT LATE-FEE-REGISTER.
               PERFORM PRINT-REGISTER-HEADERS.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-IN-COUNT
                   PERFORM POST-IF-DUE
                   ADD 1 TO WS-SUB
               END-PERFORM.
               MOVE 1 TO WS-AR-SUB.
               PERFORM UNTIL WS-AR-SUB > WS-AR-COUNT
                   COMPUTE WS-AR-REMAIN(WS-AR-SUB) =
                       WS-AR-BAL(WS-AR-SUB) - WS-AR-PENDING(WS-AR-SUB)
                   MOVE 0 TO WS-AR-PLAN-OLDEST(WS-AR-SUB)
                   ADD 1 TO WS-AR-SUB
               END-PERFORM.
               MOVE WS-IN-COUNT TO WS-SUB.
               PERFORM UNTIL WS-SUB = 0
                   PERFORM ALLOCATE-UNPAID
                   SUBTRACT 1 FROM WS-SUB
               END-PERFORM.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-IN-COUNT
                   PERFORM ASSESS-IF-LATE
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM RESET-OLDEST-DATES.
               PERFORM PRINT-REGISTER-TOTALS.
               CLOSE LATE-FEE-REGISTER.
               PERFORM WRITE-INSTALLMENTS.
               PERFORM WRITE-RECEIVABLES.
               PERFORM WRITE-RUN-TOTALS.
               DISPLAY "===== LATE FEES CONTROL TOTALS =====".
               DISPLAY "Installments read:  " WS-IN-COUNT.
               DISPLAY "Installments posted:" WS-POSTED-COUNT.
               DISPLAY "Late fees charged:  " WS-LATE-COUNT.
               MOVE WS-POSTED-AMOUNT TO WS-EDIT-TOTAL.
               DISPLAY "Posted amount:      " WS-EDIT-TOTAL.
               MOVE WS-FEE-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Late fee amount:    " WS-EDIT-TOTAL.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-POSTED-COUNT.
               GOBACK.

            LOAD-FEE-TABLE.
               OPEN INPUT LATE-FEE-TABLE.
               IF WS-LATE-FEE-TABLE-STATUS NOT = "00" THEN
                   DISPLAY "LATE-FEE-TABLE not found, installments "
                       "posted but no fees charged"
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Late fee table not found, no fees charged"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ LATE-FEE-TABLE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF LATE-FEE-TABLE-REC IS NOT NUMERIC
                                   DISPLAY "Bad late fee record "
                                       "skipped: " LATE-FEE-TABLE-REC
                               ELSE IF WS-FEE-COUNT < 20 THEN
                                   ADD 1 TO WS-FEE-COUNT
                                   MOVE LF-UP-TO-AMOUNT
                                       TO WS-FEE-UP-TO(WS-FEE-COUNT)
                                   MOVE LF-FEE
                                       TO WS-FEE-AMOUNT(WS-FEE-COUNT)
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LATE-FEE-TABLE
               END-IF.

      * receivables and installments are both rewritten in full, so
      * a file too big for its table stops the run untouched
            LOAD-RECEIVABLES.
               OPEN INPUT RECEIVABLES.
               IF WS-RECEIVABLES-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RECEIVABLES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-RECEIVABLE
                       END-READ
                   END-PERFORM
                   CLOSE RECEIVABLES
               END-IF.

            LOAD-ONE-RECEIVABLE.
               IF WS-AR-COUNT >= 2000 THEN
                   CLOSE RECEIVABLES
                   MOVE "RECEIVABLES exceeds 2000 entries"
                       TO WS-MSG-TEXT
                   PERFORM ABORT-OVERFLOW
               END-IF.
               ADD 1 TO WS-AR-COUNT.
               ADD 1 TO WS-AR-IN-COUNT.
               MOVE AR-STUDENT-ID TO WS-AR-ID(WS-AR-COUNT).
               MOVE AR-BALANCE TO WS-AR-BAL(WS-AR-COUNT).
               IF AR-OLDEST-CHARGE-DATE IS NUMERIC THEN
                   MOVE AR-OLDEST-CHARGE-DATE
                       TO WS-AR-OLDEST(WS-AR-COUNT)
               ELSE
                   MOVE 0 TO WS-AR-OLDEST(WS-AR-COUNT)
               END-IF.
               MOVE 0 TO WS-AR-PENDING(WS-AR-COUNT).
               MOVE "N" TO WS-AR-ON-PLAN(WS-AR-COUNT).

            ABORT-OVERFLOW.
               DISPLAY WS-MSG-TEXT ", late fee run stopped".
               MOVE "E" TO WS-MSG-SEVERITY.
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   WS-PROGRAM-NAME, WS-MSG-TEXT.
               MOVE "OVERFLOW" TO WS-END-STATUS.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-POSTED-COUNT.
               MOVE 8 TO RETURN-CODE.
               GOBACK.

      * payments keyed but not yet applied by FEE-BILLING still count
      * toward the installments; the PAYMENTS file is left as is
            LOAD-PENDING-PAYMENTS.
               OPEN INPUT PAYMENTS.
               IF WS-PAYMENTS-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ PAYMENTS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE PAY-STUDENT-ID TO WS-WORK-ID
                               PERFORM FIND-RECEIVABLE
                               IF WS-AR-SUB > 0 THEN
                                   ADD PAY-AMOUNT
                                       TO WS-AR-PENDING(WS-AR-SUB)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENTS
               END-IF.

            FIND-RECEIVABLE.
               MOVE 0 TO WS-AR-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AR-COUNT OR WS-AR-SUB > 0
                   IF WS-AR-ID(WS-SUB) = WS-WORK-ID THEN
                       MOVE WS-SUB TO WS-AR-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-INSTALLMENTS.
               OPEN INPUT INSTALLMENTS.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ INSTALLMENTS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-INSTALLMENT
                   END-READ
               END-PERFORM.
               CLOSE INSTALLMENTS.

            LOAD-ONE-INSTALLMENT.
               IF WS-IN-COUNT >= 5000 THEN
                   CLOSE INSTALLMENTS
                   MOVE "INSTALLMENTS exceeds 5000 entries"
                       TO WS-MSG-TEXT
                   PERFORM ABORT-OVERFLOW
               END-IF.
               ADD 1 TO WS-IN-COUNT.
               MOVE INSTALLMENT-REC TO WS-IN-DATA(WS-IN-COUNT).
               MOVE 0 TO WS-IN-UNPAID(WS-IN-COUNT).
               MOVE IN-STUDENT-ID TO WS-WORK-ID.
               PERFORM FIND-RECEIVABLE.
               IF WS-AR-SUB = 0 THEN
                   IF WS-AR-COUNT >= 2000 THEN
                       CLOSE INSTALLMENTS
                       MOVE "RECEIVABLES exceeds 2000 entries"
                           TO WS-MSG-TEXT
                       PERFORM ABORT-OVERFLOW
                   END-IF
                   ADD 1 TO WS-AR-COUNT
                   ADD 1 TO WS-AR-NEW-COUNT
                   MOVE WS-AR-COUNT TO WS-AR-SUB
                   MOVE IN-STUDENT-ID TO WS-AR-ID(WS-AR-SUB)
                   MOVE 0 TO WS-AR-BAL(WS-AR-SUB)
                   MOVE 0 TO WS-AR-OLDEST(WS-AR-SUB)
                   MOVE 0 TO WS-AR-PENDING(WS-AR-SUB)
               END-IF.
               MOVE WS-AR-SUB TO WS-IN-AR-SUB(WS-IN-COUNT).
               MOVE "Y" TO WS-AR-ON-PLAN(WS-AR-SUB).

            POST-IF-DUE.
               MOVE WS-IN-DATA(WS-SUB) TO INSTALLMENT-REC.
               IF IN-PENDING AND IN-DUE-DATE <= WS-AS-OF-DATE THEN
                   MOVE WS-IN-AR-SUB(WS-SUB) TO WS-AR-SUB
                   ADD IN-AMOUNT TO WS-AR-BAL(WS-AR-SUB)
                   IF WS-AR-OLDEST(WS-AR-SUB) = 0 THEN
                       MOVE IN-DUE-DATE TO WS-AR-OLDEST(WS-AR-SUB)
                   END-IF
                   MOVE "B" TO IN-STATUS
                   MOVE WS-AS-OF-DATE TO IN-BILL-DATE
                   MOVE INSTALLMENT-REC TO WS-IN-DATA(WS-SUB)
                   ADD 1 TO WS-POSTED-COUNT
                   ADD IN-AMOUNT TO WS-POSTED-AMOUNT
                   MOVE IN-AMOUNT TO WS-INST-DUE
                   MOVE "POSTED" TO WS-MSG-TEXT
                   PERFORM PRINT-REGISTER-LINE
               END-IF.

      * newest installments soak up the outstanding balance first,
      * so whatever is left unpaid sits on the oldest installments
            ALLOCATE-UNPAID.
               MOVE WS-IN-DATA(WS-SUB) TO INSTALLMENT-REC.
               IF NOT IN-PENDING THEN
                   MOVE WS-IN-AR-SUB(WS-SUB) TO WS-AR-SUB
                   COMPUTE WS-INST-DUE = IN-AMOUNT + IN-LATE-FEE
                   IF WS-AR-REMAIN(WS-AR-SUB) <= 0 THEN
                       MOVE 0 TO WS-IN-UNPAID(WS-SUB)
                   ELSE IF WS-AR-REMAIN(WS-AR-SUB) < WS-INST-DUE THEN
                       MOVE WS-AR-REMAIN(WS-AR-SUB)
                           TO WS-IN-UNPAID(WS-SUB)
                   ELSE
                       MOVE WS-INST-DUE TO WS-IN-UNPAID(WS-SUB)
                   END-IF
                   END-IF
                   SUBTRACT WS-IN-UNPAID(WS-SUB)
                       FROM WS-AR-REMAIN(WS-AR-SUB)
                   IF WS-IN-UNPAID(WS-SUB) > 0 THEN
                       MOVE IN-DUE-DATE
                           TO WS-AR-PLAN-OLDEST(WS-AR-SUB)
                   END-IF
               END-IF.

            ASSESS-IF-LATE.
               MOVE WS-IN-DATA(WS-SUB) TO INSTALLMENT-REC.
               IF IN-BILLED AND WS-IN-UNPAID(WS-SUB) > 0 AND
                       WS-FEE-COUNT > 0 THEN
                   COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(IN-DUE-DATE)
                   IF WS-AS-OF-DAYS > WS-DUE-DAYS + WS-GRACE-DAYS THEN
                       PERFORM CHARGE-LATE-FEE
                   END-IF
               END-IF.

            CHARGE-LATE-FEE.
               MOVE 0 TO WS-LATE-FEE.
               MOVE 1 TO WS-FEE-SUB.
               PERFORM UNTIL WS-FEE-SUB > WS-FEE-COUNT
                       OR WS-LATE-FEE > 0
                   IF WS-IN-UNPAID(WS-SUB) <=
                           WS-FEE-UP-TO(WS-FEE-SUB) THEN
                       MOVE WS-FEE-AMOUNT(WS-FEE-SUB) TO WS-LATE-FEE
                   END-IF
                   ADD 1 TO WS-FEE-SUB
               END-PERFORM.
               IF WS-LATE-FEE = 0 THEN
                   MOVE WS-FEE-AMOUNT(WS-FEE-COUNT) TO WS-LATE-FEE
               END-IF.
               MOVE WS-IN-AR-SUB(WS-SUB) TO WS-AR-SUB.
               ADD WS-LATE-FEE TO WS-AR-BAL(WS-AR-SUB).
               MOVE "L" TO IN-STATUS.
               MOVE WS-LATE-FEE TO IN-LATE-FEE.
               MOVE INSTALLMENT-REC TO WS-IN-DATA(WS-SUB).
               ADD 1 TO WS-LATE-COUNT.
               ADD WS-LATE-FEE TO WS-FEE-TOTAL.
               MOVE WS-LATE-FEE TO WS-INST-DUE.
               MOVE "LATE FEE" TO WS-MSG-TEXT.
               PERFORM PRINT-REGISTER-LINE.

      * a balance left over after every installment is covered is
      * older non-plan debt, and keeps its own oldest charge date;
      * so does a balance that only pending payments cover
            RESET-OLDEST-DATES.
               MOVE 1 TO WS-AR-SUB.
               PERFORM UNTIL WS-AR-SUB > WS-AR-COUNT
                   IF WS-AR-ON-PLAN(WS-AR-SUB) = "Y" AND
                           WS-AR-REMAIN(WS-AR-SUB) <= 0 THEN
                       IF WS-AR-PLAN-OLDEST(WS-AR-SUB) > 0 THEN
                           MOVE WS-AR-PLAN-OLDEST(WS-AR-SUB)
                               TO WS-AR-OLDEST(WS-AR-SUB)
                       ELSE IF WS-AR-BAL(WS-AR-SUB) <= 0 THEN
                           MOVE 0 TO WS-AR-OLDEST(WS-AR-SUB)
                       END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-AR-SUB
               END-PERFORM.

            PRINT-REGISTER-HEADERS.
               MOVE SPACES TO REGISTER-LINE.
               STRING "INSTALLMENT POSTING AND LATE FEE REGISTER  "
                      DELIMITED BY SIZE
                      "AS OF " DELIMITED BY SIZE
                      WS-AS-OF-DATE DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               STRING "ACTION    STUDENT  INST  DUE DATE"
                      DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               MOVE "AMOUNT" TO REGISTER-LINE(46:6).
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.

            PRINT-REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               MOVE WS-MSG-TEXT(1:8) TO REGISTER-LINE(1:8).
               MOVE IN-STUDENT-ID TO REGISTER-LINE(11:5).
               MOVE IN-SEQ TO REGISTER-LINE(20:2).
               MOVE IN-DUE-DATE TO REGISTER-LINE(25:8).
               MOVE WS-INST-DUE TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(41:11).
               WRITE REGISTER-LINE.

            PRINT-REGISTER-TOTALS.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-POSTED-AMOUNT TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "INSTALLMENTS POSTED (" DELIMITED BY SIZE
                      WS-POSTED-COUNT DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-FEE-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "LATE FEES CHARGED   (" DELIMITED BY SIZE
                      WS-LATE-COUNT DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

            WRITE-INSTALLMENTS.
               OPEN OUTPUT INSTALLMENTS.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-IN-COUNT
                   MOVE WS-IN-DATA(WS-SUB) TO INSTALLMENT-REC
                   WRITE INSTALLMENT-REC
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE INSTALLMENTS.

            WRITE-RECEIVABLES.
               OPEN OUTPUT RECEIVABLES.
               MOVE 1 TO WS-AR-SUB.
               PERFORM UNTIL WS-AR-SUB > WS-AR-COUNT
                   MOVE WS-AR-ID(WS-AR-SUB) TO AR-STUDENT-ID
                   MOVE WS-AR-BAL(WS-AR-SUB) TO AR-BALANCE
                   MOVE WS-AR-OLDEST(WS-AR-SUB)
                       TO AR-OLDEST-CHARGE-DATE
                   WRITE RECEIVABLES-REC
                   ADD 1 TO WS-AR-OUT-COUNT
                   ADD 1 TO WS-AR-SUB
               END-PERFORM.
               CLOSE RECEIVABLES.
               COMPUTE WS-AR-TOTAL-COUNT =
                   WS-AR-IN-COUNT + WS-AR-NEW-COUNT.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-AR-TOTAL-COUNT, WS-AR-OUT-COUNT, WS-ZERO-COUNT.

            WRITE-RUN-TOTALS.
               OPEN EXTEND RUN-TOTALS.
               IF WS-RUN-TOTALS-STATUS = "35" THEN
                   OPEN OUTPUT RUN-TOTALS
                   CLOSE RUN-TOTALS
                   OPEN EXTEND RUN-TOTALS
               END-IF.
               MOVE "LATE-FEES" TO RT-SOURCE.
               MOVE WS-AS-OF-DATE TO RT-DATE.
               MOVE "BILLED" TO RT-TYPE.
               MOVE WS-POSTED-AMOUNT TO RT-AMOUNT.
               WRITE RUN-TOTALS-REC.
               MOVE "LATEFEE" TO RT-TYPE.
               MOVE WS-FEE-TOTAL TO RT-AMOUNT.
               WRITE RUN-TOTALS-REC.
               CLOSE RUN-TOTALS.

       END PROGRAM LATE-FEES.
