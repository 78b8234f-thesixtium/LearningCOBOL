      *          are rolled up into one invoice page per family with
      *          the guardian's name and each sibling listed; students
      *          with no family link still get their own page.
      *          Students on a payment plan (their own plan, or their
      *          family's plan on the PAYMENT-PLANS file) have the
      *          term total split into installments written to the
      *          INSTALLMENTS file; only the installments already due
      *          are posted to receivables, the rest are posted by
      *          LATE-FEES as their due dates arrive. Every invoice
      *          page is addressed to the guardian from the guardian
      *          contact master through MAIL-ADDRESS.
      *          With SIMULATION_MODE=Y the run bills and prints the
      *          invoices, marked SIMULATION, but writes no invoice
      *          file, installments, receivables or run totals and
      *          leaves the payments file in place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BILLING.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-STUDENT-ID
               FILE STATUS IS WS-FAMILY-MASTER-STATUS.
               SELECT PAYMENT-PLANS ASSIGN DYNAMIC
                   WS-PAYMENT-PLANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-PLANS-STATUS.
               SELECT INSTALLMENTS ASSIGN DYNAMIC WS-INSTALLMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALLMENTS-STATUS.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.
           01 FAMILY-MASTER-REC.
               COPY "FamilyRecord.cpy".

           FD PAYMENT-PLANS.
           01 PAYMENT-PLAN-REC.
               COPY "PayPlanRec.cpy".

           FD INSTALLMENTS.
           01 INSTALLMENT-REC.
               COPY "InstallmentRec.cpy".

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
           01 WS-PAYMENTS-STATUS PIC X(2).
           01 WS-FAMILY-MASTER-STATUS PIC X(2).
           01 WS-FAMILY-OPEN PIC A(1) VALUE "N".
           01 WS-PAYMENT-PLANS-PATH PIC X(100) VALUE
               "PaymentPlans.txt".
           01 WS-INSTALLMENTS-PATH PIC X(100) VALUE
               "Installments.txt".
           01 WS-PAYMENT-PLANS-STATUS PIC X(2).
           01 WS-INSTALLMENTS-STATUS PIC X(2).
           01 WS-PLAN-EOF PIC A(1) VALUE "N".
           01 WS-PLAN-COUNT PIC 9(3) VALUE 0.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ENTRY OCCURS 500 TIMES.
                   10 WS-PL-KIND PIC X(1).
                   10 WS-PL-ID PIC 9(5).
                   10 WS-PL-COUNT PIC 9(2).
                   10 WS-PL-DUE PIC 9(8) OCCURS 12 TIMES.
           01 WS-PLAN-SUB PIC 9(3) VALUE 0.
           01 WS-INST-SUB PIC 9(2) VALUE 0.
           01 WS-STU-FAMILY-ID PIC 9(5) VALUE 0.
           01 WS-POST-AMOUNT PIC 9(6)V99 VALUE 0.
           01 WS-POST-OLDEST PIC 9(8) VALUE 0.
           01 WS-INST-AMOUNT PIC 9(6)V99 VALUE 0.
           01 WS-INST-REMAIN PIC 9(6)V99 VALUE 0.
           01 WS-DEFERRED-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-PLAN-STUDENT-COUNT PIC 9(7) VALUE 0.
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-FEE-EOF PIC A(1) VALUE "N".
           01 WS-AR-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "FEE-BILLING".
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-SIM-TAG PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       MOVE WS-ENV-SCRATCH TO WS-FAMILY-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PAYMENT_PLANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-PAYMENT-PLANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "INSTALLMENTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-INSTALLMENTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "AR_WORK_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-FAM-WORK-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SIMULATION_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) = "Y" THEN
                           MOVE "Y" TO WS-SIMULATION
                           MOVE "  SIMULATION" TO WS-SIM-TAG
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-FEE-SCHEDULE.
               PERFORM LOAD-RECEIVABLES.
               PERFORM LOAD-PAYMENT-PLANS.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to bill"
                   DISPLAY "FAMILY-MASTER not found, invoices print "
                       "per student"
               END-IF.
      * a simulation prints the invoices but leaves the invoice
      * and installment files as the last live run wrote them
               IF WS-SIMULATION NOT = "Y" THEN
                   OPEN OUTPUT INVOICE-FILE
               END-IF.
               OPEN OUTPUT INVOICE-PRINT.
               IF WS-SIMULATION = "Y" THEN
                   MOVE "*** SIMULATION - NO FILES UPDATED ***"
                       TO INVOICE-LINE
                   WRITE INVOICE-LINE
               END-IF.
               IF WS-PLAN-COUNT > 0 AND WS-SIMULATION NOT = "Y" THEN
                   OPEN EXTEND INSTALLMENTS
                   IF WS-INSTALLMENTS-STATUS = "35" THEN
                       OPEN OUTPUT INSTALLMENTS
                       CLOSE INSTALLMENTS
                       OPEN EXTEND INSTALLMENTS
                   END-IF
               END-IF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
               END-PERFORM.
               CLOSE SCHOOL.
               IF WS-PLAN-COUNT > 0 AND WS-SIMULATION NOT = "Y" THEN
                   CLOSE INSTALLMENTS
               END-IF.
               PERFORM PRINT-FAMILY-INVOICES.
               IF WS-FAMILY-OPEN = "Y" THEN
                   CLOSE FAMILY-MASTER
               END-IF.
               IF WS-SIMULATION NOT = "Y" THEN
                   CLOSE INVOICE-FILE
               END-IF.
               CLOSE INVOICE-PRINT.
               PERFORM APPLY-PAYMENTS.
               PERFORM WRITE-RECEIVABLES.
               IF WS-SIMULATION NOT = "Y" THEN
                   PERFORM CLEAR-PAYMENTS
                   PERFORM WRITE-RUN-TOTALS
               END-IF.
               DISPLAY "===== FEE BILLING CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
               END-IF.
               DISPLAY "Invoices written:   " WS-BILLED-COUNT.
               DISPLAY "No fee schedule:    " WS-NO-FEE-COUNT.
               DISPLAY "On payment plans:   " WS-PLAN-STUDENT-COUNT.
               MOVE WS-DEFERRED-AMOUNT TO WS-EDIT-AMOUNT.
               DISPLAY "Deferred to plans:  " WS-EDIT-AMOUNT.
               DISPLAY "Payments applied:   " WS-PAYMENT-COUNT.
               DISPLAY "Payments unknown:   " WS-PAY-UNKNOWN-COUNT.
               DISPLAY "Invoices addressed: " WS-ADDRESSED-COUNT.
               DISPLAY "Not addressable:    " WS-UNADDRESSED-COUNT.
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
               IF WS-SIMULATION = "Y" AND WS-END-STATUS = "COMPLETE"
                   MOVE "SIMULATE" TO WS-END-STATUS
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-BILLED-COUNT.
               GOBACK.
               END-PERFORM.
               CLOSE FEE-SCHEDULE.

            LOAD-PAYMENT-PLANS.
               OPEN INPUT PAYMENT-PLANS.
               IF WS-PAYMENT-PLANS-STATUS = "00" THEN
                   PERFORM UNTIL WS-PLAN-EOF = "Y"
                       READ PAYMENT-PLANS
                           AT END MOVE "Y" TO WS-PLAN-EOF
                           NOT AT END PERFORM LOAD-ONE-PLAN
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-PLANS
               END-IF.

            LOAD-ONE-PLAN.
               IF PP-INSTALLMENTS IS NOT NUMERIC OR
                       PP-INSTALLMENTS = 0 OR PP-INSTALLMENTS > 12 OR
                       PP-PLAN-ID IS NOT NUMERIC OR
                       NOT (PP-STUDENT-PLAN OR PP-FAMILY-PLAN) THEN
                   DISPLAY "Bad payment plan record skipped: "
                       PAYMENT-PLAN-REC(1:8)
               ELSE IF WS-PLAN-COUNT >= 500 THEN
                   DISPLAY "Payment plan table full, plan "
                       PP-PLAN-KIND PP-PLAN-ID " billed in full"
               ELSE
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE PP-PLAN-KIND TO WS-PL-KIND(WS-PLAN-COUNT)
                   MOVE PP-PLAN-ID TO WS-PL-ID(WS-PLAN-COUNT)
                   MOVE PP-INSTALLMENTS TO WS-PL-COUNT(WS-PLAN-COUNT)
                   MOVE 1 TO WS-INST-SUB
                   PERFORM UNTIL WS-INST-SUB > 12
                       MOVE PP-DUE-DATE(WS-INST-SUB)
                           TO WS-PL-DUE(WS-PLAN-COUNT, WS-INST-SUB)
                       ADD 1 TO WS-INST-SUB
                   END-PERFORM
               END-IF
               END-IF.

      * a student's own plan wins over the family's plan
            FIND-PAYMENT-PLAN.
               MOVE 0 TO WS-PLAN-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-PLAN-COUNT
                       OR WS-PLAN-SUB > 0
                   IF WS-PL-KIND(WS-SUB) = "S" AND
                           WS-PL-ID(WS-SUB) = SCHOOL-STUDENT-ID THEN
                       MOVE WS-SUB TO WS-PLAN-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-PLAN-SUB = 0 AND WS-STU-FAMILY-ID > 0 THEN
                   PERFORM FIND-FAMILY-PLAN
               END-IF.

            FIND-FAMILY-PLAN.
               MOVE 0 TO WS-PLAN-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-PLAN-COUNT
                       OR WS-PLAN-SUB > 0
                   IF WS-PL-KIND(WS-SUB) = "F" AND
                           WS-PL-ID(WS-SUB) = WS-STU-FAMILY-ID THEN
                       MOVE WS-SUB TO WS-PLAN-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * the term total is split evenly, the last installment taking
      * the odd cents; only installments already due are posted
            SCHEDULE-INSTALLMENTS.
               MOVE 0 TO WS-POST-AMOUNT.
               MOVE 0 TO WS-POST-OLDEST.
               COMPUTE WS-INST-AMOUNT =
                   WS-INVOICE-TOTAL / WS-PL-COUNT(WS-PLAN-SUB).
               MOVE WS-INVOICE-TOTAL TO WS-INST-REMAIN.
               MOVE 1 TO WS-INST-SUB.
               PERFORM UNTIL WS-INST-SUB > WS-PL-COUNT(WS-PLAN-SUB)
                   PERFORM WRITE-ONE-INSTALLMENT
                   ADD 1 TO WS-INST-SUB
               END-PERFORM.
               ADD 1 TO WS-PLAN-STUDENT-COUNT.
               COMPUTE WS-DEFERRED-AMOUNT = WS-DEFERRED-AMOUNT +
                   WS-INVOICE-TOTAL - WS-POST-AMOUNT.

            WRITE-ONE-INSTALLMENT.
               MOVE SCHOOL-STUDENT-ID TO IN-STUDENT-ID.
               MOVE WS-INST-SUB TO IN-SEQ.
               MOVE WS-PL-DUE(WS-PLAN-SUB, WS-INST-SUB) TO IN-DUE-DATE.
               IF WS-INST-SUB = WS-PL-COUNT(WS-PLAN-SUB) THEN
                   MOVE WS-INST-REMAIN TO IN-AMOUNT
               ELSE
                   MOVE WS-INST-AMOUNT TO IN-AMOUNT
               END-IF.
               SUBTRACT IN-AMOUNT FROM WS-INST-REMAIN.
               IF IN-DUE-DATE <= WS-TODAY-DATE THEN
                   MOVE "B" TO IN-STATUS
                   ADD IN-AMOUNT TO WS-POST-AMOUNT
                   IF WS-POST-OLDEST = 0 OR
                           IN-DUE-DATE < WS-POST-OLDEST THEN
                       MOVE IN-DUE-DATE TO WS-POST-OLDEST
                   END-IF
               ELSE
                   MOVE "P" TO IN-STATUS
               END-IF.
               MOVE WS-TODAY-DATE TO IN-BILL-DATE.
               MOVE 0 TO IN-LATE-FEE.
               IF WS-SIMULATION NOT = "Y" THEN
                   WRITE INSTALLMENT-REC
               END-IF.

            LOAD-RECEIVABLES.
               OPEN OUTPUT AR-WORK.
               OPEN INPUT RECEIVABLES.
               MOVE WS-FEE-ACTIVITY(WS-GRADE-SUB) TO INV-ACTIVITY.
               MOVE WS-FEE-MATERIALS(WS-GRADE-SUB) TO INV-MATERIALS.
               MOVE WS-INVOICE-TOTAL TO INV-TOTAL.
               IF WS-SIMULATION NOT = "Y" THEN
                   WRITE INVOICE-REC
               END-IF.
               ADD 1 TO WS-BILLED-COUNT.
               MOVE "N" TO WS-FAM-ROLLED.
               MOVE 0 TO WS-STU-FAMILY-ID.
               IF WS-FAMILY-OPEN = "Y" THEN
                   MOVE SCHOOL-STUDENT-ID TO FM-STUDENT-ID
                   READ FAMILY-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FM-FAMILY-ID TO WS-STU-FAMILY-ID
                           PERFORM ADD-TO-FAMILY
                   END-READ
               END-IF.
               PERFORM FIND-PAYMENT-PLAN.
               IF WS-PLAN-SUB > 0 THEN
                   PERFORM SCHEDULE-INSTALLMENTS
               ELSE
                   MOVE WS-INVOICE-TOTAL TO WS-POST-AMOUNT
                   MOVE WS-TODAY-DATE TO WS-POST-OLDEST
               END-IF.
               IF WS-FAM-ROLLED = "N" THEN
                   PERFORM PRINT-INVOICE-PAGE
               END-IF.
               STRING "STUDENT FEE INVOICE          PAGE "
                      DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      WS-SIM-TAG DELIMITED BY SIZE
                      INTO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE ALL "-" TO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE SCHOOL-STUDENT-ID TO MB-STUDENT-ID.
               MOVE WS-STU-FAMILY-ID TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO INVOICE-LINE.
               STRING "To the family of: " DELIMITED BY SIZE
                      SCHOOL-NAME DELIMITED BY SIZE
                      " (ID " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      INTO INVOICE-LINE.
               WRITE INVOICE-LINE.
               IF WS-PLAN-SUB > 0 THEN
                   PERFORM PRINT-PLAN-LINE
                   MOVE WS-POST-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE SPACES TO INVOICE-LINE
                   STRING "DUE NOW:        " DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          INTO INVOICE-LINE
                   WRITE INVOICE-LINE
               END-IF.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.

               STRING "FAMILY FEE INVOICE           PAGE "
                      DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      WS-SIM-TAG DELIMITED BY SIZE
                      INTO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE ALL "-" TO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE FW-STU-ID(1) TO MB-STUDENT-ID.
               MOVE FW-FAMILY-ID TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO INVOICE-LINE.
               STRING "To: " DELIMITED BY SIZE
                      FW-GUARDIAN DELIMITED BY SIZE
                      " (FAMILY " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      INTO INVOICE-LINE.
               WRITE INVOICE-LINE.
               MOVE FW-FAMILY-ID TO WS-STU-FAMILY-ID.
               PERFORM FIND-FAMILY-PLAN.
               IF WS-PLAN-SUB > 0 THEN
                   PERFORM PRINT-PLAN-LINE
               END-IF.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.

            PRINT-PLAN-LINE.
               MOVE SPACES TO INVOICE-LINE.
               STRING "PAYMENT PLAN:   " DELIMITED BY SIZE
                      WS-PL-COUNT(WS-PLAN-SUB) DELIMITED BY SIZE
                      " INSTALLMENTS, FIRST DUE " DELIMITED BY SIZE
                      WS-PL-DUE(WS-PLAN-SUB, 1) DELIMITED BY SIZE
                      INTO INVOICE-LINE.
               WRITE INVOICE-LINE.

            PRINT-FAMILY-STUDENT-LINE.
               READ AR-WORK
                   INVALID KEY
                       MOVE SCHOOL-STUDENT-ID TO ARW-STUDENT-ID
                       MOVE WS-POST-AMOUNT TO ARW-BALANCE
                       MOVE WS-POST-OLDEST TO ARW-OLDEST
                       WRITE AR-WORK-REC
                       ADD 1 TO WS-AR-NEW-COUNT
                   NOT INVALID KEY
                       ADD WS-POST-AMOUNT TO ARW-BALANCE
                       IF ARW-BALANCE > 0 AND ARW-OLDEST = 0 THEN
                           MOVE WS-POST-OLDEST TO ARW-OLDEST
                       END-IF
                       REWRITE AR-WORK-REC
               END-READ.
               ADD WS-POST-AMOUNT TO WS-BILLED-AMOUNT.

            APPLY-PAYMENTS.
               OPEN INPUT PAYMENTS.
            WRITE-RECEIVABLES.
               CLOSE AR-WORK.
               OPEN INPUT AR-WORK.
               IF WS-SIMULATION NOT = "Y" THEN
                   OPEN OUTPUT RECEIVABLES
               END-IF.
               PERFORM UNTIL WS-AR-WORK-EOF = "Y"
                   READ AR-WORK NEXT
                       AT END MOVE "Y" TO WS-AR-WORK-EOF
                           MOVE ARW-BALANCE TO AR-BALANCE
                           MOVE ARW-OLDEST
                               TO AR-OLDEST-CHARGE-DATE
                           IF WS-SIMULATION NOT = "Y" THEN
                               WRITE RECEIVABLES-REC
                           END-IF
                           ADD 1 TO WS-AR-OUT-COUNT
                   END-READ
               END-PERFORM.
               IF WS-SIMULATION NOT = "Y" THEN
                   CLOSE RECEIVABLES
               END-IF.
               CLOSE AR-WORK.
               DISPLAY "Receivables in:     " WS-AR-IN-COUNT.
               DISPLAY "New receivables:    " WS-AR-NEW-COUNT.
               END-IF.
               COMPUTE WS-AR-TOTAL-COUNT =
                   WS-AR-IN-COUNT + WS-AR-NEW-COUNT.
               IF WS-SIMULATION NOT = "Y" THEN
                   CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                       WS-AR-TOTAL-COUNT, WS-AR-OUT-COUNT,
                       WS-ZERO-COUNT
               END-IF.

            WRITE-RUN-TOTALS.
               OPEN EXTEND RUN-TOTALS.
               WRITE RUN-TOTALS-REC.
               CLOSE RUN-TOTALS.

      * guardian address block from the contact master; a letter
      * that cannot be mailed is marked and held for the office
            PRINT-ADDRESS-BLOCK.
               CALL "MAIL-ADDRESS" USING WS-PROGRAM-NAME, WS-MAIL-BLOCK.
               IF MB-ADDRESSED THEN
                   ADD 1 TO WS-ADDRESSED-COUNT
                   MOVE MB-LINE(1) TO INVOICE-LINE
                   WRITE INVOICE-LINE
                   MOVE MB-LINE(2) TO INVOICE-LINE
                   WRITE INVOICE-LINE
                   MOVE MB-LINE(3) TO INVOICE-LINE
                   WRITE INVOICE-LINE
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   MOVE SPACES TO INVOICE-LINE
                   STRING "*** NOT ADDRESSED: " DELIMITED BY SIZE
                          MB-REASON DELIMITED BY SIZE
                          " - HOLD FOR OFFICE ***" DELIMITED BY SIZE
                          INTO INVOICE-LINE
                   WRITE INVOICE-LINE
               END-IF.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.

       END PROGRAM FEE-BILLING.
