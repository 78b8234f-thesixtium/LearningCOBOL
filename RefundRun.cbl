      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Refund batch for credit balances left on RECEIVABLES
      *          by withdrawal credits and overpayments. Students
      *          linked on the FAMILY-MASTER are netted against their
      *          siblings first, so a credit only goes back to the
      *          family when it is not owed on another child's
      *          account. Any credit over REFUND_THRESHOLD (whole
      *          dollars, default 5) gets a refund number from the
      *          refund control file, a line on the refund register
      *          and a record on the refund check file; the refunded
      *          balances are zeroed and the refund total is written
      *          to RUN-TOTALS so GL-POSTING books it against
      *          receivables and cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RECEIVABLES ASSIGN DYNAMIC WS-RECEIVABLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT FAMILY-MASTER ASSIGN DYNAMIC
                   WS-FAMILY-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-STUDENT-ID
               FILE STATUS IS WS-FAMILY-MASTER-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT REFUND-CONTROL ASSIGN DYNAMIC
                   WS-REFUND-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CONTROL-STATUS.
               SELECT REFUND-CHECKS ASSIGN DYNAMIC
                   WS-REFUND-CHECKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CHECKS-STATUS.
               SELECT REFUND-REGISTER ASSIGN DYNAMIC
                   WS-REFUND-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLES.
           01 RECEIVABLES-REC.
               COPY "ReceivablesRec.cpy".

           FD FAMILY-MASTER.
           01 FAMILY-MASTER-REC.
               COPY "FamilyRecord.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD REFUND-CONTROL.
           01 REFUND-CONTROL-REC.
               05 RFC-NEXT-REFUND PIC 9(7).

           FD REFUND-CHECKS.
           01 REFUND-CHECK-REC.
               COPY "RefundCheckRec.cpy".

           FD REFUND-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
               05 RT-TYPE PIC X(8).
               05 RT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 RT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-RECEIVABLES-PATH PIC X(100) VALUE
               "Receivables.txt".
           01 WS-FAMILY-MASTER-PATH PIC X(100) VALUE
               "FamilyMaster.dat".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-REFUND-CONTROL-PATH PIC X(100) VALUE
               "RefundControl.txt".
           01 WS-REFUND-CHECKS-PATH PIC X(100) VALUE
               "RefundChecks.txt".
           01 WS-REFUND-REGISTER-PATH PIC X(100) VALUE
               "RefundRegister.txt".
           01 WS-RUN-TOTALS-PATH PIC X(100) VALUE
               "RunTotals.txt".
           01 WS-RECEIVABLES-STATUS PIC X(2).
           01 WS-FAMILY-MASTER-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-REFUND-CONTROL-STATUS PIC X(2).
           01 WS-REFUND-CHECKS-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-SCHOOL-OPEN PIC A(1) VALUE "N".
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CONTROL-EOF PIC A(1) VALUE "N".
           01 WS-AR-COUNT PIC 9(4) VALUE 0.
           01 WS-AR-TABLE.
               05 WS-AR-ENTRY OCCURS 2000 TIMES.
                   10 WS-AR-ID PIC 9(5).
                   10 WS-AR-BAL PIC S9(7)V99.
                   10 WS-AR-OLDEST PIC 9(8).
                   10 WS-AR-FAMILY PIC 9(5).
           01 WS-FAM-COUNT PIC 9(4) VALUE 0.
           01 WS-FAM-TABLE.
               05 WS-FAM-ENTRY OCCURS 1000 TIMES.
                   10 WS-FAM-ID PIC 9(5).
                   10 WS-FAM-GUARDIAN PIC A(25).
                   10 WS-FAM-NET PIC S9(9)V99.
                   10 WS-FAM-CREDITS PIC 9(2).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FAM-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-REFUND-THRESHOLD PIC 9(5)V99 VALUE 5.00.
           01 WS-NEXT-REFUND PIC 9(7) VALUE 1.
           01 WS-REFUND-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-PAYEE PIC X(25).
           01 WS-AR-IN-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-OUT-COUNT PIC 9(7) VALUE 0.
           01 WS-REFUND-COUNT PIC 9(7) VALUE 0.
           01 WS-ZEROED-COUNT PIC 9(7) VALUE 0.
           01 WS-NETTED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNDER-COUNT PIC 9(7) VALUE 0.
           01 WS-ZERO-COUNT PIC 9(7) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZ9.99-.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "REFUND-RUN".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-REFUND-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RECEIVABLES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RECEIVABLES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "FAMILY_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-FAMILY-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SCHOOL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "REFUND_CONTROL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REFUND-CONTROL-PATH
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
                       "REFUND_REGISTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REFUND-REGISTER-PATH
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
                       "REFUND_THRESHOLD"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:5) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:5)
                               TO WS-REFUND-THRESHOLD
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT RECEIVABLES.
               IF WS-RECEIVABLES-STATUS NOT = "00" THEN
                   DISPLAY "RECEIVABLES not found, nothing to refund"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-REFUND-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-RECEIVABLES.
               CLOSE RECEIVABLES.
               PERFORM LOAD-FAMILY-LINKS.
               PERFORM LOAD-REFUND-CONTROL.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS = "00" THEN
                   MOVE "Y" TO WS-SCHOOL-OPEN
               END-IF.
               OPEN EXTEND REFUND-CHECKS.
               IF WS-REFUND-CHECKS-STATUS = "35" THEN
                   OPEN OUTPUT REFUND-CHECKS
                   CLOSE REFUND-CHECKS
                   OPEN EXTEND REFUND-CHECKS
               END-IF.
               OPEN OUTPUT REFUND-REGISTER.
               PERFORM PRINT-REGISTER-HEADERS.
               MOVE 1 TO WS-FAM-SUB.
               PERFORM UNTIL WS-FAM-SUB > WS-FAM-COUNT
                   PERFORM SELECT-FAMILY-REFUND
                   ADD 1 TO WS-FAM-SUB
               END-PERFORM.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AR-COUNT
                   IF WS-AR-FAMILY(WS-SUB) = 0 AND
                           WS-AR-BAL(WS-SUB) < 0 THEN
                       PERFORM SELECT-STUDENT-REFUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM PRINT-REGISTER-TOTALS.
               CLOSE REFUND-REGISTER.
               CLOSE REFUND-CHECKS.
               IF WS-SCHOOL-OPEN = "Y" THEN
                   CLOSE SCHOOL
               END-IF.
               PERFORM SAVE-REFUND-CONTROL.
               PERFORM WRITE-RECEIVABLES.
               PERFORM WRITE-RUN-TOTALS.
               DISPLAY "===== REFUND RUN CONTROL TOTALS =====".
               DISPLAY "Receivables in:     " WS-AR-IN-COUNT.
               DISPLAY "Refunds issued:     " WS-REFUND-COUNT.
               DISPLAY "Balances zeroed:    " WS-ZEROED-COUNT.
               DISPLAY "Netted by siblings: " WS-NETTED-COUNT.
               DISPLAY "Under threshold:    " WS-UNDER-COUNT.
               MOVE WS-REFUND-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Refund total:       " WS-EDIT-TOTAL.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-REFUND-COUNT.
               GOBACK.

      * the whole file is rewritten from this table, so a file too
      * big to hold stops the run rather than dropping balances
            LOAD-RECEIVABLES.
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECEIVABLES
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-AR-COUNT >= 2000 THEN
                               DISPLAY "RECEIVABLES exceeds 2000 "
                                   "entries, refund run stopped"
                               MOVE "E" TO WS-MSG-SEVERITY
                               MOVE "RECEIVABLES table full, no refunds"
                                   TO WS-MSG-TEXT
                               CALL "MESSAGE-LOG" USING
                                   WS-MSG-SEVERITY, WS-PROGRAM-NAME,
                                   WS-MSG-TEXT
                               CLOSE RECEIVABLES
                               MOVE "OVERFLOW" TO WS-END-STATUS
                               CALL "RUN-LOG-END" USING OperatorId,
                                   WS-PROGRAM-NAME, WS-END-STATUS,
                                   WS-REFUND-COUNT
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-AR-COUNT
                           ADD 1 TO WS-AR-IN-COUNT
                           MOVE AR-STUDENT-ID TO WS-AR-ID(WS-AR-COUNT)
                           MOVE AR-BALANCE TO WS-AR-BAL(WS-AR-COUNT)
                           IF AR-OLDEST-CHARGE-DATE IS NUMERIC THEN
                               MOVE AR-OLDEST-CHARGE-DATE
                                   TO WS-AR-OLDEST(WS-AR-COUNT)
                           ELSE
                               MOVE 0 TO WS-AR-OLDEST(WS-AR-COUNT)
                           END-IF
                           MOVE 0 TO WS-AR-FAMILY(WS-AR-COUNT)
                   END-READ
               END-PERFORM.

      * siblings are netted by family: each linked student's balance
      * is added into the family total before any refund is chosen
            LOAD-FAMILY-LINKS.
               OPEN INPUT FAMILY-MASTER.
               IF WS-FAMILY-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "FAMILY-MASTER not found, refunds are "
                       "per student"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ FAMILY-MASTER NEXT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-FAMILY-LINK
                       END-READ
                   END-PERFORM
                   CLOSE FAMILY-MASTER
               END-IF.

            NOTE-FAMILY-LINK.
               PERFORM FIND-RECEIVABLE.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE 0 TO WS-FAM-SUB
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-FAM-COUNT
                           OR WS-FAM-SUB > 0
                       IF WS-FAM-ID(WS-SUB) = FM-FAMILY-ID THEN
                           MOVE WS-SUB TO WS-FAM-SUB
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   IF WS-FAM-SUB = 0 AND WS-FAM-COUNT < 1000 THEN
                       ADD 1 TO WS-FAM-COUNT
                       MOVE WS-FAM-COUNT TO WS-FAM-SUB
                       MOVE FM-FAMILY-ID TO WS-FAM-ID(WS-FAM-SUB)
                       MOVE FM-GUARDIAN-NAME
                           TO WS-FAM-GUARDIAN(WS-FAM-SUB)
                       MOVE 0 TO WS-FAM-NET(WS-FAM-SUB)
                       MOVE 0 TO WS-FAM-CREDITS(WS-FAM-SUB)
                   END-IF
                   IF WS-FAM-SUB > 0 THEN
                       MOVE FM-FAMILY-ID TO WS-AR-FAMILY(WS-FOUND-SUB)
                       ADD WS-AR-BAL(WS-FOUND-SUB)
                           TO WS-FAM-NET(WS-FAM-SUB)
                       IF WS-AR-BAL(WS-FOUND-SUB) < 0 THEN
                           ADD 1 TO WS-FAM-CREDITS(WS-FAM-SUB)
                       END-IF
                   END-IF
               END-IF.

            FIND-RECEIVABLE.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AR-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-AR-ID(WS-SUB) = FM-STUDENT-ID THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-REFUND-CONTROL.
               OPEN INPUT REFUND-CONTROL.
               IF WS-REFUND-CONTROL-STATUS = "00" THEN
                   PERFORM UNTIL WS-CONTROL-EOF = "Y"
                       READ REFUND-CONTROL
                           AT END MOVE "Y" TO WS-CONTROL-EOF
                           NOT AT END
                               IF RFC-NEXT-REFUND IS NUMERIC THEN
                                   MOVE RFC-NEXT-REFUND
                                       TO WS-NEXT-REFUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REFUND-CONTROL
               END-IF.

            SAVE-REFUND-CONTROL.
               OPEN OUTPUT REFUND-CONTROL.
               MOVE WS-NEXT-REFUND TO RFC-NEXT-REFUND.
               WRITE REFUND-CONTROL-REC.
               CLOSE REFUND-CONTROL.

      * a family is refunded only when the siblings together are in
      * credit; the credit is then the whole family net, so every
      * linked balance is cleared to zero by the one refund
            SELECT-FAMILY-REFUND.
               IF WS-FAM-NET(WS-FAM-SUB) < 0 THEN
                   COMPUTE WS-REFUND-AMOUNT =
                       0 - WS-FAM-NET(WS-FAM-SUB)
                   IF WS-REFUND-AMOUNT > WS-REFUND-THRESHOLD THEN
                       PERFORM ISSUE-FAMILY-REFUND
                   ELSE
                       ADD 1 TO WS-UNDER-COUNT
                   END-IF
               ELSE
                   ADD WS-FAM-CREDITS(WS-FAM-SUB) TO WS-NETTED-COUNT
               END-IF.

            ISSUE-FAMILY-REFUND.
               MOVE WS-FAM-GUARDIAN(WS-FAM-SUB) TO WS-PAYEE.
               MOVE WS-FAM-ID(WS-FAM-SUB) TO RF-FAMILY-ID.
               MOVE 0 TO RF-STUDENT-ID.
               PERFORM WRITE-REFUND-CHECK.
               MOVE SPACES TO REGISTER-LINE.
               MOVE RF-REFUND-NO TO REGISTER-LINE(1:7).
               MOVE "FAMILY" TO REGISTER-LINE(10:6).
               MOVE RF-FAMILY-ID TO REGISTER-LINE(17:5).
               MOVE WS-PAYEE TO REGISTER-LINE(24:25).
               MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(62:11).
               WRITE REGISTER-LINE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AR-COUNT
                   IF WS-AR-FAMILY(WS-SUB) = WS-FAM-ID(WS-FAM-SUB)
                           THEN
                       PERFORM PRINT-SIBLING-LINE
                       PERFORM ZERO-BALANCE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            PRINT-SIBLING-LINE.
               MOVE SPACES TO REGISTER-LINE.
               MOVE "STUDENT" TO REGISTER-LINE(10:7).
               MOVE WS-AR-ID(WS-SUB) TO REGISTER-LINE(18:5).
               MOVE "BALANCE" TO REGISTER-LINE(42:7).
               MOVE WS-AR-BAL(WS-SUB) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(50:11).
               WRITE REGISTER-LINE.

            SELECT-STUDENT-REFUND.
               COMPUTE WS-REFUND-AMOUNT = 0 - WS-AR-BAL(WS-SUB).
               IF WS-REFUND-AMOUNT > WS-REFUND-THRESHOLD THEN
                   MOVE "PARENT/GUARDIAN" TO WS-PAYEE
                   IF WS-SCHOOL-OPEN = "Y" THEN
                       MOVE WS-AR-ID(WS-SUB) TO SCHOOL-STUDENT-ID
                       READ SCHOOL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SCHOOL-NAME TO WS-PAYEE
                       END-READ
                   END-IF
                   MOVE 0 TO RF-FAMILY-ID
                   MOVE WS-AR-ID(WS-SUB) TO RF-STUDENT-ID
                   PERFORM WRITE-REFUND-CHECK
                   MOVE SPACES TO REGISTER-LINE
                   MOVE RF-REFUND-NO TO REGISTER-LINE(1:7)
                   MOVE "STUDENT" TO REGISTER-LINE(10:7)
                   MOVE RF-STUDENT-ID TO REGISTER-LINE(18:5)
                   MOVE WS-PAYEE TO REGISTER-LINE(24:25)
                   MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(62:11)
                   WRITE REGISTER-LINE
                   PERFORM ZERO-BALANCE
               ELSE
                   ADD 1 TO WS-UNDER-COUNT
               END-IF.

            WRITE-REFUND-CHECK.
               MOVE WS-NEXT-REFUND TO RF-REFUND-NO.
               ADD 1 TO WS-NEXT-REFUND.
               MOVE WS-TODAY-DATE TO RF-DATE.
               MOVE WS-PAYEE TO RF-PAYEE.
               MOVE WS-REFUND-AMOUNT TO RF-AMOUNT.
               WRITE REFUND-CHECK-REC.
               ADD 1 TO WS-REFUND-COUNT.
               ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.

            ZERO-BALANCE.
               IF WS-AR-BAL(WS-SUB) NOT = 0 THEN
                   ADD 1 TO WS-ZEROED-COUNT
               END-IF.
               MOVE 0 TO WS-AR-BAL(WS-SUB).
               MOVE 0 TO WS-AR-OLDEST(WS-SUB).

            PRINT-REGISTER-HEADERS.
               MOVE SPACES TO REGISTER-LINE.
               STRING "CREDIT BALANCE REFUND REGISTER  RUN DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-REFUND-THRESHOLD TO WS-EDIT-AMOUNT.
               MOVE SPACES TO REGISTER-LINE.
               STRING "CREDITS OVER " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      " REFUNDED, SIBLINGS NETTED BY FAMILY"
                      DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               STRING "REFUND   FOR    ID     PAYEE" DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               MOVE "AMOUNT" TO REGISTER-LINE(67:6).
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.

            PRINT-REGISTER-TOTALS.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-REFUND-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "REFUND TOTAL (" DELIMITED BY SIZE
                      WS-REFUND-COUNT DELIMITED BY SIZE
                      " REFUNDS): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

            WRITE-RECEIVABLES.
               OPEN OUTPUT RECEIVABLES.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AR-COUNT
                   MOVE WS-AR-ID(WS-SUB) TO AR-STUDENT-ID
                   MOVE WS-AR-BAL(WS-SUB) TO AR-BALANCE
                   MOVE WS-AR-OLDEST(WS-SUB) TO AR-OLDEST-CHARGE-DATE
                   WRITE RECEIVABLES-REC
                   ADD 1 TO WS-AR-OUT-COUNT
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE RECEIVABLES.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-AR-IN-COUNT, WS-AR-OUT-COUNT, WS-ZERO-COUNT.

            WRITE-RUN-TOTALS.
               IF WS-REFUND-TOTAL > 0 THEN
                   OPEN EXTEND RUN-TOTALS
                   IF WS-RUN-TOTALS-STATUS = "35" THEN
                       OPEN OUTPUT RUN-TOTALS
                       CLOSE RUN-TOTALS
                       OPEN EXTEND RUN-TOTALS
                   END-IF
                   MOVE "REFUND-RUN" TO RT-SOURCE
                   MOVE "REFUNDS" TO RT-TYPE
                   MOVE WS-REFUND-TOTAL TO RT-AMOUNT
                   MOVE WS-TODAY-DATE TO RT-DATE
                   WRITE RUN-TOTALS-REC
                   CLOSE RUN-TOTALS
               END-IF.

       END PROGRAM REFUND-RUN.
