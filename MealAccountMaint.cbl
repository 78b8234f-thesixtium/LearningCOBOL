      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Cafeteria meal account maintenance. Applies A/C
      *          transactions against the indexed MEAL-ACCOUNTS master,
      *          keyed by student ID, to open a student's meal account
      *          and set its free/reduced/paid eligibility status (F,
      *          R or P) with the date it takes effect (today when
      *          blank). The student must be on the SCHOOL roster. The
      *          balance is not maintained here; it moves only through
      *          meal deposits and cafeteria charges in MEAL-POSTING.
      *          Prints an applied/rejected audit listing with the
      *          before and after values of every account touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEAL-ACCOUNT-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MAINT-TRANS ASSIGN DYNAMIC WS-MAINT-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.
               SELECT MEAL-ACCOUNTS ASSIGN DYNAMIC WS-MEAL-ACCOUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-STUDENT-ID
               FILE STATUS IS WS-MEAL-ACCOUNT-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-TRANS.
           01 MAINT-TRANS-REC.
               05 MT-ACTION PIC A(1).
                   88 MT-ADD VALUE "A".
                   88 MT-CHANGE VALUE "C".
               05 MT-STUDENT-ID PIC 9(5).
               05 MT-ELIGIBILITY PIC X(1).
               05 MT-EFFECTIVE-DATE PIC X(8).

           FD MEAL-ACCOUNTS.
           01 MEAL-ACCOUNT-REC.
               COPY "MealAcctRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MAINT-TRANS-PATH PIC X(100) VALUE
               "MealAccountTrans.txt".
           01 WS-MEAL-ACCOUNT-PATH PIC X(100) VALUE
               "MealAccounts.dat".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "MealAccountAudit.txt".
           01 WS-MAINT-TRANS-STATUS PIC X(2).
           01 WS-MEAL-ACCOUNT-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-EFFECTIVE-DATE PIC 9(8).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-EDIT-BALANCE PIC ZZZZ9.99-.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "MEAL-ACCOUNT-MAINT".
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
                       "MEAL_ACCOUNT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-TRANS-PATH
               END-ACCEPT.
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
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "MEAL_ACCOUNT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT MAINT-TRANS.
               IF WS-MAINT-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "MAINT-TRANS not found, nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, cannot validate"
                   CLOSE MAINT-TRANS
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               OPEN I-O MEAL-ACCOUNTS.
               IF WS-MEAL-ACCOUNT-STATUS = "35" THEN
                   OPEN OUTPUT MEAL-ACCOUNTS
                   CLOSE MEAL-ACCOUNTS
                   OPEN I-O MEAL-ACCOUNTS
               END-IF.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ MAINT-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE MAINT-TRANS.
               CLOSE MEAL-ACCOUNTS.
               CLOSE SCHOOL.
               CLOSE MAINT-AUDIT.
               DISPLAY "===== MEAL ACCOUNT MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " meal account transactions rejected, "
                          DELIMITED BY SIZE
                          "see audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               IF MT-ADD THEN
                   PERFORM ADD-ACCOUNT
               ELSE
                   PERFORM CHANGE-ACCOUNT
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE.
               MOVE "00" TO WS-DATE-RESULT.
               IF MT-EFFECTIVE-DATE IS NUMERIC THEN
                   MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   CALL "DATE-CHECK" USING WS-EFFECTIVE-DATE,
                       WS-DATE-RESULT
               ELSE IF MT-EFFECTIVE-DATE NOT = SPACES THEN
                   MOVE "01" TO WS-DATE-RESULT
               END-IF
               END-IF.
               MOVE MT-ELIGIBILITY TO MA-ELIGIBILITY.
               IF NOT MT-ADD AND NOT MT-CHANGE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF MT-STUDENT-ID IS NOT NUMERIC THEN
                   MOVE "Student ID not numeric" TO WS-REJECT-REASON
               ELSE IF MT-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF NOT MA-VALID-ELIGIBILITY THEN
                   MOVE "Eligibility must be F, R or P"
                       TO WS-REJECT-REASON
               ELSE IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   MOVE "Invalid effective date" TO WS-REJECT-REASON
               ELSE
                   MOVE MT-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

            ADD-ACCOUNT.
               MOVE MT-STUDENT-ID TO MA-STUDENT-ID.
               MOVE MT-ELIGIBILITY TO MA-ELIGIBILITY.
               MOVE 0 TO MA-BALANCE.
               MOVE WS-EFFECTIVE-DATE TO MA-ELIG-EFFECTIVE.
               MOVE 0 TO MA-LAST-DEPOSIT.
               MOVE 0 TO MA-LAST-CHARGE.
               MOVE 0 TO MA-LAST-NOTICE.
               MOVE WS-TODAY-DATE TO MA-LAST-CHANGED.
               WRITE MEAL-ACCOUNT-REC
                   INVALID KEY
                       MOVE "Account already on file"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "AFTER" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINE
               END-WRITE.

            CHANGE-ACCOUNT.
               MOVE MT-STUDENT-ID TO MA-STUDENT-ID.
               READ MEAL-ACCOUNTS
                   INVALID KEY
                       MOVE "Account not on file" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "BEFORE" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINE
                       MOVE MT-ELIGIBILITY TO MA-ELIGIBILITY
                       MOVE WS-EFFECTIVE-DATE TO MA-ELIG-EFFECTIVE
                       MOVE WS-TODAY-DATE TO MA-LAST-CHANGED
                       REWRITE MEAL-ACCOUNT-REC
                       MOVE "AFTER" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINE
               END-READ.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "MEAL ACCOUNT MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      MT-ACTION DELIMITED BY SIZE
                      " STUDENT " DELIMITED BY SIZE
                      MT-STUDENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCHOOL-NAME DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINE.
               MOVE MA-BALANCE TO WS-EDIT-BALANCE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " ELIGIBILITY " DELIMITED BY SIZE
                      MA-ELIGIBILITY DELIMITED BY SIZE
                      " EFFECTIVE " DELIMITED BY SIZE
                      MA-ELIG-EFFECTIVE DELIMITED BY SIZE
                      " BALANCE " DELIMITED BY SIZE
                      WS-EDIT-BALANCE DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      MT-ACTION DELIMITED BY SIZE
                      " STUDENT " DELIMITED BY SIZE
                      MT-STUDENT-ID DELIMITED BY SIZE
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

       END PROGRAM MEAL-ACCOUNT-MAINT.
