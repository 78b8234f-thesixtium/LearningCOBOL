      *          current/30/60/90+ buckets, prints the trial balance
      *          with totals by campus from the SCHOOL roster, and
      *          prints a one-letter-per-page dunning run with sterner
      *          wording at each aging level. Students with an
      *          installment on the INSTALLMENTS file are flagged PLAN;
      *          LATE-FEES keeps their oldest charge date at the due
      *          date of the oldest unpaid installment, so they age
      *          from installment due dates and their letters name it.
      *          Each letter is addressed to the guardian from the
      *          guardian contact master through MAIL-ADDRESS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGED-RECEIVABLES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT INSTALLMENTS ASSIGN DYNAMIC WS-INSTALLMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALLMENTS-STATUS.
               SELECT AGING-REPORT ASSIGN DYNAMIC WS-AGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DUNNING-PRINT ASSIGN DYNAMIC WS-DUNNING-PATH
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD INSTALLMENTS.
           01 INSTALLMENT-REC.
               COPY "InstallmentRec.cpy".

           FD AGING-REPORT.
           01 AGING-LINE PIC X(100).

               "AgedTrialBalance.txt".
           01 WS-DUNNING-PATH PIC X(100) VALUE
               "DunningLetters.txt".
           01 WS-INSTALLMENTS-PATH PIC X(100) VALUE
               "Installments.txt".
           01 WS-RECEIVABLES-STATUS PIC X(2).
           01 WS-INSTALLMENTS-STATUS PIC X(2).
           01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-STUDENT-ID PIC 9(5) OCCURS 2000 TIMES.
           01 WS-PLAN-SUB PIC 9(4) VALUE 0.
           01 WS-PLAN-WORK-ID PIC 9(5).
           01 WS-ON-PLAN PIC A(1) VALUE "N".
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZZ9.99-.
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "AGED-RECEIVABLES".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).

                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
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
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AGING_REPORT_FILE"
                   ON EXCEPTION
                   DISPLAY "SCHOOL roster not found, names and "
                       "campuses unavailable"
               END-IF.
               PERFORM LOAD-PLAN-STUDENTS.
               OPEN OUTPUT AGING-REPORT.
               OPEN OUTPUT DUNNING-PRINT.
               PERFORM PRINT-AGING-HEADERS.
               DISPLAY "Balances read:    " WS-READ-COUNT.
               DISPLAY "Open balances:    " WS-OPEN-COUNT.
               DISPLAY "Letters printed:  " WS-LETTER-COUNT.
               DISPLAY "Letters addressed: " WS-ADDRESSED-COUNT.
               DISPLAY "Not addressable:   " WS-UNADDRESSED-COUNT.
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
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.
               ADD 1 TO WS-OPEN-COUNT.
               PERFORM COMPUTE-AGE-BUCKET.
               PERFORM LOOK-UP-STUDENT.
               MOVE AR-STUDENT-ID TO WS-PLAN-WORK-ID.
               PERFORM CHECK-PLAN-STUDENT.
               PERFORM FIND-CAMPUS-ENTRY.
               IF WS-CAMPUS-SUB > 0 THEN
                   ADD AR-BALANCE TO WS-CAMPUS-AMOUNT
                   END-IF
               END-IF.

      * one entry per student; a plan list past the table size only
      * loses the PLAN flag, so the report still runs
            LOAD-PLAN-STUDENTS.
               OPEN INPUT INSTALLMENTS.
               IF WS-INSTALLMENTS-STATUS = "00" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ INSTALLMENTS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM ADD-PLAN-STUDENT
                       END-READ
                   END-PERFORM
                   CLOSE INSTALLMENTS
                   MOVE "N" TO WS-EOF
               END-IF.

            ADD-PLAN-STUDENT.
               MOVE IN-STUDENT-ID TO WS-PLAN-WORK-ID.
               PERFORM CHECK-PLAN-STUDENT.
               IF WS-ON-PLAN = "N" THEN
                   IF WS-PLAN-COUNT < 2000 THEN
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE IN-STUDENT-ID
                           TO WS-PLAN-STUDENT-ID(WS-PLAN-COUNT)
                   ELSE
                       DISPLAY "Plan table full, student "
                           IN-STUDENT-ID " not flagged PLAN"
                   END-IF
               END-IF.

            CHECK-PLAN-STUDENT.
               MOVE "N" TO WS-ON-PLAN.
               MOVE 1 TO WS-PLAN-SUB.
               PERFORM UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                       OR WS-ON-PLAN = "Y"
                   IF WS-PLAN-STUDENT-ID(WS-PLAN-SUB) =
                           WS-PLAN-WORK-ID THEN
                       MOVE "Y" TO WS-ON-PLAN
                   END-IF
                   ADD 1 TO WS-PLAN-SUB
               END-PERFORM.

            LOOK-UP-STUDENT.
               MOVE "NOT ON ROSTER" TO WS-STUDENT-NAME.
               MOVE "???" TO WS-STUDENT-CAMPUS.
               MOVE SPACES TO AGING-LINE.
               STRING "ID     NAME                       CAMPUS  "
                      DELIMITED BY SIZE
                      "BUCKET   BALANCE  PLAN" DELIMITED BY SIZE
                      INTO AGING-LINE.
               WRITE AGING-LINE.
               MOVE ALL "-" TO AGING-LINE.
                   WHEN 4 MOVE "90+DAYS" TO AGING-LINE(43:7)
               END-EVALUATE.
               MOVE WS-EDIT-AMOUNT TO AGING-LINE(52:12).
               IF WS-ON-PLAN = "Y" THEN
                   MOVE "PLAN" TO AGING-LINE(66:4)
               END-IF.
               WRITE AGING-LINE.

            PRINT-CAMPUS-TOTALS.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE AR-STUDENT-ID TO MB-STUDENT-ID.
               MOVE 0 TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               STRING "Dear Parent or Guardian of "
                      DELIMITED BY SIZE
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF WS-ON-PLAN = "Y" THEN
                   MOVE "The account is on a payment plan. The oldest"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "unpaid installment was due on "
                          DELIMITED BY SIZE
                          AR-OLDEST-CHARGE-DATE DELIMITED BY SIZE
                          " and late" DELIMITED BY SIZE
                          INTO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "fees are charged on installments left unpaid."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               EVALUATE WS-BUCKET
                   WHEN 2
                       MOVE "This balance is more than 30 days past"
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

       END PROGRAM AGED-RECEIVABLES.
