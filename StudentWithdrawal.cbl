      *          receivables file, and printing a withdrawal form for
      *          the family plus a register for the office. Reason
      *          codes: MV moved, TR transferred out, HS home school,
      *          EX expelled, OT other. Every withdrawal is also
      *          appended to the withdrawal history so later runs can
      *          tell who was enrolled on a past date. Each withdrawal
      *          form is addressed to the guardian from the guardian
      *          contact master through MAIL-ADDRESS.
      *          With SIMULATION_MODE=Y the forms and register are
      *          printed, marked SIMULATION, but the roster, student
      *          master, receivables and withdrawal history are left
      *          untouched. Each posted withdrawal is also written to
      *          the student change-event log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-WITHDRAWAL.
               SELECT WITHDRAW-REGISTER ASSIGN DYNAMIC
                   WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT WITHDRAW-HISTORY ASSIGN DYNAMIC
                   WS-WD-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD WITHDRAW-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD WITHDRAW-HISTORY.
           01 WITHDRAW-HISTORY-REC.
               COPY "WithdrawHistRec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "WithdrawTrans.txt".
               "WithdrawForms.txt".
           01 WS-REGISTER-PATH PIC X(100) VALUE
               "WithdrawRegister.txt".
           01 WS-WD-HISTORY-PATH PIC X(100) VALUE
               "WithdrawHistory.txt".
           01 WS-WD-HISTORY-STATUS PIC X(2).
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-STUDENT-MASTER-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "STUDENT-WITHDRAWAL".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 3.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-SIM-TAG PIC X(12) VALUE SPACES.
           01 WS-EVENT-TYPE PIC X(12) VALUE "WITHDRAWN".
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "WITHDRAW_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-WD-HISTORY-PATH
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
               OPEN INPUT WITHDRAW-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
      * a simulation only reads the roster and student master
               IF WS-SIMULATION = "Y" THEN
                   OPEN INPUT SCHOOL
               ELSE
                   OPEN I-O SCHOOL
               END-IF.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
                       "apply"
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               IF WS-SIMULATION = "Y" THEN
                   OPEN INPUT STUDENT-MASTER
               ELSE
                   OPEN I-O STUDENT-MASTER
               END-IF.
               IF WS-STUDENT-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-MASTER not found, roster only "
                       "will be updated"
               PERFORM LOAD-RECEIVABLES.
               OPEN OUTPUT WITHDRAW-FORMS.
               OPEN OUTPUT WITHDRAW-REGISTER.
               IF WS-SIMULATION = "Y" THEN
                   MOVE "*** SIMULATION - NO FILES UPDATED ***"
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   OPEN EXTEND WITHDRAW-HISTORY
                   IF WS-WD-HISTORY-STATUS = "35" THEN
                       OPEN OUTPUT WITHDRAW-HISTORY
                       CLOSE WITHDRAW-HISTORY
                       OPEN EXTEND WITHDRAW-HISTORY
                   END-IF
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
               STRING "WITHDRAWAL REGISTER  RUN DATE "
                      DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               IF WS-SIMULATION NOT = "Y" THEN
                   PERFORM WRITE-RECEIVABLES
               END-IF.
               CLOSE WITHDRAW-TRANS.
               CLOSE SCHOOL.
               IF WS-STUDENT-MASTER-STATUS = "00" THEN
               END-IF.
               CLOSE WITHDRAW-FORMS.
               CLOSE WITHDRAW-REGISTER.
               IF WS-SIMULATION NOT = "Y" THEN
                   CLOSE WITHDRAW-HISTORY
               END-IF.
               DISPLAY "===== WITHDRAWAL CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
               END-IF.
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Forms addressed:   " WS-ADDRESSED-COUNT.
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
               IF WS-SIMULATION = "Y" AND WS-END-STATUS = "COMPLETE"
                   MOVE "SIMULATE" TO WS-END-STATUS
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.
                           PERFORM WRITE-REJECTED-LINE
                       ELSE
                           MOVE "I" TO SCHOOL-STATUS
                           IF WS-SIMULATION NOT = "Y" THEN
                               REWRITE SCHOOL-RECORD
                               PERFORM WRITE-WITHDRAW-HISTORY
                               PERFORM INACTIVATE-ON-MASTER
                           END-IF
                           PERFORM PRORATE-FEES
                           PERFORM PRINT-WITHDRAW-FORM
                           PERFORM WRITE-APPLIED-LINE
                       END-IF
               END-READ.

            WRITE-WITHDRAW-HISTORY.
               MOVE WD-STUDENT-ID TO WH-STUDENT-ID.
               MOVE SCHOOL-NAME TO WH-NAME.
               MOVE SCHOOL-CAMPUS-CODE TO WH-CAMPUS-CODE.
               MOVE SCHOOL-GRADE-LEVEL TO WH-GRADE-LEVEL.
               MOVE WD-DATE TO WH-WITHDRAW-DATE.
               MOVE WD-REASON TO WH-REASON.
               MOVE WS-TODAY-DATE TO WH-POSTED-DATE.
               WRITE WITHDRAW-HISTORY-REC.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "STATUS A CAMPUS " DELIMITED BY SIZE
                      SCHOOL-CAMPUS-CODE DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "STATUS I REASON " DELIMITED BY SIZE
                      WD-REASON DELIMITED BY SIZE
                      " DATE " DELIMITED BY SIZE
                      WD-DATE DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING WD-STUDENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            INACTIVATE-ON-MASTER.
               IF WS-STUDENT-MASTER-STATUS = "00" THEN
                   MOVE WD-STUDENT-ID TO SM-STUDENT-ID
                      "                               PAGE "
                      DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      WS-SIM-TAG DELIMITED BY SIZE
                      INTO FORM-LINE.
               WRITE FORM-LINE.
               MOVE ALL "-" TO FORM-LINE.
               WRITE FORM-LINE.
               MOVE SPACES TO FORM-LINE.
               WRITE FORM-LINE.
               MOVE WD-STUDENT-ID TO MB-STUDENT-ID.
               MOVE 0 TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO FORM-LINE.
               STRING "Student: " DELIMITED BY SIZE
                      SCHOOL-NAME DELIMITED BY SIZE
                      " (ID " DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

      * guardian address block from the contact master; a letter
      * that cannot be mailed is marked and held for the office
            PRINT-ADDRESS-BLOCK.
               CALL "MAIL-ADDRESS" USING WS-PROGRAM-NAME, WS-MAIL-BLOCK.
               IF MB-ADDRESSED THEN
                   ADD 1 TO WS-ADDRESSED-COUNT
                   MOVE MB-LINE(1) TO FORM-LINE
                   WRITE FORM-LINE
                   MOVE MB-LINE(2) TO FORM-LINE
                   WRITE FORM-LINE
                   MOVE MB-LINE(3) TO FORM-LINE
                   WRITE FORM-LINE
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   MOVE SPACES TO FORM-LINE
                   STRING "*** NOT ADDRESSED: " DELIMITED BY SIZE
                          MB-REASON DELIMITED BY SIZE
                          " - HOLD FOR OFFICE ***" DELIMITED BY SIZE
                          INTO FORM-LINE
                   WRITE FORM-LINE
               END-IF.
               MOVE SPACES TO FORM-LINE.
               WRITE FORM-LINE.

       END PROGRAM STUDENT-WITHDRAWAL.
