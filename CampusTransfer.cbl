      *          to-campus against the campus master, writes one
      *          transfer history record per move so the registrar
      *          can answer where a student was enrolled on any date,
      *          and prints a transfer register. With
      *          SIMULATION_MODE=Y the register is printed, marked
      *          SIMULATION, but the roster and transfer history are
      *          left untouched. Each posted move is also written to
      *          the student change-event log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-TRANSFER.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-EVENT-TYPE PIC X(12) VALUE "TRANSFER".
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SIMULATION_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) = "Y" THEN
                           MOVE "Y" TO WS-SIMULATION
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-CAMPUS-MASTER.
               OPEN INPUT TRANSFER-TRANS.
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
      * a simulation only reads the roster
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
               IF WS-SIMULATION NOT = "Y" THEN
                   OPEN EXTEND TRANSFER-HISTORY
                   IF WS-HISTORY-STATUS = "35" THEN
                       OPEN OUTPUT TRANSFER-HISTORY
                       CLOSE TRANSFER-HISTORY
                       OPEN EXTEND TRANSFER-HISTORY
                   END-IF
               END-IF.
               OPEN OUTPUT TRANSFER-REGISTER.
               IF WS-SIMULATION = "Y" THEN
                   MOVE "*** SIMULATION - NO FILES UPDATED ***"
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
               STRING "TRANSFER REGISTER  RUN DATE "
                      DELIMITED BY SIZE
               WRITE REGISTER-LINE.
               CLOSE TRANSFER-TRANS.
               CLOSE SCHOOL.
               IF WS-SIMULATION NOT = "Y" THEN
                   CLOSE TRANSFER-HISTORY
               END-IF.
               CLOSE TRANSFER-REGISTER.
               DISPLAY "===== CAMPUS TRANSFER CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
                   IF WS-END-STATUS = "COMPLETE" THEN
                       MOVE "SIMULATE" TO WS-END-STATUS
                   END-IF
               END-IF.
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
                           PERFORM WRITE-REJECTED-LINE
                       ELSE
                           MOVE TR-TO-CAMPUS TO SCHOOL-CAMPUS-CODE
                           IF WS-SIMULATION NOT = "Y" THEN
                               REWRITE SCHOOL-RECORD
                               PERFORM WRITE-TRANSFER-HISTORY
                           END-IF
                           PERFORM WRITE-APPLIED-LINE
                       END-IF
               END-READ.
               MOVE TR-EFFECTIVE-DATE TO TH-EFFECTIVE-DATE.
               MOVE WS-TODAY-DATE TO TH-POSTED-DATE.
               WRITE TRANSFER-HISTORY-REC.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "CAMPUS " DELIMITED BY SIZE
                      TR-FROM-CAMPUS DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "CAMPUS " DELIMITED BY SIZE
                      TR-TO-CAMPUS DELIMITED BY SIZE
                      " EFFECTIVE " DELIMITED BY SIZE
                      TR-EFFECTIVE-DATE DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING TR-STUDENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
