      *          delete the merged record from the roster and student
      *          master, and print a merge register. Duplicate
      *          students double-bill families and double-count state
      *          enrollment. With SIMULATION_MODE=Y the merges are
      *          validated and the register printed, marked
      *          SIMULATION, but the roster, student master, history
      *          files and receivables are left untouched. Each
      *          applied merge is written to the student change-event
      *          log under both the merged and the surviving ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MERGE.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-EVENT-TYPE PIC X(12).
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
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
               PERFORM SCAN-FOR-DUPLICATES.
               PERFORM APPLY-MERGES.
               DISPLAY "===== STUDENT MERGE CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
               END-IF.
               DISPLAY "Suspect pairs:     " WS-SUSPECT-COUNT.
               DISPLAY "Merges read:       " WS-READ-COUNT.
               DISPLAY "Merges applied:    " WS-MERGED-COUNT.
               DISPLAY "Merges rejected:   " WS-REJECTED-COUNT.
               IF WS-SIMULATION = "Y" AND WS-END-STATUS = "COMPLETE"
                   MOVE "SIMULATE" TO WS-END-STATUS
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-MERGED-COUNT.
               GOBACK.
                   DISPLAY "MERGE-TRANS not found, scan only"
               ELSE
                   OPEN OUTPUT MERGE-REGISTER
                   IF WS-SIMULATION = "Y" THEN
                       MOVE "*** SIMULATION - NO FILES UPDATED ***"
                           TO REGISTER-LINE
                       WRITE REGISTER-LINE
                   END-IF
                   MOVE "STUDENT MERGE REGISTER" TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE ALL "-" TO REGISTER-LINE
                   MOVE "Survivor equals merged" TO WS-REJECT-REASON
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   IF WS-SIMULATION = "Y" THEN
                       OPEN INPUT SCHOOL
                   ELSE
                       OPEN I-O SCHOOL
                   END-IF
                   MOVE WS-SURVIVOR-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                       END-READ
                   END-IF
                   IF WS-REJECT-REASON = SPACES THEN
                       IF WS-SIMULATION NOT = "Y" THEN
                           DELETE SCHOOL
                           PERFORM DELETE-FROM-MASTER
                           PERFORM FIX-ATTENDANCE-FILE
                           PERFORM FIX-GRADE-FILE
                           PERFORM LOG-MERGE-EVENTS
                       END-IF
                       PERFORM FOLD-RECEIVABLES
                       ADD 1 TO WS-MERGED-COUNT
                       MOVE SPACES TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF.

            LOG-MERGE-EVENTS.
               MOVE "MERGED OUT" TO WS-EVENT-TYPE.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "STUDENT ID " DELIMITED BY SIZE
                      WS-MERGED-ID DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "MERGED INTO " DELIMITED BY SIZE
                      WS-SURVIVOR-ID DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING WS-MERGED-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.
               MOVE "MERGED IN" TO WS-EVENT-TYPE.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "STUDENT ID " DELIMITED BY SIZE
                      WS-SURVIVOR-ID DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "ABSORBED " DELIMITED BY SIZE
                      WS-MERGED-ID DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING WS-SURVIVOR-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            DELETE-FROM-MASTER.
               OPEN I-O STUDENT-MASTER.
               IF WS-STUDENT-MASTER-STATUS = "00" THEN
                       GOBACK
                   END-IF
                   PERFORM COMBINE-BALANCES
                   IF WS-SIMULATION NOT = "Y" THEN
                       PERFORM REWRITE-RECEIVABLES
                   END-IF
               END-IF.

            COMBINE-BALANCES.
