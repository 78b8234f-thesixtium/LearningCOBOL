      *          archive file, rolls CalcResults and the run log to
      *          dated generations, and prints a purge register of
      *          exactly what was archived for the retention audit.
      *          With SIMULATION_MODE=Y the register is printed,
      *          marked SIMULATION, but nothing is archived, deleted
      *          or rolled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-PURGE.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                               TO WS-CUTOFF-DATE
                       END-IF
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
               MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-TEXT.
               OPEN OUTPUT PURGE-REGISTER.
               IF WS-SIMULATION = "Y" THEN
                   MOVE "*** SIMULATION - NO FILES UPDATED ***"
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
               STRING "PURGE REGISTER  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-TEXT DELIMITED BY SIZE
               PERFORM ROLL-RUN-LOG.
               CLOSE PURGE-REGISTER.
               DISPLAY "===== ARCHIVE/PURGE CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
               END-IF.
               DISPLAY "Archived:  " WS-ARCHIVED-COUNT.
               DISPLAY "Kept:      " WS-KEPT-COUNT.
               IF WS-SIMULATION = "Y" AND WS-END-STATUS = "COMPLETE"
                   MOVE "SIMULATE" TO WS-END-STATUS
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-ARCHIVED-COUNT.
               GOBACK.

            ARCHIVE-INACTIVE-STUDENTS.
               IF WS-SIMULATION = "Y" THEN
                   OPEN INPUT SCHOOL
               ELSE
                   OPEN I-O SCHOOL
               END-IF.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, no students "
                       "archived"
                          WS-TODAY-TEXT DELIMITED BY SIZE
                          ".txt" DELIMITED BY SIZE
                          INTO WS-ARCHIVE-PATH
                   IF WS-SIMULATION NOT = "Y" THEN
                       OPEN EXTEND ARCHIVE-FILE
                       IF WS-ARCHIVE-STATUS = "35" THEN
                           OPEN OUTPUT ARCHIVE-FILE
                           CLOSE ARCHIVE-FILE
                           OPEN EXTEND ARCHIVE-FILE
                       END-IF
                   END-IF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ SCHOOL NEXT
                           NOT AT END PERFORM ARCHIVE-ONE-STUDENT
                       END-READ
                   END-PERFORM
                   IF WS-SIMULATION NOT = "Y" THEN
                       CLOSE ARCHIVE-FILE
                   END-IF
                   CLOSE SCHOOL
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
                   MOVE SCHOOL-STATUS TO ARC-STATUS
                   MOVE SCHOOL-CAMPUS-CODE TO ARC-CAMPUS-CODE
                   MOVE WS-TODAY-DATE TO ARC-ARCHIVE-DATE
                   IF WS-SIMULATION NOT = "Y" THEN
                       WRITE ARCHIVE-RECORD
                   END-IF
                   MOVE SPACES TO REGISTER-LINE
                   STRING "ARCHIVED " DELIMITED BY SIZE
                          SCHOOL-STUDENT-ID DELIMITED BY SIZE
                          SCHOOL-ENROLLMENT-DATE DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   IF WS-SIMULATION NOT = "Y" THEN
                       DELETE SCHOOL
                   END-IF
                   ADD 1 TO WS-ARCHIVED-COUNT
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               IF WS-ROLL-IN-STATUS NOT = "00" THEN
                   DISPLAY "Nothing to roll at " WS-ROLL-IN-PATH
               ELSE
                   IF WS-SIMULATION NOT = "Y" THEN
                       OPEN OUTPUT ROLL-OUT
                   END-IF
                   PERFORM UNTIL WS-ROLL-EOF = "Y"
                       READ ROLL-IN
                           AT END MOVE "Y" TO WS-ROLL-EOF
                           NOT AT END
                               PERFORM ROLL-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE ROLL-IN
                   IF WS-SIMULATION NOT = "Y" THEN
                       CLOSE ROLL-OUT
                       OPEN OUTPUT ROLL-IN
                       CLOSE ROLL-IN
                   END-IF
               END-IF.

      * a simulation only counts the lines that would be rolled
            ROLL-ONE-LINE.
               IF WS-SIMULATION NOT = "Y" THEN
                   MOVE ROLL-IN-REC TO ROLL-OUT-REC
                   WRITE ROLL-OUT-REC
               END-IF.
               ADD 1 TO WS-ROLLED-COUNT.

       END PROGRAM ARCHIVE-PURGE.
