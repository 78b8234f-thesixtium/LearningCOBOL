      *          enrollment date, so a returning family keeps the
      *          student's original ID instead of being re-keyed
      *          under a new one. Every reinstatement is appended to
      *          the restore register for the audit file and to the
      *          student change-event log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-RESTORE.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-EVENT-TYPE PIC X(12) VALUE "RESTORED".
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               CLOSE RESTORE-REGISTER.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "ARCHIVED " DELIMITED BY SIZE
                      ARC-ARCHIVE-DATE DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      ARC-STATUS DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "STATUS A CAMPUS " DELIMITED BY SIZE
                      ARC-CAMPUS-CODE DELIMITED BY SIZE
                      " GRADE " DELIMITED BY SIZE
                      ARC-GRADE-LEVEL DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING ARC-STUDENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

       END PROGRAM ARCHIVE-RESTORE.
