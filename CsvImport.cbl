      *          Handles quoted names and variable-length fields,
      *          validates every field against the student picture
      *          clauses, and kicks malformed rows to a load-error
      *          report with line numbers and reasons. IDs drawn
      *          from ID-ASSIGN are written to the student
      *          change-event log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-CSV-IMPORT.
           01 WS-ASSIGN-CAMPUS PIC X(3) VALUE "***".
           01 WS-ASSIGNED-ID PIC 9(5).
           01 WS-ASSIGN-RESULT PIC X(2).
           01 WS-EVENT-TYPE PIC X(12) VALUE "ID ASSIGNED".
           01 WS-EVENT-BEFORE PIC X(40) VALUE SPACES.
           01 WS-EVENT-AFTER PIC X(40).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "STUDENT-CSV-IMPORT".
                           WS-ASSIGNED-ID, WS-ASSIGN-RESULT
                       IF WS-ASSIGN-RESULT = "00" THEN
                           MOVE WS-ASSIGNED-ID TO WS-ID-NUM
                           PERFORM LOG-ID-ASSIGNED
                       ELSE
                           MOVE "No student ID available"
                               TO WS-REJECT-REASON
                   END-IF
               END-IF.

            LOG-ID-ASSIGNED.
               MOVE SPACES TO WS-EVENT-AFTER.
               STRING "CAMPUS " DELIMITED BY SIZE
                      WS-ASSIGN-CAMPUS DELIMITED BY SIZE
                      INTO WS-EVENT-AFTER.
               CALL "STUDENT-EVENT" USING WS-ASSIGNED-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            WRITE-LOAD-ERROR.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO LOAD-ERROR-LINE.
