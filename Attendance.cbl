      *          them to the per-student attendance history file,
      *          prints the daily absence list, and reports chronic
      *          absentees over the configured term threshold.
      *          Suspension days (code S, posted by DISCIPLINE-MAINT)
      *          are not counted toward chronic absence.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-BATCH.
                   MOVE SW-STUDENT-ID TO WS-PREV-STUDENT-ID
                   MOVE 0 TO WS-ABS-COUNT
               END-IF.
               IF SW-CODE NOT = "T" AND SW-CODE NOT = "S" THEN
                   ADD 1 TO WS-ABS-COUNT
               END-IF.

