      *          student text file. An add keyed with student ID
      *          00000 draws the next free ID automatically from the
      *          ID-ASSIGN control file instead of the office
      *          inventing one by hand. Every applied add, change,
      *          delete and ID assignment is also written to the
      *          student change-event log with the record's before
      *          and after values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MAINT.
           01 WS-ASSIGN-CAMPUS PIC X(3) VALUE "***".
           01 WS-ASSIGNED-ID PIC 9(5).
           01 WS-ASSIGN-RESULT PIC X(2).
           01 WS-EVENT-TYPE PIC X(12).
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).
           01 WS-STUDENT-IMAGE PIC X(40).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "STUDENT-MAINT".
                   WS-ASSIGNED-ID, WS-ASSIGN-RESULT.
               IF WS-ASSIGN-RESULT = "00" THEN
                   MOVE WS-ASSIGNED-ID TO MT-STUDENT-ID
                   MOVE "ID ASSIGNED" TO WS-EVENT-TYPE
                   MOVE SPACES TO WS-EVENT-BEFORE
                   MOVE SPACES TO WS-EVENT-AFTER
                   STRING "CAMPUS " DELIMITED BY SIZE
                          WS-ASSIGN-CAMPUS DELIMITED BY SIZE
                          INTO WS-EVENT-AFTER
                   PERFORM LOG-STUDENT-EVENT
               ELSE
                   MOVE "No student ID available"
                       TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "ADDED" TO WS-EVENT-TYPE
                       MOVE SPACES TO WS-EVENT-BEFORE
                       PERFORM BUILD-STUDENT-IMAGE
                       MOVE WS-STUDENT-IMAGE TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-WRITE.

            CHANGE-STUDENT.
                       MOVE "Student not on file" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM BUILD-STUDENT-IMAGE
                       MOVE WS-STUDENT-IMAGE TO WS-EVENT-BEFORE
                       MOVE MT-NAME TO SM-NAME
                       MOVE MT-GRADE-LEVEL TO SM-GRADE-LEVEL
                       MOVE MT-ENROLLMENT-DATE TO SM-ENROLLMENT-DATE
                       MOVE MT-STUDENT-STATUS TO SM-STUDENT-STATUS
                       REWRITE STUDENT-MASTER-REC
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "CHANGED" TO WS-EVENT-TYPE
                       PERFORM BUILD-STUDENT-IMAGE
                       MOVE WS-STUDENT-IMAGE TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-READ.

            DELETE-STUDENT.
                       MOVE "Student not on file" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM BUILD-STUDENT-IMAGE
                       MOVE WS-STUDENT-IMAGE TO WS-EVENT-BEFORE
                       DELETE STUDENT-MASTER
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "DELETED" TO WS-EVENT-TYPE
                       MOVE SPACES TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-READ.

      * name, grade, status and enrollment date as one 40-byte value
            BUILD-STUDENT-IMAGE.
               MOVE SPACES TO WS-STUDENT-IMAGE.
               STRING SM-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SM-GRADE-LEVEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SM-STUDENT-STATUS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SM-ENROLLMENT-DATE DELIMITED BY SIZE
                      INTO WS-STUDENT-IMAGE.

            LOG-STUDENT-EVENT.
               CALL "STUDENT-EVENT" USING MT-STUDENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "STUDENT MASTER MAINTENANCE AUDIT LISTING"
