      *          guardian name, validates the student against the
      *          roster, and prints an applied/rejected audit listing
      *          so fee billing can consolidate sibling invoices.
      *          Every applied link, change and unlink is also
      *          written to the student change-event log with the
      *          family number and guardian before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILY-MAINT.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-EVENT-TYPE PIC X(12).
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).
           01 WS-FAMILY-IMAGE PIC X(40).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "FAMILY-MAINT".
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "FAMILY LINK" TO WS-EVENT-TYPE
                       MOVE SPACES TO WS-EVENT-BEFORE
                       PERFORM BUILD-FAMILY-IMAGE
                       MOVE WS-FAMILY-IMAGE TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-WRITE.

            CHANGE-FAMILY-LINK.
                       MOVE "Student not linked" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM BUILD-FAMILY-IMAGE
                       MOVE WS-FAMILY-IMAGE TO WS-EVENT-BEFORE
                       MOVE FT-FAMILY-ID TO FM-FAMILY-ID
                       MOVE FT-GUARDIAN-NAME TO FM-GUARDIAN-NAME
                       REWRITE FAMILY-MASTER-REC
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "FAMILY CHG" TO WS-EVENT-TYPE
                       PERFORM BUILD-FAMILY-IMAGE
                       MOVE WS-FAMILY-IMAGE TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-READ.

            DELETE-FAMILY-LINK.
                       MOVE "Student not linked" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM BUILD-FAMILY-IMAGE
                       MOVE WS-FAMILY-IMAGE TO WS-EVENT-BEFORE
                       DELETE FAMILY-MASTER
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "FAMILY UNLNK" TO WS-EVENT-TYPE
                       MOVE SPACES TO WS-EVENT-AFTER
                       PERFORM LOG-STUDENT-EVENT
               END-READ.

            BUILD-FAMILY-IMAGE.
               MOVE SPACES TO WS-FAMILY-IMAGE.
               STRING "FAMILY " DELIMITED BY SIZE
                      FM-FAMILY-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FM-GUARDIAN-NAME DELIMITED BY SIZE
                      INTO WS-FAMILY-IMAGE.

            LOG-STUDENT-EVENT.
               CALL "STUDENT-EVENT" USING FT-STUDENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "FAMILY MASTER MAINTENANCE AUDIT LISTING"
