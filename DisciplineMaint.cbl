      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Discipline incident maintenance. Applies A/C
      *          transactions against the indexed DISCIPLINE-INCIDENT
      *          master, keyed by student ID and incident number (an
      *          add with incident number 000 takes the student's next
      *          number). Every incident must belong to a student on
      *          the SCHOOL roster and records the incident date,
      *          incident type, action taken (WRN warning, DET
      *          detention, ISS in-school suspension, OSS out-of-school
      *          suspension, EXP expulsion) and suspension days with
      *          their start date. On a change, blank fields keep their
      *          current values. Prints an applied/rejected audit
      *          listing with the before and after values.
      *          Out-of-school suspension days are then posted to the
      *          attendance history under code S, one record per
      *          instructional day on the campus's school calendar from
      *          the start date, up to today; days not yet reached are
      *          posted by later runs. A day already keyed in the
      *          history for that student is recoded to S rather than
      *          posted twice, and is listed on the audit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCIPLINE-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MAINT-TRANS ASSIGN DYNAMIC WS-MAINT-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.
               SELECT INCIDENT-MASTER ASSIGN DYNAMIC
                   WS-INCIDENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT ATTEND-HISTORY ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT HISTORY-WORK ASSIGN TO "DisciplineAttend.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-TRANS.
           01 MAINT-TRANS-REC.
               05 DT-ACTION PIC A(1).
                   88 DT-ADD VALUE "A".
                   88 DT-CHANGE VALUE "C".
               05 DT-STUDENT-ID PIC 9(5).
               05 DT-INCIDENT-NO PIC 9(3).
               05 DT-INCIDENT-DATE PIC X(8).
               05 DT-INCIDENT-TYPE PIC X(4).
               05 DT-ACTION-TAKEN PIC X(3).
               05 DT-SUSP-DAYS PIC X(2).
               05 DT-SUSP-START PIC X(8).

           FD INCIDENT-MASTER.
           01 INCIDENT-REC.
               COPY "IncidentRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD CALENDAR-FILE.
           01 CALENDAR-REC.
               COPY "CalendarRec.cpy".

           FD ATTEND-HISTORY.
           01 ATTEND-HISTORY-REC.
               05 AH-STUDENT-ID PIC 9(5).
               05 AH-DATE PIC 9(8).
               05 AH-CODE PIC X(1).

           FD HISTORY-WORK.
           01 HISTORY-WORK-REC PIC X(14).

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MAINT-TRANS-PATH PIC X(100) VALUE
               "DisciplineMaintTrans.txt".
           01 WS-INCIDENT-PATH PIC X(100) VALUE
               "DisciplineIncidents.dat".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-CALENDAR-PATH PIC X(100) VALUE
               "SchoolCalendar.txt".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "AttendHistory.txt".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "DisciplineMaintAudit.txt".
           01 WS-MAINT-TRANS-STATUS PIC X(2).
           01 WS-INCIDENT-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-WORK-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SCAN-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".
           01 WS-CALENDAR-EOF PIC A(1) VALUE "N".
           01 WS-CALENDAR-LOADED PIC A(1) VALUE "N".
           01 WS-CALENDAR-FULL PIC A(1) VALUE "N".
           01 WS-TRANS-PRESENT PIC A(1) VALUE "Y".
           01 WS-CAL-COUNT PIC 9(4) VALUE 0.
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 4000 TIMES.
                   10 WS-CAL-CAMPUS PIC X(3).
                   10 WS-CAL-DATE PIC 9(8).
                   10 WS-CAL-TYPE PIC X(1).
           01 WS-CAL-SUB PIC 9(4) VALUE 0.
           01 WS-CAL-FOUND PIC 9(4) VALUE 0.
           01 WS-PEND-COUNT PIC 9(4) VALUE 0.
           01 WS-PEND-TABLE.
               05 WS-PEND-ENTRY OCCURS 3000 TIMES.
                   10 WS-PD-STUDENT-ID PIC 9(5).
                   10 WS-PD-INCIDENT-NO PIC 9(3).
                   10 WS-PD-DATE PIC 9(8).
                   10 WS-PD-DAY-NO PIC 9(2).
                   10 WS-PD-FOUND PIC A(1).
                   10 WS-PD-OLD-CODE PIC X(1).
           01 WS-PEND-SUB PIC 9(4) VALUE 0.
           01 WS-PEND-MIN-DATE PIC 9(8) VALUE 0.
           01 WS-PEND-MAX-DATE PIC 9(8) VALUE 0.
           01 WS-DAYS-NEEDED PIC 9(4) VALUE 0.
           01 WS-DAY-NO PIC 9(2) VALUE 0.
           01 WS-LAST-DAY PIC 9(8) VALUE 0.
           01 WS-DAYS-DONE PIC A(1) VALUE "N".
           01 WS-MAX-INCIDENT-NO PIC 9(3) VALUE 0.
           01 WS-NEW-INCIDENT-NO PIC 9(3) VALUE 0.
           01 WS-BEFORE-IMAGE PIC X(46).
           01 WS-AFTER-IMAGE PIC X(46).
           01 WS-OLD-SUSP-START PIC 9(8) VALUE 0.
           01 WS-DATE-RESULT PIC X(2).
           01 WS-START-RESULT PIC X(2).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
           01 WS-RECODED-COUNT PIC 9(7) VALUE 0.
           01 WS-ON-FILE-COUNT PIC 9(7) VALUE 0.
           01 WS-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-SHORT-COUNT PIC 9(7) VALUE 0.
           01 WS-RECODE-NEEDED PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "DISCIPLINE-MAINT".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MAIN.
               MOVE SPACES TO WS-ENV-SCRATCH.
               MOVE "N" TO WS-ENV-FOUND.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "OPERATOR_ID"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE "Y" TO WS-ENV-FOUND
               END-ACCEPT.
               IF WS-ENV-FOUND = "Y" THEN
                   MOVE WS-ENV-SCRATCH TO OperatorId
               ELSE
                   DISPLAY "Enter operator ID:"
                   ACCEPT OperatorId
               END-IF.
               CALL "RUN-LOG" USING OperatorId, WS-PROGRAM-NAME.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   MOVE "NOAUTH" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DISCIPLINE_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-TRANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DISCIPLINE_INCIDENT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-INCIDENT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SCHOOL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SCHOOL_CALENDAR_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CALENDAR-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ATTEND_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DISCIPLINE_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, cannot validate"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
      * suspension days still have to post on days with no incident
      * changes, so a missing transaction file is not fatal
               OPEN INPUT MAINT-TRANS.
               IF WS-MAINT-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "MAINT-TRANS not found, no incident "
                       "changes to apply"
                   MOVE "N" TO WS-TRANS-PRESENT
               END-IF.
               OPEN I-O INCIDENT-MASTER.
               IF WS-INCIDENT-STATUS = "35" THEN
                   OPEN OUTPUT INCIDENT-MASTER
                   CLOSE INCIDENT-MASTER
                   OPEN I-O INCIDENT-MASTER
               END-IF.
               PERFORM LOAD-CALENDAR.
      * a short calendar would post suspension days to the wrong
      * dates, so nothing is applied
               IF WS-CALENDAR-FULL = "Y" THEN
                   IF WS-TRANS-PRESENT = "Y" THEN
                       CLOSE MAINT-TRANS
                   END-IF
                   CLOSE INCIDENT-MASTER
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "Calendar exceeds 4000 days, nothing posted"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               IF WS-TRANS-PRESENT = "Y" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MAINT-TRANS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM APPLY-TRANSACTION
                                   THRU APPLY-TRANSACTION-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-TRANS
               END-IF.
               PERFORM PRINT-AUDIT-TOTALS.
               PERFORM POST-SUSPENSIONS.
               CLOSE INCIDENT-MASTER.
               CLOSE SCHOOL.
               CLOSE MAINT-AUDIT.
               DISPLAY "===== DISCIPLINE MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Susp days posted:  " WS-POSTED-COUNT.
               DISPLAY "Days recoded to S: " WS-RECODED-COUNT.
               DISPLAY "Days already S:    " WS-ON-FILE-COUNT.
               DISPLAY "Incidents deferred:" WS-DEFERRED-COUNT.
               DISPLAY "Short on calendar: " WS-SHORT-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " incident transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               IF WS-RECODED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-RECODED-COUNT DELIMITED BY SIZE
                          " attendance days recoded to suspension, "
                          DELIMITED BY SIZE
                          "see audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               IF WS-DEFERRED-COUNT > 0 OR WS-SHORT-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   COMPUTE WS-DAYS-NEEDED =
                       WS-DEFERRED-COUNT + WS-SHORT-COUNT
                   STRING WS-DAYS-NEEDED DELIMITED BY SIZE
                          " suspensions not fully posted, see audit"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-CALENDAR.
               OPEN INPUT CALENDAR-FILE.
               IF WS-CALENDAR-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL-CALENDAR not found, suspension "
                       "days not posted"
               ELSE
                   PERFORM UNTIL WS-CALENDAR-EOF = "Y"
                       READ CALENDAR-FILE
                           AT END MOVE "Y" TO WS-CALENDAR-EOF
                           NOT AT END PERFORM LOAD-CALENDAR-DAY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
                   MOVE "Y" TO WS-CALENDAR-LOADED
               END-IF.

            LOAD-CALENDAR-DAY.
               IF WS-CAL-COUNT < 4000 THEN
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-CAMPUS-CODE
                       TO WS-CAL-CAMPUS(WS-CAL-COUNT)
                   MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
               ELSE
                   DISPLAY "Calendar table full at: " CALENDAR-REC
                   MOVE "Y" TO WS-CALENDAR-FULL
                   MOVE "Y" TO WS-CALENDAR-EOF
               END-IF.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               IF DT-ADD THEN
                   PERFORM BUILD-NEW-INCIDENT
               ELSE
                   PERFORM READ-INCIDENT
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               PERFORM UPDATE-INCIDENT.
               PERFORM VALIDATE-INCIDENT.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               IF DT-ADD THEN
                   WRITE INCIDENT-REC
                       INVALID KEY
                           MOVE "Incident already on file"
                               TO WS-REJECT-REASON
                           PERFORM WRITE-REJECTED-LINE
                       NOT INVALID KEY
                           PERFORM WRITE-APPLIED-LINE
                           MOVE "AFTER" TO WS-AUDIT-LABEL
                           PERFORM WRITE-VALUES-LINES
                   END-WRITE
               ELSE
                   MOVE INCIDENT-REC TO WS-AFTER-IMAGE
                   MOVE WS-BEFORE-IMAGE TO INCIDENT-REC
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINES
                   MOVE WS-AFTER-IMAGE TO INCIDENT-REC
                   REWRITE INCIDENT-REC
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINES
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT DT-ADD AND NOT DT-CHANGE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF DT-STUDENT-ID IS NOT NUMERIC THEN
                   MOVE "Student ID not numeric" TO WS-REJECT-REASON
               ELSE IF DT-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF DT-INCIDENT-NO IS NOT NUMERIC THEN
                   MOVE "Incident no not numeric" TO WS-REJECT-REASON
               ELSE IF DT-CHANGE AND DT-INCIDENT-NO = ZERO THEN
                   MOVE "Change needs incident no" TO WS-REJECT-REASON
               ELSE IF DT-INCIDENT-DATE NOT = SPACES AND
                       DT-INCIDENT-DATE IS NOT NUMERIC THEN
                   MOVE "Incident date not numeric"
                       TO WS-REJECT-REASON
               ELSE IF DT-SUSP-DAYS NOT = SPACES AND
                       DT-SUSP-DAYS IS NOT NUMERIC THEN
                   MOVE "Suspension days not numeric"
                       TO WS-REJECT-REASON
               ELSE IF DT-SUSP-START NOT = SPACES AND
                       DT-SUSP-START IS NOT NUMERIC THEN
                   MOVE "Start date not numeric" TO WS-REJECT-REASON
               ELSE IF DT-ADD AND (DT-INCIDENT-DATE = SPACES OR
                       DT-INCIDENT-TYPE = SPACES OR
                       DT-ACTION-TAKEN = SPACES) THEN
                   MOVE "Date, type and action needed"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE DT-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

            BUILD-NEW-INCIDENT.
               MOVE DT-INCIDENT-NO TO WS-NEW-INCIDENT-NO.
               IF DT-INCIDENT-NO = ZERO THEN
                   PERFORM FIND-NEXT-INCIDENT-NO
               END-IF.
               MOVE SPACES TO INCIDENT-REC.
               MOVE DT-STUDENT-ID TO DI-STUDENT-ID.
               MOVE WS-NEW-INCIDENT-NO TO DI-INCIDENT-NO.
               MOVE 0 TO DI-INCIDENT-DATE.
               MOVE SCHOOL-CAMPUS-CODE TO DI-CAMPUS-CODE.
               MOVE 0 TO DI-SUSP-DAYS.
               MOVE 0 TO DI-SUSP-START.
               MOVE 0 TO DI-DAYS-POSTED.
               MOVE 0 TO WS-OLD-SUSP-START.

      * the student's incidents sit together in key order, so the
      * next number is one past the last one read for that student
            FIND-NEXT-INCIDENT-NO.
               MOVE 0 TO WS-MAX-INCIDENT-NO.
               MOVE "N" TO WS-SCAN-EOF.
               MOVE DT-STUDENT-ID TO DI-STUDENT-ID.
               MOVE 0 TO DI-INCIDENT-NO.
               START INCIDENT-MASTER KEY NOT < DI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START.
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ INCIDENT-MASTER NEXT
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF DI-STUDENT-ID NOT = DT-STUDENT-ID THEN
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               MOVE DI-INCIDENT-NO
                                   TO WS-MAX-INCIDENT-NO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-MAX-INCIDENT-NO = 999 THEN
                   MOVE "No incident numbers left"
                       TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-NEW-INCIDENT-NO = WS-MAX-INCIDENT-NO + 1
               END-IF.

            READ-INCIDENT.
               MOVE DT-STUDENT-ID TO DI-STUDENT-ID.
               MOVE DT-INCIDENT-NO TO DI-INCIDENT-NO.
               READ INCIDENT-MASTER
                   INVALID KEY
                       MOVE "Incident not on file" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE INCIDENT-REC TO WS-BEFORE-IMAGE
                       MOVE DI-SUSP-START TO WS-OLD-SUSP-START
               END-READ.

      * blank transaction fields leave the current value alone; an
      * incident moved off a suspension drops its days and start date
      * unless new ones are keyed
            UPDATE-INCIDENT.
               IF DT-INCIDENT-DATE NOT = SPACES THEN
                   MOVE DT-INCIDENT-DATE TO DI-INCIDENT-DATE
               END-IF.
               IF DT-INCIDENT-TYPE NOT = SPACES THEN
                   MOVE DT-INCIDENT-TYPE TO DI-INCIDENT-TYPE
               END-IF.
               IF DT-ACTION-TAKEN NOT = SPACES THEN
                   MOVE DT-ACTION-TAKEN TO DI-ACTION-TAKEN
               END-IF.
               IF DT-SUSP-DAYS NOT = SPACES THEN
                   MOVE DT-SUSP-DAYS TO DI-SUSP-DAYS
               ELSE IF NOT DI-SUSPENSION THEN
                   MOVE 0 TO DI-SUSP-DAYS
               END-IF
               END-IF.
               IF DT-SUSP-START NOT = SPACES THEN
                   MOVE DT-SUSP-START TO DI-SUSP-START
               ELSE IF NOT DI-SUSPENSION THEN
                   MOVE 0 TO DI-SUSP-START
               END-IF
               END-IF.
               MOVE WS-TODAY-DATE TO DI-LAST-CHANGED.

            VALIDATE-INCIDENT.
               CALL "DATE-CHECK" USING DI-INCIDENT-DATE,
                   WS-DATE-RESULT.
               MOVE "00" TO WS-START-RESULT.
               IF DI-SUSP-START NOT = 0 THEN
                   CALL "DATE-CHECK" USING DI-SUSP-START,
                       WS-START-RESULT
               END-IF.
               IF WS-DATE-RESULT NOT = "00" THEN
                   MOVE "Invalid or future incident date"
                       TO WS-REJECT-REASON
               ELSE IF DI-INCIDENT-DATE < SCHOOL-ENROLLMENT-DATE THEN
                   MOVE "Incident before enrollment"
                       TO WS-REJECT-REASON
               ELSE IF NOT DI-VALID-TYPE THEN
                   MOVE "Invalid incident type" TO WS-REJECT-REASON
               ELSE IF NOT DI-VALID-ACTION THEN
                   MOVE "Invalid action taken" TO WS-REJECT-REASON
               ELSE IF DI-SUSPENSION AND DI-SUSP-DAYS = 0 THEN
                   MOVE "Suspension needs days" TO WS-REJECT-REASON
               ELSE IF NOT DI-SUSPENSION AND
                       (DI-SUSP-DAYS NOT = 0 OR
                        DI-SUSP-START NOT = 0) THEN
                   MOVE "Days only valid on suspension"
                       TO WS-REJECT-REASON
               ELSE IF DI-OUT-OF-SCHOOL AND DI-SUSP-START = 0 THEN
                   MOVE "OSS needs a start date" TO WS-REJECT-REASON
               ELSE IF WS-START-RESULT NOT = "00" AND
                       WS-START-RESULT NOT = "05" THEN
                   MOVE "Invalid suspension start" TO WS-REJECT-REASON
               ELSE IF DI-SUSP-START NOT = 0 AND
                       DI-SUSP-START < DI-INCIDENT-DATE THEN
                   MOVE "Start before incident date"
                       TO WS-REJECT-REASON
               ELSE IF DI-SUSP-DAYS < DI-DAYS-POSTED THEN
                   MOVE "Fewer days than already posted"
                       TO WS-REJECT-REASON
               ELSE IF DI-DAYS-POSTED > 0 AND
                       (NOT DI-OUT-OF-SCHOOL OR
                        DI-SUSP-START NOT = WS-OLD-SUSP-START) THEN
                   MOVE "Days posted, correct attendance"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * out-of-school suspensions with days still to post are laid
      * out on the campus calendar, the history is checked for days
      * already keyed, and only then are the posted counts advanced
            POST-SUSPENSIONS.
               IF WS-CALENDAR-LOADED NOT = "Y" THEN
                   MOVE SPACES TO AUDIT-LINE
                   STRING "NO SCHOOL CALENDAR, SUSPENSION DAYS NOT "
                          DELIMITED BY SIZE
                          "POSTED" DELIMITED BY SIZE
                          INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               ELSE
                   MOVE "N" TO WS-SCAN-EOF
                   MOVE ZEROS TO DI-KEY
                   START INCIDENT-MASTER KEY NOT < DI-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF
                   END-START
                   PERFORM UNTIL WS-SCAN-EOF = "Y"
                       READ INCIDENT-MASTER NEXT
                           AT END MOVE "Y" TO WS-SCAN-EOF
                           NOT AT END
                               PERFORM SCHEDULE-SUSPENSION-DAYS
                       END-READ
                   END-PERFORM
                   IF WS-PEND-COUNT > 0 THEN
                       PERFORM APPLY-SUSPENSION-DAYS
                   END-IF
                   PERFORM PRINT-POSTING-TOTALS
               END-IF.

            SCHEDULE-SUSPENSION-DAYS.
               IF DI-OUT-OF-SCHOOL AND
                       DI-DAYS-POSTED < DI-SUSP-DAYS THEN
                   COMPUTE WS-DAYS-NEEDED = WS-PEND-COUNT +
                       DI-SUSP-DAYS - DI-DAYS-POSTED
                   IF WS-DAYS-NEEDED > 3000 THEN
                       ADD 1 TO WS-DEFERRED-COUNT
                       PERFORM WRITE-DEFERRED-NOTE
                   ELSE
                       PERFORM LAY-OUT-SUSPENSION
                   END-IF
               END-IF.

            LAY-OUT-SUSPENSION.
               MOVE 0 TO WS-DAY-NO.
               MOVE 0 TO WS-LAST-DAY.
               MOVE "N" TO WS-DAYS-DONE.
               PERFORM UNTIL WS-DAY-NO NOT < DI-SUSP-DAYS
                       OR WS-DAYS-DONE = "Y"
                   PERFORM FIND-NEXT-SUSPENSION-DAY
                   IF WS-CAL-FOUND = 0 THEN
                       MOVE "Y" TO WS-DAYS-DONE
                   ELSE IF WS-CAL-DATE(WS-CAL-FOUND) >
                           WS-TODAY-DATE THEN
                       MOVE "Y" TO WS-DAYS-DONE
                   ELSE
                       ADD 1 TO WS-DAY-NO
                       MOVE WS-CAL-DATE(WS-CAL-FOUND) TO WS-LAST-DAY
                       IF WS-DAY-NO > DI-DAYS-POSTED THEN
                           PERFORM ADD-PENDING-DAY
                       END-IF
                   END-IF
                   END-IF
               END-PERFORM.
               IF WS-DAY-NO < DI-SUSP-DAYS AND WS-CAL-FOUND = 0 THEN
                   ADD 1 TO WS-SHORT-COUNT
                   PERFORM WRITE-CALENDAR-NOTE
               END-IF.

      * next instructional day for the incident campus on or after
      * the start date and after the last day already laid out
            FIND-NEXT-SUSPENSION-DAY.
               MOVE 0 TO WS-CAL-FOUND.
               MOVE 1 TO WS-CAL-SUB.
               PERFORM UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-CAMPUS(WS-CAL-SUB) = DI-CAMPUS-CODE AND
                           WS-CAL-TYPE(WS-CAL-SUB) = "I" AND
                           WS-CAL-DATE(WS-CAL-SUB) NOT <
                               DI-SUSP-START AND
                           WS-CAL-DATE(WS-CAL-SUB) > WS-LAST-DAY THEN
                       IF WS-CAL-FOUND = 0 THEN
                           MOVE WS-CAL-SUB TO WS-CAL-FOUND
                       ELSE IF WS-CAL-DATE(WS-CAL-SUB) <
                               WS-CAL-DATE(WS-CAL-FOUND) THEN
                           MOVE WS-CAL-SUB TO WS-CAL-FOUND
                       END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-CAL-SUB
               END-PERFORM.

            ADD-PENDING-DAY.
               ADD 1 TO WS-PEND-COUNT.
               MOVE DI-STUDENT-ID TO WS-PD-STUDENT-ID(WS-PEND-COUNT).
               MOVE DI-INCIDENT-NO TO WS-PD-INCIDENT-NO(WS-PEND-COUNT).
               MOVE WS-LAST-DAY TO WS-PD-DATE(WS-PEND-COUNT).
               MOVE WS-DAY-NO TO WS-PD-DAY-NO(WS-PEND-COUNT).
               MOVE "N" TO WS-PD-FOUND(WS-PEND-COUNT).
               MOVE SPACE TO WS-PD-OLD-CODE(WS-PEND-COUNT).
               IF WS-PEND-COUNT = 1 OR
                       WS-LAST-DAY < WS-PEND-MIN-DATE THEN
                   MOVE WS-LAST-DAY TO WS-PEND-MIN-DATE
               END-IF.
               IF WS-LAST-DAY > WS-PEND-MAX-DATE THEN
                   MOVE WS-LAST-DAY TO WS-PEND-MAX-DATE
               END-IF.

            WRITE-DEFERRED-NOTE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "DEFERRED STUDENT " DELIMITED BY SIZE
                      DI-STUDENT-ID DELIMITED BY SIZE
                      " INCIDENT " DELIMITED BY SIZE
                      DI-INCIDENT-NO DELIMITED BY SIZE
                      " OSS " DELIMITED BY SIZE
                      DI-SUSP-DAYS DELIMITED BY SIZE
                      " DAYS, POSTED NEXT RUN" DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-CALENDAR-NOTE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "CALENDAR ENDS STUDENT " DELIMITED BY SIZE
                      DI-STUDENT-ID DELIMITED BY SIZE
                      " INCIDENT " DELIMITED BY SIZE
                      DI-INCIDENT-NO DELIMITED BY SIZE
                      " AFTER " DELIMITED BY SIZE
                      WS-DAY-NO DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      DI-SUSP-DAYS DELIMITED BY SIZE
                      " DAYS AT " DELIMITED BY SIZE
                      DI-CAMPUS-CODE DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

      * a first pass marks pending days already in the history; the
      * history is only rewritten when some of those carry another
      * code, otherwise the new days are simply appended
            APPLY-SUSPENSION-DAYS.
               MOVE 0 TO WS-RECODE-NEEDED.
               OPEN INPUT ATTEND-HISTORY.
               IF WS-HISTORY-STATUS = "00" THEN
                   MOVE "N" TO WS-HISTORY-EOF
                   PERFORM UNTIL WS-HISTORY-EOF = "Y"
                       READ ATTEND-HISTORY
                           AT END MOVE "Y" TO WS-HISTORY-EOF
                           NOT AT END PERFORM MATCH-PENDING-DAY
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-HISTORY
               END-IF.
               IF WS-RECODE-NEEDED > 0 THEN
                   PERFORM RECODE-ATTEND-HISTORY
               END-IF.
               OPEN EXTEND ATTEND-HISTORY.
               IF WS-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT ATTEND-HISTORY
                   CLOSE ATTEND-HISTORY
                   OPEN EXTEND ATTEND-HISTORY
               END-IF.
               MOVE SPACES TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE "SUSPENSION DAYS POSTED TO ATTENDANCE"
                   TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE 1 TO WS-PEND-SUB.
               PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   PERFORM POST-PENDING-DAY
                   ADD 1 TO WS-PEND-SUB
               END-PERFORM.
               CLOSE ATTEND-HISTORY.
               MOVE 1 TO WS-PEND-SUB.
               PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   PERFORM ADVANCE-DAYS-POSTED
                   ADD 1 TO WS-PEND-SUB
               END-PERFORM.

            MATCH-PENDING-DAY.
               IF AH-DATE NOT < WS-PEND-MIN-DATE AND
                       AH-DATE NOT > WS-PEND-MAX-DATE THEN
                   MOVE 1 TO WS-PEND-SUB
                   PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
                       IF WS-PD-STUDENT-ID(WS-PEND-SUB) = AH-STUDENT-ID
                               AND WS-PD-DATE(WS-PEND-SUB) = AH-DATE
                           MOVE "Y" TO WS-PD-FOUND(WS-PEND-SUB)
                           IF AH-CODE NOT = "S" AND
                                   WS-PD-OLD-CODE(WS-PEND-SUB) = SPACE
                               MOVE AH-CODE
                                   TO WS-PD-OLD-CODE(WS-PEND-SUB)
                               ADD 1 TO WS-RECODE-NEEDED
                           END-IF
                       END-IF
                       ADD 1 TO WS-PEND-SUB
                   END-PERFORM
               END-IF.

      * copy the history out to the work file with the clashing days
      * recoded, then copy it back over the history
            RECODE-ATTEND-HISTORY.
               OPEN INPUT ATTEND-HISTORY.
               OPEN OUTPUT HISTORY-WORK.
               MOVE "N" TO WS-HISTORY-EOF.
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ ATTEND-HISTORY
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM RECODE-HISTORY-DAY
                           WRITE HISTORY-WORK-REC
                               FROM ATTEND-HISTORY-REC
                   END-READ
               END-PERFORM.
               CLOSE ATTEND-HISTORY.
               CLOSE HISTORY-WORK.
               OPEN INPUT HISTORY-WORK.
               OPEN OUTPUT ATTEND-HISTORY.
               MOVE "N" TO WS-HISTORY-EOF.
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ HISTORY-WORK
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           WRITE ATTEND-HISTORY-REC
                               FROM HISTORY-WORK-REC
                   END-READ
               END-PERFORM.
               CLOSE HISTORY-WORK.
               CLOSE ATTEND-HISTORY.

            RECODE-HISTORY-DAY.
               IF AH-DATE NOT < WS-PEND-MIN-DATE AND
                       AH-DATE NOT > WS-PEND-MAX-DATE THEN
                   MOVE 1 TO WS-PEND-SUB
                   PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
                       IF WS-PD-STUDENT-ID(WS-PEND-SUB) = AH-STUDENT-ID
                               AND WS-PD-DATE(WS-PEND-SUB) = AH-DATE
                           MOVE "S" TO AH-CODE
                       END-IF
                       ADD 1 TO WS-PEND-SUB
                   END-PERFORM
               END-IF.

            POST-PENDING-DAY.
               MOVE SPACES TO AUDIT-LINE.
               IF WS-PD-FOUND(WS-PEND-SUB) = "N" THEN
                   MOVE WS-PD-STUDENT-ID(WS-PEND-SUB) TO AH-STUDENT-ID
                   MOVE WS-PD-DATE(WS-PEND-SUB) TO AH-DATE
                   MOVE "S" TO AH-CODE
                   WRITE ATTEND-HISTORY-REC
                   ADD 1 TO WS-POSTED-COUNT
                   STRING "POSTED   STUDENT " DELIMITED BY SIZE
                          WS-PD-STUDENT-ID(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " INCIDENT " DELIMITED BY SIZE
                          WS-PD-INCIDENT-NO(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " DAY " DELIMITED BY SIZE
                          WS-PD-DAY-NO(WS-PEND-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PD-DATE(WS-PEND-SUB) DELIMITED BY SIZE
                          " CODE S" DELIMITED BY SIZE
                          INTO AUDIT-LINE
               ELSE IF WS-PD-OLD-CODE(WS-PEND-SUB) NOT = SPACE THEN
                   ADD 1 TO WS-RECODED-COUNT
                   STRING "RECODED  STUDENT " DELIMITED BY SIZE
                          WS-PD-STUDENT-ID(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " INCIDENT " DELIMITED BY SIZE
                          WS-PD-INCIDENT-NO(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " DAY " DELIMITED BY SIZE
                          WS-PD-DAY-NO(WS-PEND-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PD-DATE(WS-PEND-SUB) DELIMITED BY SIZE
                          " CODE " DELIMITED BY SIZE
                          WS-PD-OLD-CODE(WS-PEND-SUB) DELIMITED BY SIZE
                          " TO S" DELIMITED BY SIZE
                          INTO AUDIT-LINE
               ELSE
                   ADD 1 TO WS-ON-FILE-COUNT
                   STRING "ON FILE  STUDENT " DELIMITED BY SIZE
                          WS-PD-STUDENT-ID(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " INCIDENT " DELIMITED BY SIZE
                          WS-PD-INCIDENT-NO(WS-PEND-SUB)
                          DELIMITED BY SIZE
                          " DAY " DELIMITED BY SIZE
                          WS-PD-DAY-NO(WS-PEND-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PD-DATE(WS-PEND-SUB) DELIMITED BY SIZE
                          " CODE S" DELIMITED BY SIZE
                          INTO AUDIT-LINE
               END-IF
               END-IF.
               WRITE AUDIT-LINE.

            ADVANCE-DAYS-POSTED.
               MOVE WS-PD-STUDENT-ID(WS-PEND-SUB) TO DI-STUDENT-ID.
               MOVE WS-PD-INCIDENT-NO(WS-PEND-SUB) TO DI-INCIDENT-NO.
               READ INCIDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DI-DAYS-POSTED < WS-PD-DAY-NO(WS-PEND-SUB)
                           MOVE WS-PD-DAY-NO(WS-PEND-SUB)
                               TO DI-DAYS-POSTED
                           REWRITE INCIDENT-REC
                       END-IF
               END-READ.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "DISCIPLINE INCIDENT MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      DT-ACTION DELIMITED BY SIZE
                      " STUDENT " DELIMITED BY SIZE
                      DI-STUDENT-ID DELIMITED BY SIZE
                      " INCIDENT " DELIMITED BY SIZE
                      DI-INCIDENT-NO DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINES.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " DATE " DELIMITED BY SIZE
                      DI-INCIDENT-DATE DELIMITED BY SIZE
                      " CAMPUS " DELIMITED BY SIZE
                      DI-CAMPUS-CODE DELIMITED BY SIZE
                      " TYPE " DELIMITED BY SIZE
                      DI-INCIDENT-TYPE DELIMITED BY SIZE
                      " ACTION " DELIMITED BY SIZE
                      DI-ACTION-TAKEN DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "              " DELIMITED BY SIZE
                      "SUSP DAYS " DELIMITED BY SIZE
                      DI-SUSP-DAYS DELIMITED BY SIZE
                      " START " DELIMITED BY SIZE
                      DI-SUSP-START DELIMITED BY SIZE
                      " POSTED " DELIMITED BY SIZE
                      DI-DAYS-POSTED DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      DT-ACTION DELIMITED BY SIZE
                      " STUDENT " DELIMITED BY SIZE
                      DT-STUDENT-ID DELIMITED BY SIZE
                      " INCIDENT " DELIMITED BY SIZE
                      DT-INCIDENT-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            PRINT-AUDIT-TOTALS.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  APPLIED " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            PRINT-POSTING-TOTALS.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "POSTED " DELIMITED BY SIZE
                      WS-POSTED-COUNT DELIMITED BY SIZE
                      "  RECODED " DELIMITED BY SIZE
                      WS-RECODED-COUNT DELIMITED BY SIZE
                      "  ON FILE " DELIMITED BY SIZE
                      WS-ON-FILE-COUNT DELIMITED BY SIZE
                      "  DEFERRED " DELIMITED BY SIZE
                      WS-DEFERRED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

       END PROGRAM DISCIPLINE-MAINT.
