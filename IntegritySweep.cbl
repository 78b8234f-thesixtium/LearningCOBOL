      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Nightly cross-file referential integrity sweep. Reads
      *          the files that hang off a student ID against the
      *          SCHOOL roster and the student master and prints an
      *          exception report by file and condition with counts:
      *          roster records with no student master record,
      *          receivables for IDs no longer on the roster, student
      *          schedule and route assignment entries for students
      *          not on the roster or withdrawn (inactive on the
      *          roster), family master links to deleted or merged
      *          students, and health compliance records for purged
      *          students. Each condition found is written through
      *          MESSAGE-LOG, E for the roster/master mismatch and
      *          receivables and W for the rest. INTEGRITY_MODE=CLEANUP
      *          also removes the orphaned schedule and route entries,
      *          listing every removed record on the cleanup register;
      *          cleanup needs a level 3 operator, the report alone
      *          level 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT STUDENT-MASTER ASSIGN DYNAMIC
                   WS-STUDENT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
               SELECT RECEIVABLES ASSIGN DYNAMIC WS-RECEIVABLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT STUDENT-SCHEDULE ASSIGN DYNAMIC
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT ROUTE-ASSIGNMENTS ASSIGN DYNAMIC
                   WS-ASSIGNMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENTS-STATUS.
               SELECT FAMILY-MASTER ASSIGN DYNAMIC
                   WS-FAMILY-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-STUDENT-ID
               FILE STATUS IS WS-FAMILY-MASTER-STATUS.
               SELECT COMPLIANCE-FILE ASSIGN DYNAMIC
                   WS-COMPLIANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-STATUS.
               SELECT INTEGRITY-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CLEANUP-REGISTER ASSIGN DYNAMIC
                   WS-CLEANUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD STUDENT-MASTER.
           01 STUDENT-MASTER-REC.
               COPY "StudentMaster.cpy".

           FD RECEIVABLES.
           01 RECEIVABLES-REC.
               COPY "ReceivablesRec.cpy".

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           FD ROUTE-ASSIGNMENTS.
           01 ROUTE-ASSIGNMENT-REC.
               05 AS-STUDENT-ID PIC 9(5).
               05 AS-ROUTE-CODE PIC X(4).
               05 AS-CAMPUS PIC X(3).

           FD FAMILY-MASTER.
           01 FAMILY-MASTER-REC.
               COPY "FamilyRecord.cpy".

           FD COMPLIANCE-FILE.
           01 COMPLIANCE-REC.
               05 HC-STUDENT-ID PIC 9(5).
               05 HC-REQ-CODE PIC X(4).
               05 HC-DATE-SATISFIED PIC 9(8).
               05 HC-EXEMPT-FLAG PIC A(1).

           FD INTEGRITY-REPORT.
           01 REPORT-LINE PIC X(80).

           FD CLEANUP-REGISTER.
           01 REGISTER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-STUDENT-MASTER-PATH PIC X(100) VALUE
               "StudentMaster.dat".
           01 WS-RECEIVABLES-PATH PIC X(100) VALUE
               "Receivables.txt".
           01 WS-SCHEDULE-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-ASSIGNMENTS-PATH PIC X(100) VALUE
               "RouteAssignments.txt".
           01 WS-FAMILY-MASTER-PATH PIC X(100) VALUE
               "FamilyMaster.dat".
           01 WS-COMPLIANCE-PATH PIC X(100) VALUE
               "HealthCompliance.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "IntegrityExceptions.txt".
           01 WS-CLEANUP-PATH PIC X(100) VALUE
               "IntegrityCleanup.txt".
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-STUDENT-MASTER-STATUS PIC X(2).
           01 WS-RECEIVABLES-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-ASSIGNMENTS-STATUS PIC X(2).
           01 WS-FAMILY-MASTER-STATUS PIC X(2).
           01 WS-COMPLIANCE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SWEEP-MODE PIC X(7) VALUE "REPORT".
               88 WS-CLEANUP-MODE VALUE "CLEANUP".
           01 WS-LOOKUP-ID PIC 9(5).
           01 WS-ROSTER-RESULT PIC X(1).
               88 WS-ON-ROSTER VALUE "A".
               88 WS-NOT-ON-ROSTER VALUE "N".
               88 WS-WITHDRAWN VALUE "W".
           01 WS-CONDITION PIC X(20).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
      * records checked and exceptions found per file and condition
           01 WS-ROSTER-CHECKED PIC 9(7) VALUE 0.
           01 WS-NO-MASTER-COUNT PIC 9(7) VALUE 0.
           01 WS-AR-CHECKED PIC 9(7) VALUE 0.
           01 WS-AR-ORPHAN-COUNT PIC 9(7) VALUE 0.
           01 WS-SCHED-CHECKED PIC 9(7) VALUE 0.
           01 WS-SCHED-ORPHAN-COUNT PIC 9(7) VALUE 0.
           01 WS-SCHED-WITHDRAWN-COUNT PIC 9(7) VALUE 0.
           01 WS-ROUTE-CHECKED PIC 9(7) VALUE 0.
           01 WS-ROUTE-ORPHAN-COUNT PIC 9(7) VALUE 0.
           01 WS-ROUTE-WITHDRAWN-COUNT PIC 9(7) VALUE 0.
           01 WS-FAMILY-CHECKED PIC 9(7) VALUE 0.
           01 WS-FAMILY-ORPHAN-COUNT PIC 9(7) VALUE 0.
           01 WS-HEALTH-CHECKED PIC 9(7) VALUE 0.
           01 WS-HEALTH-ORPHAN-COUNT PIC 9(7) VALUE 0.
           01 WS-SCHED-REMOVED-COUNT PIC 9(7) VALUE 0.
           01 WS-ROUTE-REMOVED-COUNT PIC 9(7) VALUE 0.
           01 WS-CHECKED-COUNT PIC 9(7) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
           01 WS-CLEAN-COUNT PIC 9(7) VALUE 0.
           01 WS-REMOVED-COUNT PIC 9(7) VALUE 0.
           01 WS-SECTION-COUNT PIC 9(7) VALUE 0.
      * schedule and route files are held so cleanup can rewrite
      * them without the orphaned entries
           01 WS-SCHED-COUNT PIC 9(4) VALUE 0.
           01 WS-SCHED-OVERFLOW PIC A(1) VALUE "N".
           01 WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 9000 TIMES.
                   10 WS-SCH-RECORD PIC X(26).
                   10 WS-SCH-CONDITION PIC X(20).
           01 WS-ROUTE-COUNT PIC 9(4) VALUE 0.
           01 WS-ROUTE-OVERFLOW PIC A(1) VALUE "N".
           01 WS-ROUTE-TABLE.
               05 WS-ROUTE-ENTRY OCCURS 4000 TIMES.
                   10 WS-RTE-RECORD PIC X(12).
                   10 WS-RTE-CONDITION PIC X(20).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-SUM-FILE PIC X(20).
           01 WS-SUM-CONDITION PIC X(20).
           01 WS-SUM-COUNT PIC 9(7).
           01 WS-SUM-SEVERITY PIC X(1).
           01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-BALANCE PIC -Z,ZZZ,ZZ9.99.
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "INTEGRITY-SWEEP".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
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
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "INTEGRITY_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:7) = "CLEANUP" THEN
                           MOVE "CLEANUP" TO WS-SWEEP-MODE
                           MOVE 3 TO WS-AUTH-LEVEL
                       END-IF
               END-ACCEPT.
               CALL "RUN-LOG" USING OperatorId, WS-PROGRAM-NAME.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   MOVE "NOAUTH" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-CHECKED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SCHOOL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STUDENT-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RECEIVABLES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RECEIVABLES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_SCHEDULE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHEDULE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ROUTE_ASSIGNMENTS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ASSIGNMENTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "FAMILY_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-FAMILY-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "HEALTH_COMPLIANCE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-COMPLIANCE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "INTEGRITY_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "INTEGRITY_CLEANUP_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CLEANUP-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
                       "sweep"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-CHECKED-COUNT
                   GOBACK
               END-IF.
               OPEN OUTPUT INTEGRITY-REPORT.
               IF WS-CLEANUP-MODE THEN
                   OPEN OUTPUT CLEANUP-REGISTER
                   MOVE SPACES TO REGISTER-LINE
                   STRING "INTEGRITY SWEEP CLEANUP REGISTER  RUN "
                              DELIMITED BY SIZE
                          WS-TODAY-DATE DELIMITED BY SIZE
                          "  OPERATOR " DELIMITED BY SIZE
                          OperatorId DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE ALL "-" TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "CROSS-FILE INTEGRITY EXCEPTIONS  RUN "
                          DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "  MODE " DELIMITED BY SIZE
                      WS-SWEEP-MODE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM CHECK-ROSTER-TO-MASTER.
               PERFORM CHECK-RECEIVABLES.
               PERFORM CHECK-SCHEDULE.
               PERFORM CHECK-ROUTES.
               PERFORM CHECK-FAMILY.
               PERFORM CHECK-COMPLIANCE.
               CLOSE SCHOOL.
               PERFORM PRINT-SUMMARY.
               CLOSE INTEGRITY-REPORT.
               IF WS-CLEANUP-MODE THEN
                   MOVE ALL "-" TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO REGISTER-LINE
                   STRING "ENTRIES REMOVED: " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   CLOSE CLEANUP-REGISTER
               END-IF.
               DISPLAY "===== INTEGRITY SWEEP CONTROL TOTALS =====".
               DISPLAY "Mode:              " WS-SWEEP-MODE.
               DISPLAY "Records checked:   " WS-CHECKED-COUNT.
               DISPLAY "Clean:             " WS-CLEAN-COUNT.
               DISPLAY "Exceptions:        " WS-EXCEPTION-COUNT.
               DISPLAY "Entries removed:   " WS-REMOVED-COUNT.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-CHECKED-COUNT, WS-CLEAN-COUNT,
                   WS-EXCEPTION-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-CHECKED-COUNT.
               GOBACK.

      * roster status A is a current student, anything else on the
      * roster has been withdrawn; no record at all is an orphan
            LOOKUP-ROSTER.
               MOVE WS-LOOKUP-ID TO SCHOOL-STUDENT-ID.
               READ SCHOOL
                   INVALID KEY
                       MOVE "N" TO WS-ROSTER-RESULT
                   NOT INVALID KEY
                       IF SCHOOL-STATUS = "A" THEN
                           MOVE "A" TO WS-ROSTER-RESULT
                       ELSE
                           MOVE "W" TO WS-ROSTER-RESULT
                       END-IF
               END-READ.

            START-SECTION.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "SECTION: " DELIMITED BY SIZE
                      WS-SUM-FILE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            WRITE-FILE-MISSING.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-SUM-FILE DELIMITED BY "  "
                      " not found, not checked" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "W" TO WS-MSG-SEVERITY.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING WS-SUM-FILE DELIMITED BY "  "
                      " not found, integrity not checked"
                          DELIMITED BY SIZE
                      INTO WS-MSG-TEXT.
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   WS-PROGRAM-NAME, WS-MSG-TEXT.

            WRITE-SECTION-COUNT.
               MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RECORDS CHECKED: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

      * every roster record needs a student master record behind it
            CHECK-ROSTER-TO-MASTER.
               MOVE "SCHOOL ROSTER" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT STUDENT-MASTER.
               IF WS-STUDENT-MASTER-STATUS NOT = "00" THEN
                   MOVE "STUDENT MASTER" TO WS-SUM-FILE
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ SCHOOL NEXT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-ROSTER
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-MASTER
               END-IF.
               MOVE WS-ROSTER-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

            CHECK-ONE-ROSTER.
               ADD 1 TO WS-ROSTER-CHECKED.
               MOVE SCHOOL-STUDENT-ID TO SM-STUDENT-ID.
               READ STUDENT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-MASTER-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              SCHOOL-STUDENT-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SCHOOL-NAME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SCHOOL-CAMPUS-CODE DELIMITED BY SIZE
                              "  NO STUDENT MASTER" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ.

            CHECK-RECEIVABLES.
               MOVE "RECEIVABLES" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT RECEIVABLES.
               IF WS-RECEIVABLES-STATUS NOT = "00" THEN
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RECEIVABLES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-RECEIVABLE
                       END-READ
                   END-PERFORM
                   CLOSE RECEIVABLES
               END-IF.
               MOVE WS-AR-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

      * a withdrawn student may still owe money, so only an ID gone
      * from the roster altogether is an exception here
            CHECK-ONE-RECEIVABLE.
               ADD 1 TO WS-AR-CHECKED.
               MOVE AR-STUDENT-ID TO WS-LOOKUP-ID.
               PERFORM LOOKUP-ROSTER.
               IF WS-NOT-ON-ROSTER THEN
                   ADD 1 TO WS-AR-ORPHAN-COUNT
                   MOVE AR-BALANCE TO WS-EDIT-BALANCE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          AR-STUDENT-ID DELIMITED BY SIZE
                          "  BALANCE " DELIMITED BY SIZE
                          WS-EDIT-BALANCE DELIMITED BY SIZE
                          "  OLDEST " DELIMITED BY SIZE
                          AR-OLDEST-CHARGE-DATE DELIMITED BY SIZE
                          "  NOT ON ROSTER" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            CHECK-SCHEDULE.
               MOVE "STUDENT SCHEDULE" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS NOT = "00" THEN
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ STUDENT-SCHEDULE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-SCHEDULE
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
                   IF WS-CLEANUP-MODE THEN
                       PERFORM CLEAN-SCHEDULE
                   END-IF
               END-IF.
               MOVE WS-SCHED-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

            CHECK-ONE-SCHEDULE.
               ADD 1 TO WS-SCHED-CHECKED.
               MOVE SS-STUDENT-ID TO WS-LOOKUP-ID.
               PERFORM LOOKUP-ROSTER.
               MOVE SPACES TO WS-CONDITION.
               IF WS-NOT-ON-ROSTER THEN
                   ADD 1 TO WS-SCHED-ORPHAN-COUNT
                   MOVE "NOT ON ROSTER" TO WS-CONDITION
               ELSE IF WS-WITHDRAWN THEN
                   ADD 1 TO WS-SCHED-WITHDRAWN-COUNT
                   MOVE "STUDENT WITHDRAWN" TO WS-CONDITION
               END-IF
               END-IF.
               IF WS-CONDITION NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          SS-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SS-COURSE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SS-TERM DELIMITED BY SIZE
                          " SEC " DELIMITED BY SIZE
                          SS-SECTION-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SS-CAMPUS DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CONDITION DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-SCHED-COUNT < 9000 THEN
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE STUDENT-SCHEDULE-REC
                       TO WS-SCH-RECORD(WS-SCHED-COUNT)
                   MOVE WS-CONDITION
                       TO WS-SCH-CONDITION(WS-SCHED-COUNT)
               ELSE
                   MOVE "Y" TO WS-SCHED-OVERFLOW
               END-IF.

      * a file too big for the table is left as it is rather than
      * rewritten short
            CLEAN-SCHEDULE.
               IF WS-SCHED-OVERFLOW = "Y" THEN
                   MOVE "  TOO LARGE FOR CLEANUP, NOTHING REMOVED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Schedule over 9000 entries, cleanup skipped"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               ELSE IF WS-SCHED-ORPHAN-COUNT > 0 OR
                       WS-SCHED-WITHDRAWN-COUNT > 0 THEN
                   OPEN OUTPUT STUDENT-SCHEDULE
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-SCHED-COUNT
                       IF WS-SCH-CONDITION(WS-SUB) = SPACES THEN
                           MOVE WS-SCH-RECORD(WS-SUB)
                               TO STUDENT-SCHEDULE-REC
                           WRITE STUDENT-SCHEDULE-REC
                       ELSE
                           ADD 1 TO WS-SCHED-REMOVED-COUNT
                           MOVE SPACES TO REGISTER-LINE
                           STRING "REMOVED SCHEDULE " DELIMITED BY SIZE
                                  WS-SCH-RECORD(WS-SUB)
                                      DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  WS-SCH-CONDITION(WS-SUB)
                                      DELIMITED BY SIZE
                                  INTO REGISTER-LINE
                           WRITE REGISTER-LINE
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
                   ADD WS-SCHED-REMOVED-COUNT TO WS-REMOVED-COUNT
                   MOVE WS-SCHED-REMOVED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ENTRIES REMOVED: " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               END-IF.

            CHECK-ROUTES.
               MOVE "ROUTE ASSIGNMENTS" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT ROUTE-ASSIGNMENTS.
               IF WS-ASSIGNMENTS-STATUS NOT = "00" THEN
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ROUTE-ASSIGNMENTS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-ROUTE
                       END-READ
                   END-PERFORM
                   CLOSE ROUTE-ASSIGNMENTS
                   IF WS-CLEANUP-MODE THEN
                       PERFORM CLEAN-ROUTES
                   END-IF
               END-IF.
               MOVE WS-ROUTE-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

            CHECK-ONE-ROUTE.
               ADD 1 TO WS-ROUTE-CHECKED.
               MOVE AS-STUDENT-ID TO WS-LOOKUP-ID.
               PERFORM LOOKUP-ROSTER.
               MOVE SPACES TO WS-CONDITION.
               IF WS-NOT-ON-ROSTER THEN
                   ADD 1 TO WS-ROUTE-ORPHAN-COUNT
                   MOVE "NOT ON ROSTER" TO WS-CONDITION
               ELSE IF WS-WITHDRAWN THEN
                   ADD 1 TO WS-ROUTE-WITHDRAWN-COUNT
                   MOVE "STUDENT WITHDRAWN" TO WS-CONDITION
               END-IF
               END-IF.
               IF WS-CONDITION NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          AS-STUDENT-ID DELIMITED BY SIZE
                          " ROUTE " DELIMITED BY SIZE
                          AS-ROUTE-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AS-CAMPUS DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CONDITION DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-ROUTE-COUNT < 4000 THEN
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE ROUTE-ASSIGNMENT-REC
                       TO WS-RTE-RECORD(WS-ROUTE-COUNT)
                   MOVE WS-CONDITION
                       TO WS-RTE-CONDITION(WS-ROUTE-COUNT)
               ELSE
                   MOVE "Y" TO WS-ROUTE-OVERFLOW
               END-IF.

            CLEAN-ROUTES.
               IF WS-ROUTE-OVERFLOW = "Y" THEN
                   MOVE "  TOO LARGE FOR CLEANUP, NOTHING REMOVED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "Routes over 4000 entries, cleanup skipped"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               ELSE IF WS-ROUTE-ORPHAN-COUNT > 0 OR
                       WS-ROUTE-WITHDRAWN-COUNT > 0 THEN
                   OPEN OUTPUT ROUTE-ASSIGNMENTS
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-ROUTE-COUNT
                       IF WS-RTE-CONDITION(WS-SUB) = SPACES THEN
                           MOVE WS-RTE-RECORD(WS-SUB)
                               TO ROUTE-ASSIGNMENT-REC
                           WRITE ROUTE-ASSIGNMENT-REC
                       ELSE
                           ADD 1 TO WS-ROUTE-REMOVED-COUNT
                           MOVE SPACES TO REGISTER-LINE
                           STRING "REMOVED ROUTE    " DELIMITED BY SIZE
                                  WS-RTE-RECORD(WS-SUB)
                                      DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  WS-RTE-CONDITION(WS-SUB)
                                      DELIMITED BY SIZE
                                  INTO REGISTER-LINE
                           WRITE REGISTER-LINE
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   CLOSE ROUTE-ASSIGNMENTS
                   ADD WS-ROUTE-REMOVED-COUNT TO WS-REMOVED-COUNT
                   MOVE WS-ROUTE-REMOVED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ENTRIES REMOVED: " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               END-IF.

            CHECK-FAMILY.
               MOVE "FAMILY MASTER" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT FAMILY-MASTER.
               IF WS-FAMILY-MASTER-STATUS NOT = "00" THEN
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ FAMILY-MASTER NEXT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-FAMILY
                       END-READ
                   END-PERFORM
                   CLOSE FAMILY-MASTER
               END-IF.
               MOVE WS-FAMILY-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

      * deleted and merged students leave the roster, so a family
      * link to an ID not on the roster points at nobody
            CHECK-ONE-FAMILY.
               ADD 1 TO WS-FAMILY-CHECKED.
               MOVE FM-STUDENT-ID TO WS-LOOKUP-ID.
               PERFORM LOOKUP-ROSTER.
               IF WS-NOT-ON-ROSTER THEN
                   ADD 1 TO WS-FAMILY-ORPHAN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          FM-STUDENT-ID DELIMITED BY SIZE
                          " FAMILY " DELIMITED BY SIZE
                          FM-FAMILY-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FM-GUARDIAN-NAME DELIMITED BY SIZE
                          "  NOT ON ROSTER" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            CHECK-COMPLIANCE.
               MOVE "HEALTH COMPLIANCE" TO WS-SUM-FILE.
               PERFORM START-SECTION.
               OPEN INPUT COMPLIANCE-FILE.
               IF WS-COMPLIANCE-STATUS NOT = "00" THEN
                   PERFORM WRITE-FILE-MISSING
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ COMPLIANCE-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-COMPLIANCE
                       END-READ
                   END-PERFORM
                   CLOSE COMPLIANCE-FILE
               END-IF.
               MOVE WS-HEALTH-CHECKED TO WS-SECTION-COUNT.
               PERFORM WRITE-SECTION-COUNT.

            CHECK-ONE-COMPLIANCE.
               ADD 1 TO WS-HEALTH-CHECKED.
               MOVE HC-STUDENT-ID TO WS-LOOKUP-ID.
               PERFORM LOOKUP-ROSTER.
               IF WS-NOT-ON-ROSTER THEN
                   ADD 1 TO WS-HEALTH-ORPHAN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          HC-STUDENT-ID DELIMITED BY SIZE
                          " REQ " DELIMITED BY SIZE
                          HC-REQ-CODE DELIMITED BY SIZE
                          " SATISFIED " DELIMITED BY SIZE
                          HC-DATE-SATISFIED DELIMITED BY SIZE
                          "  NOT ON ROSTER" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

      * one line per file and condition, each non-zero condition
      * also going to the message log for the morning report
            PRINT-SUMMARY.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "SUMMARY BY FILE AND CONDITION" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  FILE                CONDITION           "
                          DELIMITED BY SIZE
                      "       COUNT" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "SCHOOL ROSTER" TO WS-SUM-FILE.
               MOVE "NO STUDENT MASTER" TO WS-SUM-CONDITION.
               MOVE WS-NO-MASTER-COUNT TO WS-SUM-COUNT.
               MOVE "E" TO WS-SUM-SEVERITY.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "RECEIVABLES" TO WS-SUM-FILE.
               MOVE "NOT ON ROSTER" TO WS-SUM-CONDITION.
               MOVE WS-AR-ORPHAN-COUNT TO WS-SUM-COUNT.
               MOVE "E" TO WS-SUM-SEVERITY.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "STUDENT SCHEDULE" TO WS-SUM-FILE.
               MOVE "NOT ON ROSTER" TO WS-SUM-CONDITION.
               MOVE WS-SCHED-ORPHAN-COUNT TO WS-SUM-COUNT.
               MOVE "W" TO WS-SUM-SEVERITY.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "STUDENT WITHDRAWN" TO WS-SUM-CONDITION.
               MOVE WS-SCHED-WITHDRAWN-COUNT TO WS-SUM-COUNT.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "ROUTE ASSIGNMENTS" TO WS-SUM-FILE.
               MOVE "NOT ON ROSTER" TO WS-SUM-CONDITION.
               MOVE WS-ROUTE-ORPHAN-COUNT TO WS-SUM-COUNT.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "STUDENT WITHDRAWN" TO WS-SUM-CONDITION.
               MOVE WS-ROUTE-WITHDRAWN-COUNT TO WS-SUM-COUNT.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "FAMILY MASTER" TO WS-SUM-FILE.
               MOVE "NOT ON ROSTER" TO WS-SUM-CONDITION.
               MOVE WS-FAMILY-ORPHAN-COUNT TO WS-SUM-COUNT.
               PERFORM PRINT-SUMMARY-LINE.
               MOVE "HEALTH COMPLIANCE" TO WS-SUM-FILE.
               MOVE "NOT ON ROSTER" TO WS-SUM-CONDITION.
               MOVE WS-HEALTH-ORPHAN-COUNT TO WS-SUM-COUNT.
               PERFORM PRINT-SUMMARY-LINE.
               COMPUTE WS-CHECKED-COUNT = WS-ROSTER-CHECKED +
                   WS-AR-CHECKED + WS-SCHED-CHECKED +
                   WS-ROUTE-CHECKED + WS-FAMILY-CHECKED +
                   WS-HEALTH-CHECKED.
               COMPUTE WS-CLEAN-COUNT =
                   WS-CHECKED-COUNT - WS-EXCEPTION-COUNT.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: RECORDS CHECKED " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-CLEAN-COUNT TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: CLEAN           " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: EXCEPTIONS      " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-CLEANUP-MODE THEN
                   MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CONTROL: ENTRIES REMOVED " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-REMOVED-COUNT > 0 THEN
                       MOVE "I" TO WS-MSG-SEVERITY
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING FUNCTION TRIM(WS-EDIT-COUNT)
                                  DELIMITED BY SIZE
                              " orphaned schedule/route entries "
                                  DELIMITED BY SIZE
                              "removed" DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                   END-IF
               END-IF.

            PRINT-SUMMARY-LINE.
               ADD WS-SUM-COUNT TO WS-EXCEPTION-COUNT.
               MOVE WS-SUM-COUNT TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-SUM-FILE DELIMITED BY SIZE
                      WS-SUM-CONDITION DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-SUM-COUNT > 0 THEN
                   MOVE WS-SUM-SEVERITY TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SUM-FILE DELIMITED BY "  "
                          ": " DELIMITED BY SIZE
                          WS-SUM-CONDITION DELIMITED BY "  "
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.

       END PROGRAM INTEGRITY-SWEEP.
