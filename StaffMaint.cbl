      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Staff master maintenance. Applies A/C/D maintenance
      *          transactions against the STAFF-MASTER, keyed by the
      *          payroll employee ID, holding each staff member's
      *          role, home campus and FTE, and prints an
      *          applied/rejected audit listing with the before and
      *          after values of every record touched. The employee
      *          must be on the payroll EMPLOYEE-MASTER (and not
      *          terminated to be made active); the staff name is
      *          always taken from the employee master so the class
      *          lists and the teacher load report spell it the way
      *          payroll does. The home campus must be an active
      *          campus on the campus master. A staff member still
      *          named as teacher on a section cannot be deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT STAFF-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT STAFF-MASTER ASSIGN DYNAMIC WS-STAFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
               SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                   WS-EMPLOYEE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
               SELECT CAMPUS-MASTER ASSIGN DYNAMIC WS-CAMPUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
               SELECT SECTION-FILE ASSIGN DYNAMIC WS-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-TRANS.
           01 STAFF-TRANS-REC.
               05 STT-ACTION PIC A(1).
                   88 STT-ADD VALUE "A".
                   88 STT-CHANGE VALUE "C".
                   88 STT-DELETE VALUE "D".
               05 STT-EMP-ID PIC 9(5).
               05 STT-ROLE PIC X(4).
               05 STT-HOME-CAMPUS PIC X(3).
               05 STT-FTE PIC 9V99.
               05 STT-STATUS PIC A(1).

           FD STAFF-MASTER.
           01 STAFF-REC.
               COPY "StaffRec.cpy".

           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-REC.
               COPY "EmployeeRec.cpy".

           FD CAMPUS-MASTER.
           01 CAMPUS-REC.
               COPY "CampusRec.cpy".

           FD SECTION-FILE.
           01 SECTION-REC.
               COPY "SectionRec.cpy".

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "StaffMaintTrans.txt".
           01 WS-STAFF-PATH PIC X(100) VALUE
               "StaffMaster.txt".
           01 WS-EMPLOYEE-PATH PIC X(100) VALUE
               "EmployeeMaster.txt".
           01 WS-CAMPUS-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-SECTION-PATH PIC X(100) VALUE
               "Sections.txt".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "StaffMaintAudit.txt".
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-STAFF-STATUS PIC X(2).
           01 WS-EMPLOYEE-STATUS PIC X(2).
           01 WS-CAMPUS-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-OVERFLOW PIC A(1) VALUE "N".
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 2000 TIMES.
                   10 WS-STAFF-DATA PIC X(41).
                   10 WS-STAFF-DELETED PIC A(1).
           01 WS-EMPLOYEE-COUNT PIC 9(4) VALUE 0.
           01 WS-EMPLOYEE-TABLE.
               05 WS-EMPLOYEE-ENTRY OCCURS 2000 TIMES.
                   10 WS-EMP-ID PIC 9(5).
                   10 WS-EMP-NAME PIC X(25).
                   10 WS-EMP-STATUS PIC X(1).
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-CAMPUS-ENTRY OCCURS 50 TIMES.
                   10 WS-CMP-CODE PIC X(3).
                   10 WS-CMP-ACTIVE PIC A(1).
           01 WS-TEACHING-COUNT PIC 9(4) VALUE 0.
           01 WS-TEACHING-TABLE.
               05 WS-TEACHING-ID PIC 9(5) OCCURS 2000 TIMES.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-EMP-FOUND PIC 9(4) VALUE 0.
           01 WS-CMP-FOUND PIC 9(2) VALUE 0.
           01 WS-TEACHING-FOUND PIC 9(4) VALUE 0.
           01 WS-FTE-EDIT PIC 9.99.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "STAFF-MAINT".
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
                       "STAFF_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STAFF_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STAFF-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "EMPLOYEE_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EMPLOYEE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CAMPUS_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CAMPUS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SECTIONS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SECTION-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STAFF_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               OPEN INPUT STAFF-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-TRANS not found, nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-STAFF-MASTER.
               PERFORM LOAD-EMPLOYEES.
               PERFORM LOAD-CAMPUSES.
               PERFORM LOAD-TEACHING-STAFF.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ STAFF-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE STAFF-TRANS.
               CLOSE MAINT-AUDIT.
               PERFORM REWRITE-STAFF-MASTER.
               DISPLAY "===== STAFF MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Staff on file:     " WS-WRITTEN-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " staff transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-STAFF-MASTER.
               OPEN INPUT STAFF-MASTER.
               IF WS-STAFF-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-MASTER not found, starting empty"
               ELSE
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ STAFF-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END PERFORM LOAD-ONE-STAFF
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-MASTER
               END-IF.
      * The whole master is rewritten from this table at end of run,
      * so an overflow would silently delete staff; abort.
               IF WS-STAFF-OVERFLOW = "Y" THEN
                   DISPLAY "Staff master exceeds the work table, "
                       "maintenance aborted before any update"
                   CLOSE STAFF-TRANS
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-ONE-STAFF.
               IF WS-STAFF-COUNT < 2000 THEN
                   ADD 1 TO WS-STAFF-COUNT
                   MOVE STAFF-REC TO WS-STAFF-DATA(WS-STAFF-COUNT)
                   MOVE "N" TO WS-STAFF-DELETED(WS-STAFF-COUNT)
               ELSE
                   MOVE "Y" TO WS-STAFF-OVERFLOW
               END-IF.

            LOAD-EMPLOYEES.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-EMPLOYEE-STATUS NOT = "00" THEN
                   DISPLAY "EMPLOYEE-MASTER not found, no staff can "
                       "be added or changed"
               ELSE
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ EMPLOYEE-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF WS-EMPLOYEE-COUNT < 2000 THEN
                                   ADD 1 TO WS-EMPLOYEE-COUNT
                                   MOVE EM-ID TO
                                       WS-EMP-ID(WS-EMPLOYEE-COUNT)
                                   MOVE EM-NAME TO
                                       WS-EMP-NAME(WS-EMPLOYEE-COUNT)
                                   MOVE EM-STATUS TO
                                       WS-EMP-STATUS(WS-EMPLOYEE-COUNT)
                               ELSE
                                   DISPLAY "Employee table full, "
                                       EM-ID " not loaded"
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF.

            LOAD-CAMPUSES.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-STATUS NOT = "00" THEN
                   DISPLAY "CAMPUS-MASTER not found, no home campus "
                       "can be validated"
               ELSE
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ CAMPUS-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF WS-CAMPUS-COUNT < 50 THEN
                                   ADD 1 TO WS-CAMPUS-COUNT
                                   MOVE CMP-CODE TO
                                       WS-CMP-CODE(WS-CAMPUS-COUNT)
                                   MOVE CMP-ACTIVE TO
                                       WS-CMP-ACTIVE(WS-CAMPUS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPUS-MASTER
               END-IF.

      * staff named on any section, so a delete can be refused
            LOAD-TEACHING-STAFF.
               OPEN INPUT SECTION-FILE.
               IF WS-SECTION-STATUS = "00" THEN
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ SECTION-FILE
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF SEC-TEACHER-ID IS NUMERIC THEN
                                   PERFORM NOTE-TEACHING-STAFF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECTION-FILE
               END-IF.

            NOTE-TEACHING-STAFF.
               MOVE 0 TO WS-TEACHING-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-TEACHING-COUNT
                       OR WS-TEACHING-FOUND > 0
                   IF WS-TEACHING-ID(WS-SUB) = SEC-TEACHER-ID THEN
                       MOVE WS-SUB TO WS-TEACHING-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-TEACHING-FOUND = 0 AND
                       WS-TEACHING-COUNT < 2000 THEN
                   ADD 1 TO WS-TEACHING-COUNT
                   MOVE SEC-TEACHER-ID
                       TO WS-TEACHING-ID(WS-TEACHING-COUNT)
               END-IF.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               PERFORM FIND-STAFF.
               IF STT-ADD THEN
                   PERFORM ADD-STAFF
               ELSE IF STT-CHANGE THEN
                   PERFORM CHANGE-STAFF
               ELSE
                   PERFORM DELETE-STAFF
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT STT-ADD AND NOT STT-CHANGE AND
                       NOT STT-DELETE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF STT-EMP-ID IS NOT NUMERIC THEN
                   MOVE "Employee ID not numeric" TO WS-REJECT-REASON
               ELSE IF STT-EMP-ID = ZERO THEN
                   MOVE "Invalid employee ID" TO WS-REJECT-REASON
               ELSE IF STT-ADD OR STT-CHANGE THEN
                   PERFORM FIND-EMPLOYEE
                   PERFORM FIND-HOME-CAMPUS
                   MOVE STT-ROLE TO SF-ROLE
                   IF WS-EMP-FOUND = 0 THEN
                       MOVE "Employee not on payroll master"
                           TO WS-REJECT-REASON
                   ELSE IF NOT SF-VALID-ROLE THEN
                       MOVE "Invalid role code" TO WS-REJECT-REASON
                   ELSE IF WS-CMP-FOUND = 0 THEN
                       MOVE "Home campus not on file"
                           TO WS-REJECT-REASON
                   ELSE IF WS-CMP-ACTIVE(WS-CMP-FOUND) NOT = "A"
                       MOVE "Home campus inactive"
                           TO WS-REJECT-REASON
                   ELSE IF STT-FTE IS NOT NUMERIC THEN
                       MOVE "FTE not numeric" TO WS-REJECT-REASON
                   ELSE IF STT-FTE = ZERO OR STT-FTE > 1 THEN
                       MOVE "FTE must be 0.01 to 1.00"
                           TO WS-REJECT-REASON
                   ELSE IF STT-STATUS NOT = "A" AND
                           STT-STATUS NOT = "I" THEN
                       MOVE "Invalid status code" TO WS-REJECT-REASON
                   ELSE IF STT-STATUS = "A" AND
                           WS-EMP-STATUS(WS-EMP-FOUND) = "T" THEN
                       MOVE "Employee terminated" TO WS-REJECT-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF.

            FIND-STAFF.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                       OR WS-FOUND-SUB > 0
                   MOVE WS-STAFF-DATA(WS-SUB) TO STAFF-REC
                   IF SF-EMP-ID = STT-EMP-ID AND
                           WS-STAFF-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-EMPLOYEE.
               MOVE 0 TO WS-EMP-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-EMPLOYEE-COUNT
                       OR WS-EMP-FOUND > 0
                   IF WS-EMP-ID(WS-SUB) = STT-EMP-ID THEN
                       MOVE WS-SUB TO WS-EMP-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-HOME-CAMPUS.
               MOVE 0 TO WS-CMP-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CMP-FOUND > 0
                   IF WS-CMP-CODE(WS-SUB) = STT-HOME-CAMPUS THEN
                       MOVE WS-SUB TO WS-CMP-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-STAFF.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Staff already on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-STAFF-COUNT NOT < 2000 THEN
                   MOVE "Staff table full" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE STT-EMP-ID TO SF-EMP-ID
                   PERFORM UPDATE-STAFF
                   ADD 1 TO WS-STAFF-COUNT
                   MOVE STAFF-REC TO WS-STAFF-DATA(WS-STAFF-COUNT)
                   MOVE "N" TO WS-STAFF-DELETED(WS-STAFF-COUNT)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            CHANGE-STAFF.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Staff not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-STAFF-DATA(WS-FOUND-SUB) TO STAFF-REC
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
                   PERFORM UPDATE-STAFF
                   MOVE STAFF-REC TO WS-STAFF-DATA(WS-FOUND-SUB)
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            UPDATE-STAFF.
               MOVE WS-EMP-NAME(WS-EMP-FOUND) TO SF-NAME.
               MOVE STT-ROLE TO SF-ROLE.
               MOVE STT-HOME-CAMPUS TO SF-HOME-CAMPUS.
               MOVE STT-FTE TO SF-FTE.
               MOVE STT-STATUS TO SF-STATUS.

            DELETE-STAFF.
               MOVE 0 TO WS-TEACHING-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-TEACHING-COUNT
                       OR WS-TEACHING-FOUND > 0
                   IF WS-TEACHING-ID(WS-SUB) = STT-EMP-ID THEN
                       MOVE WS-SUB TO WS-TEACHING-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Staff not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-TEACHING-FOUND > 0 THEN
                   MOVE "Still teacher of a section"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-STAFF-DATA(WS-FOUND-SUB) TO STAFF-REC
                   MOVE "Y" TO WS-STAFF-DELETED(WS-FOUND-SUB)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            REWRITE-STAFF-MASTER.
               OPEN OUTPUT STAFF-MASTER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                   IF WS-STAFF-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-STAFF-DATA(WS-SUB) TO STAFF-REC
                       WRITE STAFF-REC
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE STAFF-MASTER.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "STAFF MASTER MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      STT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STT-EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SF-NAME DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINE.
               MOVE SF-FTE TO WS-FTE-EDIT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SF-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SF-ROLE DELIMITED BY SIZE
                      " CAMPUS " DELIMITED BY SIZE
                      SF-HOME-CAMPUS DELIMITED BY SIZE
                      " FTE " DELIMITED BY SIZE
                      WS-FTE-EDIT DELIMITED BY SIZE
                      " ST " DELIMITED BY SIZE
                      SF-STATUS DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      STT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STT-EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STT-ROLE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STT-HOME-CAMPUS DELIMITED BY SIZE
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

       END PROGRAM STAFF-MAINT.
