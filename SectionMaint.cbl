      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Section setup and maintenance. Applies A/C/D
      *          transactions against the section file (course, term,
      *          campus, section number, capacity, teacher) and prints
      *          an applied/rejected audit listing with the before and
      *          after values of every section touched. The course
      *          must be active on the course master, the campus
      *          active on the campus master, and the teacher must be
      *          an active staff member with the teacher role on the
      *          staff master. A section cannot be deleted while
      *          students are scheduled into it, and its capacity
      *          cannot be cut below the students already scheduled.
      *          A section number may be used only once per course
      *          and term across all campuses, because schedule
      *          transactions name a section without its campus.
      *          With SECTION_CONVERT_FILE set the run instead
      *          converts a section file in the old layout (teacher
      *          name) to the current one (teacher employee ID),
      *          matching each name to a teacher on the staff
      *          master and listing every section whose teacher
      *          could not be matched for re-keying.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SECTION-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT SECTION-FILE ASSIGN DYNAMIC WS-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
               SELECT COURSE-MASTER ASSIGN DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
               SELECT CAMPUS-MASTER ASSIGN DYNAMIC WS-CAMPUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
               SELECT STAFF-MASTER ASSIGN DYNAMIC WS-STAFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
               SELECT STUDENT-SCHEDULE ASSIGN DYNAMIC
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT OLD-SECTION-FILE ASSIGN DYNAMIC
                   WS-OLD-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SECTION-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SECTION-TRANS.
           01 SECTION-TRANS-REC.
               05 SCT-ACTION PIC A(1).
                   88 SCT-ADD VALUE "A".
                   88 SCT-CHANGE VALUE "C".
                   88 SCT-DELETE VALUE "D".
               05 SCT-COURSE PIC X(10).
               05 SCT-TERM PIC X(6).
               05 SCT-CAMPUS PIC X(3).
               05 SCT-SECTION-NO PIC 9(2).
               05 SCT-CAPACITY PIC 9(3).
               05 SCT-TEACHER-ID PIC 9(5).

           FD SECTION-FILE.
           01 SECTION-REC.
               COPY "SectionRec.cpy".

      * section layout before teachers were keyed by employee ID
           FD OLD-SECTION-FILE.
           01 OLD-SECTION-REC.
               05 OS-SECTION-DATA PIC X(24).
               05 OS-TEACHER PIC X(25).

           FD COURSE-MASTER.
           01 COURSE-REC.
               COPY "CourseRec.cpy".

           FD CAMPUS-MASTER.
           01 CAMPUS-REC.
               COPY "CampusRec.cpy".

           FD STAFF-MASTER.
           01 STAFF-REC.
               COPY "StaffRec.cpy".

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "SectionMaintTrans.txt".
           01 WS-SECTION-PATH PIC X(100) VALUE
               "Sections.txt".
           01 WS-OLD-SECTION-PATH PIC X(100).
           01 WS-COURSE-PATH PIC X(100) VALUE
               "CourseMaster.txt".
           01 WS-CAMPUS-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-STAFF-PATH PIC X(100) VALUE
               "StaffMaster.txt".
           01 WS-SCHEDULE-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "SectionMaintAudit.txt".
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-OLD-SECTION-STATUS PIC X(2).
           01 WS-CONVERT-MODE PIC A(1) VALUE "N".
           01 WS-MATCH-COUNT PIC 9(4) VALUE 0.
           01 WS-CONVERT-LABEL PIC X(9).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-CAMPUS-STATUS PIC X(2).
           01 WS-STAFF-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-SECTION-COUNT PIC 9(3) VALUE 0.
           01 WS-SECTION-OVERFLOW PIC A(1) VALUE "N".
           01 WS-SECTION-TABLE.
               05 WS-SECTION-ENTRY OCCURS 200 TIMES.
                   10 WS-SECTION-DATA PIC X(29).
                   10 WS-SECTION-ENROLLED PIC 9(4).
                   10 WS-SECTION-DELETED PIC A(1).
           01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 200 TIMES.
                   10 WS-CRS-SUBJECT PIC X(10).
                   10 WS-CRS-ACTIVE PIC A(1).
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-CAMPUS-ENTRY OCCURS 50 TIMES.
                   10 WS-CMP-CODE PIC X(3).
                   10 WS-CMP-ACTIVE PIC A(1).
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 2000 TIMES.
                   10 WS-STF-EMP-ID PIC 9(5).
                   10 WS-STF-NAME PIC X(25).
                   10 WS-STF-ROLE PIC X(4).
                   10 WS-STF-STATUS PIC A(1).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-OTHER-CAMPUS-SUB PIC 9(3) VALUE 0.
           01 WS-CRS-FOUND PIC 9(3) VALUE 0.
           01 WS-CMP-FOUND PIC 9(2) VALUE 0.
           01 WS-STF-FOUND PIC 9(4) VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "SECTION-MAINT".
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
                       "SECTION_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANS-PATH
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
                       "COURSE_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-COURSE-PATH
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
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STAFF_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STAFF-PATH
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
                       "SECTION_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SECTION_CONVERT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-OLD-SECTION-PATH
                       MOVE "Y" TO WS-CONVERT-MODE
               END-ACCEPT.
               IF WS-CONVERT-MODE = "Y" THEN
                   PERFORM CONVERT-SECTIONS THRU CONVERT-SECTIONS-EXIT
                   IF WS-END-STATUS NOT = "COMPLETE" THEN
                       MOVE "E" TO WS-MSG-SEVERITY
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                   ELSE IF WS-REJECTED-COUNT > 0 THEN
                       MOVE "W" TO WS-MSG-SEVERITY
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                              " converted sections need a teacher, "
                              DELIMITED BY SIZE
                              "see audit" DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                       CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                           WS-PROGRAM-NAME, WS-MSG-TEXT
                   END-IF
                   END-IF
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   IF WS-END-STATUS NOT = "COMPLETE" THEN
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GOBACK
               END-IF.
               OPEN INPUT SECTION-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "SECTION-TRANS not found, nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-SECTIONS.
               PERFORM LOAD-COURSES.
               PERFORM LOAD-CAMPUSES.
               PERFORM LOAD-STAFF.
               PERFORM LOAD-SCHEDULE-COUNTS.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SECTION-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE SECTION-TRANS.
               CLOSE MAINT-AUDIT.
               PERFORM REWRITE-SECTIONS.
               DISPLAY "===== SECTION MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Sections on file:  " WS-WRITTEN-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " section transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-SECTIONS.
               OPEN INPUT SECTION-FILE.
               IF WS-SECTION-STATUS NOT = "00" THEN
                   DISPLAY "SECTIONS not found, starting empty"
               ELSE
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ SECTION-FILE
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END PERFORM LOAD-ONE-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE SECTION-FILE
               END-IF.
      * The whole file is rewritten from this table at end of run,
      * so an overflow would silently delete sections; abort.
               IF WS-SECTION-OVERFLOW = "Y" THEN
                   DISPLAY "Section file exceeds the work table, "
                       "maintenance aborted before any update"
                   CLOSE SECTION-TRANS
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-ONE-SECTION.
               IF WS-SECTION-COUNT < 200 THEN
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SECTION-REC
                       TO WS-SECTION-DATA(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECTION-ENROLLED(WS-SECTION-COUNT)
                   MOVE "N" TO WS-SECTION-DELETED(WS-SECTION-COUNT)
               ELSE
                   MOVE "Y" TO WS-SECTION-OVERFLOW
               END-IF.

            LOAD-COURSES.
               OPEN INPUT COURSE-MASTER.
               IF WS-COURSE-STATUS NOT = "00" THEN
                   DISPLAY "COURSE-MASTER not found, no section can "
                       "be added or changed"
               ELSE
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ COURSE-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF WS-COURSE-COUNT < 200 THEN
                                   ADD 1 TO WS-COURSE-COUNT
                                   MOVE CRS-SUBJECT TO
                                       WS-CRS-SUBJECT(WS-COURSE-COUNT)
                                   MOVE CRS-ACTIVE TO
                                       WS-CRS-ACTIVE(WS-COURSE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COURSE-MASTER
               END-IF.

            LOAD-CAMPUSES.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-STATUS NOT = "00" THEN
                   DISPLAY "CAMPUS-MASTER not found, no section can "
                       "be added or changed"
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

            LOAD-STAFF.
               OPEN INPUT STAFF-MASTER.
               IF WS-STAFF-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-MASTER not found, no teacher can "
                       "be validated"
               ELSE
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ STAFF-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF WS-STAFF-COUNT < 2000 THEN
                                   ADD 1 TO WS-STAFF-COUNT
                                   MOVE SF-EMP-ID TO
                                       WS-STF-EMP-ID(WS-STAFF-COUNT)
                                   MOVE SF-NAME TO
                                       WS-STF-NAME(WS-STAFF-COUNT)
                                   MOVE SF-ROLE TO
                                       WS-STF-ROLE(WS-STAFF-COUNT)
                                   MOVE SF-STATUS TO
                                       WS-STF-STATUS(WS-STAFF-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-MASTER
               END-IF.

      * students already scheduled into each section on file
            LOAD-SCHEDULE-COUNTS.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS = "00" THEN
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ STUDENT-SCHEDULE
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END PERFORM COUNT-ONE-SCHEDULED
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
               END-IF.

            COUNT-ONE-SCHEDULED.
               MOVE SS-COURSE TO SCT-COURSE.
               MOVE SS-TERM TO SCT-TERM.
               MOVE SS-CAMPUS TO SCT-CAMPUS.
               MOVE SS-SECTION-NO TO SCT-SECTION-NO.
               PERFORM FIND-SECTION.
               IF WS-FOUND-SUB > 0 THEN
                   ADD 1 TO WS-SECTION-ENROLLED(WS-FOUND-SUB)
               END-IF.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               PERFORM FIND-SECTION.
               IF SCT-ADD THEN
                   PERFORM ADD-SECTION
               ELSE IF SCT-CHANGE THEN
                   PERFORM CHANGE-SECTION
               ELSE
                   PERFORM DELETE-SECTION
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT SCT-ADD AND NOT SCT-CHANGE AND
                       NOT SCT-DELETE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF SCT-COURSE = SPACES OR SCT-TERM = SPACES THEN
                   MOVE "Course and term required"
                       TO WS-REJECT-REASON
               ELSE IF SCT-SECTION-NO IS NOT NUMERIC THEN
                   MOVE "Section number not numeric"
                       TO WS-REJECT-REASON
               ELSE IF SCT-ADD OR SCT-CHANGE THEN
                   PERFORM FIND-COURSE
                   PERFORM FIND-CAMPUS
                   MOVE 0 TO WS-STF-FOUND
                   IF SCT-TEACHER-ID IS NUMERIC THEN
                       PERFORM FIND-TEACHER
                   END-IF
                   IF WS-CRS-FOUND = 0 THEN
                       MOVE "Course not on file" TO WS-REJECT-REASON
                   ELSE IF WS-CRS-ACTIVE(WS-CRS-FOUND) NOT = "A"
                       MOVE "Course inactive" TO WS-REJECT-REASON
                   ELSE IF WS-CMP-FOUND = 0 THEN
                       MOVE "Campus not on file" TO WS-REJECT-REASON
                   ELSE IF WS-CMP-ACTIVE(WS-CMP-FOUND) NOT = "A"
                       MOVE "Campus inactive" TO WS-REJECT-REASON
                   ELSE IF SCT-CAPACITY IS NOT NUMERIC OR
                           SCT-CAPACITY = ZERO THEN
                       MOVE "Invalid capacity" TO WS-REJECT-REASON
                   ELSE IF WS-STF-FOUND = 0 THEN
                       MOVE "Teacher not on staff master"
                           TO WS-REJECT-REASON
                   ELSE IF WS-STF-ROLE(WS-STF-FOUND) NOT = "TCHR"
                       MOVE "Staff member not a teacher"
                           TO WS-REJECT-REASON
                   ELSE IF WS-STF-STATUS(WS-STF-FOUND) NOT = "A"
                       MOVE "Teacher inactive" TO WS-REJECT-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF.

            FIND-SECTION.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                       OR WS-FOUND-SUB > 0
                   MOVE WS-SECTION-DATA(WS-SUB) TO SECTION-REC
                   IF SEC-COURSE = SCT-COURSE AND
                           SEC-TERM = SCT-TERM AND
                           SEC-CAMPUS = SCT-CAMPUS AND
                           SEC-SECTION-NO = SCT-SECTION-NO AND
                           WS-SECTION-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * schedule transactions carry no campus, so the course, term
      * and section number must not be in use at another campus
            FIND-OTHER-CAMPUS.
               MOVE 0 TO WS-OTHER-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                       OR WS-OTHER-CAMPUS-SUB > 0
                   MOVE WS-SECTION-DATA(WS-SUB) TO SECTION-REC
                   IF SEC-COURSE = SCT-COURSE AND
                           SEC-TERM = SCT-TERM AND
                           SEC-SECTION-NO = SCT-SECTION-NO AND
                           WS-SECTION-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SUB TO WS-OTHER-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-COURSE.
               MOVE 0 TO WS-CRS-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-COURSE-COUNT
                       OR WS-CRS-FOUND > 0
                   IF WS-CRS-SUBJECT(WS-SUB) = SCT-COURSE THEN
                       MOVE WS-SUB TO WS-CRS-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-CAMPUS.
               MOVE 0 TO WS-CMP-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CMP-FOUND > 0
                   IF WS-CMP-CODE(WS-SUB) = SCT-CAMPUS THEN
                       MOVE WS-SUB TO WS-CMP-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-TEACHER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                       OR WS-STF-FOUND > 0
                   IF WS-STF-EMP-ID(WS-SUB) = SCT-TEACHER-ID THEN
                       MOVE WS-SUB TO WS-STF-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-SECTION.
               PERFORM FIND-OTHER-CAMPUS.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Section already on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-OTHER-CAMPUS-SUB > 0 THEN
                   MOVE "Section no. at other campus"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-SECTION-COUNT NOT < 200 THEN
                   MOVE "Section table full" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE SCT-COURSE TO SEC-COURSE
                   MOVE SCT-TERM TO SEC-TERM
                   MOVE SCT-CAMPUS TO SEC-CAMPUS
                   MOVE SCT-SECTION-NO TO SEC-SECTION-NO
                   MOVE SCT-CAPACITY TO SEC-CAPACITY
                   MOVE SCT-TEACHER-ID TO SEC-TEACHER-ID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SECTION-REC
                       TO WS-SECTION-DATA(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECTION-ENROLLED(WS-SECTION-COUNT)
                   MOVE "N" TO WS-SECTION-DELETED(WS-SECTION-COUNT)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            CHANGE-SECTION.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Section not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF SCT-CAPACITY <
                       WS-SECTION-ENROLLED(WS-FOUND-SUB) THEN
                   MOVE "Capacity below scheduled"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-SECTION-DATA(WS-FOUND-SUB) TO SECTION-REC
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
                   MOVE SCT-CAPACITY TO SEC-CAPACITY
                   MOVE SCT-TEACHER-ID TO SEC-TEACHER-ID
                   MOVE SECTION-REC TO WS-SECTION-DATA(WS-FOUND-SUB)
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            DELETE-SECTION.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Section not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-SECTION-ENROLLED(WS-FOUND-SUB) > 0 THEN
                   MOVE "Students still scheduled"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-SECTION-DATA(WS-FOUND-SUB) TO SECTION-REC
                   MOVE "Y" TO WS-SECTION-DELETED(WS-FOUND-SUB)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            REWRITE-SECTIONS.
               OPEN OUTPUT SECTION-FILE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                   IF WS-SECTION-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SECTION-DATA(WS-SUB) TO SECTION-REC
                       WRITE SECTION-REC
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE SECTION-FILE.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "SECTION MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      SCT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-TERM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-CAMPUS DELIMITED BY SIZE
                      " SECTION " DELIMITED BY SIZE
                      SCT-SECTION-NO DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " CAPACITY " DELIMITED BY SIZE
                      SEC-CAPACITY DELIMITED BY SIZE
                      " TEACHER " DELIMITED BY SIZE
                      SEC-TEACHER-ID DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      SCT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-TERM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-CAMPUS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCT-SECTION-NO DELIMITED BY SIZE
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

      * One-time conversion of a section file in the old layout.
      * The current section file must not exist yet, so a converted
      * file is never overwritten by a second run. A teacher name
      * matching exactly one teacher on the staff master takes that
      * teacher's employee ID; any other section gets ID zero and is
      * listed for re-keying with a change transaction.
            CONVERT-SECTIONS.
               OPEN INPUT SECTION-FILE.
               IF WS-SECTION-STATUS = "00" THEN
                   CLOSE SECTION-FILE
                   MOVE "Section file exists, conversion not run"
                       TO WS-MSG-TEXT
                   MOVE "EXISTS" TO WS-END-STATUS
                   GO TO CONVERT-SECTIONS-EXIT
               END-IF.
               OPEN INPUT OLD-SECTION-FILE.
               IF WS-OLD-SECTION-STATUS NOT = "00" THEN
                   MOVE "Old section file not found, nothing converted"
                       TO WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
                   GO TO CONVERT-SECTIONS-EXIT
               END-IF.
               PERFORM LOAD-STAFF.
               OPEN OUTPUT SECTION-FILE.
               OPEN OUTPUT MAINT-AUDIT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "SECTION FILE CONVERSION LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-SECTION-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CONVERT-ONE-SECTION
                   END-READ
               END-PERFORM.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  CONVERTED " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      "  NO TEACHER " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               CLOSE OLD-SECTION-FILE.
               CLOSE SECTION-FILE.
               CLOSE MAINT-AUDIT.
               DISPLAY "===== SECTION CONVERSION CONTROL TOTALS =====".
               DISPLAY "Sections read:     " WS-READ-COUNT.
               DISPLAY "Teacher matched:   " WS-APPLIED-COUNT.
               DISPLAY "Teacher unmatched: " WS-REJECTED-COUNT.
               DISPLAY "Sections written:  " WS-WRITTEN-COUNT.

            CONVERT-SECTIONS-EXIT.
               EXIT.

            CONVERT-ONE-SECTION.
               ADD 1 TO WS-READ-COUNT.
               MOVE OS-SECTION-DATA TO SECTION-REC.
               MOVE 0 TO SEC-TEACHER-ID.
               MOVE 0 TO WS-STF-FOUND.
               MOVE 0 TO WS-MATCH-COUNT.
               IF OS-TEACHER NOT = SPACES THEN
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                       IF WS-STF-NAME(WS-SUB) = OS-TEACHER AND
                               WS-STF-ROLE(WS-SUB) = "TCHR" THEN
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE WS-SUB TO WS-STF-FOUND
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
               END-IF.
               IF WS-MATCH-COUNT = 1 THEN
                   MOVE WS-STF-EMP-ID(WS-STF-FOUND) TO SEC-TEACHER-ID
                   MOVE "CONVERTED" TO WS-CONVERT-LABEL
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE IF WS-MATCH-COUNT > 1 THEN
                   MOVE "AMBIGUOUS" TO WS-CONVERT-LABEL
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE "UNMATCHED" TO WS-CONVERT-LABEL
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF.
               WRITE SECTION-REC.
               ADD 1 TO WS-WRITTEN-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING WS-CONVERT-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEC-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEC-TERM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEC-CAMPUS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEC-SECTION-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SEC-TEACHER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OS-TEACHER DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

       END PROGRAM SECTION-MAINT.
