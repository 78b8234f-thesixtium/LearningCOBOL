      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Teacher grade entry by section. Each grade submitted
      *          for a section (course, term, campus, section number)
      *          is checked against the section file and against the
      *          students enrolled in that section on the student
      *          schedule written by SCHEDULE-ASSIGN. Grades for
      *          students not in the section, bad scores, and second
      *          grades for a student already graded in the section
      *          are rejected to the grade entry error listing.
      *          Accepted grades are recorded on the grade submission
      *          file and appended to TERM-GRADES for GRADE-HISTORY
      *          to post, so several entry runs can build up before
      *          GRADE-HISTORY posts and empties the file. A
      *          submission status report by teacher and
      *          section (REPORT_TERM, or every term when not set)
      *          shows each class list as COMPLETE, PARTIAL or
      *          MISSING so the office knows before report cards run.
      *          Teachers are named from the staff master by the
      *          employee ID on each section.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-ENTRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SECTION-GRADES ASSIGN DYNAMIC
                   WS-SECTION-GRADES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-GRADES-STATUS.
               SELECT SECTION-FILE ASSIGN DYNAMIC WS-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
               SELECT STAFF-MASTER ASSIGN DYNAMIC WS-STAFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
               SELECT STUDENT-SCHEDULE ASSIGN DYNAMIC
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT GRADE-SUBMISSIONS ASSIGN DYNAMIC
                   WS-SUBMISSION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT TERM-GRADES ASSIGN DYNAMIC WS-TERM-GRADES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-GRADES-STATUS.
               SELECT ERROR-LIST ASSIGN DYNAMIC WS-ERROR-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-REPORT ASSIGN DYNAMIC WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "GradeEntrySort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD SECTION-GRADES.
           01 SECTION-GRADE-REC.
               05 SG-COURSE PIC X(10).
               05 SG-TERM PIC X(6).
               05 SG-CAMPUS PIC X(3).
               05 SG-SECTION-NO PIC 9(2).
               05 SG-STUDENT-ID PIC 9(5).
               05 SG-SCORE PIC X(1).

           FD SECTION-FILE.
           01 SECTION-REC.
               COPY "SectionRec.cpy".

           FD STAFF-MASTER.
           01 STAFF-REC.
               COPY "StaffRec.cpy".

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           FD GRADE-SUBMISSIONS.
           01 GRADE-SUBMISSION-REC.
               COPY "GradeSubmitRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD TERM-GRADES.
           01 TERM-GRADE-REC.
               05 TG-STUDENT-ID PIC 9(5).
               05 TG-NAME PIC A(25).
               05 TG-TERM PIC X(6).
               05 TG-SUBJECT PIC X(10).
               05 TG-SCORE PIC X(1).

           FD ERROR-LIST.
           01 ERROR-LINE PIC X(80).

           FD STATUS-REPORT.
           01 STATUS-LINE PIC X(80).

           SD SORT-WORK.
           01 SORT-REC.
               05 SW-TEACHER PIC X(25).
               05 SW-TEACHER-ID PIC 9(5).
               05 SW-COURSE PIC X(10).
               05 SW-TERM PIC X(6).
               05 SW-CAMPUS PIC X(3).
               05 SW-SECTION-NO PIC 9(2).
               05 SW-ENROLLED PIC 9(3).
               05 SW-GRADED PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-SECTION-GRADES-PATH PIC X(100) VALUE
               "SectionGrades.txt".
           01 WS-SECTION-PATH PIC X(100) VALUE
               "Sections.txt".
           01 WS-STAFF-PATH PIC X(100) VALUE
               "StaffMaster.txt".
           01 WS-SCHEDULE-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-SUBMISSION-PATH PIC X(100) VALUE
               "GradeSubmissions.txt".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-TERM-GRADES-PATH PIC X(100) VALUE
               "TermGrades.txt".
           01 WS-ERROR-PATH PIC X(100) VALUE
               "GradeEntryErrors.txt".
           01 WS-STATUS-PATH PIC X(100) VALUE
               "GradeSubmissionStatus.txt".
           01 WS-SECTION-GRADES-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-STAFF-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-SUBMISSION-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-TERM-GRADES-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 2000 TIMES.
                   10 WS-STF-EMP-ID PIC 9(5).
                   10 WS-STF-NAME PIC X(25).
                   10 WS-STF-VALID PIC A(1).
           01 WS-STAFF-SUB PIC 9(4) VALUE 0.
           01 WS-STAFF-FOUND PIC 9(4) VALUE 0.
           01 WS-REPORT-TERM PIC X(6) VALUE SPACES.
           01 WS-SECTION-COUNT PIC 9(3) VALUE 0.
           01 WS-SECTION-TABLE.
               05 WS-SECTION-ENTRY OCCURS 200 TIMES.
                   10 WS-SEC-COURSE PIC X(10).
                   10 WS-SEC-TERM PIC X(6).
                   10 WS-SEC-CAMPUS PIC X(3).
                   10 WS-SEC-NO PIC 9(2).
                   10 WS-SEC-TEACHER-ID PIC 9(5).
                   10 WS-SEC-TEACHER PIC X(25).
                   10 WS-SEC-ENROLLED PIC 9(3).
                   10 WS-SEC-GRADED PIC 9(3).
           01 WS-ENROLL-COUNT PIC 9(5) VALUE 0.
           01 WS-ENROLL-TABLE.
               05 WS-ENROLL-ENTRY OCCURS 9000 TIMES.
                   10 WS-EN-SECTION-SUB PIC 9(3).
                   10 WS-EN-STUDENT-ID PIC 9(5).
                   10 WS-EN-GRADED PIC A(1).
           01 WS-SUB PIC 9(5) VALUE 0.
           01 WS-SEC-SUB PIC 9(3) VALUE 0.
           01 WS-ENROLL-SUB PIC 9(5) VALUE 0.
           01 WS-WORK-COURSE PIC X(10).
           01 WS-WORK-TERM PIC X(6).
           01 WS-WORK-CAMPUS PIC X(3).
           01 WS-WORK-SECTION-NO PIC 9(2).
           01 WS-WORK-STUDENT-ID PIC 9(5).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-SECTION-STATE PIC X(11).
           01 WS-PREV-TEACHER-ID PIC 9(5).
           01 WS-FIRST-TEACHER PIC A(1) VALUE "Y".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-PRIOR-COUNT PIC 9(7) VALUE 0.
           01 WS-COMPLETE-COUNT PIC 9(5) VALUE 0.
           01 WS-PARTIAL-COUNT PIC 9(5) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
           01 WS-EMPTY-COUNT PIC 9(5) VALUE 0.
           01 WS-NOT-DONE-COUNT PIC 9(5) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "GRADE-ENTRY".
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
                       "SECTION_GRADES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SECTION-GRADES-PATH
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
                       "GRADE_SUBMISSION_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SUBMISSION-PATH
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
                       "TERM_GRADES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TERM-GRADES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GRADE_ENTRY_ERRORS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ERROR-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GRADE_STATUS_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STATUS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "REPORT_TERM"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:6) TO WS-REPORT-TERM
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-STAFF.
               PERFORM LOAD-SECTIONS.
               PERFORM LOAD-ENROLLMENT.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-PRIOR-SUBMISSIONS.
               OPEN INPUT SECTION-GRADES.
               IF WS-SECTION-GRADES-STATUS NOT = "00" THEN
                   DISPLAY "SECTION-GRADES not found, submission "
                       "status only"
               ELSE
                   PERFORM ENTER-SECTION-GRADES
               END-IF.
               PERFORM PRINT-SUBMISSION-STATUS.
               DISPLAY "===== GRADE ENTRY CONTROL TOTALS =====".
               DISPLAY "Grades read:        " WS-READ-COUNT.
               DISPLAY "Accepted:           " WS-ACCEPTED-COUNT.
               DISPLAY "Rejected:           " WS-REJECTED-COUNT.
               DISPLAY "Previously entered: " WS-PRIOR-COUNT.
               DISPLAY "Sections complete:  " WS-COMPLETE-COUNT.
               DISPLAY "Sections partial:   " WS-PARTIAL-COUNT.
               DISPLAY "Sections missing:   " WS-MISSING-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " grades rejected, see grade entry errors"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               COMPUTE WS-NOT-DONE-COUNT =
                   WS-PARTIAL-COUNT + WS-MISSING-COUNT.
               IF WS-NOT-DONE-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-NOT-DONE-COUNT DELIMITED BY SIZE
                          " sections with grades partial or missing"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-READ-COUNT, WS-ACCEPTED-COUNT,
                   WS-REJECTED-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-SECTIONS.
               OPEN INPUT SECTION-FILE.
               IF WS-SECTION-STATUS NOT = "00" THEN
                   DISPLAY "SECTIONS not found, cannot enter grades"
                   MOVE "NOINPUT" TO WS-END-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ SECTION-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-SECTION
                       END-READ
                   END-PERFORM
                   CLOSE SECTION-FILE
               END-IF.

            LOAD-ONE-SECTION.
               IF WS-SECTION-COUNT < 200 THEN
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SEC-COURSE TO WS-SEC-COURSE(WS-SECTION-COUNT)
                   MOVE SEC-TERM TO WS-SEC-TERM(WS-SECTION-COUNT)
                   MOVE SEC-CAMPUS TO WS-SEC-CAMPUS(WS-SECTION-COUNT)
                   MOVE SEC-SECTION-NO TO WS-SEC-NO(WS-SECTION-COUNT)
                   PERFORM RESOLVE-TEACHER
                   MOVE 0 TO WS-SEC-ENROLLED(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SEC-GRADED(WS-SECTION-COUNT)
               ELSE
                   DISPLAY "Section table full, " SEC-COURSE
                       " dropped"
               END-IF.

      * only active teachers count as a valid teacher for a section
            LOAD-STAFF.
               OPEN INPUT STAFF-MASTER.
               IF WS-STAFF-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-MASTER not found, teachers will "
                       "not be named"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ STAFF-MASTER
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-STAFF
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-MASTER
               END-IF.

            LOAD-ONE-STAFF.
               IF WS-STAFF-COUNT < 2000 THEN
                   ADD 1 TO WS-STAFF-COUNT
                   MOVE SF-EMP-ID TO WS-STF-EMP-ID(WS-STAFF-COUNT)
                   MOVE SF-NAME TO WS-STF-NAME(WS-STAFF-COUNT)
                   IF SF-TEACHER AND SF-ACTIVE THEN
                       MOVE "Y" TO WS-STF-VALID(WS-STAFF-COUNT)
                   ELSE
                       MOVE "N" TO WS-STF-VALID(WS-STAFF-COUNT)
                   END-IF
               END-IF.

            RESOLVE-TEACHER.
               MOVE 0 TO WS-STAFF-FOUND.
               IF SEC-TEACHER-ID IS NUMERIC THEN
                   MOVE SEC-TEACHER-ID
                       TO WS-SEC-TEACHER-ID(WS-SECTION-COUNT)
                   MOVE 1 TO WS-STAFF-SUB
                   PERFORM UNTIL WS-STAFF-SUB > WS-STAFF-COUNT
                           OR WS-STAFF-FOUND > 0
                       IF WS-STF-EMP-ID(WS-STAFF-SUB) = SEC-TEACHER-ID
                               AND WS-STF-VALID(WS-STAFF-SUB) = "Y"
                           MOVE WS-STAFF-SUB TO WS-STAFF-FOUND
                       END-IF
                       ADD 1 TO WS-STAFF-SUB
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-SEC-TEACHER-ID(WS-SECTION-COUNT)
               END-IF.
               IF WS-STAFF-FOUND > 0 THEN
                   MOVE WS-STF-NAME(WS-STAFF-FOUND)
                       TO WS-SEC-TEACHER(WS-SECTION-COUNT)
               ELSE
                   MOVE "NO VALID TEACHER"
                       TO WS-SEC-TEACHER(WS-SECTION-COUNT)
               END-IF.

      * one table entry per student enrolled in a known section
            LOAD-ENROLLMENT.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-SCHEDULE not found, no students "
                       "enrolled"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ STUDENT-SCHEDULE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-ENROLLMENT
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
               END-IF.

            NOTE-ENROLLMENT.
               MOVE SS-COURSE TO WS-WORK-COURSE.
               MOVE SS-TERM TO WS-WORK-TERM.
               MOVE SS-CAMPUS TO WS-WORK-CAMPUS.
               MOVE SS-SECTION-NO TO WS-WORK-SECTION-NO.
               PERFORM FIND-SECTION.
               IF WS-SEC-SUB > 0 THEN
                   MOVE SS-STUDENT-ID TO WS-WORK-STUDENT-ID
                   PERFORM FIND-ENROLLMENT
                   IF WS-ENROLL-SUB = 0 THEN
                       IF WS-ENROLL-COUNT < 9000 THEN
                           ADD 1 TO WS-ENROLL-COUNT
                           MOVE WS-SEC-SUB
                               TO WS-EN-SECTION-SUB(WS-ENROLL-COUNT)
                           MOVE SS-STUDENT-ID
                               TO WS-EN-STUDENT-ID(WS-ENROLL-COUNT)
                           MOVE "N" TO WS-EN-GRADED(WS-ENROLL-COUNT)
                           ADD 1 TO WS-SEC-ENROLLED(WS-SEC-SUB)
                       ELSE
                           DISPLAY "Enrollment table full at "
                               SS-STUDENT-ID " " SS-COURSE
                           MOVE "OVERFLOW" TO WS-END-STATUS
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-IF
               END-IF.

            FIND-SECTION.
               MOVE 0 TO WS-SEC-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                       OR WS-SEC-SUB > 0
                   IF WS-SEC-COURSE(WS-SUB) = WS-WORK-COURSE AND
                           WS-SEC-TERM(WS-SUB) = WS-WORK-TERM AND
                           WS-SEC-CAMPUS(WS-SUB) = WS-WORK-CAMPUS AND
                           WS-SEC-NO(WS-SUB) = WS-WORK-SECTION-NO THEN
                       MOVE WS-SUB TO WS-SEC-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            FIND-ENROLLMENT.
               MOVE 0 TO WS-ENROLL-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-ENROLL-COUNT
                       OR WS-ENROLL-SUB > 0
                   IF WS-EN-SECTION-SUB(WS-SUB) = WS-SEC-SUB AND
                           WS-EN-STUDENT-ID(WS-SUB) =
                               WS-WORK-STUDENT-ID THEN
                       MOVE WS-SUB TO WS-ENROLL-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-PRIOR-SUBMISSIONS.
               OPEN INPUT GRADE-SUBMISSIONS.
               IF WS-SUBMISSION-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GRADE-SUBMISSIONS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-PRIOR-COUNT
                               PERFORM NOTE-PRIOR-SUBMISSION
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-SUBMISSIONS
               END-IF.

            NOTE-PRIOR-SUBMISSION.
               MOVE GS-COURSE TO WS-WORK-COURSE.
               MOVE GS-TERM TO WS-WORK-TERM.
               MOVE GS-CAMPUS TO WS-WORK-CAMPUS.
               MOVE GS-SECTION-NO TO WS-WORK-SECTION-NO.
               MOVE GS-STUDENT-ID TO WS-WORK-STUDENT-ID.
               PERFORM FIND-SECTION.
               IF WS-SEC-SUB > 0 THEN
                   PERFORM FIND-ENROLLMENT
                   IF WS-ENROLL-SUB > 0 THEN
                       PERFORM MARK-GRADED
                   END-IF
               END-IF.

            MARK-GRADED.
               IF WS-EN-GRADED(WS-ENROLL-SUB) = "N" THEN
                   MOVE "Y" TO WS-EN-GRADED(WS-ENROLL-SUB)
                   ADD 1 TO WS-SEC-GRADED(WS-SEC-SUB)
               END-IF.

            ENTER-SECTION-GRADES.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, cannot enter "
                       "grades"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CLOSE SECTION-GRADES
               ELSE
                   OPEN EXTEND GRADE-SUBMISSIONS
                   IF WS-SUBMISSION-STATUS = "35" THEN
                       OPEN OUTPUT GRADE-SUBMISSIONS
                       CLOSE GRADE-SUBMISSIONS
                       OPEN EXTEND GRADE-SUBMISSIONS
                   END-IF
                   OPEN EXTEND TERM-GRADES
                   IF WS-TERM-GRADES-STATUS = "35" THEN
                       OPEN OUTPUT TERM-GRADES
                       CLOSE TERM-GRADES
                       OPEN EXTEND TERM-GRADES
                   END-IF
                   OPEN OUTPUT ERROR-LIST
                   MOVE "GRADE ENTRY ERROR LISTING" TO ERROR-LINE
                   WRITE ERROR-LINE
                   MOVE "COURSE     TERM   CMP SEC STUDENT GRADE"
                       TO ERROR-LINE
                   MOVE "REASON" TO ERROR-LINE(42:6)
                   WRITE ERROR-LINE
                   MOVE ALL "-" TO ERROR-LINE
                   WRITE ERROR-LINE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ SECTION-GRADES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM ENTER-ONE-GRADE
                       END-READ
                   END-PERFORM
                   MOVE ALL "-" TO ERROR-LINE
                   WRITE ERROR-LINE
                   MOVE SPACES TO ERROR-LINE
                   STRING "READ " DELIMITED BY SIZE
                          WS-READ-COUNT DELIMITED BY SIZE
                          "  ACCEPTED " DELIMITED BY SIZE
                          WS-ACCEPTED-COUNT DELIMITED BY SIZE
                          "  REJECTED " DELIMITED BY SIZE
                          WS-REJECTED-COUNT DELIMITED BY SIZE
                          INTO ERROR-LINE
                   WRITE ERROR-LINE
                   CLOSE ERROR-LIST
                   CLOSE TERM-GRADES
                   CLOSE GRADE-SUBMISSIONS
                   CLOSE SECTION-GRADES
                   CLOSE SCHOOL
               END-IF.

            ENTER-ONE-GRADE.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE SG-COURSE TO WS-WORK-COURSE.
               MOVE SG-TERM TO WS-WORK-TERM.
               MOVE SG-CAMPUS TO WS-WORK-CAMPUS.
               MOVE SG-SECTION-NO TO WS-WORK-SECTION-NO.
               MOVE SG-STUDENT-ID TO WS-WORK-STUDENT-ID.
               PERFORM VALIDATE-GRADE.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO ERROR-LINE
                   MOVE SG-COURSE TO ERROR-LINE(1:10)
                   MOVE SG-TERM TO ERROR-LINE(12:6)
                   MOVE SG-CAMPUS TO ERROR-LINE(19:3)
                   MOVE SG-SECTION-NO TO ERROR-LINE(24:2)
                   MOVE SG-STUDENT-ID TO ERROR-LINE(27:5)
                   MOVE SG-SCORE TO ERROR-LINE(37:1)
                   MOVE WS-REJECT-REASON TO ERROR-LINE(42:30)
                   WRITE ERROR-LINE
               ELSE
                   MOVE SG-COURSE TO GS-COURSE
                   MOVE SG-TERM TO GS-TERM
                   MOVE SG-CAMPUS TO GS-CAMPUS
                   MOVE SG-SECTION-NO TO GS-SECTION-NO
                   MOVE SG-STUDENT-ID TO GS-STUDENT-ID
                   MOVE SG-SCORE TO GS-SCORE
                   MOVE WS-TODAY-DATE TO GS-DATE
                   MOVE OperatorId TO GS-OPERATOR
                   WRITE GRADE-SUBMISSION-REC
                   MOVE SG-STUDENT-ID TO TG-STUDENT-ID
                   MOVE SCHOOL-NAME TO TG-NAME
                   MOVE SG-TERM TO TG-TERM
                   MOVE SG-COURSE TO TG-SUBJECT
                   MOVE SG-SCORE TO TG-SCORE
                   WRITE TERM-GRADE-REC
                   PERFORM MARK-GRADED
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF.

            VALIDATE-GRADE.
               MOVE 0 TO WS-ENROLL-SUB.
               PERFORM FIND-SECTION.
               IF WS-SEC-SUB = 0 THEN
                   MOVE "Section not on file" TO WS-REJECT-REASON
               ELSE IF SG-STUDENT-ID IS NOT NUMERIC OR
                       SG-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF SG-SCORE NOT = "A" AND SG-SCORE NOT = "B" AND
                       SG-SCORE NOT = "C" AND SG-SCORE NOT = "D" AND
                       SG-SCORE NOT = "F" THEN
                   MOVE "Bad grade" TO WS-REJECT-REASON
               ELSE
                   PERFORM FIND-ENROLLMENT
                   IF WS-ENROLL-SUB = 0 THEN
                       MOVE "Student not in section"
                           TO WS-REJECT-REASON
                   ELSE IF WS-EN-GRADED(WS-ENROLL-SUB) = "Y" THEN
                       MOVE "Already graded in section"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   MOVE SG-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF.

      * status of every section's class list, sorted by teacher
            PRINT-SUBMISSION-STATUS.
               OPEN OUTPUT STATUS-REPORT.
               MOVE SPACES TO STATUS-LINE.
               IF WS-REPORT-TERM = SPACES THEN
                   STRING "GRADE SUBMISSION STATUS  ALL TERMS"
                          DELIMITED BY SIZE
                          "  RUN DATE " DELIMITED BY SIZE
                          WS-TODAY-DATE DELIMITED BY SIZE
                          INTO STATUS-LINE
               ELSE
                   STRING "GRADE SUBMISSION STATUS  TERM "
                          DELIMITED BY SIZE
                          WS-REPORT-TERM DELIMITED BY SIZE
                          "  RUN DATE " DELIMITED BY SIZE
                          WS-TODAY-DATE DELIMITED BY SIZE
                          INTO STATUS-LINE
               END-IF.
               WRITE STATUS-LINE.
               MOVE ALL "=" TO STATUS-LINE.
               WRITE STATUS-LINE.
               SORT SORT-WORK
                   ON ASCENDING KEY SW-TEACHER
                   ON ASCENDING KEY SW-TEACHER-ID
                   ON ASCENDING KEY SW-TERM
                   ON ASCENDING KEY SW-COURSE
                   ON ASCENDING KEY SW-CAMPUS
                   ON ASCENDING KEY SW-SECTION-NO
                   INPUT PROCEDURE IS RELEASE-SECTIONS
                   OUTPUT PROCEDURE IS PRINT-SORTED-SECTIONS.
               MOVE SPACES TO STATUS-LINE.
               WRITE STATUS-LINE.
               MOVE SPACES TO STATUS-LINE.
               STRING "COMPLETE " DELIMITED BY SIZE
                      WS-COMPLETE-COUNT DELIMITED BY SIZE
                      "  PARTIAL " DELIMITED BY SIZE
                      WS-PARTIAL-COUNT DELIMITED BY SIZE
                      "  MISSING " DELIMITED BY SIZE
                      WS-MISSING-COUNT DELIMITED BY SIZE
                      "  NO STUDENTS " DELIMITED BY SIZE
                      WS-EMPTY-COUNT DELIMITED BY SIZE
                      INTO STATUS-LINE.
               WRITE STATUS-LINE.
               CLOSE STATUS-REPORT.

            RELEASE-SECTIONS.
               MOVE 1 TO WS-SEC-SUB.
               PERFORM UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF WS-REPORT-TERM = SPACES OR
                           WS-SEC-TERM(WS-SEC-SUB) = WS-REPORT-TERM
                       MOVE WS-SEC-TEACHER(WS-SEC-SUB) TO SW-TEACHER
                       MOVE WS-SEC-TEACHER-ID(WS-SEC-SUB)
                           TO SW-TEACHER-ID
                       MOVE WS-SEC-COURSE(WS-SEC-SUB) TO SW-COURSE
                       MOVE WS-SEC-TERM(WS-SEC-SUB) TO SW-TERM
                       MOVE WS-SEC-CAMPUS(WS-SEC-SUB) TO SW-CAMPUS
                       MOVE WS-SEC-NO(WS-SEC-SUB) TO SW-SECTION-NO
                       MOVE WS-SEC-ENROLLED(WS-SEC-SUB)
                           TO SW-ENROLLED
                       MOVE WS-SEC-GRADED(WS-SEC-SUB) TO SW-GRADED
                       RELEASE SORT-REC
                   END-IF
                   ADD 1 TO WS-SEC-SUB
               END-PERFORM.

            PRINT-SORTED-SECTIONS.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM PRINT-SECTION-STATUS
                   END-RETURN
               END-PERFORM.

            PRINT-SECTION-STATUS.
               IF WS-FIRST-TEACHER = "Y" OR
                       SW-TEACHER-ID NOT = WS-PREV-TEACHER-ID THEN
                   MOVE "N" TO WS-FIRST-TEACHER
                   MOVE SW-TEACHER-ID TO WS-PREV-TEACHER-ID
                   MOVE SPACES TO STATUS-LINE
                   WRITE STATUS-LINE
                   MOVE SPACES TO STATUS-LINE
                   STRING "TEACHER: " DELIMITED BY SIZE
                          SW-TEACHER-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SW-TEACHER DELIMITED BY SIZE
                          INTO STATUS-LINE
                   WRITE STATUS-LINE
                   MOVE "  COURSE     TERM   CMP SEC ENROLLED GRADED"
                       TO STATUS-LINE
                   MOVE "STATUS" TO STATUS-LINE(45:6)
                   WRITE STATUS-LINE
               END-IF.
               IF SW-ENROLLED = 0 THEN
                   MOVE "NO STUDENTS" TO WS-SECTION-STATE
                   ADD 1 TO WS-EMPTY-COUNT
               ELSE IF SW-GRADED >= SW-ENROLLED THEN
                   MOVE "COMPLETE" TO WS-SECTION-STATE
                   ADD 1 TO WS-COMPLETE-COUNT
               ELSE IF SW-GRADED > 0 THEN
                   MOVE "PARTIAL" TO WS-SECTION-STATE
                   ADD 1 TO WS-PARTIAL-COUNT
               ELSE
                   MOVE "MISSING" TO WS-SECTION-STATE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               END-IF
               END-IF.
               MOVE SPACES TO STATUS-LINE.
               MOVE SW-COURSE TO STATUS-LINE(3:10).
               MOVE SW-TERM TO STATUS-LINE(14:6).
               MOVE SW-CAMPUS TO STATUS-LINE(21:3).
               MOVE SW-SECTION-NO TO STATUS-LINE(26:2).
               MOVE SW-ENROLLED TO STATUS-LINE(31:3).
               MOVE SW-GRADED TO STATUS-LINE(40:3).
               MOVE WS-SECTION-STATE TO STATUS-LINE(45:11).
               WRITE STATUS-LINE.

       END PROGRAM GRADE-ENTRY.
