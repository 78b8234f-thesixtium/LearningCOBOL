      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Graduation credit audit for grades 11 and 12. Totals
      *          the credits each active upper-grade student on the
      *          SCHOOL roster has passed (grade A through D in the
      *          grade history; a course passed twice counts once),
      *          using the credit value and subject area on the course
      *          master, and prints a per-student audit of earned,
      *          required and shortfall credits by subject area against
      *          the graduation requirements file (a TOTAL line, when
      *          present, sets the overall credits required). The
      *          result for each student is written to the credit
      *          audit file, which GRADE-PROMOTION uses to hold back
      *          seniors who are short. A missing or oversized
      *          course master stops the run with an E message.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-AUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT COURSE-MASTER ASSIGN DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
               SELECT REQUIREMENTS-FILE ASSIGN DYNAMIC
                   WS-REQUIREMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIREMENTS-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN DYNAMIC
                   WS-GRADE-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-HISTORY-STATUS.
               SELECT CREDIT-AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDIT-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "CreditAuditSort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD COURSE-MASTER.
           01 COURSE-REC.
               COPY "CourseRec.cpy".

           FD REQUIREMENTS-FILE.
           01 REQUIREMENTS-REC.
               05 GR-AREA PIC X(10).
               05 GR-CREDITS PIC 9(2)V9.

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD GRADE-HISTORY-FILE.
           01 GRADE-HISTORY-REC.
               05 GH-STUDENT-ID PIC 9(5).
               05 GH-NAME PIC A(25).
               05 GH-TERM PIC X(6).
               05 GH-SUBJECT PIC X(10).
               05 GH-SCORE PIC X(1).

           FD CREDIT-AUDIT-FILE.
           01 CREDIT-AUDIT-REC.
               COPY "CreditAuditRec.cpy".

           FD AUDIT-REPORT.
           01 REPORT-LINE PIC X(80).

           SD SORT-WORK.
           01 SORT-REC.
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-TYPE PIC X(1).
               05 SW-COURSE PIC X(10).
               05 SW-NAME PIC A(25).
               05 SW-GRADE-LEVEL PIC 9(2).
               05 SW-CAMPUS PIC X(3).

           WORKING-STORAGE SECTION.
           01 WS-COURSE-PATH PIC X(100) VALUE
               "CourseMaster.txt".
           01 WS-REQUIREMENTS-PATH PIC X(100) VALUE
               "GraduationReqs.txt".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-GRADE-HISTORY-PATH PIC X(100) VALUE
               "GradeHistory.txt".
           01 WS-AUDIT-PATH PIC X(100) VALUE
               "CreditAudit.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "CreditAuditReport.txt".
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-REQUIREMENTS-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-GRADE-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 200 TIMES.
                   10 WS-CRS-SUBJECT PIC X(10).
                   10 WS-CRS-CREDITS PIC 9V9.
                   10 WS-CRS-AREA PIC X(10).
           01 WS-CRS-SUB PIC 9(3) VALUE 0.
           01 WS-CRS-FOUND PIC 9(3) VALUE 0.
           01 WS-AREA-COUNT PIC 9(2) VALUE 0.
           01 WS-AREA-TABLE.
               05 WS-AREA-ENTRY OCCURS 20 TIMES.
                   10 WS-AR-CODE PIC X(10).
                   10 WS-AR-REQUIRED PIC 9(2)V9.
                   10 WS-AR-EARNED PIC 9(3)V9.
           01 WS-AREA-SUB PIC 9(2) VALUE 0.
           01 WS-AREA-FOUND PIC 9(2) VALUE 0.
           01 WS-TOTAL-REQUIRED PIC 9(3)V9 VALUE 0.
           01 WS-TOTAL-EARNED PIC 9(3)V9 VALUE 0.
           01 WS-OTHER-EARNED PIC 9(3)V9 VALUE 0.
           01 WS-SHORTFALL PIC 9(3)V9 VALUE 0.
           01 WS-AREAS-SHORT PIC 9(2) VALUE 0.
           01 WS-CREDIT-EDIT PIC ZZ9.9.
           01 WS-CUR-STUDENT-ID PIC 9(5) VALUE 0.
           01 WS-CUR-NAME PIC A(25).
           01 WS-CUR-GRADE-LEVEL PIC 9(2).
           01 WS-CUR-CAMPUS PIC X(3).
           01 WS-CUR-AUDITED PIC A(1) VALUE "N".
           01 WS-PREV-COURSE PIC X(10).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-ROSTER-READ PIC 9(7) VALUE 0.
           01 WS-AUDITED-COUNT PIC 9(7) VALUE 0.
           01 WS-MET-COUNT PIC 9(7) VALUE 0.
           01 WS-SHORT-COUNT PIC 9(7) VALUE 0.
           01 WS-SENIORS-SHORT PIC 9(7) VALUE 0.
           01 WS-GRADES-READ PIC 9(7) VALUE 0.
           01 WS-UNKNOWN-COURSE PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "CREDIT-AUDIT".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-AUDITED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
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
                       "GRADUATION_REQS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REQUIREMENTS-PATH
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
                       "GRADE_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-GRADE-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CREDIT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AUDIT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CREDIT_AUDIT_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-COURSES.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   MOVE "E" TO WS-MSG-SEVERITY
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-AUDITED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-REQUIREMENTS.
               IF WS-AREA-COUNT = 0 AND WS-TOTAL-REQUIRED = 0 THEN
                   DISPLAY "GRADUATION-REQS not found or empty, no "
                       "credit audit"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-AUDITED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, no credit audit"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-AUDITED-COUNT
                   GOBACK
               END-IF.
               OPEN OUTPUT CREDIT-AUDIT-FILE.
               OPEN OUTPUT AUDIT-REPORT.
               PERFORM PRINT-REPORT-HEADER.
               SORT SORT-WORK
                   ON ASCENDING KEY SW-STUDENT-ID
                   ON ASCENDING KEY SW-TYPE
                   ON ASCENDING KEY SW-COURSE
                   INPUT PROCEDURE IS RELEASE-AUDIT-INPUT
                   OUTPUT PROCEDURE IS AUDIT-STUDENTS.
               PERFORM PRINT-REPORT-TOTALS.
               CLOSE SCHOOL.
               CLOSE CREDIT-AUDIT-FILE.
               CLOSE AUDIT-REPORT.
               IF WS-SENIORS-SHORT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Seniors short of graduation credits: "
                          DELIMITED BY SIZE
                          WS-SENIORS-SHORT DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               DISPLAY "===== CREDIT AUDIT CONTROL TOTALS =====".
               DISPLAY "Roster read:        " WS-ROSTER-READ.
               DISPLAY "Students audited:   " WS-AUDITED-COUNT.
               DISPLAY "Meeting credits:    " WS-MET-COUNT.
               DISPLAY "Short of credits:   " WS-SHORT-COUNT.
               DISPLAY "Seniors short:      " WS-SENIORS-SHORT.
               DISPLAY "Grades read:        " WS-GRADES-READ.
               DISPLAY "Unknown courses:    " WS-UNKNOWN-COURSE.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-AUDITED-COUNT, WS-MET-COUNT, WS-SHORT-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-AUDITED-COUNT.
               GOBACK.

      * without the whole course master no credits resolve and every
      * senior would show short, so the audit is not run at all
            LOAD-COURSES.
               OPEN INPUT COURSE-MASTER.
               IF WS-COURSE-STATUS NOT = "00" THEN
                   DISPLAY "COURSE-MASTER not found, no credit audit"
                   MOVE "Course master not found, no credit audit"
                       TO WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ COURSE-MASTER
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-COURSE
                       END-READ
                   END-PERFORM
                   CLOSE COURSE-MASTER
               END-IF.

      * a course with no credit value on the master earns nothing
            LOAD-ONE-COURSE.
               IF WS-COURSE-COUNT < 200 THEN
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE CRS-SUBJECT TO WS-CRS-SUBJECT(WS-COURSE-COUNT)
                   MOVE CRS-AREA TO WS-CRS-AREA(WS-COURSE-COUNT)
                   IF CRS-CREDITS IS NUMERIC THEN
                       MOVE CRS-CREDITS
                           TO WS-CRS-CREDITS(WS-COURSE-COUNT)
                   ELSE
                       MOVE 0 TO WS-CRS-CREDITS(WS-COURSE-COUNT)
                       DISPLAY "Course has no credit value: "
                           CRS-SUBJECT
                   END-IF
               ELSE
                   DISPLAY "Course table full at 200, no credit audit"
                   MOVE "Course table full at 200, no credit audit"
                       TO WS-MSG-TEXT
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   MOVE "Y" TO WS-EOF
               END-IF.

            LOAD-REQUIREMENTS.
               OPEN INPUT REQUIREMENTS-FILE.
               IF WS-REQUIREMENTS-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ REQUIREMENTS-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-REQUIREMENT
                       END-READ
                   END-PERFORM
                   CLOSE REQUIREMENTS-FILE
               END-IF.

            LOAD-ONE-REQUIREMENT.
               IF GR-CREDITS IS NOT NUMERIC THEN
                   DISPLAY "Bad graduation requirement ignored: "
                       REQUIREMENTS-REC
               ELSE IF GR-AREA = "TOTAL" THEN
                   MOVE GR-CREDITS TO WS-TOTAL-REQUIRED
               ELSE IF WS-AREA-COUNT < 20 THEN
                   ADD 1 TO WS-AREA-COUNT
                   MOVE GR-AREA TO WS-AR-CODE(WS-AREA-COUNT)
                   MOVE GR-CREDITS TO WS-AR-REQUIRED(WS-AREA-COUNT)
               ELSE
                   DISPLAY "Requirement table full, area " GR-AREA
                       " dropped"
               END-IF
               END-IF
               END-IF.

      * one A record per active grade 11-12 student, then one G
      * record per passed course, sorted so that each student's A
      * record comes ahead of the courses passed
            RELEASE-AUDIT-INPUT.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           IF SCHOOL-STATUS = "A" AND
                                   SCHOOL-GRADE-LEVEL >= 11 THEN
                               MOVE SCHOOL-STUDENT-ID TO SW-STUDENT-ID
                               MOVE "A" TO SW-TYPE
                               MOVE SPACES TO SW-COURSE
                               MOVE SCHOOL-NAME TO SW-NAME
                               MOVE SCHOOL-GRADE-LEVEL
                                   TO SW-GRADE-LEVEL
                               MOVE SCHOOL-CAMPUS-CODE TO SW-CAMPUS
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-GRADE-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "GRADE-HISTORY not found, no credits "
                       "earned"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GRADE-HISTORY-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-GRADES-READ
                               IF GH-SCORE = "A" OR GH-SCORE = "B" OR
                                       GH-SCORE = "C" OR
                                       GH-SCORE = "D" THEN
                                   MOVE GH-STUDENT-ID TO SW-STUDENT-ID
                                   MOVE "G" TO SW-TYPE
                                   MOVE GH-SUBJECT TO SW-COURSE
                                   MOVE GH-NAME TO SW-NAME
                                   MOVE 0 TO SW-GRADE-LEVEL
                                   MOVE SPACES TO SW-CAMPUS
                                   RELEASE SORT-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-HISTORY-FILE
               END-IF.

            AUDIT-STUDENTS.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM AUDIT-ONE-RECORD
                   END-RETURN
               END-PERFORM.
               IF WS-CUR-AUDITED = "Y" THEN
                   PERFORM FINISH-STUDENT
               END-IF.

            AUDIT-ONE-RECORD.
               IF SW-STUDENT-ID NOT = WS-CUR-STUDENT-ID THEN
                   IF WS-CUR-AUDITED = "Y" THEN
                       PERFORM FINISH-STUDENT
                   END-IF
                   MOVE SW-STUDENT-ID TO WS-CUR-STUDENT-ID
                   MOVE "N" TO WS-CUR-AUDITED
                   MOVE SPACES TO WS-PREV-COURSE
               END-IF.
               IF SW-TYPE = "A" THEN
                   PERFORM START-STUDENT
               ELSE IF WS-CUR-AUDITED = "Y" AND
                       SW-COURSE NOT = WS-PREV-COURSE THEN
                   MOVE SW-COURSE TO WS-PREV-COURSE
                   PERFORM CREDIT-COURSE
               END-IF
               END-IF.

            START-STUDENT.
               MOVE "Y" TO WS-CUR-AUDITED.
               MOVE SW-NAME TO WS-CUR-NAME.
               MOVE SW-GRADE-LEVEL TO WS-CUR-GRADE-LEVEL.
               MOVE SW-CAMPUS TO WS-CUR-CAMPUS.
               MOVE 0 TO WS-TOTAL-EARNED.
               MOVE 0 TO WS-OTHER-EARNED.
               MOVE 1 TO WS-AREA-SUB.
               PERFORM UNTIL WS-AREA-SUB > WS-AREA-COUNT
                   MOVE 0 TO WS-AR-EARNED(WS-AREA-SUB)
                   ADD 1 TO WS-AREA-SUB
               END-PERFORM.

            CREDIT-COURSE.
               PERFORM FIND-COURSE.
               IF WS-CRS-FOUND = 0 THEN
                   ADD 1 TO WS-UNKNOWN-COURSE
                   DISPLAY "Course not on course master, no credit: "
                       WS-CUR-STUDENT-ID " " SW-COURSE
               ELSE
                   ADD WS-CRS-CREDITS(WS-CRS-FOUND) TO WS-TOTAL-EARNED
                   PERFORM FIND-AREA
                   IF WS-AREA-FOUND > 0 THEN
                       ADD WS-CRS-CREDITS(WS-CRS-FOUND)
                           TO WS-AR-EARNED(WS-AREA-FOUND)
                   ELSE
                       ADD WS-CRS-CREDITS(WS-CRS-FOUND)
                           TO WS-OTHER-EARNED
                   END-IF
               END-IF.

            FIND-COURSE.
               MOVE 0 TO WS-CRS-FOUND.
               MOVE 1 TO WS-CRS-SUB.
               PERFORM UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                       OR WS-CRS-FOUND > 0
                   IF WS-CRS-SUBJECT(WS-CRS-SUB) = SW-COURSE THEN
                       MOVE WS-CRS-SUB TO WS-CRS-FOUND
                   END-IF
                   ADD 1 TO WS-CRS-SUB
               END-PERFORM.

            FIND-AREA.
               MOVE 0 TO WS-AREA-FOUND.
               MOVE 1 TO WS-AREA-SUB.
               PERFORM UNTIL WS-AREA-SUB > WS-AREA-COUNT
                       OR WS-AREA-FOUND > 0
                   IF WS-AR-CODE(WS-AREA-SUB) =
                           WS-CRS-AREA(WS-CRS-FOUND) THEN
                       MOVE WS-AREA-SUB TO WS-AREA-FOUND
                   END-IF
                   ADD 1 TO WS-AREA-SUB
               END-PERFORM.

            FINISH-STUDENT.
               ADD 1 TO WS-AUDITED-COUNT.
               MOVE 0 TO WS-AREAS-SHORT.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "STUDENT " DELIMITED BY SIZE
                      WS-CUR-STUDENT-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CUR-NAME DELIMITED BY SIZE
                      "  GRADE " DELIMITED BY SIZE
                      WS-CUR-GRADE-LEVEL DELIMITED BY SIZE
                      "  CAMPUS " DELIMITED BY SIZE
                      WS-CUR-CAMPUS DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "    AREA         EARNED  REQUIRED  SHORTFALL"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-AREA-SUB.
               PERFORM UNTIL WS-AREA-SUB > WS-AREA-COUNT
                   PERFORM PRINT-AREA-LINE
                   ADD 1 TO WS-AREA-SUB
               END-PERFORM.
               IF WS-OTHER-EARNED > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   MOVE "ELECTIVE" TO REPORT-LINE(5:10)
                   MOVE WS-OTHER-EARNED TO WS-CREDIT-EDIT
                   MOVE WS-CREDIT-EDIT TO REPORT-LINE(18:5)
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               MOVE "TOTAL" TO REPORT-LINE(5:10).
               MOVE WS-TOTAL-EARNED TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(18:5).
               MOVE WS-TOTAL-REQUIRED TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(27:5).
               MOVE 0 TO WS-SHORTFALL.
               IF WS-TOTAL-EARNED < WS-TOTAL-REQUIRED THEN
                   COMPUTE WS-SHORTFALL =
                       WS-TOTAL-REQUIRED - WS-TOTAL-EARNED
                   ADD 1 TO WS-AREAS-SHORT
               END-IF.
               MOVE WS-SHORTFALL TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(38:5).
               WRITE REPORT-LINE.
               MOVE WS-CUR-STUDENT-ID TO CA-STUDENT-ID.
               MOVE WS-CUR-GRADE-LEVEL TO CA-GRADE-LEVEL.
               MOVE WS-TOTAL-EARNED TO CA-EARNED.
               MOVE WS-TOTAL-REQUIRED TO CA-REQUIRED.
               MOVE WS-AREAS-SHORT TO CA-AREAS-SHORT.
               MOVE WS-TODAY-DATE TO CA-AUDIT-DATE.
               MOVE SPACES TO REPORT-LINE.
               IF WS-AREAS-SHORT > 0 THEN
                   MOVE "S" TO CA-STATUS
                   ADD 1 TO WS-SHORT-COUNT
                   IF WS-CUR-GRADE-LEVEL >= 12 THEN
                       ADD 1 TO WS-SENIORS-SHORT
                       MOVE "    STATUS: SHORT - NOT CLEARED TO "
                           TO REPORT-LINE
                       MOVE "GRADUATE" TO REPORT-LINE(37:8)
                   ELSE
                       MOVE "    STATUS: SHORT" TO REPORT-LINE
                   END-IF
               ELSE
                   MOVE "M" TO CA-STATUS
                   ADD 1 TO WS-MET-COUNT
                   MOVE "    STATUS: MEETS REQUIREMENTS" TO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               WRITE CREDIT-AUDIT-REC.

            PRINT-AREA-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-AR-CODE(WS-AREA-SUB) TO REPORT-LINE(5:10).
               MOVE WS-AR-EARNED(WS-AREA-SUB) TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(18:5).
               MOVE WS-AR-REQUIRED(WS-AREA-SUB) TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(27:5).
               MOVE 0 TO WS-SHORTFALL.
               IF WS-AR-EARNED(WS-AREA-SUB) <
                       WS-AR-REQUIRED(WS-AREA-SUB) THEN
                   COMPUTE WS-SHORTFALL = WS-AR-REQUIRED(WS-AREA-SUB)
                       - WS-AR-EARNED(WS-AREA-SUB)
                   ADD 1 TO WS-AREAS-SHORT
               END-IF.
               MOVE WS-SHORTFALL TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REPORT-LINE(38:5).
               WRITE REPORT-LINE.

            PRINT-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "GRADUATION CREDIT AUDIT  GRADES 11-12  RUN DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "=" TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-REPORT-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "=" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "AUDITED " DELIMITED BY SIZE
                      WS-AUDITED-COUNT DELIMITED BY SIZE
                      "  MEETING " DELIMITED BY SIZE
                      WS-MET-COUNT DELIMITED BY SIZE
                      "  SHORT " DELIMITED BY SIZE
                      WS-SHORT-COUNT DELIMITED BY SIZE
                      "  SENIORS SHORT " DELIMITED BY SIZE
                      WS-SENIORS-SHORT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM CREDIT-AUDIT.
