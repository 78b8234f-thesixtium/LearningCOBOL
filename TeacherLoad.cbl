      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Teacher load report by campus. Lists every active
      *          teacher on the staff master under their home campus
      *          with the sections they teach in REPORT_TERM (load
      *          is per term, so the run stops when it is not set),
      *          the students enrolled in each section from the
      *          student schedule, and the contact
      *          periods taught against the periods expected for their
      *          FTE (one period per section; a 1.00 FTE teacher is
      *          expected to carry TEACHER_FULL_LOAD_PERIODS periods,
      *          6 when not set), flagged OVER or UNDER. Sections
      *          whose teacher is missing, not on the staff master,
      *          not a teacher or inactive are listed as exceptions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-LOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT STAFF-MASTER ASSIGN DYNAMIC WS-STAFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
               SELECT SECTION-FILE ASSIGN DYNAMIC WS-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
               SELECT STUDENT-SCHEDULE ASSIGN DYNAMIC
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT LOAD-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "TeacherLoadSort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-MASTER.
           01 STAFF-REC.
               COPY "StaffRec.cpy".

           FD SECTION-FILE.
           01 SECTION-REC.
               COPY "SectionRec.cpy".

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           FD LOAD-REPORT.
           01 REPORT-LINE PIC X(80).

           SD SORT-WORK.
           01 SORT-REC.
               05 SW-HOME-CAMPUS PIC X(3).
               05 SW-NAME PIC X(25).
               05 SW-TEACHER-ID PIC 9(5).
               05 SW-TYPE PIC X(1).
               05 SW-COURSE PIC X(10).
               05 SW-TERM PIC X(6).
               05 SW-CAMPUS PIC X(3).
               05 SW-SECTION-NO PIC 9(2).
               05 SW-CAPACITY PIC 9(3).
               05 SW-ENROLLED PIC 9(4).
               05 SW-FTE PIC 9V99.

           WORKING-STORAGE SECTION.
           01 WS-STAFF-PATH PIC X(100) VALUE
               "StaffMaster.txt".
           01 WS-SECTION-PATH PIC X(100) VALUE
               "Sections.txt".
           01 WS-SCHEDULE-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "TeacherLoadReport.txt".
           01 WS-STAFF-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-REPORT-TERM PIC X(6) VALUE SPACES.
           01 WS-FULL-LOAD PIC 9(2) VALUE 6.
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 2000 TIMES.
                   10 WS-STF-EMP-ID PIC 9(5).
                   10 WS-STF-NAME PIC X(25).
                   10 WS-STF-ROLE PIC X(4).
                   10 WS-STF-CAMPUS PIC X(3).
                   10 WS-STF-FTE PIC 9V99.
                   10 WS-STF-STATUS PIC A(1).
           01 WS-SECTION-COUNT PIC 9(3) VALUE 0.
           01 WS-SECTION-TABLE.
               05 WS-SECTION-ENTRY OCCURS 200 TIMES.
                   10 WS-LS-COURSE PIC X(10).
                   10 WS-LS-TERM PIC X(6).
                   10 WS-LS-CAMPUS PIC X(3).
                   10 WS-LS-SECTION-NO PIC 9(2).
                   10 WS-LS-CAPACITY PIC 9(3).
                   10 WS-LS-TEACHER-ID PIC X(5).
                   10 WS-LS-STAFF-SUB PIC 9(4).
                   10 WS-LS-REASON PIC X(20).
                   10 WS-LS-ENROLLED PIC 9(4).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-SEC-SUB PIC 9(3) VALUE 0.
           01 WS-STF-FOUND PIC 9(4) VALUE 0.
           01 WS-CUR-CAMPUS PIC X(3) VALUE SPACES.
           01 WS-CUR-TEACHER-ID PIC 9(5) VALUE 0.
           01 WS-CUR-NAME PIC X(25).
           01 WS-CUR-FTE PIC 9V99.
           01 WS-FIRST-RECORD PIC A(1) VALUE "Y".
           01 WS-TCH-SECTIONS PIC 9(3) VALUE 0.
           01 WS-TCH-ENROLLED PIC 9(5) VALUE 0.
           01 WS-TCH-EXPECTED PIC 9(3) VALUE 0.
           01 WS-CMP-TEACHERS PIC 9(5) VALUE 0.
           01 WS-CMP-SECTIONS PIC 9(5) VALUE 0.
           01 WS-CMP-ENROLLED PIC 9(7) VALUE 0.
           01 WS-FTE-EDIT PIC 9.99.
           01 WS-LOAD-FLAG PIC X(5).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-SECTIONS-READ PIC 9(7) VALUE 0.
           01 WS-TEACHER-COUNT PIC 9(7) VALUE 0.
           01 WS-ASSIGNED-COUNT PIC 9(7) VALUE 0.
           01 WS-NO-TEACHER-COUNT PIC 9(7) VALUE 0.
           01 WS-ENROLLED-TOTAL PIC 9(7) VALUE 0.
           01 WS-OVER-COUNT PIC 9(7) VALUE 0.
           01 WS-UNDER-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "TEACHER-LOAD".
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
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-SECTIONS-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STAFF_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STAFF-PATH
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
                       "STUDENT_SCHEDULE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHEDULE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TEACHER_LOAD_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "REPORT_TERM"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:6) TO WS-REPORT-TERM
               END-ACCEPT.
      * sections of every term added together would flag every
      * teacher as overloaded
               IF WS-REPORT-TERM = SPACES THEN
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "REPORT_TERM not set, teacher load not run"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE "NOTERM" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-SECTIONS-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TEACHER_FULL_LOAD_PERIODS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:2) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:2) TO WS-FULL-LOAD
                       ELSE IF WS-ENV-SCRATCH(1:1) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:1) TO WS-FULL-LOAD
                       END-IF
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-STAFF.
               PERFORM LOAD-SECTIONS.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-SECTIONS-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-ENROLLMENT.
               OPEN OUTPUT LOAD-REPORT.
               PERFORM PRINT-REPORT-HEADER.
               SORT SORT-WORK
                   ON ASCENDING KEY SW-HOME-CAMPUS
                   ON ASCENDING KEY SW-NAME
                   ON ASCENDING KEY SW-TEACHER-ID
                   ON ASCENDING KEY SW-TYPE
                   ON ASCENDING KEY SW-TERM
                   ON ASCENDING KEY SW-COURSE
                   ON ASCENDING KEY SW-CAMPUS
                   ON ASCENDING KEY SW-SECTION-NO
                   INPUT PROCEDURE IS RELEASE-LOAD-INPUT
                   OUTPUT PROCEDURE IS PRINT-TEACHER-LOADS.
               PERFORM PRINT-NO-TEACHER-SECTIONS.
               PERFORM PRINT-REPORT-TOTALS.
               CLOSE LOAD-REPORT.
               IF WS-NO-TEACHER-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Sections with no valid teacher: "
                          DELIMITED BY SIZE
                          WS-NO-TEACHER-COUNT DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               DISPLAY "===== TEACHER LOAD CONTROL TOTALS =====".
               DISPLAY "Sections read:      " WS-SECTIONS-READ.
               DISPLAY "Sections assigned:  " WS-ASSIGNED-COUNT.
               DISPLAY "No valid teacher:   " WS-NO-TEACHER-COUNT.
               DISPLAY "Teachers listed:    " WS-TEACHER-COUNT.
               DISPLAY "Overloaded:         " WS-OVER-COUNT.
               DISPLAY "Underloaded:        " WS-UNDER-COUNT.
               DISPLAY "Students enrolled:  " WS-ENROLLED-TOTAL.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-SECTIONS-READ, WS-ASSIGNED-COUNT,
                   WS-NO-TEACHER-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-SECTIONS-READ.
               GOBACK.

            LOAD-STAFF.
               OPEN INPUT STAFF-MASTER.
               IF WS-STAFF-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-MASTER not found, no teacher load"
                   MOVE "NOINPUT" TO WS-END-STATUS
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
                   MOVE SF-ROLE TO WS-STF-ROLE(WS-STAFF-COUNT)
                   MOVE SF-HOME-CAMPUS TO WS-STF-CAMPUS(WS-STAFF-COUNT)
                   MOVE SF-FTE TO WS-STF-FTE(WS-STAFF-COUNT)
                   MOVE SF-STATUS TO WS-STF-STATUS(WS-STAFF-COUNT)
               ELSE
                   DISPLAY "Staff table full, " SF-EMP-ID " dropped"
               END-IF.

            LOAD-SECTIONS.
               OPEN INPUT SECTION-FILE.
               IF WS-SECTION-STATUS NOT = "00" THEN
                   DISPLAY "SECTIONS not found, no teacher load"
                   MOVE "NOINPUT" TO WS-END-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ SECTION-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF SEC-TERM = WS-REPORT-TERM THEN
                                   ADD 1 TO WS-SECTIONS-READ
                                   PERFORM LOAD-ONE-SECTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECTION-FILE
               END-IF.

      * the teacher is resolved once here; a section with no valid
      * teacher keeps a zero staff subscript and the reason why
            LOAD-ONE-SECTION.
               IF WS-SECTION-COUNT < 200 THEN
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SEC-COURSE TO WS-LS-COURSE(WS-SECTION-COUNT)
                   MOVE SEC-TERM TO WS-LS-TERM(WS-SECTION-COUNT)
                   MOVE SEC-CAMPUS TO WS-LS-CAMPUS(WS-SECTION-COUNT)
                   MOVE SEC-SECTION-NO
                       TO WS-LS-SECTION-NO(WS-SECTION-COUNT)
                   MOVE SEC-CAPACITY
                       TO WS-LS-CAPACITY(WS-SECTION-COUNT)
                   MOVE SEC-TEACHER-ID
                       TO WS-LS-TEACHER-ID(WS-SECTION-COUNT)
                   MOVE 0 TO WS-LS-ENROLLED(WS-SECTION-COUNT)
                   MOVE 0 TO WS-LS-STAFF-SUB(WS-SECTION-COUNT)
                   MOVE SPACES TO WS-LS-REASON(WS-SECTION-COUNT)
                   MOVE 0 TO WS-STF-FOUND
                   IF SEC-TEACHER-ID IS NOT NUMERIC OR
                           SEC-TEACHER-ID = ZERO THEN
                       MOVE "NO TEACHER ID"
                           TO WS-LS-REASON(WS-SECTION-COUNT)
                   ELSE
                       PERFORM FIND-STAFF
                       IF WS-STF-FOUND = 0 THEN
                           MOVE "NOT ON STAFF MASTER"
                               TO WS-LS-REASON(WS-SECTION-COUNT)
                       ELSE IF WS-STF-ROLE(WS-STF-FOUND) NOT = "TCHR"
                           MOVE "NOT A TEACHER"
                               TO WS-LS-REASON(WS-SECTION-COUNT)
                       ELSE IF WS-STF-STATUS(WS-STF-FOUND) NOT = "A"
                           MOVE "TEACHER INACTIVE"
                               TO WS-LS-REASON(WS-SECTION-COUNT)
                       ELSE
                           MOVE WS-STF-FOUND
                               TO WS-LS-STAFF-SUB(WS-SECTION-COUNT)
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Section table full, " SEC-COURSE
                       " dropped"
               END-IF.

            FIND-STAFF.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                       OR WS-STF-FOUND > 0
                   IF WS-STF-EMP-ID(WS-SUB) = SEC-TEACHER-ID THEN
                       MOVE WS-SUB TO WS-STF-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-ENROLLMENT.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-SCHEDULE not found, enrollment "
                       "shown as zero"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ STUDENT-SCHEDULE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM COUNT-ONE-ENROLLMENT
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
               END-IF.

            COUNT-ONE-ENROLLMENT.
               MOVE 1 TO WS-SEC-SUB.
               PERFORM UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF WS-LS-COURSE(WS-SEC-SUB) = SS-COURSE AND
                           WS-LS-TERM(WS-SEC-SUB) = SS-TERM AND
                           WS-LS-CAMPUS(WS-SEC-SUB) = SS-CAMPUS AND
                           WS-LS-SECTION-NO(WS-SEC-SUB) =
                           SS-SECTION-NO THEN
                       ADD 1 TO WS-LS-ENROLLED(WS-SEC-SUB)
                       MOVE WS-SECTION-COUNT TO WS-SEC-SUB
                   END-IF
                   ADD 1 TO WS-SEC-SUB
               END-PERFORM.

      * one T record per active teacher, so a teacher with no
      * sections still shows as underloaded, then one S record per
      * section with a valid teacher, under the teacher's campus
            RELEASE-LOAD-INPUT.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAFF-COUNT
                   IF WS-STF-ROLE(WS-SUB) = "TCHR" AND
                           WS-STF-STATUS(WS-SUB) = "A" THEN
                       MOVE WS-STF-CAMPUS(WS-SUB) TO SW-HOME-CAMPUS
                       MOVE WS-STF-NAME(WS-SUB) TO SW-NAME
                       MOVE WS-STF-EMP-ID(WS-SUB) TO SW-TEACHER-ID
                       MOVE "T" TO SW-TYPE
                       MOVE SPACES TO SW-COURSE
                       MOVE SPACES TO SW-TERM
                       MOVE SPACES TO SW-CAMPUS
                       MOVE 0 TO SW-SECTION-NO
                       MOVE 0 TO SW-CAPACITY
                       MOVE 0 TO SW-ENROLLED
                       MOVE WS-STF-FTE(WS-SUB) TO SW-FTE
                       RELEASE SORT-REC
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               MOVE 1 TO WS-SEC-SUB.
               PERFORM UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF WS-LS-STAFF-SUB(WS-SEC-SUB) > 0 THEN
                       MOVE WS-LS-STAFF-SUB(WS-SEC-SUB) TO WS-SUB
                       MOVE WS-STF-CAMPUS(WS-SUB) TO SW-HOME-CAMPUS
                       MOVE WS-STF-NAME(WS-SUB) TO SW-NAME
                       MOVE WS-STF-EMP-ID(WS-SUB) TO SW-TEACHER-ID
                       MOVE "S" TO SW-TYPE
                       MOVE WS-LS-COURSE(WS-SEC-SUB) TO SW-COURSE
                       MOVE WS-LS-TERM(WS-SEC-SUB) TO SW-TERM
                       MOVE WS-LS-CAMPUS(WS-SEC-SUB) TO SW-CAMPUS
                       MOVE WS-LS-SECTION-NO(WS-SEC-SUB)
                           TO SW-SECTION-NO
                       MOVE WS-LS-CAPACITY(WS-SEC-SUB) TO SW-CAPACITY
                       MOVE WS-LS-ENROLLED(WS-SEC-SUB) TO SW-ENROLLED
                       MOVE WS-STF-FTE(WS-SUB) TO SW-FTE
                       RELEASE SORT-REC
                   ELSE
                       ADD 1 TO WS-NO-TEACHER-COUNT
                   END-IF
                   ADD 1 TO WS-SEC-SUB
               END-PERFORM.

            PRINT-TEACHER-LOADS.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM PRINT-ONE-LOAD-RECORD
                   END-RETURN
               END-PERFORM.
               IF WS-FIRST-RECORD = "N" THEN
                   PERFORM FINISH-TEACHER
                   PERFORM FINISH-CAMPUS
               END-IF.

            PRINT-ONE-LOAD-RECORD.
               IF WS-FIRST-RECORD = "Y" THEN
                   MOVE "N" TO WS-FIRST-RECORD
                   PERFORM START-CAMPUS
                   PERFORM START-TEACHER
               ELSE IF SW-HOME-CAMPUS NOT = WS-CUR-CAMPUS THEN
                   PERFORM FINISH-TEACHER
                   PERFORM FINISH-CAMPUS
                   PERFORM START-CAMPUS
                   PERFORM START-TEACHER
               ELSE IF SW-TEACHER-ID NOT = WS-CUR-TEACHER-ID THEN
                   PERFORM FINISH-TEACHER
                   PERFORM START-TEACHER
               END-IF
               END-IF
               END-IF.
               IF SW-TYPE = "S" THEN
                   PERFORM PRINT-SECTION-LINE
               END-IF.

            START-CAMPUS.
               MOVE SW-HOME-CAMPUS TO WS-CUR-CAMPUS.
               MOVE 0 TO WS-CMP-TEACHERS.
               MOVE 0 TO WS-CMP-SECTIONS.
               MOVE 0 TO WS-CMP-ENROLLED.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "HOME CAMPUS: " DELIMITED BY SIZE
                      WS-CUR-CAMPUS DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.

            START-TEACHER.
               MOVE SW-TEACHER-ID TO WS-CUR-TEACHER-ID.
               MOVE SW-NAME TO WS-CUR-NAME.
               MOVE SW-FTE TO WS-CUR-FTE.
               MOVE 0 TO WS-TCH-SECTIONS.
               MOVE 0 TO WS-TCH-ENROLLED.
               MOVE WS-CUR-FTE TO WS-FTE-EDIT.
               MOVE SPACES TO REPORT-LINE.
               STRING "  TEACHER " DELIMITED BY SIZE
                      WS-CUR-TEACHER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CUR-NAME DELIMITED BY SIZE
                      "  FTE " DELIMITED BY SIZE
                      WS-FTE-EDIT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-SECTION-LINE.
               ADD 1 TO WS-TCH-SECTIONS.
               ADD SW-ENROLLED TO WS-TCH-ENROLLED.
               ADD 1 TO WS-ASSIGNED-COUNT.
               MOVE SPACES TO REPORT-LINE.
               MOVE SW-COURSE TO REPORT-LINE(5:10).
               MOVE SW-TERM TO REPORT-LINE(16:6).
               MOVE SW-CAMPUS TO REPORT-LINE(23:3).
               MOVE SW-SECTION-NO TO REPORT-LINE(27:2).
               MOVE "ENROLLED" TO REPORT-LINE(31:8).
               MOVE SW-ENROLLED TO REPORT-LINE(40:4).
               MOVE "OF" TO REPORT-LINE(45:2).
               MOVE SW-CAPACITY TO REPORT-LINE(48:3).
               WRITE REPORT-LINE.

      * one contact period per section taught
            FINISH-TEACHER.
               ADD 1 TO WS-TEACHER-COUNT.
               ADD 1 TO WS-CMP-TEACHERS.
               ADD WS-TCH-SECTIONS TO WS-CMP-SECTIONS.
               ADD WS-TCH-ENROLLED TO WS-CMP-ENROLLED.
               ADD WS-TCH-ENROLLED TO WS-ENROLLED-TOTAL.
               COMPUTE WS-TCH-EXPECTED ROUNDED =
                   WS-FULL-LOAD * WS-CUR-FTE.
               IF WS-TCH-SECTIONS > WS-TCH-EXPECTED THEN
                   MOVE "OVER" TO WS-LOAD-FLAG
                   ADD 1 TO WS-OVER-COUNT
               ELSE IF WS-TCH-SECTIONS < WS-TCH-EXPECTED THEN
                   MOVE "UNDER" TO WS-LOAD-FLAG
                   ADD 1 TO WS-UNDER-COUNT
               ELSE
                   MOVE "OK" TO WS-LOAD-FLAG
               END-IF
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "    PERIODS " DELIMITED BY SIZE
                      WS-TCH-SECTIONS DELIMITED BY SIZE
                      " EXPECTED " DELIMITED BY SIZE
                      WS-TCH-EXPECTED DELIMITED BY SIZE
                      "  STUDENTS " DELIMITED BY SIZE
                      WS-TCH-ENROLLED DELIMITED BY SIZE
                      "  LOAD " DELIMITED BY SIZE
                      WS-LOAD-FLAG DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            FINISH-CAMPUS.
               MOVE SPACES TO REPORT-LINE.
               STRING "  CAMPUS " DELIMITED BY SIZE
                      WS-CUR-CAMPUS DELIMITED BY SIZE
                      " TOTAL  TEACHERS " DELIMITED BY SIZE
                      WS-CMP-TEACHERS DELIMITED BY SIZE
                      "  SECTIONS " DELIMITED BY SIZE
                      WS-CMP-SECTIONS DELIMITED BY SIZE
                      "  STUDENTS " DELIMITED BY SIZE
                      WS-CMP-ENROLLED DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-NO-TEACHER-SECTIONS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "SECTIONS WITH NO VALID TEACHER" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-NO-TEACHER-COUNT = 0 THEN
                   MOVE "  NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE 1 TO WS-SEC-SUB.
               PERFORM UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF WS-LS-STAFF-SUB(WS-SEC-SUB) = 0 THEN
                       PERFORM PRINT-NO-TEACHER-LINE
                   END-IF
                   ADD 1 TO WS-SEC-SUB
               END-PERFORM.

            PRINT-NO-TEACHER-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-LS-COURSE(WS-SEC-SUB) TO REPORT-LINE(3:10).
               MOVE WS-LS-TERM(WS-SEC-SUB) TO REPORT-LINE(14:6).
               MOVE WS-LS-CAMPUS(WS-SEC-SUB) TO REPORT-LINE(21:3).
               MOVE WS-LS-SECTION-NO(WS-SEC-SUB) TO REPORT-LINE(25:2).
               MOVE "TEACHER" TO REPORT-LINE(29:7).
               MOVE WS-LS-TEACHER-ID(WS-SEC-SUB) TO REPORT-LINE(37:5).
               MOVE WS-LS-REASON(WS-SEC-SUB) TO REPORT-LINE(44:20).
               MOVE "ENR" TO REPORT-LINE(65:3).
               MOVE WS-LS-ENROLLED(WS-SEC-SUB) TO REPORT-LINE(69:4).
               WRITE REPORT-LINE.

            PRINT-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "TEACHER LOAD BY CAMPUS  TERM " DELIMITED BY SIZE
                      WS-REPORT-TERM DELIMITED BY SIZE
                      "  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "FULL LOAD AT 1.00 FTE: " DELIMITED BY SIZE
                      WS-FULL-LOAD DELIMITED BY SIZE
                      " PERIODS" DELIMITED BY SIZE
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
               STRING "TEACHERS " DELIMITED BY SIZE
                      WS-TEACHER-COUNT DELIMITED BY SIZE
                      "  SECTIONS " DELIMITED BY SIZE
                      WS-ASSIGNED-COUNT DELIMITED BY SIZE
                      "  NO TEACHER " DELIMITED BY SIZE
                      WS-NO-TEACHER-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "OVERLOADED " DELIMITED BY SIZE
                      WS-OVER-COUNT DELIMITED BY SIZE
                      "  UNDERLOADED " DELIMITED BY SIZE
                      WS-UNDER-COUNT DELIMITED BY SIZE
                      "  STUDENTS " DELIMITED BY SIZE
                      WS-ENROLLED-TOTAL DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM TEACHER-LOAD.
