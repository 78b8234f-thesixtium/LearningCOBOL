      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Academic and athletic eligibility for the requested
      *          grading period (REPORT_TERM). For every active
      *          student on the SCHOOL roster, takes the term GPA on
      *          the 4-point scale and the count of failing subjects
      *          from the grade history and the unexcused absences
      *          within the campus term dates from the attendance
      *          history, and checks them against the district rules
      *          on the eligibility rule file (minimum GPA, maximum
      *          failing subjects, maximum unexcused absences; a line
      *          for a campus overrides the ALL line). Prints the
      *          ineligible list by campus and grade with the rules
      *          each student broke, then the students who were
      *          ineligible on the prior run and are eligible again.
      *          The ineligible list is kept on the eligibility
      *          status file for the next run's comparison.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGIBILITY-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RULE-FILE ASSIGN DYNAMIC WS-RULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
               SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN DYNAMIC
                   WS-GRADE-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-HISTORY-STATUS.
               SELECT ATTEND-HISTORY ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT ELIGIBILITY-STATUS ASSIGN DYNAMIC
                   WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
               SELECT ELIGIBILITY-REPORT ASSIGN DYNAMIC
                   WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "EligibilitySort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD RULE-FILE.
           01 RULE-REC.
               05 ER-CAMPUS PIC X(3).
               05 ER-MIN-GPA PIC 9V99.
               05 ER-MAX-FAILING PIC 9(2).
               05 ER-MAX-UNEXCUSED PIC 9(3).

           FD CALENDAR-FILE.
           01 CALENDAR-REC.
               COPY "CalendarRec.cpy".

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

           FD ATTEND-HISTORY.
           01 ATTEND-HISTORY-REC.
               05 AH-STUDENT-ID PIC 9(5).
               05 AH-DATE PIC 9(8).
               05 AH-CODE PIC X(1).

           FD ELIGIBILITY-STATUS.
           01 ELIGIBILITY-STATUS-REC.
               05 ES-STUDENT-ID PIC 9(5).
               05 ES-TERM PIC X(6).
               05 ES-DATE PIC 9(8).

           FD ELIGIBILITY-REPORT.
           01 REPORT-LINE PIC X(100).

           SD SORT-WORK.
           01 SORT-REC.
               05 SW-CAMPUS PIC X(3).
               05 SW-GRADE-LEVEL PIC 9(2).
               05 SW-NAME PIC A(25).
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-GPA PIC 9V99.
               05 SW-GRADE-COUNT PIC 9(3).
               05 SW-FAILING PIC 9(2).
               05 SW-UNEXCUSED PIC 9(3).
               05 SW-GPA-FLAG PIC A(1).
               05 SW-FAIL-FLAG PIC A(1).
               05 SW-ABSENCE-FLAG PIC A(1).

           WORKING-STORAGE SECTION.
           01 WS-RULE-PATH PIC X(100) VALUE
               "EligibilityRules.txt".
           01 WS-CALENDAR-PATH PIC X(100) VALUE
               "SchoolCalendar.txt".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-GRADE-HISTORY-PATH PIC X(100) VALUE
               "GradeHistory.txt".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "AttendHistory.txt".
           01 WS-STATUS-PATH PIC X(100) VALUE
               "EligibilityStatus.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "EligibilityReport.txt".
           01 WS-RULE-STATUS PIC X(2).
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-GRADE-HISTORY-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-STATUS-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-REPORT-TERM PIC X(6) VALUE SPACES.
           01 WS-RULE-COUNT PIC 9(2) VALUE 0.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 21 TIMES.
                   10 WS-RL-CAMPUS PIC X(3).
                   10 WS-RL-MIN-GPA PIC 9V99.
                   10 WS-RL-MAX-FAILING PIC 9(2).
                   10 WS-RL-MAX-UNEXCUSED PIC 9(3).
           01 WS-RULE-SUB PIC 9(2) VALUE 0.
           01 WS-DEFAULT-RULE PIC 9(2) VALUE 0.
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-SUB PIC 9(2) VALUE 0.
           01 WS-TERM-TABLE.
               05 WS-TERM-CAMPUS OCCURS 20 TIMES.
                   10 WS-TC-CODE PIC X(3).
                   10 WS-TC-START PIC 9(8).
                   10 WS-TC-END PIC 9(8).
           01 WS-STAT-COUNT PIC 9(4) VALUE 0.
           01 WS-STAT-TABLE.
               05 WS-STAT-ENTRY OCCURS 5000 TIMES.
                   10 WS-ST-STUDENT-ID PIC 9(5).
                   10 WS-ST-POINTS PIC 9(4).
                   10 WS-ST-GRADES PIC 9(3).
                   10 WS-ST-FAILING PIC 9(2).
                   10 WS-ST-UNEXCUSED PIC 9(3).
           01 WS-STAT-SUB PIC 9(4) VALUE 0.
           01 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
           01 WS-PRIOR-TABLE.
               05 WS-PRIOR-ENTRY OCCURS 5000 TIMES.
                   10 WS-PR-STUDENT-ID PIC 9(5).
                   10 WS-PR-TERM PIC X(6).
           01 WS-PRIOR-SUB PIC 9(4) VALUE 0.
           01 WS-AGAIN-COUNT PIC 9(4) VALUE 0.
           01 WS-AGAIN-TABLE.
               05 WS-AGAIN-ENTRY OCCURS 2000 TIMES.
                   10 WS-AG-STUDENT-ID PIC 9(5).
                   10 WS-AG-NAME PIC A(25).
                   10 WS-AG-CAMPUS PIC X(3).
                   10 WS-AG-GRADE-LEVEL PIC 9(2).
                   10 WS-AG-PRIOR-TERM PIC X(6).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-SEARCH-ID PIC 9(5).
           01 WS-WORK-CAMPUS PIC X(3).
           01 WS-GPA PIC 9V99 VALUE 0.
           01 WS-GPA-EDIT PIC 9.99.
           01 WS-RULE-EDIT PIC 9.99.
           01 WS-GPA-FLAG PIC A(1).
           01 WS-FAIL-FLAG PIC A(1).
           01 WS-ABSENCE-FLAG PIC A(1).
           01 WS-PREV-CAMPUS PIC X(3).
           01 WS-PREV-GRADE-LEVEL PIC 9(2).
           01 WS-FIRST-LINE PIC A(1) VALUE "Y".
           01 WS-GROUP-COUNT PIC 9(5) VALUE 0.
           01 WS-REASON-TEXT PIC X(50).
           01 WS-REASON-PTR PIC 9(3).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-ROSTER-READ PIC 9(7) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-ELIGIBLE-COUNT PIC 9(7) VALUE 0.
           01 WS-INELIGIBLE-COUNT PIC 9(7) VALUE 0.
           01 WS-GRADES-READ PIC 9(7) VALUE 0.
           01 WS-HISTORY-READ PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "ELIGIBILITY-RUN".
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
               CALL "RUN-LOG" USING OperatorId, WS-PROGRAM-NAME.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   MOVE "NOAUTH" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ACTIVE-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ELIGIBILITY_RULES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RULE-PATH
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
                       "ATTEND_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ELIGIBILITY_STATUS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-STATUS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ELIGIBILITY_REPORT_FILE"
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
               IF WS-REPORT-TERM = SPACES THEN
                   DISPLAY "REPORT_TERM not set, no eligibility run"
                   MOVE "NOTERM" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ACTIVE-COUNT
                   GOBACK
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-RULES.
               IF WS-DEFAULT-RULE = 0 THEN
                   DISPLAY "No ALL line on the eligibility rule file, "
                       "no eligibility run"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ACTIVE-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-CALENDAR-TERM.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, no eligibility "
                       "run"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ACTIVE-COUNT
                   GOBACK
               END-IF.
               PERFORM TALLY-TERM-GRADES.
               PERFORM TALLY-UNEXCUSED.
               CLOSE SCHOOL.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ACTIVE-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-PRIOR-STATUS.
               OPEN OUTPUT ELIGIBILITY-REPORT.
               OPEN OUTPUT ELIGIBILITY-STATUS.
               PERFORM PRINT-REPORT-HEADERS.
               SORT SORT-WORK
                   ON ASCENDING KEY SW-CAMPUS
                   ON ASCENDING KEY SW-GRADE-LEVEL
                   ON ASCENDING KEY SW-NAME
                   ON ASCENDING KEY SW-STUDENT-ID
                   INPUT PROCEDURE IS CHECK-ROSTER
                   OUTPUT PROCEDURE IS PRINT-INELIGIBLE.
               CLOSE ELIGIBILITY-STATUS.
               PERFORM PRINT-ELIGIBLE-AGAIN.
               CLOSE ELIGIBILITY-REPORT.
               DISPLAY "===== ELIGIBILITY CONTROL TOTALS =====".
               DISPLAY "Roster read:        " WS-ROSTER-READ.
               DISPLAY "Active students:    " WS-ACTIVE-COUNT.
               DISPLAY "Eligible:           " WS-ELIGIBLE-COUNT.
               DISPLAY "Ineligible:         " WS-INELIGIBLE-COUNT.
               DISPLAY "Eligible again:     " WS-AGAIN-COUNT.
               DISPLAY "Grades read:        " WS-GRADES-READ.
               DISPLAY "Attendance read:    " WS-HISTORY-READ.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-ACTIVE-COUNT, WS-ELIGIBLE-COUNT,
                   WS-INELIGIBLE-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-ACTIVE-COUNT.
               GOBACK.

      * the ALL line is the district rule; a campus line replaces it
      * for that campus
            LOAD-RULES.
               OPEN INPUT RULE-FILE.
               IF WS-RULE-STATUS NOT = "00" THEN
                   DISPLAY "ELIGIBILITY-RULES not found"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RULE-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-RULE
                       END-READ
                   END-PERFORM
                   CLOSE RULE-FILE
               END-IF.

            LOAD-ONE-RULE.
               IF ER-MIN-GPA IS NOT NUMERIC OR
                       ER-MAX-FAILING IS NOT NUMERIC OR
                       ER-MAX-UNEXCUSED IS NOT NUMERIC THEN
                   DISPLAY "Bad eligibility rule ignored: " RULE-REC
               ELSE IF WS-RULE-COUNT < 21 THEN
                   ADD 1 TO WS-RULE-COUNT
                   MOVE ER-CAMPUS TO WS-RL-CAMPUS(WS-RULE-COUNT)
                   MOVE ER-MIN-GPA TO WS-RL-MIN-GPA(WS-RULE-COUNT)
                   MOVE ER-MAX-FAILING
                       TO WS-RL-MAX-FAILING(WS-RULE-COUNT)
                   MOVE ER-MAX-UNEXCUSED
                       TO WS-RL-MAX-UNEXCUSED(WS-RULE-COUNT)
                   IF ER-CAMPUS = "ALL" THEN
                       MOVE WS-RULE-COUNT TO WS-DEFAULT-RULE
                   END-IF
               ELSE
                   DISPLAY "Rule table full, rule dropped: " RULE-REC
               END-IF
               END-IF.

            FIND-RULE.
               MOVE WS-DEFAULT-RULE TO WS-RULE-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-RULE-COUNT
                   IF WS-RL-CAMPUS(WS-SUB) = SCHOOL-CAMPUS-CODE THEN
                       MOVE WS-SUB TO WS-RULE-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            LOAD-CALENDAR-TERM.
               OPEN INPUT CALENDAR-FILE.
               IF WS-CALENDAR-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL-CALENDAR not found, unexcused "
                       "absences not counted"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ CALENDAR-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-CALENDAR-DAY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF.

            NOTE-CALENDAR-DAY.
               IF CAL-TERM = WS-REPORT-TERM AND CAL-INSTRUCTIONAL
                   MOVE CAL-CAMPUS-CODE TO WS-WORK-CAMPUS
                   PERFORM FIND-CAMPUS-ENTRY
                   IF WS-CAMPUS-SUB = 0 AND WS-CAMPUS-COUNT < 20 THEN
                       ADD 1 TO WS-CAMPUS-COUNT
                       MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-SUB
                       MOVE CAL-CAMPUS-CODE
                           TO WS-TC-CODE(WS-CAMPUS-SUB)
                       MOVE CAL-DATE TO WS-TC-START(WS-CAMPUS-SUB)
                       MOVE CAL-DATE TO WS-TC-END(WS-CAMPUS-SUB)
                   END-IF
                   IF WS-CAMPUS-SUB > 0 THEN
                       IF CAL-DATE < WS-TC-START(WS-CAMPUS-SUB) THEN
                           MOVE CAL-DATE
                               TO WS-TC-START(WS-CAMPUS-SUB)
                       END-IF
                       IF CAL-DATE > WS-TC-END(WS-CAMPUS-SUB) THEN
                           MOVE CAL-DATE
                               TO WS-TC-END(WS-CAMPUS-SUB)
                       END-IF
                   END-IF
               END-IF.

            FIND-CAMPUS-ENTRY.
               MOVE 0 TO WS-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CAMPUS-SUB > 0
                   IF WS-TC-CODE(WS-SUB) = WS-WORK-CAMPUS THEN
                       MOVE WS-SUB TO WS-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * finds the student's statistics entry, adding one when the
      * student is new; WS-STAT-SUB is zero only on overflow
            FIND-STAT-ENTRY.
               MOVE 0 TO WS-STAT-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STAT-COUNT
                       OR WS-STAT-SUB > 0
                   IF WS-ST-STUDENT-ID(WS-SUB) = WS-SEARCH-ID THEN
                       MOVE WS-SUB TO WS-STAT-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-STAT-ENTRY.
               PERFORM FIND-STAT-ENTRY.
               IF WS-STAT-SUB = 0 THEN
                   IF WS-STAT-COUNT < 5000 THEN
                       ADD 1 TO WS-STAT-COUNT
                       MOVE WS-STAT-COUNT TO WS-STAT-SUB
                       MOVE WS-SEARCH-ID
                           TO WS-ST-STUDENT-ID(WS-STAT-SUB)
                       MOVE 0 TO WS-ST-POINTS(WS-STAT-SUB)
                       MOVE 0 TO WS-ST-GRADES(WS-STAT-SUB)
                       MOVE 0 TO WS-ST-FAILING(WS-STAT-SUB)
                       MOVE 0 TO WS-ST-UNEXCUSED(WS-STAT-SUB)
                   ELSE
                       DISPLAY "Eligibility table full at "
                           WS-SEARCH-ID
                       MOVE "OVERFLOW" TO WS-END-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF.

            TALLY-TERM-GRADES.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-GRADE-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "GRADE-HISTORY not found, GPA and failing "
                       "rules not applied"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GRADE-HISTORY-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-GRADES-READ
                               IF GH-TERM = WS-REPORT-TERM THEN
                                   PERFORM TALLY-ONE-GRADE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-HISTORY-FILE
               END-IF.

            TALLY-ONE-GRADE.
               MOVE GH-STUDENT-ID TO WS-SEARCH-ID.
               PERFORM ADD-STAT-ENTRY.
               IF WS-STAT-SUB > 0 THEN
                   ADD 1 TO WS-ST-GRADES(WS-STAT-SUB)
                   EVALUATE GH-SCORE
                       WHEN "A" ADD 4 TO WS-ST-POINTS(WS-STAT-SUB)
                       WHEN "B" ADD 3 TO WS-ST-POINTS(WS-STAT-SUB)
                       WHEN "C" ADD 2 TO WS-ST-POINTS(WS-STAT-SUB)
                       WHEN "D" ADD 1 TO WS-ST-POINTS(WS-STAT-SUB)
                       WHEN OTHER ADD 1 TO WS-ST-FAILING(WS-STAT-SUB)
                   END-EVALUATE
               END-IF.

            TALLY-UNEXCUSED.
               OPEN INPUT ATTEND-HISTORY.
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "ATTEND-HISTORY not found, absence rule "
                       "not applied"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ATTEND-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-HISTORY-READ
                               IF AH-CODE = "U" THEN
                                   PERFORM TALLY-ONE-ABSENCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-HISTORY
               END-IF.

            TALLY-ONE-ABSENCE.
               MOVE AH-STUDENT-ID TO SCHOOL-STUDENT-ID.
               READ SCHOOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-CAMPUS-CODE TO WS-WORK-CAMPUS
                       PERFORM FIND-CAMPUS-ENTRY
                       IF WS-CAMPUS-SUB > 0 THEN
                           IF AH-DATE >= WS-TC-START(WS-CAMPUS-SUB)
                                   AND AH-DATE <=
                                       WS-TC-END(WS-CAMPUS-SUB) THEN
                               MOVE AH-STUDENT-ID TO WS-SEARCH-ID
                               PERFORM ADD-STAT-ENTRY
                               IF WS-STAT-SUB > 0 THEN
                                   ADD 1 TO
                                       WS-ST-UNEXCUSED(WS-STAT-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ.

            LOAD-PRIOR-STATUS.
               OPEN INPUT ELIGIBILITY-STATUS.
               IF WS-STATUS-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ELIGIBILITY-STATUS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-PRIOR-COUNT < 5000 THEN
                                   ADD 1 TO WS-PRIOR-COUNT
                                   MOVE ES-STUDENT-ID TO
                                       WS-PR-STUDENT-ID(WS-PRIOR-COUNT)
                                   MOVE ES-TERM TO
                                       WS-PR-TERM(WS-PRIOR-COUNT)
                               ELSE
                                   DISPLAY "Prior status table full, "
                                       ES-STUDENT-ID " not compared"
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ELIGIBILITY-STATUS
               END-IF.

            FIND-PRIOR.
               MOVE 0 TO WS-PRIOR-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-PRIOR-COUNT
                       OR WS-PRIOR-SUB > 0
                   IF WS-PR-STUDENT-ID(WS-SUB) = SCHOOL-STUDENT-ID
                       MOVE WS-SUB TO WS-PRIOR-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            CHECK-ROSTER.
               OPEN INPUT SCHOOL.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           IF SCHOOL-STATUS = "A" THEN
                               PERFORM CHECK-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SCHOOL.

            CHECK-ONE-STUDENT.
               ADD 1 TO WS-ACTIVE-COUNT.
               PERFORM FIND-RULE.
               MOVE SCHOOL-STUDENT-ID TO WS-SEARCH-ID.
               PERFORM FIND-STAT-ENTRY.
               MOVE "N" TO WS-GPA-FLAG.
               MOVE "N" TO WS-FAIL-FLAG.
               MOVE "N" TO WS-ABSENCE-FLAG.
               MOVE 0 TO WS-GPA.
               IF WS-STAT-SUB > 0 THEN
                   IF WS-ST-GRADES(WS-STAT-SUB) > 0 THEN
                       COMPUTE WS-GPA ROUNDED =
                           WS-ST-POINTS(WS-STAT-SUB) /
                           WS-ST-GRADES(WS-STAT-SUB)
                       IF WS-GPA < WS-RL-MIN-GPA(WS-RULE-SUB) THEN
                           MOVE "Y" TO WS-GPA-FLAG
                       END-IF
                   END-IF
                   IF WS-ST-FAILING(WS-STAT-SUB) >
                           WS-RL-MAX-FAILING(WS-RULE-SUB) THEN
                       MOVE "Y" TO WS-FAIL-FLAG
                   END-IF
                   IF WS-ST-UNEXCUSED(WS-STAT-SUB) >
                           WS-RL-MAX-UNEXCUSED(WS-RULE-SUB) THEN
                       MOVE "Y" TO WS-ABSENCE-FLAG
                   END-IF
               END-IF.
               PERFORM FIND-PRIOR.
               IF WS-GPA-FLAG = "Y" OR WS-FAIL-FLAG = "Y" OR
                       WS-ABSENCE-FLAG = "Y" THEN
                   ADD 1 TO WS-INELIGIBLE-COUNT
                   MOVE SCHOOL-CAMPUS-CODE TO SW-CAMPUS
                   MOVE SCHOOL-GRADE-LEVEL TO SW-GRADE-LEVEL
                   MOVE SCHOOL-NAME TO SW-NAME
                   MOVE SCHOOL-STUDENT-ID TO SW-STUDENT-ID
                   MOVE WS-GPA TO SW-GPA
                   MOVE WS-ST-GRADES(WS-STAT-SUB) TO SW-GRADE-COUNT
                   MOVE WS-ST-FAILING(WS-STAT-SUB) TO SW-FAILING
                   MOVE WS-ST-UNEXCUSED(WS-STAT-SUB) TO SW-UNEXCUSED
                   MOVE WS-GPA-FLAG TO SW-GPA-FLAG
                   MOVE WS-FAIL-FLAG TO SW-FAIL-FLAG
                   MOVE WS-ABSENCE-FLAG TO SW-ABSENCE-FLAG
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   IF WS-PRIOR-SUB > 0 THEN
                       PERFORM NOTE-ELIGIBLE-AGAIN
                   END-IF
               END-IF.

            NOTE-ELIGIBLE-AGAIN.
               IF WS-AGAIN-COUNT < 2000 THEN
                   ADD 1 TO WS-AGAIN-COUNT
                   MOVE SCHOOL-STUDENT-ID
                       TO WS-AG-STUDENT-ID(WS-AGAIN-COUNT)
                   MOVE SCHOOL-NAME TO WS-AG-NAME(WS-AGAIN-COUNT)
                   MOVE SCHOOL-CAMPUS-CODE
                       TO WS-AG-CAMPUS(WS-AGAIN-COUNT)
                   MOVE SCHOOL-GRADE-LEVEL
                       TO WS-AG-GRADE-LEVEL(WS-AGAIN-COUNT)
                   MOVE WS-PR-TERM(WS-PRIOR-SUB)
                       TO WS-AG-PRIOR-TERM(WS-AGAIN-COUNT)
               ELSE
                   DISPLAY "Eligible-again table full, not listed: "
                       SCHOOL-STUDENT-ID
               END-IF.

            PRINT-REPORT-HEADERS.
               MOVE SPACES TO REPORT-LINE.
               STRING "ACADEMIC AND ATHLETIC ELIGIBILITY  TERM "
                      DELIMITED BY SIZE
                      WS-REPORT-TERM DELIMITED BY SIZE
                      "  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RL-MIN-GPA(WS-DEFAULT-RULE) TO WS-RULE-EDIT.
               MOVE SPACES TO REPORT-LINE.
               STRING "DISTRICT RULES: MINIMUM GPA " DELIMITED BY SIZE
                      WS-RULE-EDIT DELIMITED BY SIZE
                      "  MAXIMUM FAILING " DELIMITED BY SIZE
                      WS-RL-MAX-FAILING(WS-DEFAULT-RULE)
                          DELIMITED BY SIZE
                      "  MAXIMUM UNEXCUSED " DELIMITED BY SIZE
                      WS-RL-MAX-UNEXCUSED(WS-DEFAULT-RULE)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-RULE-SUB.
               PERFORM UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   IF WS-RULE-SUB NOT = WS-DEFAULT-RULE THEN
                       MOVE WS-RL-MIN-GPA(WS-RULE-SUB)
                           TO WS-RULE-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "CAMPUS " DELIMITED BY SIZE
                              WS-RL-CAMPUS(WS-RULE-SUB)
                                  DELIMITED BY SIZE
                              " RULES: MINIMUM GPA " DELIMITED BY SIZE
                              WS-RULE-EDIT DELIMITED BY SIZE
                              "  MAXIMUM FAILING " DELIMITED BY SIZE
                              WS-RL-MAX-FAILING(WS-RULE-SUB)
                                  DELIMITED BY SIZE
                              "  MAXIMUM UNEXCUSED " DELIMITED BY SIZE
                              WS-RL-MAX-UNEXCUSED(WS-RULE-SUB)
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO WS-RULE-SUB
               END-PERFORM.
               MOVE ALL "=" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "INELIGIBLE STUDENTS BY CAMPUS AND GRADE"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-INELIGIBLE.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM PRINT-INELIGIBLE-STUDENT
                   END-RETURN
               END-PERFORM.
               IF WS-FIRST-LINE = "N" THEN
                   PERFORM PRINT-GROUP-TOTAL
               ELSE
                   MOVE "    NO STUDENTS INELIGIBLE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            PRINT-INELIGIBLE-STUDENT.
               IF WS-FIRST-LINE = "Y" OR
                       SW-CAMPUS NOT = WS-PREV-CAMPUS OR
                       SW-GRADE-LEVEL NOT = WS-PREV-GRADE-LEVEL THEN
                   IF WS-FIRST-LINE = "N" THEN
                       PERFORM PRINT-GROUP-TOTAL
                   END-IF
                   MOVE "N" TO WS-FIRST-LINE
                   MOVE SW-CAMPUS TO WS-PREV-CAMPUS
                   MOVE SW-GRADE-LEVEL TO WS-PREV-GRADE-LEVEL
                   MOVE 0 TO WS-GROUP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** CAMPUS " DELIMITED BY SIZE
                          SW-CAMPUS DELIMITED BY SIZE
                          "  GRADE " DELIMITED BY SIZE
                          SW-GRADE-LEVEL DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "  ID    NAME                       GPA  FAIL"
                       TO REPORT-LINE
                   MOVE "UNEXC  RULES BROKEN" TO REPORT-LINE(46:19)
                   WRITE REPORT-LINE
               END-IF.
               ADD 1 TO WS-GROUP-COUNT.
               MOVE SPACES TO WS-REASON-TEXT.
               MOVE 1 TO WS-REASON-PTR.
               IF SW-GPA-FLAG = "Y" THEN
                   STRING "GPA BELOW MINIMUM  " DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                          WITH POINTER WS-REASON-PTR
               END-IF.
               IF SW-FAIL-FLAG = "Y" THEN
                   STRING "FAILING  " DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                          WITH POINTER WS-REASON-PTR
               END-IF.
               IF SW-ABSENCE-FLAG = "Y" THEN
                   STRING "UNEXCUSED ABSENCES" DELIMITED BY SIZE
                          INTO WS-REASON-TEXT
                          WITH POINTER WS-REASON-PTR
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               MOVE SW-STUDENT-ID TO REPORT-LINE(3:5).
               MOVE SW-NAME TO REPORT-LINE(9:25).
               IF SW-GRADE-COUNT > 0 THEN
                   MOVE SW-GPA TO WS-GPA-EDIT
                   MOVE WS-GPA-EDIT TO REPORT-LINE(36:4)
               ELSE
                   MOVE " N/A" TO REPORT-LINE(36:4)
               END-IF.
               MOVE SW-FAILING TO REPORT-LINE(42:2).
               MOVE SW-UNEXCUSED TO REPORT-LINE(47:3).
               MOVE WS-REASON-TEXT TO REPORT-LINE(53:48).
               WRITE REPORT-LINE.
               MOVE SW-STUDENT-ID TO ES-STUDENT-ID.
               MOVE WS-REPORT-TERM TO ES-TERM.
               MOVE WS-TODAY-DATE TO ES-DATE.
               WRITE ELIGIBILITY-STATUS-REC.

            PRINT-GROUP-TOTAL.
               MOVE SPACES TO REPORT-LINE.
               STRING "    INELIGIBLE IN GRADE: " DELIMITED BY SIZE
                      WS-GROUP-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-ELIGIBLE-AGAIN.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "=" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "NEWLY ELIGIBLE AGAIN (INELIGIBLE ON PRIOR RUN)"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "  ID    NAME                      CMP GR  PRIOR"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-AGAIN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-AG-STUDENT-ID(WS-SUB) TO REPORT-LINE(3:5)
                   MOVE WS-AG-NAME(WS-SUB) TO REPORT-LINE(9:25)
                   MOVE WS-AG-CAMPUS(WS-SUB) TO REPORT-LINE(35:3)
                   MOVE WS-AG-GRADE-LEVEL(WS-SUB)
                       TO REPORT-LINE(39:2)
                   MOVE WS-AG-PRIOR-TERM(WS-SUB)
                       TO REPORT-LINE(43:6)
                   WRITE REPORT-LINE
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-AGAIN-COUNT = 0 THEN
                   MOVE "    NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ACTIVE " DELIMITED BY SIZE
                      WS-ACTIVE-COUNT DELIMITED BY SIZE
                      "  ELIGIBLE " DELIMITED BY SIZE
                      WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                      "  INELIGIBLE " DELIMITED BY SIZE
                      WS-INELIGIBLE-COUNT DELIMITED BY SIZE
                      "  ELIGIBLE AGAIN " DELIMITED BY SIZE
                      WS-AGAIN-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM ELIGIBILITY-RUN.
