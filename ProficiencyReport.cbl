      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Assessment proficiency report. Selects the scores in
      *          the assessment history administered in the reporting
      *          period (ASSESS_FROM_DATE through ASSESS_TO_DATE, the
      *          whole history when not set) and prints, for each
      *          campus, tested grade and subject, the number tested
      *          and the count and percent at each performance level,
      *          with the percent proficient (meets or masters),
      *          campus totals and a district rollup by subject. A
      *          second section cross-tabulates each score against the
      *          student's latest course grade from the grade history
      *          in a course whose area on the course master matches
      *          the test subject, one grid per course, and flags a
      *          course where the share of A/B students not proficient
      *          plus D/F students proficient reaches ASSESS_DISAGREE_
      *          PCT percent (default 25).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFICIENCY-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ASSESSMENT-HISTORY ASSIGN DYNAMIC
                   WS-ASSESSMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-ASSESSMENT-STATUS.
               SELECT COURSE-MASTER ASSIGN DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN DYNAMIC
                   WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT PROF-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "ProficiencySort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD ASSESSMENT-HISTORY.
           01 ASSESSMENT-REC.
               COPY "AssessmentRec.cpy".

           FD COURSE-MASTER.
           01 COURSE-REC.
               COPY "CourseRec.cpy".

           FD GRADE-HISTORY-FILE.
           01 GRADE-HISTORY-REC.
               05 GH-STUDENT-ID PIC 9(5).
               05 GH-NAME PIC A(25).
               05 GH-TERM PIC X(6).
               05 GH-SUBJECT PIC X(10).
               05 GH-SCORE PIC X(1).

           FD PROF-REPORT.
           01 REPORT-LINE PIC X(80).

           SD SORT-WORK.
           01 SORT-REC.
               05 SR-CAMPUS PIC X(3).
               05 SR-GRADE PIC 9(2).
               05 SR-SUBJECT PIC X(10).
               05 SR-LEVEL PIC 9(1).

           WORKING-STORAGE SECTION.
           01 WS-ASSESSMENT-PATH PIC X(100) VALUE
               "AssessmentHistory.dat".
           01 WS-COURSE-PATH PIC X(100) VALUE
               "CourseMaster.txt".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "GradeHistory.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "ProficiencyReport.txt".
           01 WS-ASSESSMENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-DATE-ERROR PIC A(1) VALUE "N".
           01 WS-DISAGREE-PCT PIC 9(3) VALUE 25.
           01 WS-PARSED-VALUE PIC 9(3).
           01 WS-SUB PIC 9(4).
           01 WS-LEVEL-SUB PIC 9(1).
           01 WS-LETTER-SUB PIC 9(1).
           01 WS-LETTER-CODES PIC X(5) VALUE "ABCDF".
           01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
           01 WS-CRS-SUB PIC 9(3).
           01 WS-CRS-FOUND PIC 9(3).
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 200 TIMES.
                   10 WS-CRS-SUBJECT PIC X(10).
                   10 WS-CRS-AREA PIC X(10).
                   10 WS-CRS-TESTED PIC 9(5).
                   10 WS-CRS-LETTER OCCURS 5 TIMES.
                       15 WS-CRS-LEVEL PIC 9(5) OCCURS 4 TIMES.
           01 WS-LATEST-COUNT PIC 9(4) VALUE 0.
           01 WS-LATEST-FOUND PIC 9(4).
           01 WS-LATEST-TABLE.
               05 WS-LATEST-ENTRY OCCURS 9000 TIMES.
                   10 WS-LT-STUDENT-ID PIC 9(5).
                   10 WS-LT-AREA PIC X(10).
                   10 WS-LT-COURSE-SUB PIC 9(3).
                   10 WS-LT-TERM PIC X(6).
                   10 WS-LT-SCORE PIC X(1).
           01 WS-LATEST-FULL PIC 9(7) VALUE 0.
           01 WS-SEARCH-ID PIC 9(5).
           01 WS-SEARCH-AREA PIC X(10).
           01 WS-LEVEL-NAMES.
               05 FILLER PIC X(10) VALUE "NOT MET".
               05 FILLER PIC X(10) VALUE "APPROACHES".
               05 FILLER PIC X(10) VALUE "MEETS".
               05 FILLER PIC X(10) VALUE "MASTERS".
           01 WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
               05 WS-LEVEL-NAME PIC X(10) OCCURS 4 TIMES.
           01 WS-FIRST-RECORD PIC A(1) VALUE "Y".
           01 WS-PREV-CAMPUS PIC X(3).
           01 WS-PREV-GRADE PIC 9(2).
           01 WS-PREV-SUBJECT PIC X(10).
           01 WS-GROUP-COUNTS.
               05 WS-GRP-LEVEL PIC 9(7) OCCURS 4 TIMES.
           01 WS-CAMPUS-COUNTS.
               05 WS-CMP-LEVEL PIC 9(7) OCCURS 4 TIMES.
           01 WS-DIST-COUNTS.
               05 WS-DST-LEVEL PIC 9(7) OCCURS 4 TIMES.
           01 WS-LINE-COUNTS.
               05 WS-LN-LEVEL PIC 9(7) OCCURS 4 TIMES.
           01 WS-LINE-TESTED PIC 9(7).
           01 WS-LINE-POS PIC 9(2).
           01 WS-SUBJECT-COUNT PIC 9(2) VALUE 0.
           01 WS-SUBJ-SUB PIC 9(2).
           01 WS-SUBJECT-TABLE.
               05 WS-SUBJECT-ENTRY OCCURS 20 TIMES.
                   10 WS-SJ-CODE PIC X(10).
                   10 WS-SJ-LEVEL PIC 9(7) OCCURS 4 TIMES.
           01 WS-PCT PIC 9(3).
           01 WS-EDIT-PCT PIC ZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-TESTED PIC ZZZZZ9.
           01 WS-DISAGREE PIC 9(5).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REPORTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WITH-GRADE-COUNT PIC 9(7) VALUE 0.
           01 WS-NO-GRADE-COUNT PIC 9(7) VALUE 0.
           01 WS-UNTABLED-COUNT PIC 9(7) VALUE 0.
           01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
           01 WS-ZERO-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "PROFICIENCY-REPORT".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESSMENT_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ASSESSMENT-PATH
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
                       "GRADE_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PROFICIENCY_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESS_DISAGREE_PCT"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-DISAGREE-PCT TO WS-PARSED-VALUE
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-VALUE TO WS-DISAGREE-PCT
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESS_FROM_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-FROM-DATE
                           MOVE WS-FROM-DATE TO WS-DATE-CHECK
                           PERFORM CHECK-PERIOD-DATE
                       ELSE
                           MOVE "Y" TO WS-DATE-ERROR
                       END-IF
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESS_TO_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-TO-DATE
                           MOVE WS-TO-DATE TO WS-DATE-CHECK
                           PERFORM CHECK-PERIOD-DATE
                       ELSE
                           MOVE "Y" TO WS-DATE-ERROR
                       END-IF
               END-ACCEPT.
               IF WS-DATE-ERROR = "Y" OR
                       WS-FROM-DATE > WS-TO-DATE THEN
                   DISPLAY "ASSESS_FROM_DATE/ASSESS_TO_DATE invalid, "
                       "cannot select the reporting period"
                   MOVE "NODATE" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT ASSESSMENT-HISTORY.
               IF WS-ASSESSMENT-STATUS NOT = "00" THEN
                   DISPLAY "ASSESSMENT history not found, nothing to "
                       "report"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               CLOSE ASSESSMENT-HISTORY.
               PERFORM LOAD-COURSES.
               PERFORM LOAD-LATEST-GRADES.
               OPEN OUTPUT PROF-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "ASSESSMENT PROFICIENCY REPORT  ADMINISTERED "
                      DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "COUNT AND PERCENT OF STUDENTS TESTED AT EACH LEVEL"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "PROF% IS THE PERCENT AT MEETS OR MASTERS"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               SORT SORT-WORK
                   ON ASCENDING KEY SR-CAMPUS
                   ON ASCENDING KEY SR-GRADE
                   ON ASCENDING KEY SR-SUBJECT
                   INPUT PROCEDURE IS SELECT-SCORES
                   OUTPUT PROCEDURE IS PRINT-PROFICIENCY.
               PERFORM PRINT-DISTRICT-ROLLUP.
               PERFORM PRINT-CROSS-TAB.
               CLOSE PROF-REPORT.
               DISPLAY "===== PROFICIENCY REPORT CONTROL TOTALS =====".
               DISPLAY "Scores read:        " WS-READ-COUNT.
               DISPLAY "In period:          " WS-SELECTED-COUNT.
               DISPLAY "Reported:           " WS-REPORTED-COUNT.
               DISPLAY "With course grade:  " WS-WITH-GRADE-COUNT.
               DISPLAY "No course grade:    " WS-NO-GRADE-COUNT.
               DISPLAY "Courses flagged:    " WS-FLAGGED-COUNT.
               IF WS-LATEST-FULL > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-LATEST-FULL DELIMITED BY SIZE
                          " course grades not held, cross-tab table "
                          DELIMITED BY SIZE
                          "full" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-SELECTED-COUNT, WS-REPORTED-COUNT,
                   WS-ZERO-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-REPORTED-COUNT.
               GOBACK.

            CHECK-PERIOD-DATE.
               CALL "DATE-CHECK" USING WS-DATE-CHECK, WS-DATE-RESULT.
               IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   MOVE "Y" TO WS-DATE-ERROR
               END-IF.

      * threshold values are one to three digits; anything else
      * leaves the default in place
            PARSE-THRESHOLD.
               IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                   MOVE WS-ENV-SCRATCH(1:3) TO WS-PARSED-VALUE
               ELSE IF WS-ENV-SCRATCH(1:2) IS NUMERIC AND
                       WS-ENV-SCRATCH(3:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:2))
               ELSE IF WS-ENV-SCRATCH(1:1) IS NUMERIC AND
                       WS-ENV-SCRATCH(2:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:1))
               END-IF
               END-IF
               END-IF.

            LOAD-COURSES.
               OPEN INPUT COURSE-MASTER.
               IF WS-COURSE-STATUS NOT = "00" THEN
                   DISPLAY "COURSE-MASTER not found, no course grades "
                       "can be matched to tests"
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

            LOAD-ONE-COURSE.
               IF WS-COURSE-COUNT < 200 THEN
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE CRS-SUBJECT TO WS-CRS-SUBJECT(WS-COURSE-COUNT)
                   MOVE CRS-AREA TO WS-CRS-AREA(WS-COURSE-COUNT)
                   MOVE 0 TO WS-CRS-TESTED(WS-COURSE-COUNT)
                   MOVE 1 TO WS-LETTER-SUB
                   PERFORM UNTIL WS-LETTER-SUB > 5
                       MOVE 1 TO WS-LEVEL-SUB
                       PERFORM UNTIL WS-LEVEL-SUB > 4
                           MOVE 0 TO WS-CRS-LEVEL(WS-COURSE-COUNT,
                               WS-LETTER-SUB, WS-LEVEL-SUB)
                           ADD 1 TO WS-LEVEL-SUB
                       END-PERFORM
                       ADD 1 TO WS-LETTER-SUB
                   END-PERFORM
               ELSE
                   DISPLAY "Course table full, " CRS-SUBJECT
                       " dropped"
               END-IF.

            FIND-COURSE.
               MOVE 0 TO WS-CRS-FOUND.
               MOVE 1 TO WS-CRS-SUB.
               PERFORM UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                       OR WS-CRS-FOUND > 0
                   IF WS-CRS-SUBJECT(WS-CRS-SUB) = GH-SUBJECT THEN
                       MOVE WS-CRS-SUB TO WS-CRS-FOUND
                   END-IF
                   ADD 1 TO WS-CRS-SUB
               END-PERFORM.

      * keeps one grade per student and course area, the one from the
      * latest term; a later term replaces an earlier one
            LOAD-LATEST-GRADES.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "GRADE-HISTORY not found, cross-tab will "
                       "show no course grades"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GRADE-HISTORY-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-ONE-GRADE
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-HISTORY-FILE
               END-IF.

            NOTE-ONE-GRADE.
               PERFORM FIND-COURSE.
               IF WS-CRS-FOUND > 0 AND
                       WS-CRS-AREA(WS-CRS-FOUND) NOT = SPACES THEN
                   MOVE GH-STUDENT-ID TO WS-SEARCH-ID
                   MOVE WS-CRS-AREA(WS-CRS-FOUND) TO WS-SEARCH-AREA
                   PERFORM FIND-LATEST-ENTRY
                   IF WS-LATEST-FOUND = 0 THEN
                       IF WS-LATEST-COUNT < 9000 THEN
                           ADD 1 TO WS-LATEST-COUNT
                           MOVE WS-LATEST-COUNT TO WS-LATEST-FOUND
                           MOVE GH-STUDENT-ID
                               TO WS-LT-STUDENT-ID(WS-LATEST-FOUND)
                           MOVE WS-SEARCH-AREA
                               TO WS-LT-AREA(WS-LATEST-FOUND)
                           MOVE SPACES TO WS-LT-TERM(WS-LATEST-FOUND)
                       ELSE
                           ADD 1 TO WS-LATEST-FULL
                       END-IF
                   END-IF
                   IF WS-LATEST-FOUND > 0 THEN
                       IF GH-TERM NOT < WS-LT-TERM(WS-LATEST-FOUND)
                           MOVE WS-CRS-FOUND
                               TO WS-LT-COURSE-SUB(WS-LATEST-FOUND)
                           MOVE GH-TERM TO WS-LT-TERM(WS-LATEST-FOUND)
                           MOVE GH-SCORE
                               TO WS-LT-SCORE(WS-LATEST-FOUND)
                       END-IF
                   END-IF
               END-IF.

            FIND-LATEST-ENTRY.
               MOVE 0 TO WS-LATEST-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-LATEST-COUNT
                       OR WS-LATEST-FOUND > 0
                   IF WS-LT-STUDENT-ID(WS-SUB) = WS-SEARCH-ID AND
                           WS-LT-AREA(WS-SUB) = WS-SEARCH-AREA THEN
                       MOVE WS-SUB TO WS-LATEST-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            SELECT-SCORES.
               OPEN INPUT ASSESSMENT-HISTORY.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ ASSESSMENT-HISTORY NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF TS-ADMIN-DATE NOT < WS-FROM-DATE AND
                                   TS-ADMIN-DATE NOT > WS-TO-DATE
                               PERFORM SELECT-ONE-SCORE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ASSESSMENT-HISTORY.

            SELECT-ONE-SCORE.
               ADD 1 TO WS-SELECTED-COUNT.
               MOVE TS-CAMPUS-CODE TO SR-CAMPUS.
               MOVE TS-TESTED-GRADE TO SR-GRADE.
               MOVE TS-SUBJECT TO SR-SUBJECT.
               MOVE TS-PERF-LEVEL TO SR-LEVEL.
               RELEASE SORT-REC.
               MOVE TS-STUDENT-ID TO WS-SEARCH-ID.
               MOVE TS-SUBJECT TO WS-SEARCH-AREA.
               PERFORM FIND-LATEST-ENTRY.
               MOVE 0 TO WS-LETTER-SUB.
               IF WS-LATEST-FOUND > 0 THEN
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > 5 OR WS-LETTER-SUB > 0
                       IF WS-LETTER-CODES(WS-SUB:1) =
                               WS-LT-SCORE(WS-LATEST-FOUND) THEN
                           MOVE WS-SUB TO WS-LETTER-SUB
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
               END-IF.
               IF WS-LETTER-SUB = 0 THEN
                   ADD 1 TO WS-NO-GRADE-COUNT
               ELSE
                   ADD 1 TO WS-WITH-GRADE-COUNT
                   MOVE WS-LT-COURSE-SUB(WS-LATEST-FOUND)
                       TO WS-CRS-SUB
                   ADD 1 TO WS-CRS-TESTED(WS-CRS-SUB)
                   ADD 1 TO WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB,
                       TS-PERF-LEVEL)
               END-IF.

            PRINT-PROFICIENCY.
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   MOVE 0 TO WS-DST-LEVEL(WS-LEVEL-SUB)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM TALLY-SORTED-SCORE
                   END-RETURN
               END-PERFORM.
               IF WS-FIRST-RECORD = "N" THEN
                   PERFORM PRINT-GROUP-LINE
                   PERFORM PRINT-CAMPUS-TOTAL
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "NO SCORES ADMINISTERED IN THE PERIOD"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            TALLY-SORTED-SCORE.
               IF WS-FIRST-RECORD = "Y" THEN
                   MOVE "N" TO WS-FIRST-RECORD
                   PERFORM START-CAMPUS
                   PERFORM START-GROUP
               ELSE IF SR-CAMPUS NOT = WS-PREV-CAMPUS THEN
                   PERFORM PRINT-GROUP-LINE
                   PERFORM PRINT-CAMPUS-TOTAL
                   PERFORM START-CAMPUS
                   PERFORM START-GROUP
               ELSE IF SR-GRADE NOT = WS-PREV-GRADE OR
                       SR-SUBJECT NOT = WS-PREV-SUBJECT THEN
                   PERFORM PRINT-GROUP-LINE
                   PERFORM START-GROUP
               END-IF
               END-IF
               END-IF.
               ADD 1 TO WS-GRP-LEVEL(SR-LEVEL).
               ADD 1 TO WS-CMP-LEVEL(SR-LEVEL).
               ADD 1 TO WS-DST-LEVEL(SR-LEVEL).
               ADD 1 TO WS-REPORTED-COUNT.
               PERFORM FIND-SUBJECT-ENTRY.
               IF WS-SUBJ-SUB > 0 THEN
                   ADD 1 TO WS-SJ-LEVEL(WS-SUBJ-SUB, SR-LEVEL)
               ELSE
                   ADD 1 TO WS-UNTABLED-COUNT
               END-IF.

            START-CAMPUS.
               MOVE SR-CAMPUS TO WS-PREV-CAMPUS.
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   MOVE 0 TO WS-CMP-LEVEL(WS-LEVEL-SUB)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      SR-CAMPUS DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-LEVEL-HEADINGS.

            START-GROUP.
               MOVE SR-GRADE TO WS-PREV-GRADE.
               MOVE SR-SUBJECT TO WS-PREV-SUBJECT.
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   MOVE 0 TO WS-GRP-LEVEL(WS-LEVEL-SUB)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.

            PRINT-LEVEL-HEADINGS.
               MOVE SPACES TO REPORT-LINE.
               MOVE "GR" TO REPORT-LINE(1:2).
               MOVE "SUBJECT" TO REPORT-LINE(4:7).
               MOVE "TESTED" TO REPORT-LINE(14:6).
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   COMPUTE WS-LINE-POS = 21 + (WS-LEVEL-SUB - 1) * 12
                   MOVE WS-LEVEL-NAME(WS-LEVEL-SUB)
                       TO REPORT-LINE(WS-LINE-POS:10)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.
               MOVE "PROF%" TO REPORT-LINE(69:5).
               WRITE REPORT-LINE.

            PRINT-GROUP-LINE.
               MOVE WS-GROUP-COUNTS TO WS-LINE-COUNTS.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-PREV-GRADE TO REPORT-LINE(1:2).
               MOVE WS-PREV-SUBJECT TO REPORT-LINE(4:10).
               PERFORM FORMAT-LEVEL-COUNTS.
               WRITE REPORT-LINE.

            PRINT-CAMPUS-TOTAL.
               MOVE WS-CAMPUS-COUNTS TO WS-LINE-COUNTS.
               MOVE SPACES TO REPORT-LINE.
               MOVE "CAMPUS TOTAL" TO REPORT-LINE(1:12).
               PERFORM FORMAT-LEVEL-COUNTS.
               WRITE REPORT-LINE.

      * tested count, then count and percent at each level and the
      * percent proficient, from WS-LINE-COUNTS
            FORMAT-LEVEL-COUNTS.
               COMPUTE WS-LINE-TESTED = WS-LN-LEVEL(1) +
                   WS-LN-LEVEL(2) + WS-LN-LEVEL(3) + WS-LN-LEVEL(4).
               MOVE WS-LINE-TESTED TO WS-EDIT-TESTED.
               MOVE WS-EDIT-TESTED TO REPORT-LINE(14:6).
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   COMPUTE WS-LINE-POS = 21 + (WS-LEVEL-SUB - 1) * 12
                   MOVE WS-LN-LEVEL(WS-LEVEL-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO REPORT-LINE(WS-LINE-POS:5)
                   IF WS-LINE-TESTED > 0 THEN
                       COMPUTE WS-PCT ROUNDED =
                           WS-LN-LEVEL(WS-LEVEL-SUB) * 100 /
                           WS-LINE-TESTED
                   ELSE
                       MOVE 0 TO WS-PCT
                   END-IF
                   MOVE WS-PCT TO WS-EDIT-PCT
                   ADD 6 TO WS-LINE-POS
                   MOVE WS-EDIT-PCT TO REPORT-LINE(WS-LINE-POS:3)
                   ADD 3 TO WS-LINE-POS
                   MOVE "%" TO REPORT-LINE(WS-LINE-POS:1)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.
               IF WS-LINE-TESTED > 0 THEN
                   COMPUTE WS-PCT ROUNDED =
                       (WS-LN-LEVEL(3) + WS-LN-LEVEL(4)) * 100 /
                       WS-LINE-TESTED
               ELSE
                   MOVE 0 TO WS-PCT
               END-IF.
               MOVE WS-PCT TO WS-EDIT-PCT.
               MOVE WS-EDIT-PCT TO REPORT-LINE(70:3).
               MOVE "%" TO REPORT-LINE(73:1).

            FIND-SUBJECT-ENTRY.
               MOVE 0 TO WS-SUBJ-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUBJECT-COUNT
                       OR WS-SUBJ-SUB > 0
                   IF WS-SJ-CODE(WS-SUB) = SR-SUBJECT THEN
                       MOVE WS-SUB TO WS-SUBJ-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-SUBJ-SUB = 0 AND WS-SUBJECT-COUNT < 20 THEN
                   ADD 1 TO WS-SUBJECT-COUNT
                   MOVE WS-SUBJECT-COUNT TO WS-SUBJ-SUB
                   MOVE SR-SUBJECT TO WS-SJ-CODE(WS-SUBJ-SUB)
                   MOVE 1 TO WS-LEVEL-SUB
                   PERFORM UNTIL WS-LEVEL-SUB > 4
                       MOVE 0 TO WS-SJ-LEVEL(WS-SUBJ-SUB, WS-LEVEL-SUB)
                       ADD 1 TO WS-LEVEL-SUB
                   END-PERFORM
               END-IF.

            PRINT-DISTRICT-ROLLUP.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "DISTRICT ROLLUP BY SUBJECT" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-LEVEL-HEADINGS.
               MOVE 1 TO WS-SUBJ-SUB.
               PERFORM UNTIL WS-SUBJ-SUB > WS-SUBJECT-COUNT
                   MOVE 1 TO WS-LEVEL-SUB
                   PERFORM UNTIL WS-LEVEL-SUB > 4
                       MOVE WS-SJ-LEVEL(WS-SUBJ-SUB, WS-LEVEL-SUB)
                           TO WS-LN-LEVEL(WS-LEVEL-SUB)
                       ADD 1 TO WS-LEVEL-SUB
                   END-PERFORM
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-SJ-CODE(WS-SUBJ-SUB) TO REPORT-LINE(4:10)
                   PERFORM FORMAT-LEVEL-COUNTS
                   WRITE REPORT-LINE
                   ADD 1 TO WS-SUBJ-SUB
               END-PERFORM.
               MOVE WS-DIST-COUNTS TO WS-LINE-COUNTS.
               MOVE SPACES TO REPORT-LINE.
               MOVE "DISTRICT" TO REPORT-LINE(1:8).
               PERFORM FORMAT-LEVEL-COUNTS.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: IN PERIOD " DELIMITED BY SIZE
                      WS-SELECTED-COUNT DELIMITED BY SIZE
                      "  REPORTED " DELIMITED BY SIZE
                      WS-REPORTED-COUNT DELIMITED BY SIZE
                      "  SUBJECTS UNTABLED " DELIMITED BY SIZE
                      WS-UNTABLED-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-SELECTED-COUNT NOT = WS-REPORTED-COUNT OR
                       WS-LINE-TESTED NOT = WS-REPORTED-COUNT THEN
                   MOVE "*** CONTROL TOTALS DO NOT TIE ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

      * one grid per course that had tested students: course grade
      * down the side, performance level across
            PRINT-CROSS-TAB.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "COURSE GRADE VS ASSESSMENT LEVEL" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DISAGREE = A/B NOT PROFICIENT PLUS D/F "
                      DELIMITED BY SIZE
                      "PROFICIENT; REVIEW AT " DELIMITED BY SIZE
                      WS-DISAGREE-PCT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-CRS-SUB.
               PERFORM UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                   IF WS-CRS-TESTED(WS-CRS-SUB) > 0 THEN
                       PERFORM PRINT-COURSE-GRID
                   END-IF
                   ADD 1 TO WS-CRS-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: IN PERIOD " DELIMITED BY SIZE
                      WS-SELECTED-COUNT DELIMITED BY SIZE
                      "  WITH COURSE GRADE " DELIMITED BY SIZE
                      WS-WITH-GRADE-COUNT DELIMITED BY SIZE
                      "  NO COURSE GRADE " DELIMITED BY SIZE
                      WS-NO-GRADE-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "COURSES FLAGGED FOR REVIEW " DELIMITED BY SIZE
                      WS-FLAGGED-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-COURSE-GRID.
               MOVE 0 TO WS-DISAGREE.
               MOVE 1 TO WS-LETTER-SUB.
               PERFORM UNTIL WS-LETTER-SUB > 5
                   IF WS-LETTER-SUB < 3 THEN
                       ADD WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB, 1)
                           WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB, 2)
                           TO WS-DISAGREE
                   END-IF
                   IF WS-LETTER-SUB > 3 THEN
                       ADD WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB, 3)
                           WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB, 4)
                           TO WS-DISAGREE
                   END-IF
                   ADD 1 TO WS-LETTER-SUB
               END-PERFORM.
               COMPUTE WS-PCT ROUNDED =
                   WS-DISAGREE * 100 / WS-CRS-TESTED(WS-CRS-SUB).
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PCT TO WS-EDIT-PCT.
               MOVE SPACES TO REPORT-LINE.
               STRING "COURSE " DELIMITED BY SIZE
                      WS-CRS-SUBJECT(WS-CRS-SUB) DELIMITED BY SIZE
                      " AREA " DELIMITED BY SIZE
                      WS-CRS-AREA(WS-CRS-SUB) DELIMITED BY SIZE
                      " TESTED " DELIMITED BY SIZE
                      WS-CRS-TESTED(WS-CRS-SUB) DELIMITED BY SIZE
                      " DISAGREE " DELIMITED BY SIZE
                      WS-EDIT-PCT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               IF WS-PCT NOT < WS-DISAGREE-PCT THEN
                   MOVE "*** REVIEW" TO REPORT-LINE(69:10)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE "GRADE" TO REPORT-LINE(3:5).
               MOVE 1 TO WS-LEVEL-SUB.
               PERFORM UNTIL WS-LEVEL-SUB > 4
                   COMPUTE WS-LINE-POS = 11 + (WS-LEVEL-SUB - 1) * 12
                   MOVE WS-LEVEL-NAME(WS-LEVEL-SUB)
                       TO REPORT-LINE(WS-LINE-POS:10)
                   ADD 1 TO WS-LEVEL-SUB
               END-PERFORM.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-LETTER-SUB.
               PERFORM UNTIL WS-LETTER-SUB > 5
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-LETTER-CODES(WS-LETTER-SUB:1)
                       TO REPORT-LINE(5:1)
                   MOVE 1 TO WS-LEVEL-SUB
                   PERFORM UNTIL WS-LEVEL-SUB > 4
                       COMPUTE WS-LINE-POS =
                           11 + (WS-LEVEL-SUB - 1) * 12
                       MOVE WS-CRS-LEVEL(WS-CRS-SUB, WS-LETTER-SUB,
                           WS-LEVEL-SUB) TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT
                           TO REPORT-LINE(WS-LINE-POS:5)
                       ADD 1 TO WS-LEVEL-SUB
                   END-PERFORM
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LETTER-SUB
               END-PERFORM.

       END PROGRAM PROFICIENCY-REPORT.
