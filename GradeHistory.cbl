      * Purpose: Accumulate term/subject grades into the per-student
      *          grade history file across runs, then print a transcript
      *          per student showing each term's grades and a computed
      *          GPA on the 4-point scale. A grade is only posted
      *          when the student is on the student schedule for that
      *          course and term, so grades for courses the student
      *          was never enrolled in stay off the transcript. The
      *          student schedule is required: if it is missing or
      *          too big for the table the run stops before posting.
      *          Once posted, the term grades file is emptied so the
      *          next grade entry run starts a fresh batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-HISTORY.
               SELECT COURSE-MASTER ASSIGN DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
               SELECT STUDENT-SCHEDULE ASSIGN DYNAMIC
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT SORT-WORK ASSIGN TO "GradeHistSort.tmp".

       DATA DIVISION.
           01 COURSE-REC.
               COPY "CourseRec.cpy".

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TERM-GRADES-PATH PIC X(100) VALUE
               "TermGrades.txt".
           01 WS-TERM-GRADES-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-SCHEDULE-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-SCHEDULE-EOF PIC A(1) VALUE "N".
           01 WS-SCHEDULE-LOADED PIC A(1) VALUE "N".
           01 WS-SCHEDULE-COUNT PIC 9(5) VALUE 0.
           01 WS-SCHEDULE-TABLE.
               05 WS-SCHEDULE-ENTRY OCCURS 9000 TIMES.
                   10 WS-SCH-STUDENT-ID PIC 9(5).
                   10 WS-SCH-COURSE PIC X(10).
                   10 WS-SCH-TERM PIC X(6).
           01 WS-SCH-SUB PIC 9(5) VALUE 0.
           01 WS-SCH-FOUND PIC 9(5) VALUE 0.
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-COURSES-LOADED PIC A(1) VALUE "N".
           01 WS-PROGRAM-NAME PIC X(20) VALUE "GRADE-HISTORY".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).

                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-COURSE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_SCHEDULE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHEDULE-PATH
               END-ACCEPT.
               PERFORM LOAD-COURSES.
               PERFORM LOAD-SCHEDULE.
               IF WS-SCHEDULE-LOADED = "N" THEN
                   MOVE "E" TO WS-MSG-SEVERITY
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM POST-TERM-GRADES.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   MOVE "Y" TO WS-COURSES-LOADED
               END-IF.

            LOAD-SCHEDULE.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-SCHEDULE not found, grades not "
                       "posted"
                   MOVE "Student schedule not found, grades not posted"
                       TO WS-MSG-TEXT
                   MOVE "NOINPUT" TO WS-END-STATUS
               ELSE
                   MOVE "Y" TO WS-SCHEDULE-LOADED
                   PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
                       READ STUDENT-SCHEDULE
                           AT END MOVE "Y" TO WS-SCHEDULE-EOF
                           NOT AT END
                               IF WS-SCHEDULE-COUNT < 9000 THEN
                                   ADD 1 TO WS-SCHEDULE-COUNT
                                   MOVE SS-STUDENT-ID
                                       TO WS-SCH-STUDENT-ID
                                           (WS-SCHEDULE-COUNT)
                                   MOVE SS-COURSE
                                       TO WS-SCH-COURSE
                                           (WS-SCHEDULE-COUNT)
                                   MOVE SS-TERM
                                       TO WS-SCH-TERM
                                           (WS-SCHEDULE-COUNT)
                               ELSE
                                   DISPLAY "Schedule table full at "
                                       "9000, grades not posted"
                                   MOVE "Schedule table full at 9000"
                                       TO WS-MSG-TEXT
                                   MOVE "OVERFLOW" TO WS-END-STATUS
                                   MOVE "N" TO WS-SCHEDULE-LOADED
                                   MOVE "Y" TO WS-SCHEDULE-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-SCHEDULE
               END-IF.

            FIND-SCHEDULED.
               MOVE 0 TO WS-SCH-FOUND.
               MOVE 1 TO WS-SCH-SUB.
               PERFORM UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
                       OR WS-SCH-FOUND > 0
                   IF WS-SCH-STUDENT-ID(WS-SCH-SUB) = TG-STUDENT-ID
                           AND WS-SCH-COURSE(WS-SCH-SUB) = TG-SUBJECT
                           AND WS-SCH-TERM(WS-SCH-SUB) = TG-TERM THEN
                       MOVE WS-SCH-SUB TO WS-SCH-FOUND
                   END-IF
                   ADD 1 TO WS-SCH-SUB
               END-PERFORM.

            FIND-COURSE.
               MOVE 0 TO WS-CRS-FOUND.
               MOVE 1 TO WS-CRS-SUB.
                   END-PERFORM
                   CLOSE GRADE-HISTORY-FILE
                   CLOSE TERM-GRADES
                   OPEN OUTPUT TERM-GRADES
                   CLOSE TERM-GRADES
               END-IF.

            POST-ONE-GRADE.
               IF WS-COURSES-LOADED = "Y" THEN
                   PERFORM FIND-COURSE
               END-IF.
               IF WS-SCHEDULE-LOADED = "Y" THEN
                   PERFORM FIND-SCHEDULED
               END-IF.
               IF TG-STUDENT-ID IS NOT NUMERIC OR
                       TG-STUDENT-ID = ZERO THEN
                   DISPLAY "Rejected grade record, bad student ID: "
                   DISPLAY "Rejected grade record, bad score: "
                       TERM-GRADE-REC
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE IF WS-SCHEDULE-LOADED = "Y" AND
                       WS-SCH-FOUND = 0 THEN
                   DISPLAY "Rejected grade record, student not "
                       "scheduled in course: " TERM-GRADE-REC
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE TG-STUDENT-ID TO GH-STUDENT-ID
                   MOVE TG-NAME TO GH-NAME
