      *          student schedule file, prints an applied/rejected
      *          audit listing, and prints a class list per section
      *          so teachers stop working from hand-copied roster
      *          extracts at term start. Transactions may also drop a
      *          student from a section (type D) or swap a student to
      *          another section (type S); an add to a full section is
      *          put on the waitlist in request order, and whenever a
      *          seat opens the first waitlisted student is placed and
      *          shown on the audit listing. The student schedule and
      *          waitlist files are rewritten at the end of the run,
      *          and a waitlist report shows the students waiting for
      *          each section. The teacher on each class list is
      *          looked up by employee ID on the staff master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-ASSIGN.
               SELECT SECTION-FILE ASSIGN DYNAMIC WS-SECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.
               SELECT STAFF-MASTER ASSIGN DYNAMIC WS-STAFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
               SELECT SCHEDULE-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
                   WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT WAITLIST-FILE ASSIGN DYNAMIC WS-WAITLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT WAITLIST-REPORT ASSIGN DYNAMIC
                   WS-WAITLIST-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ASSIGN-AUDIT ASSIGN DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CLASS-LISTS ASSIGN DYNAMIC WS-CLASS-LISTS-PATH
           01 SECTION-REC.
               COPY "SectionRec.cpy".

           FD STAFF-MASTER.
           01 STAFF-REC.
               COPY "StaffRec.cpy".

           FD SCHEDULE-TRANS.
           01 SCHEDULE-TRANS-REC.
               05 ST-STUDENT-ID PIC 9(5).
               05 ST-COURSE PIC X(10).
               05 ST-TERM PIC X(6).
               05 ST-SECTION-NO PIC 9(2).
               05 ST-TYPE PIC X(1).
                   88 ST-ADD VALUE "A" " ".
                   88 ST-DROP VALUE "D".
                   88 ST-SWAP VALUE "S".
               05 ST-NEW-COURSE PIC X(10).
               05 ST-NEW-SECTION-NO PIC 9(2).

           FD SCHOOL.
           01 SCHOOL-RECORD.

           FD STUDENT-SCHEDULE.
           01 STUDENT-SCHEDULE-REC.
               COPY "ScheduleRec.cpy".

           FD WAITLIST-FILE.
           01 WAITLIST-REC.
               COPY "WaitlistRec.cpy".

           FD WAITLIST-REPORT.
           01 WAITLIST-LINE PIC X(80).

           FD ASSIGN-AUDIT.
           01 AUDIT-LINE PIC X(80).
               "CourseMaster.txt".
           01 WS-SECTION-PATH PIC X(100) VALUE
               "Sections.txt".
           01 WS-STAFF-PATH PIC X(100) VALUE
               "StaffMaster.txt".
           01 WS-TRANS-PATH PIC X(100) VALUE
               "ScheduleTrans.txt".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "StudentSchedule.txt".
           01 WS-AUDIT-PATH PIC X(100) VALUE
               "ScheduleAudit.txt".
           01 WS-WAITLIST-PATH PIC X(100) VALUE
               "Waitlist.txt".
           01 WS-WAITLIST-REPORT-PATH PIC X(100) VALUE
               "WaitlistReport.txt".
           01 WS-CLASS-LISTS-PATH PIC X(100) VALUE
               "ClassLists.txt".
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-STAFF-STATUS PIC X(2).
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-WAITLIST-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-SECTION-EOF PIC A(1) VALUE "N".
           01 WS-STAFF-EOF PIC A(1) VALUE "N".
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 2000 TIMES.
                   10 WS-STF-EMP-ID PIC 9(5).
                   10 WS-STF-NAME PIC X(25).
                   10 WS-STF-VALID PIC A(1).
           01 WS-STAFF-SUB PIC 9(4) VALUE 0.
           01 WS-STAFF-FOUND PIC 9(4) VALUE 0.
           01 WS-SCHEDULE-EOF PIC A(1) VALUE "N".
           01 WS-WAITLIST-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 200 TIMES.
                   10 WS-SEC-CAMPUS PIC X(3).
                   10 WS-SEC-NO PIC 9(2).
                   10 WS-SEC-CAPACITY PIC 9(3).
                   10 WS-SEC-TEACHER-ID PIC 9(5).
                   10 WS-SEC-TEACHER PIC X(25).
                   10 WS-SEC-ENROLLED PIC 9(3).
           01 WS-SCHED-COUNT PIC 9(4) VALUE 0.
           01 WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 9000 TIMES.
                   10 WS-SS-STUDENT-ID PIC 9(5).
                   10 WS-SS-COURSE PIC X(10).
                   10 WS-SS-TERM PIC X(6).
                   10 WS-SS-SECTION-NO PIC 9(2).
                   10 WS-SS-CAMPUS PIC X(3).
                   10 WS-SS-ACTIVE PIC A(1).
           01 WS-SCHED-SUB PIC 9(4) VALUE 0.
           01 WS-WAIT-COUNT PIC 9(4) VALUE 0.
           01 WS-WAIT-TABLE.
               05 WS-WAIT-ENTRY OCCURS 2000 TIMES.
                   10 WS-WL-SEQ PIC 9(5).
                   10 WS-WL-STUDENT-ID PIC 9(5).
                   10 WS-WL-COURSE PIC X(10).
                   10 WS-WL-TERM PIC X(6).
                   10 WS-WL-SECTION-NO PIC 9(2).
                   10 WS-WL-CAMPUS PIC X(3).
                   10 WS-WL-DATE PIC 9(8).
                   10 WS-WL-SEC-SUB PIC 9(3).
                   10 WS-WL-ACTIVE PIC A(1).
           01 WS-WAIT-SUB PIC 9(4) VALUE 0.
           01 WS-WAIT-FOUND PIC 9(4) VALUE 0.
           01 WS-WAIT-POSITION PIC 9(4) VALUE 0.
           01 WS-SECTION-WAITING PIC 9(4) VALUE 0.
           01 WS-SECTIONS-WAITING PIC 9(4) VALUE 0.
           01 WS-TOTAL-WAITING PIC 9(5) VALUE 0.
           01 WS-LAST-SEQ PIC 9(5) VALUE 0.
           01 WS-FIND-COURSE PIC X(10).
           01 WS-FIND-TERM PIC X(6).
           01 WS-FIND-SECTION-NO PIC 9(2).
           01 WS-WORK-STUDENT-ID PIC 9(5).
           01 WS-WORK-SEC-SUB PIC 9(3) VALUE 0.
           01 WS-OLD-SEC-SUB PIC 9(3) VALUE 0.
           01 WS-NEW-SEC-SUB PIC 9(3) VALUE 0.
           01 WS-PLACE-SUB PIC 9(3) VALUE 0.
           01 WS-PLACE-DONE PIC A(1) VALUE "N".
           01 WS-ASSIGNED-FLAG PIC A(1) VALUE "N".
           01 WS-WAITLIST-FLAG PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-ASSIGN-WORK-PATH PIC X(100) VALUE
               "AssignWork.dat".
           01 WS-ASSIGN-WORK-STATUS PIC X(2).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-SWAPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-WAITLISTED-COUNT PIC 9(7) VALUE 0.
           01 WS-PLACED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "SCHEDULE-ASSIGN".
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
                       "SCHEDULE_TRANS_FILE"
                   ON EXCEPTION
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CLASS-LISTS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SCHEDULE_WAITLIST_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-WAITLIST-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "WAITLIST_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-WAITLIST-REPORT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-COURSES.
               PERFORM LOAD-STAFF.
               PERFORM LOAD-SECTIONS.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
               CLOSE ASSIGN-WORK.
               OPEN I-O ASSIGN-WORK.
               PERFORM LOAD-EXISTING-SCHEDULE.
               PERFORM LOAD-WAITLIST.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CLOSE ASSIGN-WORK
                   CLOSE SCHOOL
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN OUTPUT ASSIGN-AUDIT.
               MOVE "STUDENT SCHEDULE ASSIGNMENT AUDIT LISTING"
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               PERFORM FILL-OPEN-SEATS.
               OPEN INPUT SCHEDULE-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "SCHEDULE-TRANS not found, class lists "
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM APPLY-ONE-TRANSACTION
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-TRANS
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "DROPPED " DELIMITED BY SIZE
                      WS-DROPPED-COUNT DELIMITED BY SIZE
                      "  SWAPPED " DELIMITED BY SIZE
                      WS-SWAPPED-COUNT DELIMITED BY SIZE
                      "  WAITLISTED " DELIMITED BY SIZE
                      WS-WAITLISTED-COUNT DELIMITED BY SIZE
                      "  PLACED " DELIMITED BY SIZE
                      WS-PLACED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               CLOSE ASSIGN-AUDIT.
               PERFORM WRITE-SCHEDULE.
               PERFORM WRITE-WAITLIST.
               PERFORM PRINT-CLASS-LISTS.
               PERFORM PRINT-WAITLIST-REPORT.
               CLOSE SCHOOL.
               DISPLAY "===== SCHEDULE ASSIGN CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Dropped:           " WS-DROPPED-COUNT.
               DISPLAY "Swapped:           " WS-SWAPPED-COUNT.
               DISPLAY "Waitlisted:        " WS-WAITLISTED-COUNT.
               DISPLAY "Placed from list:  " WS-PLACED-COUNT.
               DISPLAY "Still waiting:     " WS-TOTAL-WAITING.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.
                                   (WS-SECTION-COUNT)
                               MOVE SEC-CAPACITY TO WS-SEC-CAPACITY
                                   (WS-SECTION-COUNT)
                               PERFORM RESOLVE-TEACHER
                               MOVE 0 TO WS-SEC-ENROLLED
                                   (WS-SECTION-COUNT)
                           ELSE
               END-PERFORM.
               CLOSE SECTION-FILE.

      * only active teachers count as a valid teacher for a section
            LOAD-STAFF.
               OPEN INPUT STAFF-MASTER.
               IF WS-STAFF-STATUS NOT = "00" THEN
                   DISPLAY "STAFF-MASTER not found, teachers will "
                       "not be named"
               ELSE
                   PERFORM UNTIL WS-STAFF-EOF = "Y"
                       READ STAFF-MASTER
                           AT END MOVE "Y" TO WS-STAFF-EOF
                           NOT AT END
                               IF WS-STAFF-COUNT < 2000 THEN
                                   ADD 1 TO WS-STAFF-COUNT
                                   MOVE SF-EMP-ID TO
                                       WS-STF-EMP-ID(WS-STAFF-COUNT)
                                   MOVE SF-NAME TO
                                       WS-STF-NAME(WS-STAFF-COUNT)
                                   IF SF-TEACHER AND SF-ACTIVE THEN
                                       MOVE "Y" TO
                                       WS-STF-VALID(WS-STAFF-COUNT)
                                   ELSE
                                       MOVE "N" TO
                                       WS-STF-VALID(WS-STAFF-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-MASTER
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

            LOAD-EXISTING-SCHEDULE.
               OPEN INPUT STUDENT-SCHEDULE.
               IF WS-SCHEDULE-STATUS = "00" THEN
               END-IF.

            NOTE-EXISTING-ASSIGNMENT.
               IF WS-SCHED-COUNT < 9000 THEN
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE SS-STUDENT-ID
                       TO WS-SS-STUDENT-ID(WS-SCHED-COUNT)
                   MOVE SS-COURSE TO WS-SS-COURSE(WS-SCHED-COUNT)
                   MOVE SS-TERM TO WS-SS-TERM(WS-SCHED-COUNT)
                   MOVE SS-SECTION-NO
                       TO WS-SS-SECTION-NO(WS-SCHED-COUNT)
                   MOVE SS-CAMPUS TO WS-SS-CAMPUS(WS-SCHED-COUNT)
                   MOVE "Y" TO WS-SS-ACTIVE(WS-SCHED-COUNT)
               ELSE
                   DISPLAY "Schedule table full at " SS-STUDENT-ID
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   MOVE "Y" TO WS-SCHEDULE-EOF
               END-IF.
               MOVE 0 TO WS-SEC-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                   END-WRITE
               END-IF.

      * a blank transaction type is an add, as before drops and
      * swaps were taken
            APPLY-ONE-TRANSACTION.
               IF ST-DROP THEN
                   PERFORM APPLY-ONE-DROP
               ELSE IF ST-SWAP THEN
                   PERFORM APPLY-ONE-SWAP
               ELSE IF ST-ADD THEN
                   PERFORM APPLY-ONE-ASSIGNMENT
               ELSE
                   MOVE "Invalid transaction type" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               END-IF
               END-IF
               END-IF.

            APPLY-ONE-ASSIGNMENT.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE 0 TO WS-SEC-SUB.
               MOVE "N" TO WS-WAITLIST-FLAG.
               PERFORM VALIDATE-ASSIGNMENT.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECT-LINE
               ELSE IF WS-WAITLIST-FLAG = "Y" THEN
                   PERFORM ADD-TO-WAITLIST
               ELSE
                   MOVE ST-STUDENT-ID TO WS-WORK-STUDENT-ID
                   MOVE WS-SEC-SUB TO WS-WORK-SEC-SUB
                   PERFORM ENROLL-STUDENT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "APPLIED  " DELIMITED BY SIZE
                          ST-SECTION-NO DELIMITED BY SIZE
                          INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               END-IF
               END-IF.

            WRITE-REJECT-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      ST-STUDENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ST-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            VALIDATE-ASSIGNMENT.
               IF ST-STUDENT-ID IS NOT NUMERIC OR
                       ST-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE
                   MOVE ST-COURSE TO WS-FIND-COURSE
                   PERFORM FIND-COURSE
                   IF WS-FOUND-SUB = 0 THEN
                       MOVE "Course not on master"
                   END-READ
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   MOVE ST-COURSE TO WS-FIND-COURSE
                   MOVE ST-TERM TO WS-FIND-TERM
                   MOVE ST-SECTION-NO TO WS-FIND-SECTION-NO
                   PERFORM FIND-SECTION
                   IF WS-SEC-SUB = 0 THEN
                       MOVE "Section not on file"
                           SCHOOL-CAMPUS-CODE
                       MOVE "Section at other campus"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM CHECK-DUPLICATE-ASSIGNMENT
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   IF WS-SEC-ENROLLED(WS-SEC-SUB) >=
                           WS-SEC-CAPACITY(WS-SEC-SUB) THEN
                       MOVE ST-STUDENT-ID TO WS-WORK-STUDENT-ID
                       MOVE WS-SEC-SUB TO WS-WORK-SEC-SUB
                       PERFORM FIND-WAITLISTED
                       IF WS-WAIT-FOUND > 0 THEN
                           MOVE "Already waitlisted"
                               TO WS-REJECT-REASON
                       ELSE IF WS-WAIT-COUNT >= 2000 THEN
                           MOVE "Section full, waitlist full"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE "Y" TO WS-WAITLIST-FLAG
                       END-IF
                       END-IF
                   ELSE IF WS-SCHED-COUNT >= 9000 THEN
                       MOVE "Schedule table full"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
               END-IF.

      * a drop of a student who is only waitlisted for the section
      * takes the student off the waitlist
            APPLY-ONE-DROP.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE 0 TO WS-WAIT-FOUND.
               IF ST-STUDENT-ID IS NOT NUMERIC OR
                       ST-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE
                   MOVE ST-COURSE TO WS-FIND-COURSE
                   MOVE ST-TERM TO WS-FIND-TERM
                   MOVE ST-SECTION-NO TO WS-FIND-SECTION-NO
                   PERFORM FIND-SECTION
                   IF WS-SEC-SUB = 0 THEN
                       MOVE "Section not on file"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE ST-STUDENT-ID TO WS-WORK-STUDENT-ID
                       MOVE WS-SEC-SUB TO WS-WORK-SEC-SUB
                       PERFORM CHECK-ASSIGNED
                       IF WS-ASSIGNED-FLAG = "N" THEN
                           PERFORM FIND-WAITLISTED
                           IF WS-WAIT-FOUND = 0 THEN
                               MOVE "Not assigned to section"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECT-LINE
               ELSE IF WS-WAIT-FOUND > 0 THEN
                   MOVE "N" TO WS-WL-ACTIVE(WS-WAIT-FOUND)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "DROPPED  " DELIMITED BY SIZE
                          ST-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-COURSE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-TERM DELIMITED BY SIZE
                          " SECTION " DELIMITED BY SIZE
                          ST-SECTION-NO DELIMITED BY SIZE
                          " FROM WAITLIST" DELIMITED BY SIZE
                          INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               ELSE
                   PERFORM UNENROLL-STUDENT
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "DROPPED  " DELIMITED BY SIZE
                          ST-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-COURSE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-TERM DELIMITED BY SIZE
                          " SECTION " DELIMITED BY SIZE
                          ST-SECTION-NO DELIMITED BY SIZE
                          INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   MOVE WS-SEC-SUB TO WS-PLACE-SUB
                   PERFORM PLACE-FROM-WAITLIST
               END-IF
               END-IF.

      * a swap moves the student to another section of the same term
      * (ST-NEW-COURSE blank = same course); the new section must
      * have a seat, and the seat given up goes to the waitlist
            APPLY-ONE-SWAP.
               MOVE SPACES TO WS-REJECT-REASON.
               IF ST-NEW-COURSE = SPACES THEN
                   MOVE ST-COURSE TO ST-NEW-COURSE
               END-IF.
               IF ST-STUDENT-ID IS NOT NUMERIC OR
                       ST-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF ST-NEW-SECTION-NO IS NOT NUMERIC THEN
                   MOVE "Invalid new section" TO WS-REJECT-REASON
               ELSE
                   MOVE ST-COURSE TO WS-FIND-COURSE
                   MOVE ST-TERM TO WS-FIND-TERM
                   MOVE ST-SECTION-NO TO WS-FIND-SECTION-NO
                   PERFORM FIND-SECTION
                   MOVE WS-SEC-SUB TO WS-OLD-SEC-SUB
                   MOVE ST-NEW-COURSE TO WS-FIND-COURSE
                   MOVE ST-NEW-SECTION-NO TO WS-FIND-SECTION-NO
                   PERFORM FIND-SECTION
                   MOVE WS-SEC-SUB TO WS-NEW-SEC-SUB
                   PERFORM FIND-COURSE
               END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   IF WS-OLD-SEC-SUB = 0 THEN
                       MOVE "Section not on file"
                           TO WS-REJECT-REASON
                   ELSE IF WS-NEW-SEC-SUB = 0 THEN
                       MOVE "New section not on file"
                           TO WS-REJECT-REASON
                   ELSE IF WS-NEW-SEC-SUB = WS-OLD-SEC-SUB THEN
                       MOVE "Swap to same section"
                           TO WS-REJECT-REASON
                   ELSE IF WS-FOUND-SUB = 0 THEN
                       MOVE "New course not on master"
                           TO WS-REJECT-REASON
                   ELSE IF WS-CRS-ACTIVE(WS-FOUND-SUB) NOT = "A"
                       MOVE "New course inactive"
                           TO WS-REJECT-REASON
                   ELSE IF WS-SEC-CAMPUS(WS-NEW-SEC-SUB) NOT =
                           WS-SEC-CAMPUS(WS-OLD-SEC-SUB)
                       MOVE "New section at other campus"
                           TO WS-REJECT-REASON
                   ELSE IF WS-SEC-ENROLLED(WS-NEW-SEC-SUB) >=
                           WS-SEC-CAPACITY(WS-NEW-SEC-SUB)
                       MOVE "New section full"
                           TO WS-REJECT-REASON
                   ELSE IF WS-SCHED-COUNT >= 9000 THEN
                       MOVE "Schedule table full"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF.
               IF WS-REJECT-REASON = SPACES THEN
                   MOVE ST-STUDENT-ID TO WS-WORK-STUDENT-ID
                   MOVE WS-OLD-SEC-SUB TO WS-WORK-SEC-SUB
                   PERFORM CHECK-ASSIGNED
                   IF WS-ASSIGNED-FLAG = "N" THEN
                       MOVE "Not assigned to section"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-NEW-SEC-SUB TO WS-WORK-SEC-SUB
                       PERFORM CHECK-ASSIGNED
                       IF WS-ASSIGNED-FLAG = "Y" THEN
                           MOVE "Already in new section"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE WS-OLD-SEC-SUB TO WS-WORK-SEC-SUB
                   PERFORM UNENROLL-STUDENT
                   MOVE WS-NEW-SEC-SUB TO WS-WORK-SEC-SUB
                   PERFORM FIND-WAITLISTED
                   IF WS-WAIT-FOUND > 0 THEN
                       MOVE "N" TO WS-WL-ACTIVE(WS-WAIT-FOUND)
                   END-IF
                   PERFORM ENROLL-STUDENT
                   ADD 1 TO WS-SWAPPED-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "SWAPPED  " DELIMITED BY SIZE
                          ST-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-COURSE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-TERM DELIMITED BY SIZE
                          " SECTION " DELIMITED BY SIZE
                          ST-SECTION-NO DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          ST-NEW-COURSE DELIMITED BY SIZE
                          " SECTION " DELIMITED BY SIZE
                          ST-NEW-SECTION-NO DELIMITED BY SIZE
                          INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   MOVE WS-OLD-SEC-SUB TO WS-PLACE-SUB
                   PERFORM PLACE-FROM-WAITLIST
               END-IF.

      * WS-WORK-STUDENT-ID and WS-WORK-SEC-SUB name the student and
      * section for the enrolment paragraphs below
            ENROLL-STUDENT.
               ADD 1 TO WS-SCHED-COUNT.
               MOVE WS-WORK-STUDENT-ID
                   TO WS-SS-STUDENT-ID(WS-SCHED-COUNT).
               MOVE WS-SEC-COURSE(WS-WORK-SEC-SUB)
                   TO WS-SS-COURSE(WS-SCHED-COUNT).
               MOVE WS-SEC-TERM(WS-WORK-SEC-SUB)
                   TO WS-SS-TERM(WS-SCHED-COUNT).
               MOVE WS-SEC-NO(WS-WORK-SEC-SUB)
                   TO WS-SS-SECTION-NO(WS-SCHED-COUNT).
               MOVE WS-SEC-CAMPUS(WS-WORK-SEC-SUB)
                   TO WS-SS-CAMPUS(WS-SCHED-COUNT).
               MOVE "Y" TO WS-SS-ACTIVE(WS-SCHED-COUNT).
               ADD 1 TO WS-SEC-ENROLLED(WS-WORK-SEC-SUB).
               MOVE WS-WORK-SEC-SUB TO SA-SECTION-SUB.
               MOVE WS-WORK-STUDENT-ID TO SA-STUDENT-ID.
               WRITE ASSIGN-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE.

            UNENROLL-STUDENT.
               MOVE WS-WORK-SEC-SUB TO SA-SECTION-SUB.
               MOVE WS-WORK-STUDENT-ID TO SA-STUDENT-ID.
               DELETE ASSIGN-WORK
                   INVALID KEY
                       CONTINUE
               END-DELETE.
               SUBTRACT 1 FROM WS-SEC-ENROLLED(WS-WORK-SEC-SUB).
               MOVE 1 TO WS-SCHED-SUB.
               PERFORM UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   IF WS-SS-STUDENT-ID(WS-SCHED-SUB) =
                           WS-WORK-STUDENT-ID AND
                           WS-SS-COURSE(WS-SCHED-SUB) =
                           WS-SEC-COURSE(WS-WORK-SEC-SUB) AND
                           WS-SS-TERM(WS-SCHED-SUB) =
                           WS-SEC-TERM(WS-WORK-SEC-SUB) AND
                           WS-SS-SECTION-NO(WS-SCHED-SUB) =
                           WS-SEC-NO(WS-WORK-SEC-SUB) THEN
                       MOVE "N" TO WS-SS-ACTIVE(WS-SCHED-SUB)
                   END-IF
                   ADD 1 TO WS-SCHED-SUB
               END-PERFORM.

            CHECK-ASSIGNED.
               MOVE WS-WORK-SEC-SUB TO SA-SECTION-SUB.
               MOVE WS-WORK-STUDENT-ID TO SA-STUDENT-ID.
               READ ASSIGN-WORK
                   INVALID KEY
                       MOVE "N" TO WS-ASSIGNED-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ASSIGNED-FLAG
               END-READ.

            ADD-TO-WAITLIST.
               ADD 1 TO WS-WAIT-COUNT.
               ADD 1 TO WS-LAST-SEQ.
               MOVE WS-LAST-SEQ TO WS-WL-SEQ(WS-WAIT-COUNT).
               MOVE ST-STUDENT-ID TO WS-WL-STUDENT-ID(WS-WAIT-COUNT).
               MOVE ST-COURSE TO WS-WL-COURSE(WS-WAIT-COUNT).
               MOVE ST-TERM TO WS-WL-TERM(WS-WAIT-COUNT).
               MOVE ST-SECTION-NO TO WS-WL-SECTION-NO(WS-WAIT-COUNT).
               MOVE WS-SEC-CAMPUS(WS-SEC-SUB)
                   TO WS-WL-CAMPUS(WS-WAIT-COUNT).
               MOVE WS-TODAY-DATE TO WS-WL-DATE(WS-WAIT-COUNT).
               MOVE WS-SEC-SUB TO WS-WL-SEC-SUB(WS-WAIT-COUNT).
               MOVE "Y" TO WS-WL-ACTIVE(WS-WAIT-COUNT).
               ADD 1 TO WS-WAITLISTED-COUNT.
               MOVE WS-SEC-SUB TO WS-WORK-SEC-SUB.
               PERFORM COUNT-SECTION-WAITING.
               MOVE SPACES TO AUDIT-LINE.
               STRING "WAITLIST " DELIMITED BY SIZE
                      ST-STUDENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ST-COURSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ST-TERM DELIMITED BY SIZE
                      " SECTION " DELIMITED BY SIZE
                      ST-SECTION-NO DELIMITED BY SIZE
                      " FULL, POSITION " DELIMITED BY SIZE
                      WS-SECTION-WAITING DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            FIND-WAITLISTED.
               MOVE 0 TO WS-WAIT-FOUND.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                       OR WS-WAIT-FOUND > 0
                   IF WS-WL-ACTIVE(WS-WAIT-SUB) = "Y" AND
                           WS-WL-SEC-SUB(WS-WAIT-SUB) =
                           WS-WORK-SEC-SUB AND
                           WS-WL-STUDENT-ID(WS-WAIT-SUB) =
                           WS-WORK-STUDENT-ID THEN
                       MOVE WS-WAIT-SUB TO WS-WAIT-FOUND
                   END-IF
                   ADD 1 TO WS-WAIT-SUB
               END-PERFORM.

            COUNT-SECTION-WAITING.
               MOVE 0 TO WS-SECTION-WAITING.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                   IF WS-WL-ACTIVE(WS-WAIT-SUB) = "Y" AND
                           WS-WL-SEC-SUB(WS-WAIT-SUB) =
                           WS-WORK-SEC-SUB THEN
                       ADD 1 TO WS-SECTION-WAITING
                   END-IF
                   ADD 1 TO WS-WAIT-SUB
               END-PERFORM.

      * seats open at the start of the run (a capacity raised on the
      * section file, say) go to the waitlist before any new adds
            FILL-OPEN-SEATS.
               MOVE 1 TO WS-PLACE-SUB.
               PERFORM UNTIL WS-PLACE-SUB > WS-SECTION-COUNT
                   PERFORM PLACE-FROM-WAITLIST
                   ADD 1 TO WS-PLACE-SUB
               END-PERFORM.

            PLACE-FROM-WAITLIST.
               MOVE "N" TO WS-PLACE-DONE.
               PERFORM UNTIL WS-PLACE-DONE = "Y"
                   PERFORM PLACE-NEXT-WAITLISTED
               END-PERFORM.

      * the waitlist table is in request order, so the first active
      * entry for the section is the next student to place
            PLACE-NEXT-WAITLISTED.
               MOVE 0 TO WS-WAIT-FOUND.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                       OR WS-WAIT-FOUND > 0
                   IF WS-WL-ACTIVE(WS-WAIT-SUB) = "Y" AND
                           WS-WL-SEC-SUB(WS-WAIT-SUB) = WS-PLACE-SUB
                       MOVE WS-WAIT-SUB TO WS-WAIT-FOUND
                   END-IF
                   ADD 1 TO WS-WAIT-SUB
               END-PERFORM.
               IF WS-WAIT-FOUND = 0 THEN
                   MOVE "Y" TO WS-PLACE-DONE
               ELSE IF WS-SEC-ENROLLED(WS-PLACE-SUB) >=
                       WS-SEC-CAPACITY(WS-PLACE-SUB) THEN
                   MOVE "Y" TO WS-PLACE-DONE
               ELSE IF WS-SCHED-COUNT >= 9000 THEN
                   DISPLAY "Schedule table full, waitlist not placed"
                   MOVE "Y" TO WS-PLACE-DONE
               ELSE
                   PERFORM PLACE-ONE-WAITLISTED
               END-IF
               END-IF
               END-IF.

            PLACE-ONE-WAITLISTED.
               MOVE "N" TO WS-WL-ACTIVE(WS-WAIT-FOUND).
               MOVE WS-WL-STUDENT-ID(WS-WAIT-FOUND)
                   TO WS-WORK-STUDENT-ID.
               MOVE WS-PLACE-SUB TO WS-WORK-SEC-SUB.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE WS-WORK-STUDENT-ID TO SCHOOL-STUDENT-ID.
               READ SCHOOL
                   INVALID KEY
                       MOVE "Student not on roster"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SCHOOL-STATUS NOT = "A" THEN
                           MOVE "Student inactive"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ.
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM CHECK-ASSIGNED
                   IF WS-ASSIGNED-FLAG = "Y" THEN
                       MOVE "Already assigned" TO WS-REJECT-REASON
                   END-IF
               END-IF.
               MOVE SPACES TO AUDIT-LINE.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   STRING "UNLISTED " DELIMITED BY SIZE
                          WS-WORK-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WL-COURSE(WS-WAIT-FOUND)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY SIZE
                          INTO AUDIT-LINE
               ELSE
                   PERFORM ENROLL-STUDENT
                   ADD 1 TO WS-PLACED-COUNT
                   STRING "PLACED   " DELIMITED BY SIZE
                          WS-WORK-STUDENT-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WL-COURSE(WS-WAIT-FOUND)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WL-TERM(WS-WAIT-FOUND) DELIMITED BY SIZE
                          " SECTION " DELIMITED BY SIZE
                          WS-WL-SECTION-NO(WS-WAIT-FOUND)
                              DELIMITED BY SIZE
                          " FROM WAITLIST" DELIMITED BY SIZE
                          INTO AUDIT-LINE
               END-IF.
               WRITE AUDIT-LINE.

            LOAD-WAITLIST.
               OPEN INPUT WAITLIST-FILE.
               IF WS-WAITLIST-STATUS = "00" THEN
                   PERFORM UNTIL WS-WAITLIST-EOF = "Y"
                       READ WAITLIST-FILE
                           AT END MOVE "Y" TO WS-WAITLIST-EOF
                           NOT AT END PERFORM LOAD-ONE-WAITLISTED
                       END-READ
                   END-PERFORM
                   CLOSE WAITLIST-FILE
               END-IF.

      * entries for sections no longer on file are carried forward
      * untouched
            LOAD-ONE-WAITLISTED.
               IF WS-WAIT-COUNT < 2000 THEN
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE WL-SEQ TO WS-WL-SEQ(WS-WAIT-COUNT)
                   MOVE WL-STUDENT-ID
                       TO WS-WL-STUDENT-ID(WS-WAIT-COUNT)
                   MOVE WL-COURSE TO WS-WL-COURSE(WS-WAIT-COUNT)
                   MOVE WL-TERM TO WS-WL-TERM(WS-WAIT-COUNT)
                   MOVE WL-SECTION-NO
                       TO WS-WL-SECTION-NO(WS-WAIT-COUNT)
                   MOVE WL-CAMPUS TO WS-WL-CAMPUS(WS-WAIT-COUNT)
                   MOVE WL-DATE TO WS-WL-DATE(WS-WAIT-COUNT)
                   MOVE "Y" TO WS-WL-ACTIVE(WS-WAIT-COUNT)
                   MOVE WL-COURSE TO WS-FIND-COURSE
                   MOVE WL-TERM TO WS-FIND-TERM
                   MOVE WL-SECTION-NO TO WS-FIND-SECTION-NO
                   PERFORM FIND-SECTION
                   MOVE WS-SEC-SUB TO WS-WL-SEC-SUB(WS-WAIT-COUNT)
                   IF WL-SEQ > WS-LAST-SEQ THEN
                       MOVE WL-SEQ TO WS-LAST-SEQ
                   END-IF
               ELSE
                   DISPLAY "Waitlist table full at " WL-STUDENT-ID
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   MOVE "Y" TO WS-WAITLIST-EOF
               END-IF.

            WRITE-SCHEDULE.
               OPEN OUTPUT STUDENT-SCHEDULE.
               MOVE 1 TO WS-SCHED-SUB.
               PERFORM UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   IF WS-SS-ACTIVE(WS-SCHED-SUB) = "Y" THEN
                       MOVE WS-SS-STUDENT-ID(WS-SCHED-SUB)
                           TO SS-STUDENT-ID
                       MOVE WS-SS-COURSE(WS-SCHED-SUB) TO SS-COURSE
                       MOVE WS-SS-TERM(WS-SCHED-SUB) TO SS-TERM
                       MOVE WS-SS-SECTION-NO(WS-SCHED-SUB)
                           TO SS-SECTION-NO
                       MOVE WS-SS-CAMPUS(WS-SCHED-SUB) TO SS-CAMPUS
                       WRITE STUDENT-SCHEDULE-REC
                   END-IF
                   ADD 1 TO WS-SCHED-SUB
               END-PERFORM.
               CLOSE STUDENT-SCHEDULE.

            WRITE-WAITLIST.
               OPEN OUTPUT WAITLIST-FILE.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                   IF WS-WL-ACTIVE(WS-WAIT-SUB) = "Y" THEN
                       MOVE WS-WL-SEQ(WS-WAIT-SUB) TO WL-SEQ
                       MOVE WS-WL-STUDENT-ID(WS-WAIT-SUB)
                           TO WL-STUDENT-ID
                       MOVE WS-WL-COURSE(WS-WAIT-SUB) TO WL-COURSE
                       MOVE WS-WL-TERM(WS-WAIT-SUB) TO WL-TERM
                       MOVE WS-WL-SECTION-NO(WS-WAIT-SUB)
                           TO WL-SECTION-NO
                       MOVE WS-WL-CAMPUS(WS-WAIT-SUB) TO WL-CAMPUS
                       MOVE WS-WL-DATE(WS-WAIT-SUB) TO WL-DATE
                       WRITE WAITLIST-REC
                   END-IF
                   ADD 1 TO WS-WAIT-SUB
               END-PERFORM.
               CLOSE WAITLIST-FILE.

            FIND-COURSE.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-COURSE-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-CRS-SUBJECT(WS-SUB) = WS-FIND-COURSE THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SECTION-COUNT
                       OR WS-SEC-SUB > 0
                   IF WS-SEC-COURSE(WS-SUB) = WS-FIND-COURSE AND
                           WS-SEC-TERM(WS-SUB) = WS-FIND-TERM AND
                           WS-SEC-NO(WS-SUB) = WS-FIND-SECTION-NO THEN
                       MOVE WS-SUB TO WS-SEC-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               WRITE CLASS-LINE.
               MOVE SPACES TO CLASS-LINE.
               STRING "TEACHER: " DELIMITED BY SIZE
                      WS-SEC-TEACHER-ID(WS-SEC-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SEC-TEACHER(WS-SEC-SUB) DELIMITED BY SIZE
                      "  ENROLLED " DELIMITED BY SIZE
                      WS-SEC-ENROLLED(WS-SEC-SUB) DELIMITED BY SIZE
                      INTO CLASS-LINE.
               WRITE CLASS-LINE.

            PRINT-WAITLIST-REPORT.
               OPEN OUTPUT WAITLIST-REPORT.
               MOVE SPACES TO WAITLIST-LINE.
               STRING "SECTION WAITLIST REPORT  RUN DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE ALL "=" TO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE 1 TO WS-SEC-SUB.
               PERFORM UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   MOVE WS-SEC-SUB TO WS-WORK-SEC-SUB
                   PERFORM COUNT-SECTION-WAITING
                   IF WS-SECTION-WAITING > 0 THEN
                       PERFORM PRINT-SECTION-WAITLIST
                   END-IF
                   ADD 1 TO WS-SEC-SUB
               END-PERFORM.
               MOVE SPACES TO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE ALL "=" TO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE SPACES TO WAITLIST-LINE.
               STRING "SECTIONS WITH A WAITLIST " DELIMITED BY SIZE
                      WS-SECTIONS-WAITING DELIMITED BY SIZE
                      "  STUDENTS WAITING " DELIMITED BY SIZE
                      WS-TOTAL-WAITING DELIMITED BY SIZE
                      INTO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               CLOSE WAITLIST-REPORT.

            PRINT-SECTION-WAITLIST.
               ADD 1 TO WS-SECTIONS-WAITING.
               ADD WS-SECTION-WAITING TO WS-TOTAL-WAITING.
               MOVE SPACES TO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE SPACES TO WAITLIST-LINE.
               STRING WS-SEC-COURSE(WS-SEC-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SEC-TERM(WS-SEC-SUB) DELIMITED BY SIZE
                      " SECTION " DELIMITED BY SIZE
                      WS-SEC-NO(WS-SEC-SUB) DELIMITED BY SIZE
                      " CAMPUS " DELIMITED BY SIZE
                      WS-SEC-CAMPUS(WS-SEC-SUB) DELIMITED BY SIZE
                      "  ENROLLED " DELIMITED BY SIZE
                      WS-SEC-ENROLLED(WS-SEC-SUB) DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-SEC-CAPACITY(WS-SEC-SUB) DELIMITED BY SIZE
                      "  WAITING " DELIMITED BY SIZE
                      WS-SECTION-WAITING DELIMITED BY SIZE
                      INTO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE "  POS  STUDENT NAME                      REQUESTED"
                   TO WAITLIST-LINE.
               WRITE WAITLIST-LINE.
               MOVE 0 TO WS-WAIT-POSITION.
               MOVE 1 TO WS-WAIT-SUB.
               PERFORM UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                   IF WS-WL-ACTIVE(WS-WAIT-SUB) = "Y" AND
                           WS-WL-SEC-SUB(WS-WAIT-SUB) = WS-SEC-SUB
                       PERFORM PRINT-WAITLIST-STUDENT
                   END-IF
                   ADD 1 TO WS-WAIT-SUB
               END-PERFORM.

            PRINT-WAITLIST-STUDENT.
               ADD 1 TO WS-WAIT-POSITION.
               MOVE WS-WL-STUDENT-ID(WS-WAIT-SUB) TO SCHOOL-STUDENT-ID.
               READ SCHOOL
                   INVALID KEY
                       MOVE "NOT ON ROSTER" TO SCHOOL-NAME
               END-READ.
               MOVE SPACES TO WAITLIST-LINE.
               MOVE WS-WAIT-POSITION TO WAITLIST-LINE(2:4).
               MOVE WS-WL-STUDENT-ID(WS-WAIT-SUB)
                   TO WAITLIST-LINE(8:5).
               MOVE SCHOOL-NAME TO WAITLIST-LINE(15:25).
               MOVE WS-WL-DATE(WS-WAIT-SUB) TO WAITLIST-LINE(42:8).
               WRITE WAITLIST-LINE.

       END PROGRAM SCHEDULE-ASSIGN.
