      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Truancy escalation run for the requested term
      *          (REPORT_TERM). Counts each active student's
      *          unexcused ("U") absences on the attendance history
      *          within the term dates of the student's campus
      *          calendar and compares the count to the escalation
      *          thresholds: first notice, second notice, and
      *          referral (TRUANCY_NOTICE1_DAYS, TRUANCY_NOTICE2_DAYS,
      *          TRUANCY_REFERRAL_DAYS, default 3, 6 and 10). The
      *          next letter due after the last one sent is printed
      *          one letter per page and recorded on the truancy
      *          notice file, so no student is sent the same level
      *          twice in a term and the levels go out in order. A
      *          campus referral list shows every student at the
      *          referral count, whether referred this run, referred
      *          earlier in the term, or still waiting on an earlier
      *          notice. Each letter is addressed to the guardian from
      *          the guardian contact master through MAIL-ADDRESS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUANCY-LETTERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT ATTEND-HISTORY ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT TRUANCY-NOTICES ASSIGN DYNAMIC WS-NOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
               SELECT LETTER-PRINT ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REFERRAL-LIST ASSIGN DYNAMIC WS-REFERRAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CALENDAR-FILE.
           01 CALENDAR-REC.
               COPY "CalendarRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD ATTEND-HISTORY.
           01 ATTEND-HISTORY-REC.
               05 AH-STUDENT-ID PIC 9(5).
               05 AH-DATE PIC 9(8).
               05 AH-CODE PIC X(1).

           FD TRUANCY-NOTICES.
           01 TRUANCY-NOTICE-REC.
               COPY "TruancyNoticeRec.cpy".

           FD LETTER-PRINT.
           01 LETTER-LINE PIC X(80).

           FD REFERRAL-LIST.
           01 REFERRAL-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CALENDAR-PATH PIC X(100) VALUE
               "SchoolCalendar.txt".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-HISTORY-PATH PIC X(100) VALUE
               "AttendHistory.txt".
           01 WS-NOTICE-PATH PIC X(100) VALUE
               "TruancyNotices.txt".
           01 WS-LETTER-PATH PIC X(100) VALUE
               "TruancyLetters.txt".
           01 WS-REFERRAL-PATH PIC X(100) VALUE
               "TruancyReferrals.txt".
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-NOTICE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-REPORT-TERM PIC X(6) VALUE SPACES.
           01 WS-NOTICE1-DAYS PIC 9(3) VALUE 3.
           01 WS-NOTICE2-DAYS PIC 9(3) VALUE 6.
           01 WS-REFERRAL-DAYS PIC 9(3) VALUE 10.
           01 WS-PARSED-DAYS PIC 9(3).
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-SUB PIC 9(2) VALUE 0.
           01 WS-TERM-TABLE.
               05 WS-TERM-CAMPUS OCCURS 20 TIMES.
                   10 WS-TC-CODE PIC X(3).
                   10 WS-TC-START PIC 9(8).
                   10 WS-TC-END PIC 9(8).
                   10 WS-TC-REFERRALS PIC 9(5).
           01 WS-COUNT-COUNT PIC 9(4) VALUE 0.
           01 WS-COUNT-TABLE.
               05 WS-COUNT-ENTRY OCCURS 5000 TIMES.
                   10 WS-CT-STUDENT-ID PIC 9(5).
                   10 WS-CT-UNEXCUSED PIC 9(3).
                   10 WS-CT-LEVEL-SENT PIC 9(1).
           01 WS-COUNT-SUB PIC 9(4) VALUE 0.
           01 WS-REF-COUNT PIC 9(4) VALUE 0.
           01 WS-REF-TABLE.
               05 WS-REF-ENTRY OCCURS 2000 TIMES.
                   10 WS-RF-STUDENT-ID PIC 9(5).
                   10 WS-RF-NAME PIC A(25).
                   10 WS-RF-CAMPUS PIC X(3).
                   10 WS-RF-GRADE PIC 9(2).
                   10 WS-RF-UNEXCUSED PIC 9(3).
                   10 WS-RF-STATUS PIC X(12).
           01 WS-REF-SUB PIC 9(4) VALUE 0.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-SEARCH-ID PIC 9(5).
           01 WS-WORK-CAMPUS PIC X(3).
           01 WS-REACHED-LEVEL PIC 9(1).
           01 WS-NEXT-LEVEL PIC 9(1).
           01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
           01 WS-EDIT-DAYS PIC ZZ9.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-ROSTER-READ PIC 9(7) VALUE 0.
           01 WS-HISTORY-READ PIC 9(7) VALUE 0.
           01 WS-UNEXCUSED-COUNTED PIC 9(7) VALUE 0.
           01 WS-NO-CALENDAR-COUNT PIC 9(7) VALUE 0.
           01 WS-PRIOR-NOTICES PIC 9(7) VALUE 0.
           01 WS-LEVEL1-COUNT PIC 9(7) VALUE 0.
           01 WS-LEVEL2-COUNT PIC 9(7) VALUE 0.
           01 WS-LEVEL3-COUNT PIC 9(7) VALUE 0.
           01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "TRUANCY-LETTERS".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
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
                       "ATTEND_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_NOTICE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-NOTICE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_LETTERS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-LETTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_REFERRAL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REFERRAL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_NOTICE1_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-NOTICE1-DAYS TO WS-PARSED-DAYS
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-DAYS TO WS-NOTICE1-DAYS
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_NOTICE2_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-NOTICE2-DAYS TO WS-PARSED-DAYS
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-DAYS TO WS-NOTICE2-DAYS
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRUANCY_REFERRAL_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-REFERRAL-DAYS TO WS-PARSED-DAYS
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-DAYS TO WS-REFERRAL-DAYS
               END-ACCEPT.
               IF WS-NOTICE1-DAYS = 0 OR
                       WS-NOTICE2-DAYS NOT > WS-NOTICE1-DAYS OR
                       WS-REFERRAL-DAYS NOT > WS-NOTICE2-DAYS THEN
                   DISPLAY "Truancy thresholds must be above zero "
                       "and rising: " WS-NOTICE1-DAYS " "
                       WS-NOTICE2-DAYS " " WS-REFERRAL-DAYS
                   MOVE "BADPARM" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "REPORT_TERM"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:6) TO WS-REPORT-TERM
               END-ACCEPT.
               IF WS-REPORT-TERM = SPACES THEN
                   DISPLAY "REPORT_TERM not set, no truancy letters"
                   MOVE "NOTERM" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   GOBACK
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-CALENDAR-TERM.
               IF WS-CAMPUS-COUNT = 0 THEN
                   DISPLAY "No calendar days for term "
                       WS-REPORT-TERM ", no truancy letters"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, no truancy "
                       "letters"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   GOBACK
               END-IF.
               PERFORM COUNT-UNEXCUSED.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CLOSE SCHOOL
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-LETTER-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-NOTICES-SENT.
               CLOSE SCHOOL.
               OPEN INPUT SCHOOL.
               OPEN EXTEND TRUANCY-NOTICES.
               IF WS-NOTICE-STATUS = "35" THEN
                   OPEN OUTPUT TRUANCY-NOTICES
                   CLOSE TRUANCY-NOTICES
                   OPEN EXTEND TRUANCY-NOTICES
               END-IF.
               OPEN OUTPUT LETTER-PRINT.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM CHECK-STUDENT-ESCALATION
                   END-READ
               END-PERFORM.
               CLOSE LETTER-PRINT.
               CLOSE TRUANCY-NOTICES.
               CLOSE SCHOOL.
               PERFORM PRINT-REFERRAL-LIST.
               DISPLAY "===== TRUANCY LETTERS CONTROL TOTALS =====".
               DISPLAY "Roster read:        " WS-ROSTER-READ.
               DISPLAY "History read:       " WS-HISTORY-READ.
               DISPLAY "Unexcused counted:  " WS-UNEXCUSED-COUNTED.
               IF WS-NO-CALENDAR-COUNT > 0 THEN
                   DISPLAY "No term calendar:   " WS-NO-CALENDAR-COUNT
               END-IF.
               DISPLAY "Prior notices:      " WS-PRIOR-NOTICES.
               DISPLAY "First notices:      " WS-LEVEL1-COUNT.
               DISPLAY "Second notices:     " WS-LEVEL2-COUNT.
               DISPLAY "Referrals:          " WS-LEVEL3-COUNT.
               DISPLAY "Letters printed:    " WS-LETTER-COUNT.
               DISPLAY "On referral list:   " WS-REF-COUNT.
               IF WS-NO-CALENDAR-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-NO-CALENDAR-COUNT DELIMITED BY SIZE
                          " unexcused absences at campuses with no "
                          DELIMITED BY SIZE
                          "term calendar" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               DISPLAY "Letters addressed:  " WS-ADDRESSED-COUNT.
               DISPLAY "Not addressable:    " WS-UNADDRESSED-COUNT.
               IF WS-UNADDRESSED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-UNADDRESSED-COUNT DELIMITED BY SIZE
                          " letters not addressed, see address "
                          DELIMITED BY SIZE
                          "exceptions" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-LETTER-COUNT.
               GOBACK.

      * threshold values are one to three digits; anything else
      * leaves the default in place
            PARSE-THRESHOLD.
               IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                   MOVE WS-ENV-SCRATCH(1:3) TO WS-PARSED-DAYS
               ELSE IF WS-ENV-SCRATCH(1:2) IS NUMERIC AND
                       WS-ENV-SCRATCH(3:1) = SPACE THEN
                   COMPUTE WS-PARSED-DAYS =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:2))
               ELSE IF WS-ENV-SCRATCH(1:1) IS NUMERIC AND
                       WS-ENV-SCRATCH(2:1) = SPACE THEN
                   COMPUTE WS-PARSED-DAYS =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:1))
               END-IF.

            LOAD-CALENDAR-TERM.
               OPEN INPUT CALENDAR-FILE.
               IF WS-CALENDAR-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL-CALENDAR not found, term dates "
                       "unavailable"
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
                       MOVE 0 TO WS-TC-REFERRALS(WS-CAMPUS-SUB)
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
                   ELSE
                       DISPLAY "Campus table full, campus "
                           CAL-CAMPUS-CODE " has no term dates"
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

            FIND-COUNT-ENTRY.
               MOVE 0 TO WS-COUNT-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-COUNT-COUNT
                       OR WS-COUNT-SUB > 0
                   IF WS-CT-STUDENT-ID(WS-SUB) = WS-SEARCH-ID THEN
                       MOVE WS-SUB TO WS-COUNT-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            COUNT-UNEXCUSED.
               OPEN INPUT ATTEND-HISTORY.
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "ATTEND-HISTORY not found, no unexcused "
                       "absences to count"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ATTEND-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-HISTORY-READ
                               IF AH-CODE = "U" THEN
                                   PERFORM COUNT-ONE-UNEXCUSED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-HISTORY
               END-IF.

            COUNT-ONE-UNEXCUSED.
               MOVE AH-STUDENT-ID TO SCHOOL-STUDENT-ID.
               READ SCHOOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-CAMPUS-CODE TO WS-WORK-CAMPUS
                       PERFORM FIND-CAMPUS-ENTRY
                       IF WS-CAMPUS-SUB = 0 THEN
                           ADD 1 TO WS-NO-CALENDAR-COUNT
                       ELSE IF AH-DATE >= WS-TC-START(WS-CAMPUS-SUB)
                               AND AH-DATE <= WS-TC-END(WS-CAMPUS-SUB)
                           PERFORM TALLY-UNEXCUSED
                       END-IF
                       END-IF
               END-READ.

            TALLY-UNEXCUSED.
               MOVE AH-STUDENT-ID TO WS-SEARCH-ID.
               PERFORM FIND-COUNT-ENTRY.
               IF WS-COUNT-SUB = 0 THEN
                   IF WS-COUNT-COUNT < 5000 THEN
                       ADD 1 TO WS-COUNT-COUNT
                       MOVE WS-COUNT-COUNT TO WS-COUNT-SUB
                       MOVE AH-STUDENT-ID
                           TO WS-CT-STUDENT-ID(WS-COUNT-SUB)
                       MOVE 0 TO WS-CT-UNEXCUSED(WS-COUNT-SUB)
                       MOVE 0 TO WS-CT-LEVEL-SENT(WS-COUNT-SUB)
                   ELSE
                       DISPLAY "Truancy count table full at "
                           AH-STUDENT-ID
                       MOVE "OVERFLOW" TO WS-END-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF.
               IF WS-COUNT-SUB > 0 THEN
                   IF WS-CT-UNEXCUSED(WS-COUNT-SUB) < 999 THEN
                       ADD 1 TO WS-CT-UNEXCUSED(WS-COUNT-SUB)
                   END-IF
                   ADD 1 TO WS-UNEXCUSED-COUNTED
               END-IF.

      * the highest level already sent this term; a student with no
      * unexcused absences counted cannot be due a letter, so those
      * notices are only counted
            LOAD-NOTICES-SENT.
               OPEN INPUT TRUANCY-NOTICES.
               IF WS-NOTICE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ TRUANCY-NOTICES
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF TN-TERM = WS-REPORT-TERM THEN
                                   PERFORM NOTE-NOTICE-SENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRUANCY-NOTICES
               END-IF.

            NOTE-NOTICE-SENT.
               ADD 1 TO WS-PRIOR-NOTICES.
               MOVE TN-STUDENT-ID TO WS-SEARCH-ID.
               PERFORM FIND-COUNT-ENTRY.
               IF WS-COUNT-SUB > 0 THEN
                   IF TN-LEVEL > WS-CT-LEVEL-SENT(WS-COUNT-SUB) THEN
                       MOVE TN-LEVEL TO WS-CT-LEVEL-SENT(WS-COUNT-SUB)
                   END-IF
               END-IF.

            CHECK-STUDENT-ESCALATION.
               IF SCHOOL-STATUS NOT = "A" THEN
                   CONTINUE
               ELSE
                   MOVE SCHOOL-STUDENT-ID TO WS-SEARCH-ID
                   PERFORM FIND-COUNT-ENTRY
                   IF WS-COUNT-SUB > 0 THEN
                       PERFORM ESCALATE-STUDENT
                   END-IF
               END-IF.

            ESCALATE-STUDENT.
               MOVE 0 TO WS-REACHED-LEVEL.
               IF WS-CT-UNEXCUSED(WS-COUNT-SUB) >= WS-REFERRAL-DAYS
                   MOVE 3 TO WS-REACHED-LEVEL
               ELSE IF WS-CT-UNEXCUSED(WS-COUNT-SUB) >=
                       WS-NOTICE2-DAYS THEN
                   MOVE 2 TO WS-REACHED-LEVEL
               ELSE IF WS-CT-UNEXCUSED(WS-COUNT-SUB) >=
                       WS-NOTICE1-DAYS THEN
                   MOVE 1 TO WS-REACHED-LEVEL
               END-IF
               END-IF
               END-IF.
               MOVE 0 TO WS-NEXT-LEVEL.
               IF WS-REACHED-LEVEL > WS-CT-LEVEL-SENT(WS-COUNT-SUB)
                   COMPUTE WS-NEXT-LEVEL =
                       WS-CT-LEVEL-SENT(WS-COUNT-SUB) + 1
                   PERFORM PRINT-TRUANCY-LETTER
                   PERFORM RECORD-NOTICE
               END-IF.
               IF WS-REACHED-LEVEL = 3 THEN
                   PERFORM NOTE-REFERRAL
               END-IF.

            RECORD-NOTICE.
               MOVE SCHOOL-STUDENT-ID TO TN-STUDENT-ID.
               MOVE WS-REPORT-TERM TO TN-TERM.
               MOVE WS-NEXT-LEVEL TO TN-LEVEL.
               MOVE WS-TODAY-DATE TO TN-DATE.
               MOVE WS-CT-UNEXCUSED(WS-COUNT-SUB) TO TN-UNEXCUSED.
               MOVE SCHOOL-CAMPUS-CODE TO TN-CAMPUS.
               MOVE OperatorId TO TN-OPERATOR.
               WRITE TRUANCY-NOTICE-REC.
               MOVE WS-NEXT-LEVEL TO WS-CT-LEVEL-SENT(WS-COUNT-SUB).
               IF WS-NEXT-LEVEL = 1 THEN
                   ADD 1 TO WS-LEVEL1-COUNT
               ELSE IF WS-NEXT-LEVEL = 2 THEN
                   ADD 1 TO WS-LEVEL2-COUNT
               ELSE
                   ADD 1 TO WS-LEVEL3-COUNT
               END-IF
               END-IF.

            NOTE-REFERRAL.
               IF WS-REF-COUNT < 2000 THEN
                   ADD 1 TO WS-REF-COUNT
                   MOVE SCHOOL-STUDENT-ID
                       TO WS-RF-STUDENT-ID(WS-REF-COUNT)
                   MOVE SCHOOL-NAME TO WS-RF-NAME(WS-REF-COUNT)
                   MOVE SCHOOL-CAMPUS-CODE
                       TO WS-RF-CAMPUS(WS-REF-COUNT)
                   MOVE SCHOOL-GRADE-LEVEL
                       TO WS-RF-GRADE(WS-REF-COUNT)
                   MOVE WS-CT-UNEXCUSED(WS-COUNT-SUB)
                       TO WS-RF-UNEXCUSED(WS-REF-COUNT)
                   IF WS-NEXT-LEVEL = 3 THEN
                       MOVE "REFERRED NOW" TO WS-RF-STATUS(WS-REF-COUNT)
                   ELSE IF WS-CT-LEVEL-SENT(WS-COUNT-SUB) = 3 THEN
                       MOVE "REFERRED" TO WS-RF-STATUS(WS-REF-COUNT)
                   ELSE
                       MOVE "NOTICE DUE" TO WS-RF-STATUS(WS-REF-COUNT)
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "Referral table full, not listed: "
                       SCHOOL-STUDENT-ID
               END-IF.

            PRINT-TRUANCY-LETTER.
               ADD 1 TO WS-PAGE-NUMBER.
               ADD 1 TO WS-LETTER-COUNT.
               MOVE SPACES TO LETTER-LINE.
               IF WS-NEXT-LEVEL = 1 THEN
                   MOVE "TRUANCY NOTICE - FIRST NOTICE" TO LETTER-LINE
               ELSE IF WS-NEXT-LEVEL = 2 THEN
                   MOVE "TRUANCY NOTICE - SECOND NOTICE" TO LETTER-LINE
               ELSE
                   MOVE "TRUANCY NOTICE - REFERRAL" TO LETTER-LINE
               END-IF
               END-IF.
               MOVE "PAGE " TO LETTER-LINE(62:5).
               MOVE WS-PAGE-NUMBER TO LETTER-LINE(67:4).
               WRITE LETTER-LINE.
               MOVE ALL "-" TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               STRING "Date: " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "    Campus: " DELIMITED BY SIZE
                      SCHOOL-CAMPUS-CODE DELIMITED BY SIZE
                      "    Term: " DELIMITED BY SIZE
                      WS-REPORT-TERM DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SCHOOL-STUDENT-ID TO MB-STUDENT-ID.
               MOVE 0 TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               STRING "Dear Parent or Guardian of "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(SCHOOL-NAME) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE WS-CT-UNEXCUSED(WS-COUNT-SUB) TO WS-EDIT-DAYS.
               MOVE SPACES TO LETTER-LINE.
               STRING "Our records show your student (ID "
                      DELIMITED BY SIZE
                      SCHOOL-STUDENT-ID DELIMITED BY SIZE
                      ", grade " DELIMITED BY SIZE
                      SCHOOL-GRADE-LEVEL DELIMITED BY SIZE
                      ") has" DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               STRING FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                      " unexcused absences so far this term."
                      DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF WS-NEXT-LEVEL = 1 THEN
                   PERFORM PRINT-FIRST-NOTICE-TEXT
               ELSE IF WS-NEXT-LEVEL = 2 THEN
                   PERFORM PRINT-SECOND-NOTICE-TEXT
               ELSE
                   PERFORM PRINT-REFERRAL-TEXT
               END-IF
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "Sincerely," TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "The Campus Attendance Office" TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

            PRINT-FIRST-NOTICE-TEXT.
               MOVE "State law requires regular school attendance. "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "Please contact the campus attendance office to "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "discuss these absences and provide any excuse."
                   TO LETTER-LINE.
               WRITE LETTER-LINE.

            PRINT-SECOND-NOTICE-TEXT.
               MOVE "This is the second notice of unexcused absences "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE WS-REFERRAL-DAYS TO WS-EDIT-DAYS.
               MOVE SPACES TO LETTER-LINE.
               STRING "this term. At " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                      " unexcused absences the campus is required"
                      DELIMITED BY SIZE
                      INTO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "to refer your student for truancy. Please "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "contact the campus attendance office at once."
                   TO LETTER-LINE.
               WRITE LETTER-LINE.

            PRINT-REFERRAL-TEXT.
               MOVE "Your student has reached the number of unexcused"
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "absences at which the campus must refer the "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "student for truancy. The referral has been made "
                   TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "and the attendance officer will contact you."
                   TO LETTER-LINE.
               WRITE LETTER-LINE.

            PRINT-REFERRAL-LIST.
               OPEN OUTPUT REFERRAL-LIST.
               MOVE SPACES TO REFERRAL-LINE.
               STRING "TRUANCY REFERRAL LIST  TERM " DELIMITED BY SIZE
                      WS-REPORT-TERM DELIMITED BY SIZE
                      "  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "  REFERRAL AT " DELIMITED BY SIZE
                      WS-REFERRAL-DAYS DELIMITED BY SIZE
                      INTO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE ALL "=" TO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE 1 TO WS-REF-SUB.
               PERFORM UNTIL WS-REF-SUB > WS-REF-COUNT
                   MOVE WS-RF-CAMPUS(WS-REF-SUB) TO WS-WORK-CAMPUS
                   PERFORM FIND-CAMPUS-ENTRY
                   IF WS-CAMPUS-SUB > 0 THEN
                       ADD 1 TO WS-TC-REFERRALS(WS-CAMPUS-SUB)
                   END-IF
                   ADD 1 TO WS-REF-SUB
               END-PERFORM.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   IF WS-TC-REFERRALS(WS-CAMPUS-SUB) > 0 THEN
                       PERFORM PRINT-CAMPUS-REFERRALS
                   END-IF
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               IF WS-REF-COUNT = 0 THEN
                   MOVE "NO STUDENTS AT THE REFERRAL LEVEL"
                       TO REFERRAL-LINE
                   WRITE REFERRAL-LINE
               END-IF.
               MOVE SPACES TO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE SPACES TO REFERRAL-LINE.
               STRING "STUDENTS LISTED " DELIMITED BY SIZE
                      WS-REF-COUNT DELIMITED BY SIZE
                      "  REFERRED THIS RUN " DELIMITED BY SIZE
                      WS-LEVEL3-COUNT DELIMITED BY SIZE
                      INTO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               CLOSE REFERRAL-LIST.

            PRINT-CAMPUS-REFERRALS.
               MOVE SPACES TO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE SPACES TO REFERRAL-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      WS-TC-CODE(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      "  TERM " DELIMITED BY SIZE
                      WS-TC-START(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TC-END(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE "ID    NAME                      GR  UNEXC  STATUS"
                   TO REFERRAL-LINE.
               WRITE REFERRAL-LINE.
               MOVE 1 TO WS-REF-SUB.
               PERFORM UNTIL WS-REF-SUB > WS-REF-COUNT
                   IF WS-RF-CAMPUS(WS-REF-SUB) =
                           WS-TC-CODE(WS-CAMPUS-SUB) THEN
                       MOVE SPACES TO REFERRAL-LINE
                       MOVE WS-RF-STUDENT-ID(WS-REF-SUB)
                           TO REFERRAL-LINE(1:5)
                       MOVE WS-RF-NAME(WS-REF-SUB)
                           TO REFERRAL-LINE(7:25)
                       MOVE WS-RF-GRADE(WS-REF-SUB)
                           TO REFERRAL-LINE(33:2)
                       MOVE WS-RF-UNEXCUSED(WS-REF-SUB)
                           TO WS-EDIT-DAYS
                       MOVE WS-EDIT-DAYS TO REFERRAL-LINE(38:3)
                       MOVE WS-RF-STATUS(WS-REF-SUB)
                           TO REFERRAL-LINE(44:12)
                       WRITE REFERRAL-LINE
                   END-IF
                   ADD 1 TO WS-REF-SUB
               END-PERFORM.
               MOVE SPACES TO REFERRAL-LINE.
               STRING "    CAMPUS TOTAL " DELIMITED BY SIZE
                      WS-TC-REFERRALS(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      INTO REFERRAL-LINE.
               WRITE REFERRAL-LINE.

      * guardian address block from the contact master; a letter
      * that cannot be mailed is marked and held for the office
            PRINT-ADDRESS-BLOCK.
               CALL "MAIL-ADDRESS" USING WS-PROGRAM-NAME, WS-MAIL-BLOCK.
               IF MB-ADDRESSED THEN
                   ADD 1 TO WS-ADDRESSED-COUNT
                   MOVE MB-LINE(1) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(2) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(3) TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "*** NOT ADDRESSED: " DELIMITED BY SIZE
                          MB-REASON DELIMITED BY SIZE
                          " - HOLD FOR OFFICE ***" DELIMITED BY SIZE
                          INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

       END PROGRAM TRUANCY-LETTERS.
