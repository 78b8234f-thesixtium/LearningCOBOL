      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: State count-day enrollment extract. Takes a snapshot
      *          of the SCHOOL roster as of the count date (COUNT_DATE)
      *          and writes the student-level state submission file
      *          with a header record and a trailer carrying the
      *          record count and a student-ID hash. Students who
      *          withdrew after the count date are put back in from
      *          the withdrawal history, students enrolled after it
      *          are left out, and a student who changed campus after
      *          it is reported at the campus held on the count date
      *          from the transfer history. Every record is run
      *          through the state's edit rules first; a record that
      *          fails is kept out of the submission and listed on the
      *          edit report, which closes with counts of submitted
      *          and rejected students by campus and grade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-DAY-EXTRACT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT CAMPUS-MASTER ASSIGN DYNAMIC
                   WS-CAMPUS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-MASTER-STATUS.
               SELECT TRANSFER-HISTORY ASSIGN DYNAMIC
                   WS-TR-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-HISTORY-STATUS.
               SELECT WITHDRAW-HISTORY ASSIGN DYNAMIC
                   WS-WD-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-HISTORY-STATUS.
               SELECT STATE-SUBMISSION ASSIGN DYNAMIC
                   WS-SUBMISSION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EDIT-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD CAMPUS-MASTER.
           01 CAMPUS-MASTER-REC.
               COPY "CampusRec.cpy".

           FD TRANSFER-HISTORY.
           01 TRANSFER-HISTORY-REC.
               05 TH-STUDENT-ID PIC 9(5).
               05 TH-NAME PIC A(25).
               05 TH-FROM-CAMPUS PIC X(3).
               05 TH-TO-CAMPUS PIC X(3).
               05 TH-EFFECTIVE-DATE PIC 9(8).
               05 TH-POSTED-DATE PIC 9(8).

           FD WITHDRAW-HISTORY.
           01 WITHDRAW-HISTORY-REC.
               COPY "WithdrawHistRec.cpy".

           FD STATE-SUBMISSION.
           01 SUBMISSION-REC PIC X(80).

           FD EDIT-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-CAMPUS-MASTER-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-TR-HISTORY-PATH PIC X(100) VALUE
               "TransferHistory.txt".
           01 WS-WD-HISTORY-PATH PIC X(100) VALUE
               "WithdrawHistory.txt".
           01 WS-SUBMISSION-PATH PIC X(100) VALUE
               "StateCountSubmission.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "CountDayEditReport.txt".
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-CAMPUS-MASTER-STATUS PIC X(2).
           01 WS-TR-HISTORY-STATUS PIC X(2).
           01 WS-WD-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CAMPUS-EOF PIC A(1) VALUE "N".
           01 WS-TR-EOF PIC A(1) VALUE "N".
           01 WS-WD-EOF PIC A(1) VALUE "N".
           01 WS-COUNT-DATE PIC 9(8) VALUE 0.
           01 WS-DISTRICT-CODE PIC X(6) VALUE "000000".
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-CAMPUS-ENTRY OCCURS 50 TIMES.
                   10 WS-CMP-CODE PIC X(3).
                   10 WS-CMP-ACTIVE PIC A(1).
           01 WS-TR-COUNT PIC 9(4) VALUE 0.
           01 WS-TR-TABLE.
               05 WS-TR-ENTRY OCCURS 5000 TIMES.
                   10 WS-TR-STUDENT-ID PIC 9(5).
                   10 WS-TR-FROM-CAMPUS PIC X(3).
                   10 WS-TR-EFFECTIVE-DATE PIC 9(8).
           01 WS-WD-COUNT PIC 9(4) VALUE 0.
           01 WS-WD-TABLE.
               05 WS-WD-ENTRY OCCURS 5000 TIMES.
                   10 WS-WD-STUDENT-ID PIC 9(5).
                   10 WS-WD-DATE PIC 9(8).
           01 WS-TABLE-OVERFLOW PIC A(1) VALUE "N".
           01 WS-SUM-COUNT PIC 9(2) VALUE 0.
           01 WS-SUM-TABLE.
               05 WS-SUM-CAMPUS OCCURS 50 TIMES.
                   10 WS-SUM-CAMPUS-CODE PIC X(3).
                   10 WS-SUM-GRADE OCCURS 14 TIMES.
                       15 WS-SUM-SUBMITTED PIC 9(5).
                       15 WS-SUM-ERRORS PIC 9(5).
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-CAMPUS-SUB PIC 9(2) VALUE 0.
           01 WS-GRADE-SUB PIC 9(2) VALUE 0.
           01 WS-LATEST-WD-DATE PIC 9(8).
           01 WS-FIRST-TR-DATE PIC 9(8).
           01 WS-SNAP-CAMPUS PIC X(3).
           01 WS-SNAP-CODE PIC X(1).
               88 WS-SNAP-ENROLLED VALUE "E".
               88 WS-SNAP-WITHDRAWN VALUE "W".
               88 WS-SNAP-TRANSFERRED VALUE "T".
           01 WS-IN-SNAPSHOT PIC A(1).
           01 WS-RECORD-ERRORS PIC 9(2) VALUE 0.
           01 WS-ERROR-CODE PIC X(3).
           01 WS-ERROR-TEXT PIC X(30).
           01 WS-CAMPUS-SUBMITTED PIC 9(7).
           01 WS-CAMPUS-ERRORS PIC 9(7).
           01 WS-GRADE-LABEL PIC X(2).
           01 WS-SB-HEADER.
               05 WS-SBH-TYPE PIC X(1) VALUE "H".
               05 WS-SBH-DISTRICT PIC X(6).
               05 WS-SBH-COUNT-DATE PIC 9(8).
               05 WS-SBH-CREATE-DATE PIC 9(8).
               05 FILLER PIC X(57) VALUE SPACES.
           01 WS-SB-DETAIL.
               05 WS-SBD-TYPE PIC X(1) VALUE "D".
               05 WS-SBD-DISTRICT PIC X(6).
               05 WS-SBD-STUDENT-ID PIC 9(5).
               05 WS-SBD-NAME PIC X(25).
               05 WS-SBD-GRADE-LEVEL PIC 9(2).
               05 WS-SBD-CAMPUS PIC X(3).
               05 WS-SBD-ENROLLMENT-DATE PIC 9(8).
               05 WS-SBD-SNAPSHOT-CODE PIC X(1).
               05 WS-SBD-COUNT-DATE PIC 9(8).
               05 FILLER PIC X(21) VALUE SPACES.
           01 WS-SB-TRAILER.
               05 WS-SBT-TYPE PIC X(1) VALUE "T".
               05 WS-SBT-DETAIL-COUNT PIC 9(7).
               05 WS-SBT-RECORD-COUNT PIC 9(7).
               05 WS-SBT-ID-HASH PIC 9(12).
               05 FILLER PIC X(53) VALUE SPACES.
           01 WS-ID-HASH PIC 9(12) VALUE 0.
           01 WS-ROSTER-READ PIC 9(7) VALUE 0.
           01 WS-LATE-ENROLL-COUNT PIC 9(7) VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-SNAPSHOT-COUNT PIC 9(7) VALUE 0.
           01 WS-WITHDRAWN-AFTER-COUNT PIC 9(7) VALUE 0.
           01 WS-TRANSFERRED-AFTER-COUNT PIC 9(7) VALUE 0.
           01 WS-SUBMITTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ERROR-STUDENT-COUNT PIC 9(7) VALUE 0.
           01 WS-ERROR-LINE-COUNT PIC 9(7) VALUE 0.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "COUNT-DAY-EXTRACT".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-ROSTER-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SCHOOL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCHOOL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CAMPUS_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CAMPUS-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRANSFER_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TR-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "WITHDRAW_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-WD-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STATE_SUBMISSION_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SUBMISSION-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "COUNT_DAY_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STATE_DISTRICT_CODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:6) TO WS-DISTRICT-CODE
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "COUNT_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-COUNT-DATE
                       END-IF
               END-ACCEPT.
               MOVE WS-COUNT-DATE TO WS-DATE-CHECK.
               CALL "DATE-CHECK" USING WS-DATE-CHECK, WS-DATE-RESULT.
               IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   DISPLAY "COUNT_DATE not set or invalid, cannot "
                       "take the count-day snapshot"
                   MOVE "NODATE" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ROSTER-READ
                   GOBACK
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-CAMPUS-MASTER.
               PERFORM LOAD-TRANSFER-HISTORY.
               PERFORM LOAD-WITHDRAW-HISTORY.
               IF WS-TABLE-OVERFLOW = "Y" THEN
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ROSTER-READ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
                       "extract"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ROSTER-READ
                   GOBACK
               END-IF.
               OPEN OUTPUT STATE-SUBMISSION.
               MOVE WS-DISTRICT-CODE TO WS-SBH-DISTRICT.
               MOVE WS-COUNT-DATE TO WS-SBH-COUNT-DATE.
               MOVE WS-TODAY-DATE TO WS-SBH-CREATE-DATE.
               WRITE SUBMISSION-REC FROM WS-SB-HEADER.
               OPEN OUTPUT EDIT-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "COUNT DAY EDIT REPORT  COUNT DATE "
                      DELIMITED BY SIZE
                      WS-COUNT-DATE DELIMITED BY SIZE
                      "  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "ERROR LIST" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "STUDENT NAME                      CAMPUS GR  "
                      DELIMITED BY SIZE
                      "CODE ERROR" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM SNAPSHOT-ONE-STUDENT
                   END-READ
               END-PERFORM.
               CLOSE SCHOOL.
               IF WS-ERROR-LINE-COUNT = 0 THEN
                   MOVE "    NO EDIT ERRORS" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-SUBMITTED-COUNT TO WS-SBT-DETAIL-COUNT.
               COMPUTE WS-SBT-RECORD-COUNT = WS-SUBMITTED-COUNT + 2.
               MOVE WS-ID-HASH TO WS-SBT-ID-HASH.
               WRITE SUBMISSION-REC FROM WS-SB-TRAILER.
               CLOSE STATE-SUBMISSION.
               PERFORM PRINT-SUMMARY.
               CLOSE EDIT-REPORT.
               DISPLAY "===== COUNT DAY CONTROL TOTALS =====".
               DISPLAY "Count date:          " WS-COUNT-DATE.
               DISPLAY "Roster read:         " WS-ROSTER-READ.
               DISPLAY "Enrolled after date: " WS-LATE-ENROLL-COUNT.
               DISPLAY "Inactive on date:    " WS-INACTIVE-COUNT.
               DISPLAY "In snapshot:         " WS-SNAPSHOT-COUNT.
               DISPLAY "Withdrawn after:     "
                   WS-WITHDRAWN-AFTER-COUNT.
               DISPLAY "Transferred after:   "
                   WS-TRANSFERRED-AFTER-COUNT.
               DISPLAY "Submitted:           " WS-SUBMITTED-COUNT.
               DISPLAY "Failed state edits:  " WS-ERROR-STUDENT-COUNT.
               IF WS-ERROR-STUDENT-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-ERROR-STUDENT-COUNT DELIMITED BY SIZE
                          " students failed state edits, not "
                          DELIMITED BY SIZE
                          "submitted" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-SNAPSHOT-COUNT, WS-SUBMITTED-COUNT,
                   WS-ERROR-STUDENT-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-SUBMITTED-COUNT.
               GOBACK.

            LOAD-CAMPUS-MASTER.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "CAMPUS-MASTER not found, every campus "
                       "will fail the campus edit"
               ELSE
                   PERFORM UNTIL WS-CAMPUS-EOF = "Y"
                       READ CAMPUS-MASTER
                           AT END MOVE "Y" TO WS-CAMPUS-EOF
                           NOT AT END
                               IF WS-CAMPUS-COUNT < 50 THEN
                                   ADD 1 TO WS-CAMPUS-COUNT
                                   MOVE CMP-CODE TO WS-CMP-CODE
                                       (WS-CAMPUS-COUNT)
                                   MOVE CMP-ACTIVE
                                       TO WS-CMP-ACTIVE
                                           (WS-CAMPUS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPUS-MASTER
               END-IF.

      * only the original campus and effective date of each move are
      * needed to wind a student back to the count date
            LOAD-TRANSFER-HISTORY.
               OPEN INPUT TRANSFER-HISTORY.
               IF WS-TR-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "TRANSFER-HISTORY not found, current "
                       "campus used for every student"
               ELSE
                   PERFORM UNTIL WS-TR-EOF = "Y"
                       READ TRANSFER-HISTORY
                           AT END MOVE "Y" TO WS-TR-EOF
                           NOT AT END
                               IF WS-TR-COUNT < 5000 THEN
                                   ADD 1 TO WS-TR-COUNT
                                   MOVE TH-STUDENT-ID
                                       TO WS-TR-STUDENT-ID
                                           (WS-TR-COUNT)
                                   MOVE TH-FROM-CAMPUS
                                       TO WS-TR-FROM-CAMPUS
                                           (WS-TR-COUNT)
                                   MOVE TH-EFFECTIVE-DATE
                                       TO WS-TR-EFFECTIVE-DATE
                                           (WS-TR-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABLE-OVERFLOW
                                   MOVE "Y" TO WS-TR-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER-HISTORY
                   IF WS-TABLE-OVERFLOW = "Y" THEN
                       DISPLAY "Transfer history past 5000 entries, "
                           "snapshot not taken"
                   END-IF
               END-IF.

            LOAD-WITHDRAW-HISTORY.
               OPEN INPUT WITHDRAW-HISTORY.
               IF WS-WD-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "WITHDRAW-HISTORY not found, inactive "
                       "students are left out of the snapshot"
               ELSE
                   PERFORM UNTIL WS-WD-EOF = "Y"
                       READ WITHDRAW-HISTORY
                           AT END MOVE "Y" TO WS-WD-EOF
                           NOT AT END
                               IF WS-WD-COUNT < 5000 THEN
                                   ADD 1 TO WS-WD-COUNT
                                   MOVE WH-STUDENT-ID
                                       TO WS-WD-STUDENT-ID
                                           (WS-WD-COUNT)
                                   MOVE WH-WITHDRAW-DATE
                                       TO WS-WD-DATE(WS-WD-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABLE-OVERFLOW
                                   MOVE "Y" TO WS-WD-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WITHDRAW-HISTORY
                   IF WS-TABLE-OVERFLOW = "Y" THEN
                       DISPLAY "Withdrawal history past 5000 "
                           "entries, snapshot not taken"
                   END-IF
               END-IF.

      * a student is in the snapshot when enrolled on or before the
      * count date and either still active or last withdrawn after it
            SNAPSHOT-ONE-STUDENT.
               MOVE "Y" TO WS-IN-SNAPSHOT.
               MOVE "E" TO WS-SNAP-CODE.
               IF SCHOOL-ENROLLMENT-DATE IS NUMERIC AND
                       SCHOOL-ENROLLMENT-DATE > WS-COUNT-DATE THEN
                   ADD 1 TO WS-LATE-ENROLL-COUNT
                   MOVE "N" TO WS-IN-SNAPSHOT
               ELSE IF SCHOOL-STATUS NOT = "A" THEN
                   PERFORM FIND-LATEST-WITHDRAWAL
                   IF WS-LATEST-WD-DATE > WS-COUNT-DATE THEN
                       MOVE "W" TO WS-SNAP-CODE
                       ADD 1 TO WS-WITHDRAWN-AFTER-COUNT
                   ELSE
                       ADD 1 TO WS-INACTIVE-COUNT
                       MOVE "N" TO WS-IN-SNAPSHOT
                   END-IF
               END-IF
               END-IF.
               IF WS-IN-SNAPSHOT = "Y" THEN
                   ADD 1 TO WS-SNAPSHOT-COUNT
                   PERFORM FIND-COUNT-DAY-CAMPUS
                   PERFORM EDIT-STUDENT
                   PERFORM TALLY-STUDENT
                   IF WS-RECORD-ERRORS = 0 THEN
                       PERFORM WRITE-SUBMISSION-DETAIL
                   ELSE
                       ADD 1 TO WS-ERROR-STUDENT-COUNT
                   END-IF
               END-IF.

            FIND-LATEST-WITHDRAWAL.
               MOVE 0 TO WS-LATEST-WD-DATE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-WD-COUNT
                   IF WS-WD-STUDENT-ID(WS-SUB) = SCHOOL-STUDENT-ID
                           AND WS-WD-DATE(WS-SUB) >
                               WS-LATEST-WD-DATE THEN
                       MOVE WS-WD-DATE(WS-SUB) TO WS-LATEST-WD-DATE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * the first move after the count date tells where the student
      * was on the count date; later moves do not matter
            FIND-COUNT-DAY-CAMPUS.
               MOVE SCHOOL-CAMPUS-CODE TO WS-SNAP-CAMPUS.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 99999999 TO WS-FIRST-TR-DATE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-TR-COUNT
                   IF WS-TR-STUDENT-ID(WS-SUB) = SCHOOL-STUDENT-ID
                           AND WS-TR-EFFECTIVE-DATE(WS-SUB) >
                               WS-COUNT-DATE
                           AND WS-TR-EFFECTIVE-DATE(WS-SUB) <
                               WS-FIRST-TR-DATE THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                       MOVE WS-TR-EFFECTIVE-DATE(WS-SUB)
                           TO WS-FIRST-TR-DATE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE WS-TR-FROM-CAMPUS(WS-FOUND-SUB)
                       TO WS-SNAP-CAMPUS
                   ADD 1 TO WS-TRANSFERRED-AFTER-COUNT
                   IF WS-SNAP-ENROLLED THEN
                       MOVE "T" TO WS-SNAP-CODE
                   END-IF
               END-IF.

      * state edit rules; every failing rule is listed, and one
      * failure keeps the student out of the submission
            EDIT-STUDENT.
               MOVE 0 TO WS-RECORD-ERRORS.
               IF SCHOOL-STUDENT-ID IS NOT NUMERIC OR
                       SCHOOL-STUDENT-ID = ZERO THEN
                   MOVE "E01" TO WS-ERROR-CODE
                   MOVE "INVALID STUDENT ID" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF.
               IF SCHOOL-NAME = SPACES OR
                       SCHOOL-NAME(1:1) = SPACE THEN
                   MOVE "E02" TO WS-ERROR-CODE
                   MOVE "MISSING OR MISALIGNED NAME" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF.
               IF SCHOOL-GRADE-LEVEL IS NOT NUMERIC OR
                       SCHOOL-GRADE-LEVEL > 12 THEN
                   MOVE "E03" TO WS-ERROR-CODE
                   MOVE "GRADE LEVEL NOT 00-12" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-CMP-CODE(WS-SUB) = WS-SNAP-CAMPUS THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "E04" TO WS-ERROR-CODE
                   MOVE "CAMPUS NOT ON CAMPUS MASTER" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               ELSE IF WS-CMP-ACTIVE(WS-FOUND-SUB) NOT = "A" THEN
                   MOVE "E05" TO WS-ERROR-CODE
                   MOVE "CAMPUS NOT ACTIVE" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
               END-IF.
               MOVE SCHOOL-ENROLLMENT-DATE TO WS-DATE-CHECK.
               CALL "DATE-CHECK" USING WS-DATE-CHECK, WS-DATE-RESULT.
               IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   MOVE "E06" TO WS-ERROR-CODE
                   MOVE "INVALID ENROLLMENT DATE" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF.

            WRITE-ERROR-LINE.
               ADD 1 TO WS-RECORD-ERRORS.
               ADD 1 TO WS-ERROR-LINE-COUNT.
               MOVE SPACES TO REPORT-LINE.
               MOVE SCHOOL-STUDENT-ID TO REPORT-LINE(1:5).
               MOVE SCHOOL-NAME TO REPORT-LINE(9:25).
               MOVE WS-SNAP-CAMPUS TO REPORT-LINE(35:3).
               MOVE SCHOOL-GRADE-LEVEL TO REPORT-LINE(42:2).
               MOVE WS-ERROR-CODE TO REPORT-LINE(46:3).
               MOVE WS-ERROR-TEXT TO REPORT-LINE(51:30).
               WRITE REPORT-LINE.

      * grades 00-12 tally in slots 1-13; an unusable grade in 14
            TALLY-STUDENT.
               PERFORM FIND-SUMMARY-CAMPUS.
               IF WS-CAMPUS-SUB > 0 THEN
                   IF SCHOOL-GRADE-LEVEL IS NUMERIC AND
                           SCHOOL-GRADE-LEVEL <= 12 THEN
                       COMPUTE WS-GRADE-SUB =
                           SCHOOL-GRADE-LEVEL + 1
                   ELSE
                       MOVE 14 TO WS-GRADE-SUB
                   END-IF
                   IF WS-RECORD-ERRORS = 0 THEN
                       ADD 1 TO WS-SUM-SUBMITTED
                           (WS-CAMPUS-SUB, WS-GRADE-SUB)
                   ELSE
                       ADD 1 TO WS-SUM-ERRORS
                           (WS-CAMPUS-SUB, WS-GRADE-SUB)
                   END-IF
               END-IF.

            FIND-SUMMARY-CAMPUS.
               MOVE 0 TO WS-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-SUM-COUNT
                       OR WS-CAMPUS-SUB > 0
                   IF WS-SUM-CAMPUS-CODE(WS-SUB) = WS-SNAP-CAMPUS
                       MOVE WS-SUB TO WS-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-CAMPUS-SUB = 0 THEN
                   IF WS-SUM-COUNT < 50 THEN
                       ADD 1 TO WS-SUM-COUNT
                       MOVE WS-SUM-COUNT TO WS-CAMPUS-SUB
                       MOVE WS-SNAP-CAMPUS
                           TO WS-SUM-CAMPUS-CODE(WS-CAMPUS-SUB)
                       MOVE 1 TO WS-GRADE-SUB
                       PERFORM UNTIL WS-GRADE-SUB > 14
                           MOVE 0 TO WS-SUM-SUBMITTED
                               (WS-CAMPUS-SUB, WS-GRADE-SUB)
                           MOVE 0 TO WS-SUM-ERRORS
                               (WS-CAMPUS-SUB, WS-GRADE-SUB)
                           ADD 1 TO WS-GRADE-SUB
                       END-PERFORM
                   ELSE
                       DISPLAY "Campus table full, campus "
                           WS-SNAP-CAMPUS
                           " left out of the edit summary"
                   END-IF
               END-IF.

            WRITE-SUBMISSION-DETAIL.
               MOVE WS-DISTRICT-CODE TO WS-SBD-DISTRICT.
               MOVE SCHOOL-STUDENT-ID TO WS-SBD-STUDENT-ID.
               MOVE SCHOOL-NAME TO WS-SBD-NAME.
               MOVE SCHOOL-GRADE-LEVEL TO WS-SBD-GRADE-LEVEL.
               MOVE WS-SNAP-CAMPUS TO WS-SBD-CAMPUS.
               MOVE SCHOOL-ENROLLMENT-DATE TO WS-SBD-ENROLLMENT-DATE.
               MOVE WS-SNAP-CODE TO WS-SBD-SNAPSHOT-CODE.
               MOVE WS-COUNT-DATE TO WS-SBD-COUNT-DATE.
               WRITE SUBMISSION-REC FROM WS-SB-DETAIL.
               ADD 1 TO WS-SUBMITTED-COUNT.
               ADD SCHOOL-STUDENT-ID TO WS-ID-HASH.

            PRINT-SUMMARY.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "SUMMARY BY CAMPUS AND GRADE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-SUM-COUNT
                   PERFORM PRINT-CAMPUS-SUMMARY
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ROSTER READ " DELIMITED BY SIZE
                      WS-ROSTER-READ DELIMITED BY SIZE
                      "  ENROLLED AFTER COUNT DATE " DELIMITED BY SIZE
                      WS-LATE-ENROLL-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "INACTIVE ON COUNT DATE " DELIMITED BY SIZE
                      WS-INACTIVE-COUNT DELIMITED BY SIZE
                      "  IN SNAPSHOT " DELIMITED BY SIZE
                      WS-SNAPSHOT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "WITHDRAWN AFTER COUNT DATE " DELIMITED BY SIZE
                      WS-WITHDRAWN-AFTER-COUNT DELIMITED BY SIZE
                      "  TRANSFERRED AFTER " DELIMITED BY SIZE
                      WS-TRANSFERRED-AFTER-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "SUBMITTED " DELIMITED BY SIZE
                      WS-SUBMITTED-COUNT DELIMITED BY SIZE
                      "  FAILED EDITS " DELIMITED BY SIZE
                      WS-ERROR-STUDENT-COUNT DELIMITED BY SIZE
                      "  ERROR LINES " DELIMITED BY SIZE
                      WS-ERROR-LINE-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: TRAILER DETAIL COUNT "
                      DELIMITED BY SIZE
                      WS-SBT-DETAIL-COUNT DELIMITED BY SIZE
                      "  RECORD COUNT " DELIMITED BY SIZE
                      WS-SBT-RECORD-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-SUBMITTED-COUNT + WS-ERROR-STUDENT-COUNT NOT =
                       WS-SNAPSHOT-COUNT THEN
                   MOVE "*** CONTROL TOTALS DO NOT TIE ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-ERROR-STUDENT-COUNT > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** CORRECT THE ERRORS ABOVE AND RERUN "
                          DELIMITED BY SIZE
                          "BEFORE SENDING ***" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            PRINT-CAMPUS-SUMMARY.
               MOVE 0 TO WS-CAMPUS-SUBMITTED.
               MOVE 0 TO WS-CAMPUS-ERRORS.
               MOVE SPACES TO REPORT-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      WS-SUM-CAMPUS-CODE(WS-CAMPUS-SUB)
                          DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "GRADE  SUBMITTED  ERRORS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 14
                   IF WS-SUM-SUBMITTED
                           (WS-CAMPUS-SUB, WS-GRADE-SUB) > 0 OR
                       WS-SUM-ERRORS
                           (WS-CAMPUS-SUB, WS-GRADE-SUB) > 0 THEN
                       PERFORM PRINT-GRADE-SUMMARY
                   END-IF
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING "    CAMPUS TOTAL  SUBMITTED " DELIMITED BY SIZE
                      WS-CAMPUS-SUBMITTED DELIMITED BY SIZE
                      "  ERRORS " DELIMITED BY SIZE
                      WS-CAMPUS-ERRORS DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-GRADE-SUMMARY.
               IF WS-GRADE-SUB = 14 THEN
                   MOVE "??" TO WS-GRADE-LABEL
               ELSE
                   COMPUTE WS-SUB = WS-GRADE-SUB - 1
                   MOVE WS-SUB(3:2) TO WS-GRADE-LABEL
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-GRADE-LABEL TO REPORT-LINE(3:2).
               MOVE WS-SUM-SUBMITTED(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO REPORT-LINE(10:5).
               MOVE WS-SUM-ERRORS(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO REPORT-LINE(19:5).
               WRITE REPORT-LINE.
               ADD WS-SUM-SUBMITTED(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO WS-CAMPUS-SUBMITTED.
               ADD WS-SUM-ERRORS(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO WS-CAMPUS-ERRORS.

       END PROGRAM COUNT-DAY-EXTRACT.
