      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Load the state assessment results file into the
      *          indexed assessment history, keyed by student, test
      *          code and administration date. Every score record is
      *          checked against the SCHOOL roster and for a valid
      *          test, subject, administration date, scale score and
      *          performance level (1 did not meet, 2 approaches,
      *          3 meets, 4 masters). The campus is taken from the
      *          roster when the record is loaded. A record already in
      *          the history for the same key is replaced, so a
      *          corrected results file can be loaded again. Rejected
      *          records, including students not on the roster, are
      *          listed with their line number on the error list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESSMENT-IMPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCORE-FILE ASSIGN DYNAMIC WS-SCORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
               SELECT ASSESSMENT-HISTORY ASSIGN DYNAMIC
                   WS-ASSESSMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-ASSESSMENT-STATUS.
               SELECT SCHOOL ASSIGN DYNAMIC WS-SCHOOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHOOL-STUDENT-ID
               FILE STATUS IS WS-SCHOOL-STATUS.
               SELECT LOAD-ERRORS ASSIGN DYNAMIC WS-LOAD-ERRORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCORE-FILE.
           01 SCORE-REC.
               05 SI-STUDENT-ID PIC 9(5).
               05 SI-TEST-CODE PIC X(6).
               05 SI-SUBJECT PIC X(10).
               05 SI-ADMIN-DATE PIC 9(8).
               05 SI-TESTED-GRADE PIC 9(2).
               05 SI-SCALE-SCORE PIC 9(4).
               05 SI-PERF-LEVEL PIC 9(1).

           FD ASSESSMENT-HISTORY.
           01 ASSESSMENT-REC.
               COPY "AssessmentRec.cpy".

           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD LOAD-ERRORS.
           01 LOAD-ERROR-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-SCORE-PATH PIC X(100) VALUE
               "AssessmentScores.txt".
           01 WS-ASSESSMENT-PATH PIC X(100) VALUE
               "AssessmentHistory.dat".
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-LOAD-ERRORS-PATH PIC X(100) VALUE
               "AssessmentErrors.txt".
           01 WS-SCORE-STATUS PIC X(2).
           01 WS-ASSESSMENT-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-DATE-RESULT PIC X(2).
           01 WS-REJECT-REASON PIC X(40).
           01 WS-LINE-NUMBER PIC 9(7) VALUE 0.
           01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
           01 WS-REPLACED-COUNT PIC 9(7) VALUE 0.
           01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "ASSESSMENT-IMPORT".
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESSMENT_SCORE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCORE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ASSESSMENT_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ASSESSMENT-PATH
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
                       "ASSESSMENT_ERROR_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-LOAD-ERRORS-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT SCORE-FILE.
               IF WS-SCORE-STATUS NOT = "00" THEN
                   DISPLAY "ASSESSMENT scores not found, nothing to "
                       "load"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   GOBACK
               END-IF.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, cannot match "
                       "students"
                   CLOSE SCORE-FILE
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-POSTED-COUNT
                   GOBACK
               END-IF.
               OPEN I-O ASSESSMENT-HISTORY.
               IF WS-ASSESSMENT-STATUS = "35" THEN
                   OPEN OUTPUT ASSESSMENT-HISTORY
                   CLOSE ASSESSMENT-HISTORY
                   OPEN I-O ASSESSMENT-HISTORY
               END-IF.
               OPEN OUTPUT LOAD-ERRORS.
               MOVE "ASSESSMENT SCORE LOAD ERRORS" TO LOAD-ERROR-LINE.
               WRITE LOAD-ERROR-LINE.
               MOVE ALL "-" TO LOAD-ERROR-LINE.
               WRITE LOAD-ERROR-LINE.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCORE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           PERFORM IMPORT-SCORE
                               THRU IMPORT-SCORE-EXIT
                   END-READ
               END-PERFORM.
               IF WS-ERROR-COUNT = 0 THEN
                   MOVE "NO ERRORS" TO LOAD-ERROR-LINE
                   WRITE LOAD-ERROR-LINE
               END-IF.
               CLOSE SCORE-FILE.
               CLOSE SCHOOL.
               CLOSE ASSESSMENT-HISTORY.
               CLOSE LOAD-ERRORS.
               COMPUTE WS-POSTED-COUNT =
                   WS-LOADED-COUNT + WS-REPLACED-COUNT.
               DISPLAY "===== ASSESSMENT IMPORT CONTROL TOTALS =====".
               DISPLAY "Lines read:         " WS-LINE-NUMBER.
               DISPLAY "Scores loaded:      " WS-LOADED-COUNT.
               DISPLAY "Scores replaced:    " WS-REPLACED-COUNT.
               DISPLAY "Errors:             " WS-ERROR-COUNT.
               DISPLAY "  Not on roster:    " WS-UNMATCHED-COUNT.
               IF WS-ERROR-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-ERROR-COUNT DELIMITED BY SIZE
                          " assessment scores not loaded, see error "
                          DELIMITED BY SIZE
                          "list" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-LINE-NUMBER, WS-POSTED-COUNT, WS-ERROR-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-POSTED-COUNT.
               GOBACK.

            IMPORT-SCORE.
               IF SCORE-REC = SPACES THEN
                   MOVE "Blank record" TO WS-REJECT-REASON
                   PERFORM WRITE-LOAD-ERROR
                   GO TO IMPORT-SCORE-EXIT
               END-IF.
               PERFORM VALIDATE-SCORE.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-LOAD-ERROR
                   GO TO IMPORT-SCORE-EXIT
               END-IF.
               MOVE SI-STUDENT-ID TO TS-STUDENT-ID.
               MOVE SI-TEST-CODE TO TS-TEST-CODE.
               MOVE SI-ADMIN-DATE TO TS-ADMIN-DATE.
               MOVE SI-SUBJECT TO TS-SUBJECT.
               IF SI-TESTED-GRADE IS NUMERIC THEN
                   MOVE SI-TESTED-GRADE TO TS-TESTED-GRADE
               ELSE
                   MOVE SCHOOL-GRADE-LEVEL TO TS-TESTED-GRADE
               END-IF.
               MOVE SCHOOL-CAMPUS-CODE TO TS-CAMPUS-CODE.
               MOVE SI-SCALE-SCORE TO TS-SCALE-SCORE.
               MOVE SI-PERF-LEVEL TO TS-PERF-LEVEL.
               MOVE WS-TODAY-DATE TO TS-LOADED-DATE.
               WRITE ASSESSMENT-REC
                   INVALID KEY
                       REWRITE ASSESSMENT-REC
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE.

            IMPORT-SCORE-EXIT.
               EXIT.

            VALIDATE-SCORE.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE "00" TO WS-DATE-RESULT.
               IF SI-ADMIN-DATE IS NUMERIC THEN
                   CALL "DATE-CHECK" USING SI-ADMIN-DATE,
                       WS-DATE-RESULT
               END-IF.
               IF SI-STUDENT-ID IS NOT NUMERIC OR
                       SI-STUDENT-ID = ZERO THEN
                   MOVE "Invalid student ID" TO WS-REJECT-REASON
               ELSE IF SI-TEST-CODE = SPACES THEN
                   MOVE "Test code missing" TO WS-REJECT-REASON
               ELSE IF SI-SUBJECT = SPACES THEN
                   MOVE "Subject missing" TO WS-REJECT-REASON
               ELSE IF SI-ADMIN-DATE IS NOT NUMERIC THEN
                   MOVE "Invalid administration date"
                       TO WS-REJECT-REASON
               ELSE IF WS-DATE-RESULT = "05" THEN
                   MOVE "Administration date in the future"
                       TO WS-REJECT-REASON
               ELSE IF WS-DATE-RESULT NOT = "00" THEN
                   MOVE "Invalid administration date"
                       TO WS-REJECT-REASON
               ELSE IF SI-TESTED-GRADE IS NUMERIC AND
                       SI-TESTED-GRADE > 12 THEN
                   MOVE "Invalid tested grade" TO WS-REJECT-REASON
               ELSE IF SI-SCALE-SCORE IS NOT NUMERIC THEN
                   MOVE "Invalid scale score" TO WS-REJECT-REASON
               ELSE IF SI-PERF-LEVEL IS NOT NUMERIC OR
                       SI-PERF-LEVEL < 1 OR SI-PERF-LEVEL > 4 THEN
                   MOVE "Performance level must be 1 to 4"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE SI-STUDENT-ID TO SCHOOL-STUDENT-ID
                   READ SCHOOL
                       INVALID KEY
                           MOVE "Student not on roster"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-UNMATCHED-COUNT
                   END-READ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

            WRITE-LOAD-ERROR.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO LOAD-ERROR-LINE.
               STRING "LINE " DELIMITED BY SIZE
                      WS-LINE-NUMBER DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      SCORE-REC DELIMITED BY SIZE
                      INTO LOAD-ERROR-LINE.
               WRITE LOAD-ERROR-LINE.

       END PROGRAM ASSESSMENT-IMPORT.
