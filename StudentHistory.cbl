      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Student change-history report. Reads the student
      *          change-event log that student maintenance, family
      *          maintenance, ID assignment, campus transfer,
      *          withdrawal, merge, archive restore and grade
      *          promotion all write to, selects the events for one
      *          student ID, for a date range, or for a student
      *          within a date range, and prints them as a timeline
      *          per student in date and time order. Each event
      *          shows when it happened, the event type, the operator
      *          and program that made the change, and the before
      *          and after values, so one report answers who changed
      *          a student's record and when. Campus transfers and
      *          withdrawals posted before the change-event log began
      *          are taken from the transfer and withdrawal history
      *          files and merged into the timeline by their
      *          effective date; history posted once the log holds
      *          events from that program is already on the log and
      *          is not repeated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-HISTORY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EVENT-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
               SELECT TRANSFER-HISTORY ASSIGN DYNAMIC
                   WS-TRANSFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
               SELECT WITHDRAW-HISTORY ASSIGN DYNAMIC
                   WS-WITHDRAW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHDRAW-STATUS.
               SELECT HISTORY-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO "StudentHistSort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD EVENT-FILE.
           01 EVENT-REC.
               05 EV-STUDENT-ID PIC 9(5).
               05 EV-STAMP PIC X(14).
               05 EV-EVENT-TYPE PIC X(12).
               05 EV-PROGRAM PIC X(20).
               05 EV-OPERATOR PIC X(10).
               05 EV-BEFORE PIC X(40).
               05 EV-AFTER PIC X(40).

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

           SD SORT-WORK.
           01 SORT-REC.
               05 SW-STUDENT-ID PIC 9(5).
               05 SW-STAMP PIC X(14).
               05 SW-EVENT-TYPE PIC X(12).
               05 SW-PROGRAM PIC X(20).
               05 SW-OPERATOR PIC X(10).
               05 SW-BEFORE PIC X(40).
               05 SW-AFTER PIC X(40).

           FD HISTORY-REPORT.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-EVENT-PATH PIC X(100) VALUE
               "StudentEventLog.txt".
           01 WS-EVENT-STATUS PIC X(2).
           01 WS-TRANSFER-PATH PIC X(100) VALUE
               "TransferHistory.txt".
           01 WS-TRANSFER-STATUS PIC X(2).
           01 WS-WITHDRAW-PATH PIC X(100) VALUE
               "WithdrawHistory.txt".
           01 WS-WITHDRAW-STATUS PIC X(2).
           01 WS-REPORT-PATH PIC X(100) VALUE
               "StudentHistory.txt".
           01 WS-EVENT-PRESENT PIC A(1) VALUE "N".
           01 WS-TRANSFER-CUTOFF PIC X(8) VALUE "99999999".
           01 WS-WITHDRAW-CUTOFF PIC X(8) VALUE "99999999".
           01 WS-POSTED-DATE PIC X(8).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-SORT-EOF PIC A(1) VALUE "N".
           01 WS-SELECT-ID PIC X(5) VALUE SPACES.
           01 WS-SELECT-ID-NUM PIC 9(5) VALUE 0.
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           01 WS-TO-DATE PIC X(8) VALUE SPACES.
           01 WS-EVENT-DATE PIC X(8).
           01 WS-STAMP-VIEW.
               05 WS-STAMP-YEAR PIC X(4).
               05 WS-STAMP-MONTH PIC X(2).
               05 WS-STAMP-DAY PIC X(2).
               05 WS-STAMP-HOUR PIC X(2).
               05 WS-STAMP-MINUTE PIC X(2).
               05 WS-STAMP-SECOND PIC X(2).
           01 WS-FIRST-STUDENT PIC A(1) VALUE "Y".
           01 WS-PREV-STUDENT-ID PIC 9(5) VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-HISTORY-COUNT PIC 9(7) VALUE 0.
           01 WS-STUDENT-COUNT PIC 9(5) VALUE 0.
           01 WS-STUDENT-EVENTS PIC 9(5) VALUE 0.
           01 WS-EDIT-COUNT PIC Z(4)9.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "STUDENT-HISTORY".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
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
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-SELECTED-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_EVENT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EVENT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "TRANSFER_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANSFER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "WITHDRAW_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-WITHDRAW-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_HISTORY_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               PERFORM GET-SELECTION.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-SELECTED-COUNT
                   GOBACK
               END-IF.
               PERFORM FIND-LOG-START.
               OPEN OUTPUT HISTORY-REPORT.
               PERFORM PRINT-REPORT-HEADERS.
               SORT SORT-WORK
                   ON ASCENDING KEY SW-STUDENT-ID
                   ON ASCENDING KEY SW-STAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SELECT-EVENTS
                   OUTPUT PROCEDURE IS PRINT-TIMELINE.
               PERFORM PRINT-REPORT-TOTALS.
               CLOSE HISTORY-REPORT.
               DISPLAY "===== STUDENT HISTORY CONTROL TOTALS =====".
               DISPLAY "Events read:     " WS-READ-COUNT.
               DISPLAY "Events selected: " WS-SELECTED-COUNT.
               DISPLAY "From history:    " WS-HISTORY-COUNT.
               DISPLAY "Students:        " WS-STUDENT-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-SELECTED-COUNT.
               GOBACK.

      * a student ID, a date range, or both; blank dates leave that
      * end of the range open
            GET-SELECTION.
               MOVE "N" TO WS-ENV-FOUND.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "HISTORY_STUDENT_ID"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE "Y" TO WS-ENV-FOUND
                       MOVE WS-ENV-SCRATCH(1:5) TO WS-SELECT-ID
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "HISTORY_FROM_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE "Y" TO WS-ENV-FOUND
                       MOVE WS-ENV-SCRATCH(1:8) TO WS-FROM-DATE
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "HISTORY_TO_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE "Y" TO WS-ENV-FOUND
                       MOVE WS-ENV-SCRATCH(1:8) TO WS-TO-DATE
               END-ACCEPT.
               IF WS-ENV-FOUND = "N" THEN
                   DISPLAY "Enter student ID (blank for all):"
                   ACCEPT WS-SELECT-ID
                   DISPLAY "Enter from date YYYYMMDD (blank for "
                       "earliest):"
                   ACCEPT WS-FROM-DATE
                   DISPLAY "Enter to date YYYYMMDD (blank for latest):"
                   ACCEPT WS-TO-DATE
               END-IF.
               IF WS-SELECT-ID = SPACES AND WS-FROM-DATE = SPACES
                       AND WS-TO-DATE = SPACES THEN
                   DISPLAY "Enter a student ID or a date range"
                   MOVE "NOSELECT" TO WS-END-STATUS
               ELSE IF WS-SELECT-ID NOT = SPACES AND
                       WS-SELECT-ID IS NOT NUMERIC THEN
                   DISPLAY "Student ID must be 5 digits"
                   MOVE "BADID" TO WS-END-STATUS
               ELSE IF (WS-FROM-DATE NOT = SPACES AND
                       WS-FROM-DATE IS NOT NUMERIC) OR
                       (WS-TO-DATE NOT = SPACES AND
                       WS-TO-DATE IS NOT NUMERIC) THEN
                   DISPLAY "Dates must be YYYYMMDD"
                   MOVE "BADDATE" TO WS-END-STATUS
               END-IF.
               IF WS-SELECT-ID NOT = SPACES AND
                       WS-SELECT-ID IS NUMERIC THEN
                   MOVE WS-SELECT-ID TO WS-SELECT-ID-NUM
               END-IF.
               IF WS-FROM-DATE = SPACES THEN
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF.
               IF WS-TO-DATE = SPACES THEN
                   MOVE "99999999" TO WS-TO-DATE
               END-IF.

      * the first event each program wrote to the log marks where
      * its own history file stops being the only record
            FIND-LOG-START.
               OPEN INPUT EVENT-FILE.
               IF WS-EVENT-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-EVENT log not found at "
                       WS-EVENT-PATH
               ELSE
                   MOVE "Y" TO WS-EVENT-PRESENT
                   PERFORM UNTIL WS-EOF = "Y"
                       READ EVENT-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM NOTE-LOG-START
                       END-READ
                   END-PERFORM
                   CLOSE EVENT-FILE
                   MOVE "N" TO WS-EOF
               END-IF.

            NOTE-LOG-START.
               IF EV-PROGRAM = "CAMPUS-TRANSFER" AND
                       WS-TRANSFER-CUTOFF = "99999999" THEN
                   MOVE EV-STAMP(1:8) TO WS-TRANSFER-CUTOFF
               ELSE IF EV-PROGRAM = "STUDENT-WITHDRAWAL" AND
                       WS-WITHDRAW-CUTOFF = "99999999" THEN
                   MOVE EV-STAMP(1:8) TO WS-WITHDRAW-CUTOFF
               END-IF
               END-IF.

            SELECT-EVENTS.
               IF WS-EVENT-PRESENT = "Y" THEN
                   OPEN INPUT EVENT-FILE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ EVENT-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM SELECT-ONE-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE EVENT-FILE
               END-IF.
               OPEN INPUT TRANSFER-HISTORY.
               IF WS-TRANSFER-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ TRANSFER-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM SELECT-ONE-TRANSFER
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER-HISTORY
               END-IF.
               OPEN INPUT WITHDRAW-HISTORY.
               IF WS-WITHDRAW-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ WITHDRAW-HISTORY
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM SELECT-ONE-WITHDRAWAL
                       END-READ
                   END-PERFORM
                   CLOSE WITHDRAW-HISTORY
               END-IF.

            SELECT-ONE-EVENT.
               MOVE EV-STAMP(1:8) TO WS-EVENT-DATE.
               IF WS-SELECT-ID NOT = SPACES AND
                       EV-STUDENT-ID NOT = WS-SELECT-ID-NUM THEN
                   CONTINUE
               ELSE IF WS-EVENT-DATE < WS-FROM-DATE OR
                       WS-EVENT-DATE > WS-TO-DATE THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-SELECTED-COUNT
                   MOVE EVENT-REC TO SORT-REC
                   RELEASE SORT-REC
               END-IF.

      * history records carry no time of day or operator; they
      * sort at the start of their effective date
            SELECT-ONE-TRANSFER.
               MOVE TH-POSTED-DATE TO WS-POSTED-DATE.
               MOVE TH-EFFECTIVE-DATE TO WS-EVENT-DATE.
               IF WS-POSTED-DATE NOT < WS-TRANSFER-CUTOFF THEN
                   CONTINUE
               ELSE IF WS-SELECT-ID NOT = SPACES AND
                       TH-STUDENT-ID NOT = WS-SELECT-ID-NUM THEN
                   CONTINUE
               ELSE IF WS-EVENT-DATE < WS-FROM-DATE OR
                       WS-EVENT-DATE > WS-TO-DATE THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE SPACES TO SORT-REC
                   MOVE TH-STUDENT-ID TO SW-STUDENT-ID
                   MOVE WS-EVENT-DATE TO SW-STAMP(1:8)
                   MOVE "000000" TO SW-STAMP(9:6)
                   MOVE "TRANSFER" TO SW-EVENT-TYPE
                   MOVE "CAMPUS-TRANSFER" TO SW-PROGRAM
                   MOVE "HISTORY" TO SW-OPERATOR
                   STRING "CAMPUS " DELIMITED BY SIZE
                          TH-FROM-CAMPUS DELIMITED BY SIZE
                          INTO SW-BEFORE
                   STRING "CAMPUS " DELIMITED BY SIZE
                          TH-TO-CAMPUS DELIMITED BY SIZE
                          " EFFECTIVE " DELIMITED BY SIZE
                          TH-EFFECTIVE-DATE DELIMITED BY SIZE
                          INTO SW-AFTER
                   RELEASE SORT-REC
               END-IF
               END-IF
               END-IF.

            SELECT-ONE-WITHDRAWAL.
               MOVE WH-POSTED-DATE TO WS-POSTED-DATE.
               MOVE WH-WITHDRAW-DATE TO WS-EVENT-DATE.
               IF WS-POSTED-DATE NOT < WS-WITHDRAW-CUTOFF THEN
                   CONTINUE
               ELSE IF WS-SELECT-ID NOT = SPACES AND
                       WH-STUDENT-ID NOT = WS-SELECT-ID-NUM THEN
                   CONTINUE
               ELSE IF WS-EVENT-DATE < WS-FROM-DATE OR
                       WS-EVENT-DATE > WS-TO-DATE THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE SPACES TO SORT-REC
                   MOVE WH-STUDENT-ID TO SW-STUDENT-ID
                   MOVE WS-EVENT-DATE TO SW-STAMP(1:8)
                   MOVE "000000" TO SW-STAMP(9:6)
                   MOVE "WITHDRAWN" TO SW-EVENT-TYPE
                   MOVE "STUDENT-WITHDRAWAL" TO SW-PROGRAM
                   MOVE "HISTORY" TO SW-OPERATOR
                   STRING "STATUS A CAMPUS " DELIMITED BY SIZE
                          WH-CAMPUS-CODE DELIMITED BY SIZE
                          INTO SW-BEFORE
                   STRING "STATUS I REASON " DELIMITED BY SIZE
                          WH-REASON DELIMITED BY SIZE
                          " DATE " DELIMITED BY SIZE
                          WH-WITHDRAW-DATE DELIMITED BY SIZE
                          INTO SW-AFTER
                   RELEASE SORT-REC
               END-IF
               END-IF
               END-IF.

            PRINT-TIMELINE.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SORT-WORK
                       AT END MOVE "Y" TO WS-SORT-EOF
                       NOT AT END PERFORM PRINT-EVENT
                   END-RETURN
               END-PERFORM.
               IF WS-FIRST-STUDENT = "N" THEN
                   PERFORM PRINT-STUDENT-TOTAL
               END-IF.

            PRINT-EVENT.
               IF WS-FIRST-STUDENT = "Y" OR
                       SW-STUDENT-ID NOT = WS-PREV-STUDENT-ID THEN
                   IF WS-FIRST-STUDENT = "N" THEN
                       PERFORM PRINT-STUDENT-TOTAL
                   END-IF
                   PERFORM PRINT-STUDENT-HEADER
                   MOVE "N" TO WS-FIRST-STUDENT
                   MOVE SW-STUDENT-ID TO WS-PREV-STUDENT-ID
                   MOVE 0 TO WS-STUDENT-EVENTS
                   ADD 1 TO WS-STUDENT-COUNT
               END-IF.
               ADD 1 TO WS-STUDENT-EVENTS.
               MOVE SW-STAMP TO WS-STAMP-VIEW.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-STAMP-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-STAMP-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-STAMP-DAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-STAMP-HOUR DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-STAMP-MINUTE DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-STAMP-SECOND DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SW-EVENT-TYPE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SW-OPERATOR DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SW-PROGRAM DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF SW-BEFORE NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "                     BEFORE  "
                          DELIMITED BY SIZE
                          SW-BEFORE DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF SW-AFTER NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "                     AFTER   "
                          DELIMITED BY SIZE
                          SW-AFTER DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            PRINT-STUDENT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "STUDENT " DELIMITED BY SIZE
                      SW-STUDENT-ID DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DATE       TIME      EVENT         OPERATOR"
                      DELIMITED BY SIZE
                      "    PROGRAM" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-STUDENT-TOTAL.
               MOVE WS-STUDENT-EVENTS TO WS-EDIT-COUNT.
               MOVE SPACES TO REPORT-LINE.
               STRING "                     EVENTS FOR STUDENT "
                      DELIMITED BY SIZE
                      WS-PREV-STUDENT-ID DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-REPORT-HEADERS.
               MOVE SPACES TO REPORT-LINE.
               STRING "STUDENT CHANGE HISTORY" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF WS-SELECT-ID = SPACES THEN
                   STRING "ALL STUDENTS" DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   STRING "STUDENT " DELIMITED BY SIZE
                          WS-SELECT-ID DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF.
               STRING "  FROM " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE(14:40).
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-REPORT-TOTALS.
               IF WS-SELECTED-COUNT = 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "NO EVENTS FOUND FOR THIS SELECTION"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "EVENTS READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  SELECTED " DELIMITED BY SIZE
                      WS-SELECTED-COUNT DELIMITED BY SIZE
                      "  FROM HISTORY " DELIMITED BY SIZE
                      WS-HISTORY-COUNT DELIMITED BY SIZE
                      "  STUDENTS " DELIMITED BY SIZE
                      WS-STUDENT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM STUDENT-HISTORY.
