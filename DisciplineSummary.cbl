      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Discipline summary for the annual state safety
      *          report. Reads the DISCIPLINE-INCIDENT master for
      *          incidents dated within the reporting period
      *          (SAFETY_FROM_DATE through SAFETY_TO_DATE, the whole
      *          file when not set) and prints, for each campus and
      *          incident type, the number of incidents, students
      *          involved, warnings and detentions, in-school and
      *          out-of-school suspensions, out-of-school suspension
      *          days and expulsions, with campus totals and a
      *          district rollup by incident type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCIPLINE-SUMMARY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT INCIDENT-MASTER ASSIGN DYNAMIC
                   WS-INCIDENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-INCIDENT-STATUS.
               SELECT SUMMARY-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD INCIDENT-MASTER.
           01 INCIDENT-REC.
               COPY "IncidentRec.cpy".

           FD SUMMARY-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-INCIDENT-PATH PIC X(100) VALUE
               "DisciplineIncidents.dat".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "DisciplineSummary.txt".
           01 WS-INCIDENT-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-DATE-RESULT PIC X(2).
           01 WS-DATE-ERROR PIC A(1) VALUE "N".
           01 WS-TYPE-CODES PIC X(44) VALUE
               "FGHTWEAPDRUGALCOTOBCBULYTHRTVANDTHFTDISROTHR".
           01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
               05 WS-TYPE-CODE PIC X(4) OCCURS 11 TIMES.
           01 WS-TYPE-NAMES.
               05 FILLER PIC X(16) VALUE "FIGHTING".
               05 FILLER PIC X(16) VALUE "WEAPONS".
               05 FILLER PIC X(16) VALUE "DRUGS".
               05 FILLER PIC X(16) VALUE "ALCOHOL".
               05 FILLER PIC X(16) VALUE "TOBACCO".
               05 FILLER PIC X(16) VALUE "BULLYING".
               05 FILLER PIC X(16) VALUE "THREATS".
               05 FILLER PIC X(16) VALUE "VANDALISM".
               05 FILLER PIC X(16) VALUE "THEFT".
               05 FILLER PIC X(16) VALUE "DISRUPTION".
               05 FILLER PIC X(16) VALUE "OTHER".
           01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
               05 WS-TYPE-NAME PIC X(16) OCCURS 11 TIMES.
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-SUB PIC 9(2) VALUE 0.
           01 WS-TYPE-SUB PIC 9(2) VALUE 0.
           01 WS-SUB PIC 9(2) VALUE 0.
           01 WS-DS-TABLE.
               05 WS-DS-CAMPUS OCCURS 30 TIMES.
                   10 WS-DS-CAMPUS-CODE PIC X(3).
                   10 WS-DS-LAST-STUDENT PIC 9(5).
                   10 WS-DS-STUDENTS PIC 9(5).
                   10 WS-DS-TYPE OCCURS 11 TIMES.
                       15 WS-DS-INCIDENTS PIC 9(5).
                       15 WS-DS-TYPE-LAST PIC 9(5).
                       15 WS-DS-TYPE-STUDENTS PIC 9(5).
                       15 WS-DS-MINOR PIC 9(5).
                       15 WS-DS-ISS PIC 9(5).
                       15 WS-DS-OSS PIC 9(5).
                       15 WS-DS-OSS-DAYS PIC 9(6).
                       15 WS-DS-EXP PIC 9(5).
           01 WS-DIST-TABLE.
               05 WS-DT-TYPE OCCURS 11 TIMES.
                   10 WS-DT-INCIDENTS PIC 9(6).
                   10 WS-DT-LAST PIC 9(5).
                   10 WS-DT-STUDENTS PIC 9(6).
                   10 WS-DT-MINOR PIC 9(6).
                   10 WS-DT-ISS PIC 9(6).
                   10 WS-DT-OSS PIC 9(6).
                   10 WS-DT-OSS-DAYS PIC 9(7).
                   10 WS-DT-EXP PIC 9(6).
           01 WS-DIST-LAST-STUDENT PIC 9(5) VALUE 0.
           01 WS-DIST-STUDENTS PIC 9(7) VALUE 0.
           01 WS-TOT-INCIDENTS PIC 9(7).
           01 WS-TOT-MINOR PIC 9(7).
           01 WS-TOT-ISS PIC 9(7).
           01 WS-TOT-OSS PIC 9(7).
           01 WS-TOT-OSS-DAYS PIC 9(7).
           01 WS-TOT-EXP PIC 9(7).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-IN-RANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-REPORTED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNTABLED-COUNT PIC 9(7) VALUE 0.
           01 WS-OUT-OF-RANGE PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "DISCIPLINE-SUMMARY".
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
                       "DISCIPLINE_INCIDENT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-INCIDENT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "DISCIPLINE_SUMMARY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SAFETY_FROM_DATE"
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
                       "SAFETY_TO_DATE"
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
                   DISPLAY "SAFETY_FROM_DATE/SAFETY_TO_DATE invalid, "
                       "cannot select the reporting period"
                   MOVE "NODATE" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT INCIDENT-MASTER.
               IF WS-INCIDENT-STATUS NOT = "00" THEN
                   DISPLAY "DISCIPLINE-INCIDENT master not found, "
                       "nothing to summarize"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               INITIALIZE WS-DS-TABLE.
               INITIALIZE WS-DIST-TABLE.
               PERFORM UNTIL WS-EOF = "Y"
                   READ INCIDENT-MASTER
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TALLY-INCIDENT
                   END-READ
               END-PERFORM.
               CLOSE INCIDENT-MASTER.
               PERFORM PRINT-SUMMARY-REPORT.
               COMPUTE WS-OUT-OF-RANGE =
                   WS-READ-COUNT - WS-IN-RANGE-COUNT.
               DISPLAY "===== DISCIPLINE SUMMARY CONTROL TOTALS =====".
               DISPLAY "Incidents read:    " WS-READ-COUNT.
               DISPLAY "In period:         " WS-IN-RANGE-COUNT.
               DISPLAY "Outside period:    " WS-OUT-OF-RANGE.
               DISPLAY "Reported:          " WS-REPORTED-COUNT.
               DISPLAY "Campus overflow:   " WS-UNTABLED-COUNT.
               IF WS-UNTABLED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-UNTABLED-COUNT DELIMITED BY SIZE
                          " incidents past the campus table limit "
                          DELIMITED BY SIZE
                          "left out" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-IN-RANGE-COUNT, WS-REPORTED-COUNT,
                   WS-UNTABLED-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            CHECK-PERIOD-DATE.
               CALL "DATE-CHECK" USING WS-DATE-CHECK, WS-DATE-RESULT.
               IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   MOVE "Y" TO WS-DATE-ERROR
               END-IF.

      * the master is in student order, so a student is counted once
      * per campus, per campus and type, and per district type by
      * remembering the last student counted in each
            TALLY-INCIDENT.
               IF DI-INCIDENT-DATE NOT < WS-FROM-DATE AND
                       DI-INCIDENT-DATE NOT > WS-TO-DATE THEN
                   ADD 1 TO WS-IN-RANGE-COUNT
                   PERFORM FIND-CAMPUS-ENTRY
                   PERFORM FIND-TYPE-ENTRY
                   IF WS-CAMPUS-SUB = 0 THEN
                       ADD 1 TO WS-UNTABLED-COUNT
                   ELSE
                       PERFORM ADD-INCIDENT-COUNTS
                   END-IF
               END-IF.

            FIND-CAMPUS-ENTRY.
               MOVE 0 TO WS-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CAMPUS-SUB > 0
                   IF WS-DS-CAMPUS-CODE(WS-SUB) = DI-CAMPUS-CODE THEN
                       MOVE WS-SUB TO WS-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-CAMPUS-SUB = 0 THEN
                   IF WS-CAMPUS-COUNT < 30 THEN
                       ADD 1 TO WS-CAMPUS-COUNT
                       MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-SUB
                       MOVE DI-CAMPUS-CODE
                           TO WS-DS-CAMPUS-CODE(WS-CAMPUS-SUB)
                   END-IF
               END-IF.

      * the maintenance program only accepts listed types; anything
      * else falls into OTHR
            FIND-TYPE-ENTRY.
               MOVE 11 TO WS-TYPE-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > 11
                   IF WS-TYPE-CODE(WS-SUB) = DI-INCIDENT-TYPE THEN
                       MOVE WS-SUB TO WS-TYPE-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-INCIDENT-COUNTS.
               ADD 1 TO WS-REPORTED-COUNT.
               ADD 1 TO WS-DS-INCIDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB).
               ADD 1 TO WS-DT-INCIDENTS(WS-TYPE-SUB).
               IF WS-DS-LAST-STUDENT(WS-CAMPUS-SUB) NOT =
                       DI-STUDENT-ID THEN
                   ADD 1 TO WS-DS-STUDENTS(WS-CAMPUS-SUB)
                   MOVE DI-STUDENT-ID
                       TO WS-DS-LAST-STUDENT(WS-CAMPUS-SUB)
               END-IF.
               IF WS-DS-TYPE-LAST(WS-CAMPUS-SUB, WS-TYPE-SUB) NOT =
                       DI-STUDENT-ID THEN
                   ADD 1 TO
                       WS-DS-TYPE-STUDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   MOVE DI-STUDENT-ID
                       TO WS-DS-TYPE-LAST(WS-CAMPUS-SUB, WS-TYPE-SUB)
               END-IF.
               IF WS-DT-LAST(WS-TYPE-SUB) NOT = DI-STUDENT-ID THEN
                   ADD 1 TO WS-DT-STUDENTS(WS-TYPE-SUB)
                   MOVE DI-STUDENT-ID TO WS-DT-LAST(WS-TYPE-SUB)
               END-IF.
               IF WS-DIST-LAST-STUDENT NOT = DI-STUDENT-ID THEN
                   ADD 1 TO WS-DIST-STUDENTS
                   MOVE DI-STUDENT-ID TO WS-DIST-LAST-STUDENT
               END-IF.
               IF DI-WARNING OR DI-DETENTION THEN
                   ADD 1 TO WS-DS-MINOR(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   ADD 1 TO WS-DT-MINOR(WS-TYPE-SUB)
               ELSE IF DI-IN-SCHOOL THEN
                   ADD 1 TO WS-DS-ISS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   ADD 1 TO WS-DT-ISS(WS-TYPE-SUB)
               ELSE IF DI-OUT-OF-SCHOOL THEN
                   ADD 1 TO WS-DS-OSS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   ADD 1 TO WS-DT-OSS(WS-TYPE-SUB)
                   ADD DI-SUSP-DAYS
                       TO WS-DS-OSS-DAYS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   ADD DI-SUSP-DAYS TO WS-DT-OSS-DAYS(WS-TYPE-SUB)
               ELSE IF DI-EXPULSION THEN
                   ADD 1 TO WS-DS-EXP(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   ADD 1 TO WS-DT-EXP(WS-TYPE-SUB)
               END-IF
               END-IF
               END-IF
               END-IF.

            PRINT-SUMMARY-REPORT.
               OPEN OUTPUT SUMMARY-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "DISCIPLINE SUMMARY  PERIOD " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   PERFORM PRINT-CAMPUS-SECTION
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               PERFORM PRINT-DISTRICT-ROLLUP.
               CLOSE SUMMARY-REPORT.

            PRINT-COLUMN-HEADINGS.
               MOVE SPACES TO REPORT-LINE.
               STRING "TYPE DESCRIPTION      INCIDENTS STUDENTS "
                      DELIMITED BY SIZE
                      "WRN/DET   ISS   OSS OSS-DAYS   EXP"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-CAMPUS-SECTION.
               MOVE 0 TO WS-TOT-INCIDENTS.
               MOVE 0 TO WS-TOT-MINOR.
               MOVE 0 TO WS-TOT-ISS.
               MOVE 0 TO WS-TOT-OSS.
               MOVE 0 TO WS-TOT-OSS-DAYS.
               MOVE 0 TO WS-TOT-EXP.
               MOVE SPACES TO REPORT-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      WS-DS-CAMPUS-CODE(WS-CAMPUS-SUB)
                          DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-COLUMN-HEADINGS.
               MOVE 1 TO WS-TYPE-SUB.
               PERFORM UNTIL WS-TYPE-SUB > 11
                   IF WS-DS-INCIDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                           > 0 THEN
                       PERFORM PRINT-CAMPUS-TYPE-LINE
                   END-IF
                   ADD 1 TO WS-TYPE-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               MOVE "    CAMPUS TOTAL" TO REPORT-LINE(1:16).
               MOVE WS-TOT-INCIDENTS TO REPORT-LINE(25:7).
               MOVE WS-DS-STUDENTS(WS-CAMPUS-SUB)
                   TO REPORT-LINE(36:5).
               MOVE WS-TOT-MINOR TO REPORT-LINE(42:7).
               MOVE WS-TOT-ISS TO REPORT-LINE(48:7).
               MOVE WS-TOT-OSS TO REPORT-LINE(54:7).
               MOVE WS-TOT-OSS-DAYS TO REPORT-LINE(63:7).
               MOVE WS-TOT-EXP TO REPORT-LINE(69:7).
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-CAMPUS-TYPE-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO REPORT-LINE(1:4).
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO REPORT-LINE(6:16).
               MOVE WS-DS-INCIDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(27:5).
               MOVE WS-DS-TYPE-STUDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(36:5).
               MOVE WS-DS-MINOR(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(44:5).
               MOVE WS-DS-ISS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(50:5).
               MOVE WS-DS-OSS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(56:5).
               MOVE WS-DS-OSS-DAYS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(64:6).
               MOVE WS-DS-EXP(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO REPORT-LINE(71:5).
               WRITE REPORT-LINE.
               ADD WS-DS-INCIDENTS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-INCIDENTS.
               ADD WS-DS-MINOR(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-MINOR.
               ADD WS-DS-ISS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-ISS.
               ADD WS-DS-OSS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-OSS.
               ADD WS-DS-OSS-DAYS(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-OSS-DAYS.
               ADD WS-DS-EXP(WS-CAMPUS-SUB, WS-TYPE-SUB)
                   TO WS-TOT-EXP.

            PRINT-DISTRICT-ROLLUP.
               MOVE 0 TO WS-TOT-INCIDENTS.
               MOVE 0 TO WS-TOT-MINOR.
               MOVE 0 TO WS-TOT-ISS.
               MOVE 0 TO WS-TOT-OSS.
               MOVE 0 TO WS-TOT-OSS-DAYS.
               MOVE 0 TO WS-TOT-EXP.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "DISTRICT ROLLUP BY INCIDENT TYPE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-COLUMN-HEADINGS.
               MOVE 1 TO WS-TYPE-SUB.
               PERFORM UNTIL WS-TYPE-SUB > 11
                   PERFORM PRINT-DISTRICT-TYPE-LINE
                   ADD 1 TO WS-TYPE-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               MOVE "    DISTRICT TOTAL" TO REPORT-LINE(1:18).
               MOVE WS-TOT-INCIDENTS TO REPORT-LINE(25:7).
               MOVE WS-DIST-STUDENTS TO REPORT-LINE(34:7).
               MOVE WS-TOT-MINOR TO REPORT-LINE(42:7).
               MOVE WS-TOT-ISS TO REPORT-LINE(48:7).
               MOVE WS-TOT-OSS TO REPORT-LINE(54:7).
               MOVE WS-TOT-OSS-DAYS TO REPORT-LINE(63:7).
               MOVE WS-TOT-EXP TO REPORT-LINE(69:7).
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: INCIDENTS IN PERIOD "
                      DELIMITED BY SIZE
                      WS-IN-RANGE-COUNT DELIMITED BY SIZE
                      "  REPORTED " DELIMITED BY SIZE
                      WS-REPORTED-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-UNTABLED-COUNT > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** " DELIMITED BY SIZE
                          WS-UNTABLED-COUNT DELIMITED BY SIZE
                          " INCIDENTS AT CAMPUSES PAST THE TABLE "
                          DELIMITED BY SIZE
                          "LIMIT EXCLUDED ***" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-TOT-INCIDENTS NOT = WS-REPORTED-COUNT THEN
                   MOVE "*** CONTROL TOTALS DO NOT TIE ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            PRINT-DISTRICT-TYPE-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO REPORT-LINE(1:4).
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO REPORT-LINE(6:16).
               MOVE WS-DT-INCIDENTS(WS-TYPE-SUB) TO REPORT-LINE(26:6).
               MOVE WS-DT-STUDENTS(WS-TYPE-SUB) TO REPORT-LINE(35:6).
               MOVE WS-DT-MINOR(WS-TYPE-SUB) TO REPORT-LINE(43:6).
               MOVE WS-DT-ISS(WS-TYPE-SUB) TO REPORT-LINE(49:6).
               MOVE WS-DT-OSS(WS-TYPE-SUB) TO REPORT-LINE(55:6).
               MOVE WS-DT-OSS-DAYS(WS-TYPE-SUB) TO REPORT-LINE(63:7).
               MOVE WS-DT-EXP(WS-TYPE-SUB) TO REPORT-LINE(70:6).
               WRITE REPORT-LINE.
               ADD WS-DT-INCIDENTS(WS-TYPE-SUB) TO WS-TOT-INCIDENTS.
               ADD WS-DT-MINOR(WS-TYPE-SUB) TO WS-TOT-MINOR.
               ADD WS-DT-ISS(WS-TYPE-SUB) TO WS-TOT-ISS.
               ADD WS-DT-OSS(WS-TYPE-SUB) TO WS-TOT-OSS.
               ADD WS-DT-OSS-DAYS(WS-TYPE-SUB) TO WS-TOT-OSS-DAYS.
               ADD WS-DT-EXP(WS-TYPE-SUB) TO WS-TOT-EXP.

       END PROGRAM DISCIPLINE-SUMMARY.
