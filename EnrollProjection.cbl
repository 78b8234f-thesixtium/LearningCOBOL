      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Next-year enrollment projection and campus capacity
      *          utilization. Counts the active SCHOOL roster by campus
      *          and grade, applies cohort survival ratios built from
      *          the promotion history (grade g+1 at one roll-forward
      *          over grade g at the roll-forward before it; the
      *          kindergarten ratio is year over year), and projects
      *          next year's enrollment by campus and grade. A campus
      *          with its own history uses its own ratios, otherwise
      *          the district ratio, otherwise 1.00. Each campus total
      *          is compared against CMP-CAPACITY and flagged when the
      *          projection is over the utilization percentage
      *          (CAPACITY_UTILIZATION_PCT, default 95). A district
      *          summary shows projected totals next to current
      *          enrollment by campus and by grade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-PROJECTION.

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
               SELECT PROMOTION-HISTORY ASSIGN DYNAMIC
                   WS-PROMO-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-HISTORY-STATUS.
               SELECT PROJECTION-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCHOOL.
           01 SCHOOL-RECORD.
               COPY "SchoolRecord.cpy".

           FD CAMPUS-MASTER.
           01 CAMPUS-MASTER-REC.
               COPY "CampusRec.cpy".

           FD PROMOTION-HISTORY.
           01 PROMOTION-HISTORY-REC.
               COPY "PromoHistRec.cpy".

           FD PROJECTION-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
           01 WS-CAMPUS-MASTER-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-PROMO-HISTORY-PATH PIC X(100) VALUE
               "PromotionHistory.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "EnrollProjection.txt".
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-CAMPUS-MASTER-STATUS PIC X(2).
           01 WS-PROMO-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CAMPUS-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".
           01 WS-UTIL-LIMIT PIC 9(3) VALUE 95.
           01 WS-CAMPUS-COUNT PIC 9(2) VALUE 0.
           01 WS-CAMPUS-SUB PIC 9(2) VALUE 0.
           01 WS-SUB PIC 9(2) VALUE 0.
           01 WS-GRADE-SUB PIC 9(2) VALUE 0.
           01 WS-PRIOR-SUB PIC 9(2) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-PJ-CAMPUS OCCURS 50 TIMES.
                   10 WS-PJ-CAMPUS-CODE PIC X(3).
                   10 WS-PJ-ON-MASTER PIC A(1).
                   10 WS-PJ-CAPACITY PIC 9(4).
                   10 WS-PJ-HIST-PREV-TOTAL PIC 9(7).
                   10 WS-PJ-HIST-PAIRS PIC 9(3).
                   10 WS-PJ-CUR-TOTAL PIC 9(7).
                   10 WS-PJ-PROJ-TOTAL PIC 9(7).
                   10 WS-PJ-UTIL-PCT PIC 9(3)V9.
                   10 WS-PJ-GRADE OCCURS 13 TIMES.
                       15 WS-PJ-CURRENT PIC 9(5).
                       15 WS-PJ-PROJECTED PIC 9(5).
                       15 WS-PJ-HIST-PREV PIC 9(5).
                       15 WS-PJ-HIST-CUR PIC 9(5).
                       15 WS-PJ-RATIO-NUM PIC 9(7).
                       15 WS-PJ-RATIO-DEN PIC 9(7).
           01 WS-DISTRICT-TABLE.
               05 WS-DS-GRADE OCCURS 13 TIMES.
                   10 WS-DS-CURRENT PIC 9(7).
                   10 WS-DS-PROJECTED PIC 9(7).
                   10 WS-DS-RATIO-NUM PIC 9(7).
                   10 WS-DS-RATIO-DEN PIC 9(7).
           01 WS-PREV-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-CUR-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-COUNT PIC 9(3) VALUE 0.
           01 WS-RATIO PIC 9(2)V9999.
           01 WS-RATIO-SOURCE PIC X(8).
           01 WS-PROJECTED PIC 9(7).
           01 WS-CAMPUS-CODE-WORK PIC X(3).
           01 WS-OVER-COUNT PIC 9(3) VALUE 0.
           01 WS-DIST-CURRENT PIC 9(7) VALUE 0.
           01 WS-DIST-PROJECTED PIC 9(7) VALUE 0.
           01 WS-DIST-CAPACITY PIC 9(7) VALUE 0.
           01 WS-DIST-UTIL-PCT PIC 9(3)V9.
           01 WS-ROSTER-READ PIC 9(7) VALUE 0.
           01 WS-ROSTER-ACTIVE PIC 9(7) VALUE 0.
           01 WS-UNTABLED-COUNT PIC 9(7) VALUE 0.
           01 WS-HISTORY-READ PIC 9(7) VALUE 0.
           01 WS-EDIT-RATIO PIC Z9.9999.
           01 WS-EDIT-PCT PIC ZZ9.9.
           01 WS-EDIT-CHANGE PIC -----9.
           01 WS-CHANGE PIC S9(7).
           01 WS-GRADE-LABEL PIC 9(2).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "ENROLL-PROJECTION".
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
                       "PROMOTION_HISTORY_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-PROMO-HISTORY-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PROJECTION_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CAPACITY_UTILIZATION_PCT"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:3) TO WS-UTIL-LIMIT
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   MOVE 0 TO WS-DS-CURRENT(WS-GRADE-SUB)
                   MOVE 0 TO WS-DS-PROJECTED(WS-GRADE-SUB)
                   MOVE 0 TO WS-DS-RATIO-NUM(WS-GRADE-SUB)
                   MOVE 0 TO WS-DS-RATIO-DEN(WS-GRADE-SUB)
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               PERFORM LOAD-CAMPUS-MASTER.
               OPEN INPUT SCHOOL.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
                       "project"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-ROSTER-READ
                   GOBACK
               END-IF.
               PERFORM COUNT-ROSTER.
               CLOSE SCHOOL.
               PERFORM LOAD-PROMOTION-HISTORY.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   PERFORM PROJECT-CAMPUS
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               PERFORM PRINT-PROJECTION-REPORT.
               DISPLAY "===== ENROLLMENT PROJECTION CONTROL TOTALS "
                   "=====".
               DISPLAY "Roster read:        " WS-ROSTER-READ.
               DISPLAY "Active students:    " WS-ROSTER-ACTIVE.
               DISPLAY "History read:       " WS-HISTORY-READ.
               DISPLAY "Roll-forwards used: " WS-RUN-COUNT.
               DISPLAY "Projected next yr:  " WS-DIST-PROJECTED.
               DISPLAY "Campuses over limit:" WS-OVER-COUNT.
               IF WS-OVER-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-OVER-COUNT DELIMITED BY SIZE
                          " campuses projected over " DELIMITED BY SIZE
                          WS-UTIL-LIMIT DELIMITED BY SIZE
                          "% of capacity" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-ROSTER-ACTIVE, WS-DIST-CURRENT,
                   WS-UNTABLED-COUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-ROSTER-ACTIVE.
               GOBACK.

      * every campus on the master is reported, even with no students,
      * so new or empty buildings still show their capacity
            LOAD-CAMPUS-MASTER.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-MASTER-STATUS NOT = "00" THEN
                   DISPLAY "CAMPUS-MASTER not found, capacity not "
                       "compared"
               ELSE
                   PERFORM UNTIL WS-CAMPUS-EOF = "Y"
                       READ CAMPUS-MASTER
                           AT END MOVE "Y" TO WS-CAMPUS-EOF
                           NOT AT END
                               IF CMP-ACTIVE = "A" THEN
                                   MOVE CMP-CODE TO WS-CAMPUS-CODE-WORK
                                   PERFORM FIND-CAMPUS-ENTRY
                                   IF WS-CAMPUS-SUB > 0 THEN
                                       MOVE "Y" TO WS-PJ-ON-MASTER
                                           (WS-CAMPUS-SUB)
                                       MOVE CMP-CAPACITY
                                           TO WS-PJ-CAPACITY
                                               (WS-CAMPUS-SUB)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPUS-MASTER
               END-IF.

            FIND-CAMPUS-ENTRY.
               MOVE 0 TO WS-CAMPUS-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-CAMPUS-SUB > 0
                   IF WS-PJ-CAMPUS-CODE(WS-SUB) =
                           WS-CAMPUS-CODE-WORK THEN
                       MOVE WS-SUB TO WS-CAMPUS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-CAMPUS-SUB = 0 THEN
                   IF WS-CAMPUS-COUNT < 50 THEN
                       ADD 1 TO WS-CAMPUS-COUNT
                       MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-SUB
                       PERFORM CLEAR-CAMPUS-ENTRY
                   ELSE
                       DISPLAY "Campus table full, campus "
                           WS-CAMPUS-CODE-WORK
                           " excluded from projection"
                   END-IF
               END-IF.

            CLEAR-CAMPUS-ENTRY.
               MOVE WS-CAMPUS-CODE-WORK
                   TO WS-PJ-CAMPUS-CODE(WS-CAMPUS-SUB).
               MOVE "N" TO WS-PJ-ON-MASTER(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-CAPACITY(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-HIST-PREV-TOTAL(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-HIST-PAIRS(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB).
               MOVE 0 TO WS-PJ-UTIL-PCT(WS-CAMPUS-SUB).
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   MOVE 0 TO WS-PJ-CURRENT(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE 0
                       TO WS-PJ-PROJECTED(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE 0
                       TO WS-PJ-HIST-PREV(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE 0
                       TO WS-PJ-HIST-CUR(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE 0
                       TO WS-PJ-RATIO-NUM(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE 0
                       TO WS-PJ-RATIO-DEN(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.

            COUNT-ROSTER.
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHOOL
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM COUNT-ONE-STUDENT
                   END-READ
               END-PERFORM.

            COUNT-ONE-STUDENT.
               IF SCHOOL-STATUS = "A" AND
                       SCHOOL-GRADE-LEVEL <= 12 THEN
                   ADD 1 TO WS-ROSTER-ACTIVE
                   MOVE SCHOOL-CAMPUS-CODE TO WS-CAMPUS-CODE-WORK
                   PERFORM FIND-CAMPUS-ENTRY
                   IF WS-CAMPUS-SUB > 0 THEN
                       COMPUTE WS-GRADE-SUB =
                           SCHOOL-GRADE-LEVEL + 1
                       ADD 1 TO WS-PJ-CURRENT
                           (WS-CAMPUS-SUB, WS-GRADE-SUB)
                       ADD 1 TO WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB)
                       ADD 1 TO WS-DS-CURRENT(WS-GRADE-SUB)
                       ADD 1 TO WS-DIST-CURRENT
                   ELSE
                       ADD 1 TO WS-UNTABLED-COUNT
                   END-IF
               END-IF.

      * the history is appended one roll-forward at a time, so a
      * change of run date closes one year and opens the next; a
      * closed campus still counts toward the district ratios
            LOAD-PROMOTION-HISTORY.
               OPEN INPUT PROMOTION-HISTORY.
               IF WS-PROMO-HISTORY-STATUS NOT = "00" THEN
                   DISPLAY "PROMOTION-HISTORY not found, every "
                       "cohort ratio is 1.00"
               ELSE
                   PERFORM UNTIL WS-HISTORY-EOF = "Y"
                       READ PROMOTION-HISTORY
                           AT END MOVE "Y" TO WS-HISTORY-EOF
                           NOT AT END
                               ADD 1 TO WS-HISTORY-READ
                               PERFORM NOTE-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PROMOTION-HISTORY
                   PERFORM CLOSE-HISTORY-RUN
               END-IF.

            NOTE-HISTORY-RECORD.
               IF PH-RUN-DATE NOT = WS-CUR-RUN-DATE THEN
                   PERFORM CLOSE-HISTORY-RUN
                   MOVE PH-RUN-DATE TO WS-CUR-RUN-DATE
               END-IF.
               IF PH-GRADE-LEVEL <= 12 THEN
                   MOVE PH-CAMPUS-CODE TO WS-CAMPUS-CODE-WORK
                   PERFORM FIND-CAMPUS-ENTRY
                   IF WS-CAMPUS-SUB > 0 THEN
                       COMPUTE WS-GRADE-SUB = PH-GRADE-LEVEL + 1
                       ADD PH-BEFORE-COUNT TO WS-PJ-HIST-CUR
                           (WS-CAMPUS-SUB, WS-GRADE-SUB)
                   END-IF
               END-IF.

      * pair the roll-forward just finished with the one before it:
      * grade g+1 now over grade g then is the survival into g+1, and
      * kindergarten now over kindergarten then is the entry trend
            CLOSE-HISTORY-RUN.
               IF WS-CUR-RUN-DATE NOT = 0 THEN
                   ADD 1 TO WS-RUN-COUNT
                   MOVE 1 TO WS-CAMPUS-SUB
                   PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                       IF WS-PREV-RUN-DATE NOT = 0 AND
                           WS-PJ-HIST-PREV-TOTAL(WS-CAMPUS-SUB) > 0
                           PERFORM PAIR-CAMPUS-RUNS
                       END-IF
                       PERFORM ROLL-CAMPUS-RUN
                       ADD 1 TO WS-CAMPUS-SUB
                   END-PERFORM
                   MOVE WS-CUR-RUN-DATE TO WS-PREV-RUN-DATE
               END-IF.

            PAIR-CAMPUS-RUNS.
               ADD 1 TO WS-PJ-HIST-PAIRS(WS-CAMPUS-SUB).
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   IF WS-GRADE-SUB = 1 THEN
                       MOVE 1 TO WS-PRIOR-SUB
                   ELSE
                       COMPUTE WS-PRIOR-SUB = WS-GRADE-SUB - 1
                   END-IF
                   IF WS-PJ-HIST-PREV(WS-CAMPUS-SUB, WS-PRIOR-SUB) > 0
                       ADD WS-PJ-HIST-CUR(WS-CAMPUS-SUB, WS-GRADE-SUB)
                           TO WS-PJ-RATIO-NUM
                               (WS-CAMPUS-SUB, WS-GRADE-SUB)
                           WS-DS-RATIO-NUM(WS-GRADE-SUB)
                       ADD WS-PJ-HIST-PREV(WS-CAMPUS-SUB, WS-PRIOR-SUB)
                           TO WS-PJ-RATIO-DEN
                               (WS-CAMPUS-SUB, WS-GRADE-SUB)
                           WS-DS-RATIO-DEN(WS-GRADE-SUB)
                   END-IF
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.

            ROLL-CAMPUS-RUN.
               MOVE 0 TO WS-PJ-HIST-PREV-TOTAL(WS-CAMPUS-SUB).
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   MOVE WS-PJ-HIST-CUR(WS-CAMPUS-SUB, WS-GRADE-SUB)
                       TO WS-PJ-HIST-PREV(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   ADD WS-PJ-HIST-CUR(WS-CAMPUS-SUB, WS-GRADE-SUB)
                       TO WS-PJ-HIST-PREV-TOTAL(WS-CAMPUS-SUB)
                   MOVE 0
                       TO WS-PJ-HIST-CUR(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.

      * next year's grade g comes from this year's grade g-1 (or
      * kindergarten from kindergarten) times the cohort ratio
            PROJECT-CAMPUS.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   PERFORM FIND-COHORT-RATIO
                   IF WS-GRADE-SUB = 1 THEN
                       MOVE 1 TO WS-PRIOR-SUB
                   ELSE
                       COMPUTE WS-PRIOR-SUB = WS-GRADE-SUB - 1
                   END-IF
                   COMPUTE WS-PROJECTED ROUNDED =
                       WS-PJ-CURRENT(WS-CAMPUS-SUB, WS-PRIOR-SUB)
                       * WS-RATIO
                   MOVE WS-PROJECTED
                       TO WS-PJ-PROJECTED(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   ADD WS-PROJECTED TO WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB)
                   ADD WS-PROJECTED TO WS-DS-PROJECTED(WS-GRADE-SUB)
                   ADD WS-PROJECTED TO WS-DIST-PROJECTED
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               IF WS-PJ-CAPACITY(WS-CAMPUS-SUB) > 0 THEN
                   COMPUTE WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) ROUNDED =
                       WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB) * 100
                       / WS-PJ-CAPACITY(WS-CAMPUS-SUB)
                       ON SIZE ERROR
                           MOVE 999.9
                               TO WS-PJ-UTIL-PCT(WS-CAMPUS-SUB)
                   END-COMPUTE
                   IF WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) > WS-UTIL-LIMIT
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
                   ADD WS-PJ-CAPACITY(WS-CAMPUS-SUB)
                       TO WS-DIST-CAPACITY
               END-IF.

            FIND-COHORT-RATIO.
               IF WS-PJ-RATIO-DEN(WS-CAMPUS-SUB, WS-GRADE-SUB) > 0
                   COMPUTE WS-RATIO ROUNDED =
                       WS-PJ-RATIO-NUM(WS-CAMPUS-SUB, WS-GRADE-SUB)
                       / WS-PJ-RATIO-DEN(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   MOVE "CAMPUS" TO WS-RATIO-SOURCE
               ELSE IF WS-DS-RATIO-DEN(WS-GRADE-SUB) > 0 THEN
                   COMPUTE WS-RATIO ROUNDED =
                       WS-DS-RATIO-NUM(WS-GRADE-SUB)
                       / WS-DS-RATIO-DEN(WS-GRADE-SUB)
                   MOVE "DISTRICT" TO WS-RATIO-SOURCE
               ELSE
                   MOVE 1 TO WS-RATIO
                   MOVE "DEFAULT" TO WS-RATIO-SOURCE
               END-IF
               END-IF.

            PRINT-PROJECTION-REPORT.
               OPEN OUTPUT PROJECTION-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "NEXT-YEAR ENROLLMENT PROJECTION  RUN DATE "
                      DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ROLL-FORWARDS IN HISTORY " DELIMITED BY SIZE
                      WS-RUN-COUNT DELIMITED BY SIZE
                      "  UTILIZATION LIMIT " DELIMITED BY SIZE
                      WS-UTIL-LIMIT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   IF WS-PJ-ON-MASTER(WS-CAMPUS-SUB) = "Y" OR
                           WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB) > 0 THEN
                       PERFORM PRINT-CAMPUS-SECTION
                   END-IF
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               PERFORM PRINT-DISTRICT-SUMMARY.
               CLOSE PROJECTION-REPORT.

            PRINT-CAMPUS-SECTION.
               MOVE SPACES TO REPORT-LINE.
               STRING "*** CAMPUS " DELIMITED BY SIZE
                      WS-PJ-CAMPUS-CODE(WS-CAMPUS-SUB)
                          DELIMITED BY SIZE
                      "  CAPACITY " DELIMITED BY SIZE
                      WS-PJ-CAPACITY(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      "  ROLL-FORWARD PAIRS " DELIMITED BY SIZE
                      WS-PJ-HIST-PAIRS(WS-CAMPUS-SUB)
                          DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-PJ-ON-MASTER(WS-CAMPUS-SUB) NOT = "Y" THEN
                   MOVE "    CAMPUS NOT ACTIVE ON THE CAMPUS MASTER"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE "GRADE  CURRENT   RATIO  SOURCE    PROJECTED"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   PERFORM PRINT-GRADE-LINE
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING "    CAMPUS TOTAL  CURRENT " DELIMITED BY SIZE
                      WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB) DELIMITED BY SIZE
                      "  PROJECTED " DELIMITED BY SIZE
                      WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-UTILIZATION-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-GRADE-LINE.
               PERFORM FIND-COHORT-RATIO.
               MOVE SPACES TO REPORT-LINE.
               COMPUTE WS-GRADE-LABEL = WS-GRADE-SUB - 1.
               MOVE WS-GRADE-LABEL TO REPORT-LINE(3:2).
               MOVE WS-PJ-CURRENT(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO REPORT-LINE(8:5).
               MOVE WS-RATIO TO WS-EDIT-RATIO.
               MOVE WS-EDIT-RATIO TO REPORT-LINE(16:7).
               MOVE WS-RATIO-SOURCE TO REPORT-LINE(24:8).
               MOVE WS-PJ-PROJECTED(WS-CAMPUS-SUB, WS-GRADE-SUB)
                   TO REPORT-LINE(35:5).
               WRITE REPORT-LINE.

            PRINT-UTILIZATION-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF WS-PJ-CAPACITY(WS-CAMPUS-SUB) = 0 THEN
                   MOVE "    NO CAPACITY ON THE CAMPUS MASTER"
                       TO REPORT-LINE
               ELSE
                   MOVE WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) TO WS-EDIT-PCT
                   IF WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) > WS-UTIL-LIMIT
                       STRING "    PROJECTED UTILIZATION "
                              DELIMITED BY SIZE
                              WS-EDIT-PCT DELIMITED BY SIZE
                              "%  *** OVER " DELIMITED BY SIZE
                              WS-UTIL-LIMIT DELIMITED BY SIZE
                              "% OF CAPACITY ***" DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                       STRING "    PROJECTED UTILIZATION "
                              DELIMITED BY SIZE
                              WS-EDIT-PCT DELIMITED BY SIZE
                              "%" DELIMITED BY SIZE
                              INTO REPORT-LINE
                   END-IF
               END-IF.
               WRITE REPORT-LINE.

            PRINT-DISTRICT-SUMMARY.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "DISTRICT SUMMARY" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CMP  CURRENT  PROJECTED  CHANGE  CAPACITY  "
                      DELIMITED BY SIZE
                      "UTIL-PCT" DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-CAMPUS-SUB.
               PERFORM UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
                   IF WS-PJ-ON-MASTER(WS-CAMPUS-SUB) = "Y" OR
                           WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB) > 0 THEN
                       PERFORM PRINT-SUMMARY-CAMPUS
                   END-IF
                   ADD 1 TO WS-CAMPUS-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               MOVE "ALL" TO REPORT-LINE(1:3).
               MOVE WS-DIST-CURRENT TO REPORT-LINE(6:7).
               MOVE WS-DIST-PROJECTED TO REPORT-LINE(15:7).
               COMPUTE WS-CHANGE = WS-DIST-PROJECTED - WS-DIST-CURRENT.
               MOVE WS-CHANGE TO WS-EDIT-CHANGE.
               MOVE WS-EDIT-CHANGE TO REPORT-LINE(25:6).
               MOVE WS-DIST-CAPACITY TO REPORT-LINE(34:7).
               IF WS-DIST-CAPACITY > 0 THEN
                   COMPUTE WS-DIST-UTIL-PCT ROUNDED =
                       WS-DIST-PROJECTED * 100 / WS-DIST-CAPACITY
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-DIST-UTIL-PCT
                   END-COMPUTE
                   MOVE WS-DIST-UTIL-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO REPORT-LINE(44:5)
               END-IF.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "GRADE  CURRENT  PROJECTED  CHANGE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   PERFORM PRINT-SUMMARY-GRADE
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING "CONTROL: ACTIVE ROSTER COUNT "
                      DELIMITED BY SIZE
                      WS-ROSTER-ACTIVE DELIMITED BY SIZE
                      "  REPORT CURRENT " DELIMITED BY SIZE
                      WS-DIST-CURRENT DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-UNTABLED-COUNT > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** " DELIMITED BY SIZE
                          WS-UNTABLED-COUNT DELIMITED BY SIZE
                          " STUDENTS AT CAMPUSES PAST THE TABLE "
                          DELIMITED BY SIZE
                          "LIMIT EXCLUDED ***" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-OVER-COUNT > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** " DELIMITED BY SIZE
                          WS-OVER-COUNT DELIMITED BY SIZE
                          " CAMPUSES PROJECTED OVER " DELIMITED BY SIZE
                          WS-UTIL-LIMIT DELIMITED BY SIZE
                          "% OF CAPACITY ***" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

            PRINT-SUMMARY-CAMPUS.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-PJ-CAMPUS-CODE(WS-CAMPUS-SUB)
                   TO REPORT-LINE(1:3).
               MOVE WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB) TO REPORT-LINE(6:7).
               MOVE WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB)
                   TO REPORT-LINE(15:7).
               COMPUTE WS-CHANGE = WS-PJ-PROJ-TOTAL(WS-CAMPUS-SUB)
                   - WS-PJ-CUR-TOTAL(WS-CAMPUS-SUB).
               MOVE WS-CHANGE TO WS-EDIT-CHANGE.
               MOVE WS-EDIT-CHANGE TO REPORT-LINE(25:6).
               MOVE WS-PJ-CAPACITY(WS-CAMPUS-SUB) TO REPORT-LINE(37:4).
               IF WS-PJ-CAPACITY(WS-CAMPUS-SUB) > 0 THEN
                   MOVE WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO REPORT-LINE(44:5)
                   IF WS-PJ-UTIL-PCT(WS-CAMPUS-SUB) > WS-UTIL-LIMIT
                       MOVE "OVER" TO REPORT-LINE(51:4)
                   END-IF
               ELSE
                   MOVE "NO CAP" TO REPORT-LINE(44:6)
               END-IF.
               WRITE REPORT-LINE.

            PRINT-SUMMARY-GRADE.
               MOVE SPACES TO REPORT-LINE.
               COMPUTE WS-GRADE-LABEL = WS-GRADE-SUB - 1.
               MOVE WS-GRADE-LABEL TO REPORT-LINE(3:2).
               MOVE WS-DS-CURRENT(WS-GRADE-SUB) TO REPORT-LINE(8:7).
               MOVE WS-DS-PROJECTED(WS-GRADE-SUB) TO REPORT-LINE(17:7).
               COMPUTE WS-CHANGE = WS-DS-PROJECTED(WS-GRADE-SUB)
                   - WS-DS-CURRENT(WS-GRADE-SUB).
               MOVE WS-CHANGE TO WS-EDIT-CHANGE.
               MOVE WS-EDIT-CHANGE TO REPORT-LINE(27:6).
               WRITE REPORT-LINE.

       END PROGRAM ENROLL-PROJECTION.
