      *          completers to the graduate file with a graduation date,
      *          leaves inactive students untouched, and prints a
      *          promotion register with before/after grade counts so
      *          the registrar can certify the roll-forward. Seniors
      *          the latest CREDIT-AUDIT shows short of graduation
      *          credits are held in grade 12 instead of graduating
      *          and are listed on the register. The active counts
      *          by campus and grade before and after the roll-forward
      *          are appended to the promotion history, which the
      *          enrollment projection uses for its cohort ratios.
      *          With SIMULATION_MODE=Y the roll-forward is worked
      *          out and the register printed, marked SIMULATION,
      *          but the roster, graduate file and promotion history
      *          are left untouched. Each student promoted,
      *          graduated or held is written to the student
      *          change-event log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-PROMOTION.
               SELECT GRADUATES ASSIGN DYNAMIC WS-GRADUATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADUATES-STATUS.
               SELECT CREDIT-AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT PROMOTION-REGISTER ASSIGN DYNAMIC
                   WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PROMOTION-HISTORY ASSIGN DYNAMIC
                   WS-PROMO-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 GRD-CAMPUS-CODE PIC X(3).
               05 GRD-GRADUATION-DATE PIC 9(8).

           FD CREDIT-AUDIT-FILE.
           01 CREDIT-AUDIT-REC.
               COPY "CreditAuditRec.cpy".

           FD PROMOTION-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD PROMOTION-HISTORY.
           01 PROMOTION-HISTORY-REC.
               COPY "PromoHistRec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SCHOOL-PATH PIC X(100) VALUE
               "SchoolRoster.dat".
               "Graduates.txt".
           01 WS-REGISTER-PATH PIC X(100) VALUE
               "PromotionRegister.txt".
           01 WS-AUDIT-PATH PIC X(100) VALUE
               "CreditAudit.txt".
           01 WS-PROMO-HISTORY-PATH PIC X(100) VALUE
               "PromotionHistory.txt".
           01 WS-PROMO-HISTORY-STATUS PIC X(2).
           01 WS-SCHOOL-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-GRADUATES-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CURRENT-STAMP.
           01 WS-PROMOTED-COUNT PIC 9(7) VALUE 0.
           01 WS-GRADUATED-COUNT PIC 9(7) VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-COUNT PIC 9(7) VALUE 0.
           01 WS-SHORT-COUNT PIC 9(4) VALUE 0.
           01 WS-SHORT-TABLE.
               05 WS-SHORT-ENTRY OCCURS 2000 TIMES.
                   10 WS-SH-STUDENT-ID PIC 9(5).
                   10 WS-SH-EARNED PIC 9(3)V9.
                   10 WS-SH-REQUIRED PIC 9(3)V9.
           01 WS-SHORT-SUB PIC 9(4) VALUE 0.
           01 WS-SHORT-FOUND PIC 9(4) VALUE 0.
           01 WS-HELD-TABLE.
               05 WS-HELD-ENTRY OCCURS 2000 TIMES.
                   10 WS-HD-STUDENT-ID PIC 9(5).
                   10 WS-HD-NAME PIC A(25).
                   10 WS-HD-CAMPUS PIC X(3).
                   10 WS-HD-EARNED PIC 9(3)V9.
                   10 WS-HD-REQUIRED PIC 9(3)V9.
           01 WS-HELD-SUB PIC 9(4) VALUE 0.
           01 WS-PH-COUNT PIC 9(2) VALUE 0.
           01 WS-PH-SUB PIC 9(2) VALUE 0.
           01 WS-PH-FOUND PIC 9(2) VALUE 0.
           01 WS-PH-TABLE.
               05 WS-PH-CAMPUS OCCURS 50 TIMES.
                   10 WS-PH-CAMPUS-CODE PIC X(3).
                   10 WS-PH-GRADE OCCURS 13 TIMES.
                       15 WS-PH-BEFORE PIC 9(5).
                       15 WS-PH-AFTER PIC 9(5).
           01 WS-PH-WRITTEN PIC 9(7) VALUE 0.
           01 WS-CREDIT-EDIT PIC ZZ9.9.
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "GRADE-PROMOTION".
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-EVENT-ID PIC 9(5).
           01 WS-EVENT-TYPE PIC X(12).
           01 WS-EVENT-BEFORE PIC X(40).
           01 WS-EVENT-AFTER PIC X(40).
           01 WS-EVENT-CREDITS PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CREDIT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AUDIT-PATH
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
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SIMULATION_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) = "Y" THEN
                           MOVE "Y" TO WS-SIMULATION
                       END-IF
               END-ACCEPT.
               MOVE 1 TO WS-GRADE-SUB.
               PERFORM UNTIL WS-GRADE-SUB > 13
                   MOVE 0 TO WS-BEFORE-COUNT(WS-GRADE-SUB)
                   ADD 1 TO WS-GRADE-SUB
               END-PERFORM.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-CREDIT-AUDIT.
               IF WS-END-STATUS NOT = "COMPLETE" THEN
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
      * a simulation only reads the roster
               IF WS-SIMULATION = "Y" THEN
                   OPEN INPUT SCHOOL
               ELSE
                   OPEN I-O SCHOOL
               END-IF.
               IF WS-SCHOOL-STATUS NOT = "00" THEN
                   DISPLAY "SCHOOL roster not found, nothing to "
                       "promote"
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               IF WS-SIMULATION NOT = "Y" THEN
                   OPEN EXTEND GRADUATES
                   IF WS-GRADUATES-STATUS = "35" THEN
                       OPEN OUTPUT GRADUATES
                       CLOSE GRADUATES
                       OPEN EXTEND GRADUATES
                   END-IF
               END-IF.
               OPEN OUTPUT PROMOTION-REGISTER.
               PERFORM UNTIL WS-EOF = "Y"
               END-PERFORM.
               PERFORM PRINT-REGISTER.
               CLOSE SCHOOL.
               CLOSE PROMOTION-REGISTER.
               IF WS-SIMULATION NOT = "Y" THEN
                   PERFORM WRITE-PROMOTION-HISTORY
                   CLOSE GRADUATES
               END-IF.
               DISPLAY "===== PROMOTION CONTROL TOTALS =====".
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "*** SIMULATION - NO FILES UPDATED ***"
               END-IF.
               DISPLAY "Roster read:  " WS-READ-COUNT.
               DISPLAY "Promoted:     " WS-PROMOTED-COUNT.
               DISPLAY "Graduated:    " WS-GRADUATED-COUNT.
               DISPLAY "Inactive:     " WS-INACTIVE-COUNT.
               DISPLAY "Held (short): " WS-HELD-COUNT.
               DISPLAY "History recs: " WS-PH-WRITTEN.
               IF WS-HELD-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Seniors held for credit shortfall: "
                          DELIMITED BY SIZE
                          WS-HELD-COUNT DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               IF WS-SIMULATION = "Y" AND WS-END-STATUS = "COMPLETE"
                   MOVE "SIMULATE" TO WS-END-STATUS
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.
            PROMOTE-STUDENT.
               PERFORM COUNT-BEFORE-GRADE.
               IF SCHOOL-STATUS = "A" THEN
                   PERFORM FIND-PH-CAMPUS
                   PERFORM COUNT-PH-BEFORE
                   IF SCHOOL-GRADE-LEVEL >= 12 THEN
                       PERFORM FIND-SHORT
                       IF WS-SHORT-FOUND > 0 THEN
                           PERFORM HOLD-STUDENT
                       ELSE
                           PERFORM GRADUATE-STUDENT
                       END-IF
                   ELSE
                       PERFORM BUILD-GRADE-BEFORE
                       ADD 1 TO SCHOOL-GRADE-LEVEL
                       IF WS-SIMULATION NOT = "Y" THEN
                           REWRITE SCHOOL-RECORD
                           MOVE "PROMOTED" TO WS-EVENT-TYPE
                           MOVE SPACES TO WS-EVENT-AFTER
                           STRING "GRADE " DELIMITED BY SIZE
                                  SCHOOL-GRADE-LEVEL DELIMITED BY SIZE
                                  INTO WS-EVENT-AFTER
                           PERFORM LOG-STUDENT-EVENT
                       END-IF
                       ADD 1 TO WS-PROMOTED-COUNT
                       PERFORM COUNT-AFTER-GRADE
                       PERFORM COUNT-PH-AFTER
                   END-IF
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               MOVE SCHOOL-ENROLLMENT-DATE TO GRD-ENROLLMENT-DATE.
               MOVE SCHOOL-CAMPUS-CODE TO GRD-CAMPUS-CODE.
               MOVE WS-TODAY-DATE TO GRD-GRADUATION-DATE.
               IF WS-SIMULATION NOT = "Y" THEN
                   PERFORM BUILD-GRADE-BEFORE
                   WRITE GRADUATE-RECORD
                   DELETE SCHOOL
                   MOVE "GRADUATED" TO WS-EVENT-TYPE
                   MOVE SPACES TO WS-EVENT-AFTER
                   STRING "GRADUATED " DELIMITED BY SIZE
                          WS-TODAY-DATE DELIMITED BY SIZE
                          INTO WS-EVENT-AFTER
                   PERFORM LOG-STUDENT-EVENT
               END-IF.
               ADD 1 TO WS-GRADUATED-COUNT.

      * a senior short of credits stays in grade 12 on the roster
            HOLD-STUDENT.
               ADD 1 TO WS-HELD-COUNT.
               PERFORM COUNT-AFTER-GRADE.
               PERFORM COUNT-PH-AFTER.
               IF WS-HELD-COUNT <= 2000 THEN
                   MOVE WS-HELD-COUNT TO WS-HELD-SUB
                   MOVE SCHOOL-STUDENT-ID
                       TO WS-HD-STUDENT-ID(WS-HELD-SUB)
                   MOVE SCHOOL-NAME TO WS-HD-NAME(WS-HELD-SUB)
                   MOVE SCHOOL-CAMPUS-CODE TO WS-HD-CAMPUS(WS-HELD-SUB)
                   MOVE WS-SH-EARNED(WS-SHORT-FOUND)
                       TO WS-HD-EARNED(WS-HELD-SUB)
                   MOVE WS-SH-REQUIRED(WS-SHORT-FOUND)
                       TO WS-HD-REQUIRED(WS-HELD-SUB)
               END-IF.
               IF WS-SIMULATION NOT = "Y" THEN
                   PERFORM BUILD-GRADE-BEFORE
                   MOVE "HELD" TO WS-EVENT-TYPE
                   MOVE WS-SH-EARNED(WS-SHORT-FOUND)
                       TO WS-EVENT-CREDITS
                   MOVE SPACES TO WS-EVENT-AFTER
                   STRING "GRADE " DELIMITED BY SIZE
                          SCHOOL-GRADE-LEVEL DELIMITED BY SIZE
                          " CREDITS " DELIMITED BY SIZE
                          WS-EVENT-CREDITS DELIMITED BY SIZE
                          INTO WS-EVENT-AFTER
                   PERFORM LOG-STUDENT-EVENT
               END-IF.

            BUILD-GRADE-BEFORE.
               MOVE SCHOOL-STUDENT-ID TO WS-EVENT-ID.
               MOVE SPACES TO WS-EVENT-BEFORE.
               STRING "GRADE " DELIMITED BY SIZE
                      SCHOOL-GRADE-LEVEL DELIMITED BY SIZE
                      INTO WS-EVENT-BEFORE.

            LOG-STUDENT-EVENT.
               CALL "STUDENT-EVENT" USING WS-EVENT-ID,
                   WS-EVENT-TYPE, WS-PROGRAM-NAME, OperatorId,
                   WS-EVENT-BEFORE, WS-EVENT-AFTER.

      * only the seniors the audit found short are kept; with no
      * audit on file every senior graduates as before
            LOAD-CREDIT-AUDIT.
               OPEN INPUT CREDIT-AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00" THEN
                   DISPLAY "CREDIT-AUDIT not found, seniors graduate "
                       "without a credit check"
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE "No credit audit on file, seniors not checked"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               ELSE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ CREDIT-AUDIT-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM LOAD-ONE-AUDIT
                       END-READ
                   END-PERFORM
                   CLOSE CREDIT-AUDIT-FILE
                   MOVE "N" TO WS-EOF
               END-IF.

            LOAD-ONE-AUDIT.
               IF CA-SHORT AND CA-GRADE-LEVEL >= 12 THEN
                   IF WS-SHORT-COUNT < 2000 THEN
                       ADD 1 TO WS-SHORT-COUNT
                       MOVE CA-STUDENT-ID
                           TO WS-SH-STUDENT-ID(WS-SHORT-COUNT)
                       MOVE CA-EARNED TO WS-SH-EARNED(WS-SHORT-COUNT)
                       MOVE CA-REQUIRED
                           TO WS-SH-REQUIRED(WS-SHORT-COUNT)
                   ELSE
                       DISPLAY "Credit audit table full at "
                           CA-STUDENT-ID
                       MOVE "OVERFLOW" TO WS-END-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF.

            FIND-SHORT.
               MOVE 0 TO WS-SHORT-FOUND.
               MOVE 1 TO WS-SHORT-SUB.
               PERFORM UNTIL WS-SHORT-SUB > WS-SHORT-COUNT
                       OR WS-SHORT-FOUND > 0
                   IF WS-SH-STUDENT-ID(WS-SHORT-SUB) =
                           SCHOOL-STUDENT-ID THEN
                       MOVE WS-SHORT-SUB TO WS-SHORT-FOUND
                   END-IF
                   ADD 1 TO WS-SHORT-SUB
               END-PERFORM.

            COUNT-BEFORE-GRADE.
               IF SCHOOL-GRADE-LEVEL <= 12 THEN
                   COMPUTE WS-GRADE-SUB = SCHOOL-GRADE-LEVEL + 1
                   ADD 1 TO WS-AFTER-COUNT(WS-GRADE-SUB)
               END-IF.

      * campus table for the promotion history; a campus past the
      * table limit is simply left out of the history
            FIND-PH-CAMPUS.
               MOVE 0 TO WS-PH-FOUND.
               MOVE 1 TO WS-PH-SUB.
               PERFORM UNTIL WS-PH-SUB > WS-PH-COUNT
                       OR WS-PH-FOUND > 0
                   IF WS-PH-CAMPUS-CODE(WS-PH-SUB) =
                           SCHOOL-CAMPUS-CODE THEN
                       MOVE WS-PH-SUB TO WS-PH-FOUND
                   END-IF
                   ADD 1 TO WS-PH-SUB
               END-PERFORM.
               IF WS-PH-FOUND = 0 AND WS-PH-COUNT < 50 THEN
                   ADD 1 TO WS-PH-COUNT
                   MOVE WS-PH-COUNT TO WS-PH-FOUND
                   MOVE SCHOOL-CAMPUS-CODE
                       TO WS-PH-CAMPUS-CODE(WS-PH-FOUND)
                   MOVE 1 TO WS-GRADE-SUB
                   PERFORM UNTIL WS-GRADE-SUB > 13
                       MOVE 0 TO WS-PH-BEFORE(WS-PH-FOUND, WS-GRADE-SUB)
                       MOVE 0 TO WS-PH-AFTER(WS-PH-FOUND, WS-GRADE-SUB)
                       ADD 1 TO WS-GRADE-SUB
                   END-PERFORM
               END-IF.

            COUNT-PH-BEFORE.
               IF WS-PH-FOUND > 0 AND SCHOOL-GRADE-LEVEL <= 12 THEN
                   COMPUTE WS-GRADE-SUB = SCHOOL-GRADE-LEVEL + 1
                   ADD 1 TO WS-PH-BEFORE(WS-PH-FOUND, WS-GRADE-SUB)
               END-IF.

            COUNT-PH-AFTER.
               IF WS-PH-FOUND > 0 AND SCHOOL-GRADE-LEVEL <= 12 THEN
                   COMPUTE WS-GRADE-SUB = SCHOOL-GRADE-LEVEL + 1
                   ADD 1 TO WS-PH-AFTER(WS-PH-FOUND, WS-GRADE-SUB)
               END-IF.

            WRITE-PROMOTION-HISTORY.
               OPEN EXTEND PROMOTION-HISTORY.
               IF WS-PROMO-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT PROMOTION-HISTORY
                   CLOSE PROMOTION-HISTORY
                   OPEN EXTEND PROMOTION-HISTORY
               END-IF.
               MOVE 1 TO WS-PH-SUB.
               PERFORM UNTIL WS-PH-SUB > WS-PH-COUNT
                   MOVE 1 TO WS-GRADE-SUB
                   PERFORM UNTIL WS-GRADE-SUB > 13
                       IF WS-PH-BEFORE(WS-PH-SUB, WS-GRADE-SUB) > 0 OR
                           WS-PH-AFTER(WS-PH-SUB, WS-GRADE-SUB) > 0
                           PERFORM WRITE-ONE-PH-RECORD
                       END-IF
                       ADD 1 TO WS-GRADE-SUB
                   END-PERFORM
                   ADD 1 TO WS-PH-SUB
               END-PERFORM.
               CLOSE PROMOTION-HISTORY.

            WRITE-ONE-PH-RECORD.
               MOVE WS-TODAY-DATE TO PH-RUN-DATE.
               MOVE WS-PH-CAMPUS-CODE(WS-PH-SUB) TO PH-CAMPUS-CODE.
               COMPUTE PH-GRADE-LEVEL = WS-GRADE-SUB - 1.
               MOVE WS-PH-BEFORE(WS-PH-SUB, WS-GRADE-SUB)
                   TO PH-BEFORE-COUNT.
               MOVE WS-PH-AFTER(WS-PH-SUB, WS-GRADE-SUB)
                   TO PH-AFTER-COUNT.
               WRITE PROMOTION-HISTORY-REC.
               ADD 1 TO WS-PH-WRITTEN.

            PRINT-REGISTER.
               IF WS-SIMULATION = "Y" THEN
                   MOVE "*** SIMULATION - NO FILES UPDATED ***"
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF.
               MOVE SPACES TO REGISTER-LINE.
               STRING "PROMOTION REGISTER  RUN DATE "
                      DELIMITED BY SIZE
                      WS-INACTIVE-COUNT DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               STRING "SENIORS HELD FOR CREDIT SHORTFALL "
                      DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               IF WS-HELD-COUNT > 0 THEN
                   MOVE "  ID    NAME                      CMP  EARNED"
                       TO REGISTER-LINE
                   MOVE "REQUIRED" TO REGISTER-LINE(48:8)
                   WRITE REGISTER-LINE
               END-IF.
               MOVE 1 TO WS-HELD-SUB.
               PERFORM UNTIL WS-HELD-SUB > WS-HELD-COUNT
                       OR WS-HELD-SUB > 2000
                   PERFORM PRINT-REGISTER-HELD
                   ADD 1 TO WS-HELD-SUB
               END-PERFORM.

            PRINT-REGISTER-HELD.
               MOVE SPACES TO REGISTER-LINE.
               MOVE WS-HD-STUDENT-ID(WS-HELD-SUB) TO REGISTER-LINE(3:5).
               MOVE WS-HD-NAME(WS-HELD-SUB) TO REGISTER-LINE(9:25).
               MOVE WS-HD-CAMPUS(WS-HELD-SUB) TO REGISTER-LINE(35:3).
               MOVE WS-HD-EARNED(WS-HELD-SUB) TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REGISTER-LINE(41:5).
               MOVE WS-HD-REQUIRED(WS-HELD-SUB) TO WS-CREDIT-EDIT.
               MOVE WS-CREDIT-EDIT TO REGISTER-LINE(50:5).
               WRITE REGISTER-LINE.

            PRINT-REGISTER-GRADE.
               MOVE SPACES TO REGISTER-LINE.
