      *          failed step stops the window, and a restart skips
      *          steps already marked complete so only the failed
      *          step and its successors run.
      *          The operator's password is checked once through
      *          SIGN-ON before the first step; the steps' own sign-on
      *          calls then accept the same operator without asking
      *          for the password again.
      *          SIMULATION_MODE=Y makes the whole window a dry run:
      *          the setting is passed down to every step, only the
      *          steps that support a simulation are run, and the
      *          step-control and balancing files are neither written
      *          nor cleared, so a dry run never marks a step
      *          complete. A predecessor passed over for having no
      *          simulation is taken as satisfied in a dry run, and
      *          the steps after it are not held for an input it
      *          would have replaced.
      *          Each schedule entry may also name up to three required
      *          input files and three predecessor steps. Before a
      *          step starts its inputs must exist, hold at least one
      *          record and differ from the generation the step last
      *          consumed (record count, first and last line are kept
      *          by step and file in the input-generation file, so
      *          two steps reading the same feed are tracked apart),
      *          and its predecessors must be COMPLETE. A step that
      *          fails a check is HELD
      *          in step control with the reason sent to MESSAGE-LOG;
      *          steps that do not depend on it carry on. A restart
      *          re-checks held steps, and RELEASE_STEP (a step name
      *          or ALL) runs a held step despite a failed check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-BATCH.
                   WS-JOB-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SCHEDULE-STATUS.
               SELECT READY-INPUT ASSIGN DYNAMIC WS-READY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READY-STATUS.
               SELECT INPUT-GENERATIONS ASSIGN DYNAMIC
                   WS-GENERATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

       DATA DIVISION.
           FILE SECTION.
           01 STEP-CONTROL-REC.
               05 SC-STEP-NAME PIC X(20).
               05 SC-STATUS PIC X(8).
               05 SC-REASON PIC X(60).

           FD BALANCE-FILE.
           01 BALANCE-REC PIC X(41).
               05 JS-SEQUENCE PIC 9(3).
               05 JS-FREQUENCY PIC X(1).
               05 JS-SKIP PIC X(1).
               05 JS-INPUT-FILE PIC X(40) OCCURS 3 TIMES.
               05 JS-PREDECESSOR PIC X(20) OCCURS 3 TIMES.

           FD READY-INPUT.
           01 READY-REC PIC X(200).

           FD INPUT-GENERATIONS.
           01 INPUT-GENERATION-REC.
               05 IG-PATH PIC X(40).
               05 IG-COUNT PIC 9(9).
               05 IG-FIRST PIC X(60).
               05 IG-LAST PIC X(60).
               05 IG-STEP-NAME PIC X(20).

           WORKING-STORAGE SECTION.
           01 WS-STEP-CONTROL-PATH PIC X(100) VALUE
           01 WS-STEP-CONTROL-STATUS PIC X(2).
           01 WS-CONTROL-EOF PIC A(1) VALUE "N".
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "NIGHTLY-BATCH".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-NAME PIC X(20).
           01 WS-ENV-VALUE PIC X(20).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-STEP-SUB PIC 9(2) VALUE 0.
           01 WS-SC-NAME PIC X(20).
           01 WS-SC-STATUS PIC X(8).
           01 WS-SC-REASON PIC X(60).
           01 WS-SWAP-ENTRY PIC X(207).
           01 WS-STEP-DUE PIC A(1).
           01 WS-SIMULATION PIC A(1) VALUE "N".
           01 WS-STEP-SIMULATES PIC A(1).
           01 WS-SIM-STEP-NAME PIC X(20).
           01 WS-PRED-SIMULATED PIC A(1).
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 30 TIMES.
                   10 WS-STEP-NAME PIC X(20).
                   10 WS-STEP-SEQ PIC 9(3).
                   10 WS-STEP-FREQ PIC X(1).
                   10 WS-STEP-SKIP PIC A(1).
                   10 WS-STEP-INPUT PIC X(40) OCCURS 3 TIMES.
                   10 WS-STEP-PRED PIC X(20) OCCURS 3 TIMES.
                   10 WS-STEP-HELD PIC A(1).
           01 WS-READY-PATH PIC X(100).
           01 WS-READY-STATUS PIC X(2).
           01 WS-READY-EOF PIC A(1).
           01 WS-READY-COUNT PIC 9(9).
           01 WS-READY-FIRST PIC X(60).
           01 WS-READY-LAST PIC X(60).
           01 WS-HOLD-REASON PIC X(60).
           01 WS-HELD-COUNT PIC 9(2) VALUE 0.
           01 WS-RELEASE-STEP PIC X(20) VALUE SPACES.
           01 WS-IN-SUB PIC 9(1).
           01 WS-PRED-FOUND PIC 9(2).
           01 WS-GENERATION-PATH PIC X(100) VALUE
               "InputGenerations.txt".
           01 WS-GENERATION-STATUS PIC X(2).
           01 WS-GENERATION-EOF PIC A(1) VALUE "N".
           01 WS-GEN-COUNT PIC 9(2) VALUE 0.
           01 WS-GEN-SUB PIC 9(2).
           01 WS-GEN-FOUND PIC 9(2).
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 90 TIMES.
                   10 WS-GEN-PATH PIC X(40).
                   10 WS-GEN-RECORDS PIC 9(9).
                   10 WS-GEN-FIRST PIC X(60).
                   10 WS-GEN-LAST PIC X(60).
                   10 WS-GEN-STEP-NAME PIC X(20).
           01 WS-NEW-GEN-TABLE.
               05 WS-NEW-GEN-ENTRY OCCURS 3 TIMES.
                   10 WS-NG-PATH PIC X(40).
                   10 WS-NG-RECORDS PIC 9(9).
                   10 WS-NG-FIRST PIC X(60).
                   10 WS-NG-LAST PIC X(60).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MAIN.
               DISPLAY "Enter operator ID:"
               ACCEPT WS-OPERATOR-ID.
               CALL "SIGN-ON" USING WS-OPERATOR-ID, WS-PROGRAM-NAME,
                   WS-AUTH-LEVEL, WS-AUTH-RESULT.
               IF WS-AUTH-RESULT NOT = "00" THEN
                   DISPLAY "NIGHTLY-BATCH: sign-on failed, window "
                       "not started"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE "OPERATOR_ID" TO WS-ENV-NAME.
               MOVE WS-OPERATOR-ID TO WS-ENV-VALUE.
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SIMULATION_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) = "Y" OR
                               WS-ENV-SCRATCH(1:1) = "y" THEN
                           MOVE "Y" TO WS-SIMULATION
                       END-IF
               END-ACCEPT.
               MOVE "SIMULATION_MODE" TO WS-ENV-NAME.
               MOVE WS-SIMULATION TO WS-ENV-VALUE.
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.
               IF WS-SIMULATION = "Y" THEN
                   DISPLAY "NIGHTLY-BATCH: *** SIMULATION RUN - NO "
                       "FILES UPDATED ***"
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STEP_CONTROL_FILE"
                   ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:20)
                           TO WS-REQUEST-STEP
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "RELEASE_STEP"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH(1:20)
                           TO WS-RELEASE-STEP
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "INPUT_GENERATION_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-GENERATION-PATH
               END-ACCEPT.
               PERFORM LOAD-JOB-SCHEDULE.
               IF WS-STEP-COUNT = 0 THEN
                   PERFORM LOAD-DEFAULT-STEPS
               END-IF.
               PERFORM SORT-STEPS.
               PERFORM LOAD-STEP-CONTROL.
               PERFORM LOAD-GENERATIONS.
               MOVE "Y" TO WS-FRESH-WINDOW.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STEP-COUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FRESH-WINDOW = "Y" AND WS-SIMULATION = "N" THEN
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
               END-IF.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM CHECK-STEP-DUE
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SIM-STEP-NAME
                   PERFORM CHECK-STEP-SIMULATES
                   IF WS-STEP-SKIP(WS-STEP-SUB) = "Y" THEN
                       DISPLAY "NIGHTLY-BATCH: skipping "
                           WS-STEP-NAME(WS-STEP-SUB)
                       DISPLAY "NIGHTLY-BATCH: skipping "
                           WS-STEP-NAME(WS-STEP-SUB)
                           " (already complete)"
                   ELSE IF WS-STEP-SIMULATES = "N" THEN
                       DISPLAY "NIGHTLY-BATCH: skipping "
                           WS-STEP-NAME(WS-STEP-SUB)
                           " (no simulation support)"
                   ELSE
                       PERFORM START-STEP
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   ADD 1 TO WS-STEP-SUB
               END-PERFORM.
      * held steps keep the step-control file so a restart skips
      * what finished and re-checks only what was held
               IF WS-HELD-COUNT > 0 THEN
                   DISPLAY "NIGHTLY-BATCH: " WS-HELD-COUNT
                       " step(s) held, restart to release"
                   MOVE 4 TO RETURN-CODE
               ELSE IF WS-SIMULATION = "Y" THEN
                   DISPLAY "NIGHTLY-BATCH: simulation complete"
               ELSE
                   OPEN OUTPUT STEP-CONTROL
                   CLOSE STEP-CONTROL
                   DISPLAY "NIGHTLY-BATCH: complete"
               END-IF.
               STOP RUN.

            LOAD-JOB-SCHEDULE.
                   END-IF
                   MOVE JS-FREQUENCY TO WS-STEP-FREQ(WS-STEP-COUNT)
                   MOVE JS-SKIP TO WS-STEP-SKIP(WS-STEP-COUNT)
                   MOVE "N" TO WS-STEP-HELD(WS-STEP-COUNT)
                   MOVE 1 TO WS-IN-SUB
                   PERFORM UNTIL WS-IN-SUB > 3
                       MOVE JS-INPUT-FILE(WS-IN-SUB)
                           TO WS-STEP-INPUT(WS-STEP-COUNT, WS-IN-SUB)
                       MOVE JS-PREDECESSOR(WS-IN-SUB)
                           TO WS-STEP-PRED(WS-STEP-COUNT, WS-IN-SUB)
                       ADD 1 TO WS-IN-SUB
                   END-PERFORM
               ELSE
                   DISPLAY "NIGHTLY-BATCH: step table full, "
                       JS-STEP-NAME " dropped"
                   MOVE WS-SUB TO WS-STEP-SEQ(WS-SUB)
                   MOVE "D" TO WS-STEP-FREQ(WS-SUB)
                   MOVE "N" TO WS-STEP-SKIP(WS-SUB)
                   MOVE "N" TO WS-STEP-HELD(WS-SUB)
                   MOVE 1 TO WS-IN-SUB
                   PERFORM UNTIL WS-IN-SUB > 3
                       MOVE SPACES TO WS-STEP-INPUT(WS-SUB, WS-IN-SUB)
                       MOVE SPACES TO WS-STEP-PRED(WS-SUB, WS-IN-SUB)
                       ADD 1 TO WS-IN-SUB
                   END-PERFORM
                   ADD 1 TO WS-SUB
               END-PERFORM.

                       MOVE "Y" TO WS-STEP-DUE
               END-EVALUATE.

      * a dry run only calls the steps that honour SIMULATION_MODE;
      * any other step would update its files for real
            CHECK-STEP-SIMULATES.
               MOVE "Y" TO WS-STEP-SIMULATES.
               IF WS-SIMULATION = "Y" THEN
                   EVALUATE WS-SIM-STEP-NAME
                       WHEN "FEE-BILLING"
                       WHEN "GRADE-PROMOTION"
                       WHEN "ARCHIVE-PURGE"
                       WHEN "STUDENT-WITHDRAWAL"
                       WHEN "CAMPUS-TRANSFER"
                       WHEN "STUDENT-MERGE"
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-STEP-SIMULATES
                   END-EVALUATE
               END-IF.

            LOAD-STEP-CONTROL.
               OPEN INPUT STEP-CONTROL.
               IF WS-STEP-CONTROL-STATUS NOT = "00" THEN
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * readiness checks; every check is made so a released step
      * still has its input generations recorded
            START-STEP.
               MOVE SPACES TO WS-HOLD-REASON.
               PERFORM CHECK-PREDECESSORS.
               PERFORM CHECK-INPUTS.
               IF WS-HOLD-REASON NOT = SPACES AND
                       (WS-RELEASE-STEP = WS-STEP-NAME(WS-STEP-SUB)
                        OR WS-RELEASE-STEP = "ALL") THEN
                   DISPLAY "NIGHTLY-BATCH: "
                       WS-STEP-NAME(WS-STEP-SUB)
                       " released by operator ("
                       FUNCTION TRIM(WS-HOLD-REASON) ")"
                   MOVE "I" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-STEP-NAME(WS-STEP-SUB)
                          DELIMITED BY SPACE
                          " released: " DELIMITED BY SIZE
                          WS-HOLD-REASON DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   MOVE SPACES TO WS-HOLD-REASON
               END-IF.
               IF WS-HOLD-REASON = SPACES THEN
                   PERFORM RUN-ONE-STEP
               ELSE
                   PERFORM HOLD-STEP
               END-IF.

            CHECK-PREDECESSORS.
               MOVE "N" TO WS-PRED-SIMULATED.
               MOVE 1 TO WS-IN-SUB.
               PERFORM UNTIL WS-IN-SUB > 3
                   IF WS-STEP-PRED(WS-STEP-SUB, WS-IN-SUB) NOT = SPACES
                       PERFORM CHECK-ONE-PREDECESSOR
                   END-IF
                   ADD 1 TO WS-IN-SUB
               END-PERFORM.

            CHECK-ONE-PREDECESSOR.
               MOVE 0 TO WS-PRED-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-STEP-COUNT
                       OR WS-PRED-FOUND > 0
                   IF WS-STEP-NAME(WS-SUB) =
                           WS-STEP-PRED(WS-STEP-SUB, WS-IN-SUB) THEN
                       MOVE WS-SUB TO WS-PRED-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
      * in a dry run a predecessor that could not be simulated was
      * passed over, not failed, so it does not hold the step
               IF WS-PRED-FOUND > 0 THEN
                   MOVE WS-STEP-NAME(WS-PRED-FOUND) TO WS-SIM-STEP-NAME
                   PERFORM CHECK-STEP-SIMULATES
                   IF WS-STEP-SIMULATES = "N" THEN
                       MOVE "Y" TO WS-PRED-SIMULATED
                   END-IF
               END-IF.
               IF WS-HOLD-REASON = SPACES THEN
                   IF WS-PRED-FOUND = 0 THEN
                       STRING "predecessor " DELIMITED BY SIZE
                              WS-STEP-PRED(WS-STEP-SUB, WS-IN-SUB)
                              DELIMITED BY SPACE
                              " not scheduled" DELIMITED BY SIZE
                              INTO WS-HOLD-REASON
                   ELSE IF WS-STEP-DONE(WS-PRED-FOUND) NOT = "Y"
                           AND WS-STEP-SIMULATES = "Y"
                       STRING "predecessor " DELIMITED BY SIZE
                              WS-STEP-PRED(WS-STEP-SUB, WS-IN-SUB)
                              DELIMITED BY SPACE
                              " not complete" DELIMITED BY SIZE
                              INTO WS-HOLD-REASON
                   END-IF
                   END-IF
               END-IF.

            CHECK-INPUTS.
               MOVE SPACES TO WS-NEW-GEN-TABLE.
               MOVE 1 TO WS-IN-SUB.
               PERFORM UNTIL WS-IN-SUB > 3
                   MOVE 0 TO WS-NG-RECORDS(WS-IN-SUB)
                   IF WS-STEP-INPUT(WS-STEP-SUB, WS-IN-SUB)
                           NOT = SPACES THEN
                       PERFORM CHECK-ONE-INPUT
                   END-IF
                   ADD 1 TO WS-IN-SUB
               END-PERFORM.

      * a generation is the record count with the first and last
      * lines; a feed that has not been replaced since the step last
      * ran matches on all three
            CHECK-ONE-INPUT.
               MOVE SPACES TO WS-READY-PATH.
               MOVE WS-STEP-INPUT(WS-STEP-SUB, WS-IN-SUB)
                   TO WS-READY-PATH.
               MOVE 0 TO WS-READY-COUNT.
               MOVE SPACES TO WS-READY-FIRST.
               MOVE SPACES TO WS-READY-LAST.
               MOVE "N" TO WS-READY-EOF.
               OPEN INPUT READY-INPUT.
               IF WS-READY-STATUS NOT = "00" THEN
                   IF WS-HOLD-REASON = SPACES THEN
                       STRING "input missing " DELIMITED BY SIZE
                              WS-READY-PATH DELIMITED BY SPACE
                              INTO WS-HOLD-REASON
                   END-IF
               ELSE
                   PERFORM UNTIL WS-READY-EOF = "Y"
                       READ READY-INPUT
                           AT END MOVE "Y" TO WS-READY-EOF
                           NOT AT END
                               ADD 1 TO WS-READY-COUNT
                               IF WS-READY-COUNT = 1 THEN
                                   MOVE READY-REC TO WS-READY-FIRST
                               END-IF
                               MOVE READY-REC TO WS-READY-LAST
                       END-READ
                   END-PERFORM
                   CLOSE READY-INPUT
                   PERFORM CHECK-INPUT-GENERATION
               END-IF.

            CHECK-INPUT-GENERATION.
               IF WS-READY-COUNT = 0 THEN
                   IF WS-HOLD-REASON = SPACES THEN
                       STRING "input empty " DELIMITED BY SIZE
                              WS-READY-PATH DELIMITED BY SPACE
                              INTO WS-HOLD-REASON
                   END-IF
               ELSE
                   MOVE WS-STEP-INPUT(WS-STEP-SUB, WS-IN-SUB)
                       TO WS-NG-PATH(WS-IN-SUB)
                   MOVE WS-READY-COUNT TO WS-NG-RECORDS(WS-IN-SUB)
                   MOVE WS-READY-FIRST TO WS-NG-FIRST(WS-IN-SUB)
                   MOVE WS-READY-LAST TO WS-NG-LAST(WS-IN-SUB)
                   PERFORM FIND-GENERATION
                   IF WS-GEN-FOUND > 0 AND WS-HOLD-REASON = SPACES
                           AND WS-PRED-SIMULATED = "N"
                       IF WS-GEN-RECORDS(WS-GEN-FOUND) =
                               WS-READY-COUNT AND
                           WS-GEN-FIRST(WS-GEN-FOUND) =
                               WS-READY-FIRST AND
                           WS-GEN-LAST(WS-GEN-FOUND) = WS-READY-LAST
                           STRING "input not a new generation "
                                  DELIMITED BY SIZE
                                  WS-READY-PATH DELIMITED BY SPACE
                                  INTO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF.

      * generations are kept per step, so a feed consumed by one
      * step is still new to the next step that reads it
            FIND-GENERATION.
               MOVE 0 TO WS-GEN-FOUND.
               MOVE 1 TO WS-GEN-SUB.
               PERFORM UNTIL WS-GEN-SUB > WS-GEN-COUNT
                       OR WS-GEN-FOUND > 0
                   IF WS-GEN-STEP-NAME(WS-GEN-SUB) =
                           WS-STEP-NAME(WS-STEP-SUB) AND
                           WS-GEN-PATH(WS-GEN-SUB) =
                           WS-NG-PATH(WS-IN-SUB) THEN
                       MOVE WS-GEN-SUB TO WS-GEN-FOUND
                   END-IF
                   ADD 1 TO WS-GEN-SUB
               END-PERFORM.

            HOLD-STEP.
               ADD 1 TO WS-HELD-COUNT.
               MOVE "Y" TO WS-STEP-HELD(WS-STEP-SUB).
               DISPLAY "NIGHTLY-BATCH: holding "
                   WS-STEP-NAME(WS-STEP-SUB) " ("
                   FUNCTION TRIM(WS-HOLD-REASON) ")".
               MOVE "W" TO WS-MSG-SEVERITY.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                      " held: " DELIMITED BY SIZE
                      WS-HOLD-REASON DELIMITED BY SIZE
                      INTO WS-MSG-TEXT.
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   WS-PROGRAM-NAME, WS-MSG-TEXT.
               IF WS-SIMULATION = "N" THEN
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SC-NAME
                   MOVE "HELD" TO WS-SC-STATUS
                   MOVE WS-HOLD-REASON TO WS-SC-REASON
                   PERFORM WRITE-STEP-CONTROL
               END-IF.

            LOAD-GENERATIONS.
               OPEN INPUT INPUT-GENERATIONS.
               IF WS-GENERATION-STATUS = "00" THEN
                   PERFORM UNTIL WS-GENERATION-EOF = "Y"
                       READ INPUT-GENERATIONS
                           AT END MOVE "Y" TO WS-GENERATION-EOF
                           NOT AT END PERFORM LOAD-ONE-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-GENERATIONS
               END-IF.

            LOAD-ONE-GENERATION.
               IF WS-GEN-COUNT < 90 AND IG-PATH NOT = SPACES AND
                       IG-STEP-NAME NOT = SPACES THEN
                   ADD 1 TO WS-GEN-COUNT
                   MOVE IG-STEP-NAME TO WS-GEN-STEP-NAME(WS-GEN-COUNT)
                   MOVE IG-PATH TO WS-GEN-PATH(WS-GEN-COUNT)
                   IF IG-COUNT IS NUMERIC THEN
                       MOVE IG-COUNT TO WS-GEN-RECORDS(WS-GEN-COUNT)
                   ELSE
                       MOVE 0 TO WS-GEN-RECORDS(WS-GEN-COUNT)
                   END-IF
                   MOVE IG-FIRST TO WS-GEN-FIRST(WS-GEN-COUNT)
                   MOVE IG-LAST TO WS-GEN-LAST(WS-GEN-COUNT)
               END-IF.

      * the generation a step consumed is kept once it completes
            RECORD-GENERATIONS.
               MOVE 1 TO WS-IN-SUB.
               PERFORM UNTIL WS-IN-SUB > 3
                   IF WS-NG-PATH(WS-IN-SUB) NOT = SPACES THEN
                       PERFORM RECORD-ONE-GENERATION
                   END-IF
                   ADD 1 TO WS-IN-SUB
               END-PERFORM.
               OPEN OUTPUT INPUT-GENERATIONS.
               MOVE 1 TO WS-GEN-SUB.
               PERFORM UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   MOVE WS-GEN-PATH(WS-GEN-SUB) TO IG-PATH
                   MOVE WS-GEN-RECORDS(WS-GEN-SUB) TO IG-COUNT
                   MOVE WS-GEN-FIRST(WS-GEN-SUB) TO IG-FIRST
                   MOVE WS-GEN-LAST(WS-GEN-SUB) TO IG-LAST
                   MOVE WS-GEN-STEP-NAME(WS-GEN-SUB) TO IG-STEP-NAME
                   WRITE INPUT-GENERATION-REC
                   ADD 1 TO WS-GEN-SUB
               END-PERFORM.
               CLOSE INPUT-GENERATIONS.

            RECORD-ONE-GENERATION.
               PERFORM FIND-GENERATION.
               IF WS-GEN-FOUND = 0 AND WS-GEN-COUNT < 90 THEN
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-GEN-FOUND
               END-IF.
               IF WS-GEN-FOUND > 0 THEN
                   MOVE WS-STEP-NAME(WS-STEP-SUB)
                       TO WS-GEN-STEP-NAME(WS-GEN-FOUND)
                   MOVE WS-NG-PATH(WS-IN-SUB)
                       TO WS-GEN-PATH(WS-GEN-FOUND)
                   MOVE WS-NG-RECORDS(WS-IN-SUB)
                       TO WS-GEN-RECORDS(WS-GEN-FOUND)
                   MOVE WS-NG-FIRST(WS-IN-SUB)
                       TO WS-GEN-FIRST(WS-GEN-FOUND)
                   MOVE WS-NG-LAST(WS-IN-SUB)
                       TO WS-GEN-LAST(WS-GEN-FOUND)
               END-IF.

            RUN-ONE-STEP.
               DISPLAY "NIGHTLY-BATCH: starting "
                   WS-STEP-NAME(WS-STEP-SUB).
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SC-NAME.
               MOVE "STARTED" TO WS-SC-STATUS.
               MOVE SPACES TO WS-SC-REASON.
               IF WS-SIMULATION = "N" THEN
                   PERFORM WRITE-STEP-CONTROL
               END-IF.
               MOVE 0 TO RETURN-CODE.
               CALL WS-STEP-NAME(WS-STEP-SUB).
               IF RETURN-CODE NOT = 0 THEN
               END-IF.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SC-NAME.
               MOVE "COMPLETE" TO WS-SC-STATUS.
               MOVE SPACES TO WS-SC-REASON.
               IF WS-SIMULATION = "N" THEN
                   PERFORM WRITE-STEP-CONTROL
               END-IF.
               MOVE "Y" TO WS-STEP-DONE(WS-STEP-SUB).
               IF WS-SIMULATION = "N" THEN
                   PERFORM RECORD-GENERATIONS
               END-IF.

            WRITE-STEP-CONTROL.
               OPEN EXTEND STEP-CONTROL.
               END-IF.
               MOVE WS-SC-NAME TO SC-STEP-NAME.
               MOVE WS-SC-STATUS TO SC-STATUS.
               MOVE WS-SC-REASON TO SC-REASON.
               WRITE STEP-CONTROL-REC.
               CLOSE STEP-CONTROL.

