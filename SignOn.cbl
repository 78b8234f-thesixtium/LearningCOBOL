      *          like the purge and the year-end roll-forward).
      *          Checks the operator master and returns 00 authorized,
      *          01 operator unknown, 02 operator inactive, 03 level
      *          too low, 04 wrong password, 05 operator locked out,
      *          06 required password change not completed, 07 no
      *          password on file (refused and logged as an E until
      *          OPERATOR-MAINT resets the operator). If the
      *          operator master is missing the check is waived with
      *          a console warning so the shop is not locked out
      *          before the file is built.
      *          Prompts for the operator's password and compares its
      *          hash with the one on the master. Each wrong password
      *          adds to the operator's failed-attempt count and at
      *          OPERATOR_MAX_FAILURES (default 3) the operator is
      *          locked until OPERATOR-MAINT unlocks or resets them;
      *          a good password clears the count. A password older
      *          than OPERATOR_PASSWORD_DAYS days (default 90), or a
      *          temporary password from an add or a reset, must be
      *          changed before sign-on succeeds.
      *          Once an operator has given the right password the
      *          ID is remembered for the rest of the run unit, so
      *          the steps NIGHTLY-BATCH calls do not prompt again.
      *          Every failed sign-on is written through MESSAGE-LOG
      *          as a W and every lockout as an E.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGN-ON.
           FILE SECTION.
           FD OPERATOR-MASTER.
           01 OPERATOR-REC.
               COPY "OperatorRec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-OPERATOR-PATH PIC X(100) VALUE
               "OperatorMaster.txt".
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-PARSED-VALUE PIC 9(3).
           01 WS-MAX-FAILURES PIC 9(3) VALUE 3.
           01 WS-PASSWORD-DAYS PIC 9(3) VALUE 90.
           01 WS-VERIFIED-ID PIC X(10) VALUE SPACES.
           01 WS-PASSWORD PIC X(20).
           01 WS-NEW-PASSWORD PIC X(20).
           01 WS-CONFIRM-PASSWORD PIC X(20).
           01 WS-ENTERED-HASH PIC 9(10).
           01 WS-NEW-HASH PIC 9(10).
           01 WS-PASSWORD-LENGTH PIC 9(2).
           01 WS-PASSWORD-AGE PIC S9(5).
           01 WS-CHANGE-REQUIRED PIC A(1).
           01 WS-CHANGE-REASON PIC X(40).
           01 WS-REJECT-REASON PIC X(50).
           01 WS-MASTER-CHANGED PIC A(1).
           01 WS-TABLE-FULL PIC A(1).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-EDIT-COUNT PIC ZZ9.
           01 WS-EDIT-MAX PIC ZZ9.
           01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.
           01 WS-SUB PIC 9(3) VALUE 0.
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
                   10 WS-OP-ID PIC X(10).
                   10 WS-OP-NAME PIC X(25).
                   10 WS-OP-ACTIVE PIC A(1).
                   10 WS-OP-LEVEL PIC 9(1).
                   10 WS-OP-HASH PIC 9(10).
                   10 WS-OP-CHANGED PIC 9(8).
                   10 WS-OP-FAILED PIC 9(2).
                   10 WS-OP-LOCKED PIC X(1).

           LINKAGE SECTION.
           01 LK-OPERATOR-ID PIC X(10).
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-OPERATOR-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "OPERATOR_MAX_FAILURES"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-MAX-FAILURES TO WS-PARSED-VALUE
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-VALUE TO WS-MAX-FAILURES
               END-ACCEPT.
               IF WS-MAX-FAILURES < 1 OR WS-MAX-FAILURES > 99 THEN
                   MOVE 3 TO WS-MAX-FAILURES
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "OPERATOR_PASSWORD_DAYS"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-PASSWORD-DAYS TO WS-PARSED-VALUE
                       PERFORM PARSE-THRESHOLD
                       MOVE WS-PARSED-VALUE TO WS-PASSWORD-DAYS
               END-ACCEPT.
               IF WS-PASSWORD-DAYS < 1 THEN
                   MOVE 90 TO WS-PASSWORD-DAYS
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE "00" TO LK-SIGNON-RESULT.
               MOVE "N" TO WS-MASTER-CHANGED.
               MOVE "N" TO WS-CHANGE-REQUIRED.
               OPEN INPUT OPERATOR-MASTER.
               IF WS-OPERATOR-STATUS NOT = "00" THEN
                   DISPLAY "SIGN-ON: operator master not found, "
                       "authorization check waived"
                   GOBACK
               END-IF.
               PERFORM LOAD-OPERATORS.
               CLOSE OPERATOR-MASTER.
               PERFORM FIND-OPERATOR.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "01" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: operator " LK-OPERATOR-ID
                       " not on operator master"
                   MOVE "unknown operator" TO WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               ELSE IF WS-OP-ACTIVE(WS-FOUND-SUB) NOT = "A" THEN
                   MOVE "02" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: operator " LK-OPERATOR-ID
                       " is inactive"
                   MOVE "operator inactive" TO WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               ELSE IF WS-OP-LOCKED(WS-FOUND-SUB) = "Y" THEN
                   MOVE "05" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: operator " LK-OPERATOR-ID
                       " is locked out, see your supervisor"
                   MOVE "operator locked out" TO WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               ELSE IF WS-VERIFIED-ID NOT = LK-OPERATOR-ID THEN
                   PERFORM CHECK-PASSWORD
                   IF LK-SIGNON-RESULT = "00" THEN
                       PERFORM CHECK-PASSWORD-AGE
                   END-IF
                   IF LK-SIGNON-RESULT = "00" THEN
                       MOVE LK-OPERATOR-ID TO WS-VERIFIED-ID
                   END-IF
               END-IF.
               IF LK-SIGNON-RESULT = "00" AND
                       WS-OP-LEVEL(WS-FOUND-SUB) < LK-REQUIRED-LEVEL
                       THEN
                   MOVE "03" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: operator " LK-OPERATOR-ID
                       " not authorized for " LK-PROGRAM-NAME
                   MOVE "level too low" TO WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               END-IF.
               IF WS-MASTER-CHANGED = "Y" THEN
                   PERFORM REWRITE-OPERATORS
               END-IF.
               MOVE SPACES TO WS-PASSWORD.
               MOVE SPACES TO WS-NEW-PASSWORD.
               MOVE SPACES TO WS-CONFIRM-PASSWORD.
               GOBACK.

            PARSE-THRESHOLD.
               IF WS-ENV-SCRATCH(1:3) IS NUMERIC THEN
                   MOVE WS-ENV-SCRATCH(1:3) TO WS-PARSED-VALUE
               ELSE IF WS-ENV-SCRATCH(1:2) IS NUMERIC AND
                       WS-ENV-SCRATCH(3:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:2))
               ELSE IF WS-ENV-SCRATCH(1:1) IS NUMERIC AND
                       WS-ENV-SCRATCH(2:1) = SPACE THEN
                   COMPUTE WS-PARSED-VALUE =
                       FUNCTION NUMVAL(WS-ENV-SCRATCH(1:1))
               END-IF
               END-IF
               END-IF.

      * the whole master is held so a changed failure count, lock or
      * password can be written back; records from before passwords
      * were kept carry blanks in the new fields and load as zero
            LOAD-OPERATORS.
               MOVE 0 TO WS-OPERATOR-COUNT.
               MOVE "N" TO WS-TABLE-FULL.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERATOR-MASTER
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-OPERATOR
                   END-READ
               END-PERFORM.

            LOAD-ONE-OPERATOR.
               IF WS-OPERATOR-COUNT < 100 THEN
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OP-ID TO WS-OP-ID(WS-OPERATOR-COUNT)
                   MOVE OP-NAME TO WS-OP-NAME(WS-OPERATOR-COUNT)
                   MOVE OP-ACTIVE TO WS-OP-ACTIVE(WS-OPERATOR-COUNT)
                   MOVE OP-AUTH-LEVEL
                       TO WS-OP-LEVEL(WS-OPERATOR-COUNT)
                   IF OP-PASSWORD-HASH IS NUMERIC THEN
                       MOVE OP-PASSWORD-HASH
                           TO WS-OP-HASH(WS-OPERATOR-COUNT)
                   ELSE
                       MOVE 0 TO WS-OP-HASH(WS-OPERATOR-COUNT)
                   END-IF
                   IF OP-PASSWORD-CHANGED IS NUMERIC THEN
                       MOVE OP-PASSWORD-CHANGED
                           TO WS-OP-CHANGED(WS-OPERATOR-COUNT)
                   ELSE
                       MOVE 0 TO WS-OP-CHANGED(WS-OPERATOR-COUNT)
                   END-IF
                   IF OP-FAILED-COUNT IS NUMERIC THEN
                       MOVE OP-FAILED-COUNT
                           TO WS-OP-FAILED(WS-OPERATOR-COUNT)
                   ELSE
                       MOVE 0 TO WS-OP-FAILED(WS-OPERATOR-COUNT)
                   END-IF
                   IF OP-IS-LOCKED THEN
                       MOVE "Y" TO WS-OP-LOCKED(WS-OPERATOR-COUNT)
                   ELSE
                       MOVE "N" TO WS-OP-LOCKED(WS-OPERATOR-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF.

            FIND-OPERATOR.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-OPERATOR-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-OP-ID(WS-SUB) = LK-OPERATOR-ID THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

      * an operator with no password on file is refused outright,
      * never allowed to pick one, so an unset ID cannot be taken
      * over; a wrong password counts toward the lockout limit
            CHECK-PASSWORD.
               IF WS-OP-HASH(WS-FOUND-SUB) = 0 THEN
                   MOVE "07" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: no password on file for "
                       LK-OPERATOR-ID ", see your supervisor"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Sign-on refused " DELIMITED BY SIZE
                          LK-OPERATOR-ID DELIMITED BY SPACE
                          ": no password on file" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       LK-PROGRAM-NAME, WS-MSG-TEXT
               ELSE
                   DISPLAY "Enter password:"
                   MOVE SPACES TO WS-PASSWORD
                   ACCEPT WS-PASSWORD
                   CALL "PASSWORD-HASH" USING LK-OPERATOR-ID,
                       WS-PASSWORD, WS-ENTERED-HASH
                   IF WS-ENTERED-HASH = WS-OP-HASH(WS-FOUND-SUB) THEN
                       IF WS-OP-FAILED(WS-FOUND-SUB) > 0 THEN
                           MOVE 0 TO WS-OP-FAILED(WS-FOUND-SUB)
                           MOVE "Y" TO WS-MASTER-CHANGED
                       END-IF
                   ELSE
                       PERFORM RECORD-BAD-PASSWORD
                   END-IF
               END-IF.

            RECORD-BAD-PASSWORD.
               IF WS-OP-FAILED(WS-FOUND-SUB) < 99 THEN
                   ADD 1 TO WS-OP-FAILED(WS-FOUND-SUB)
               END-IF.
               MOVE "Y" TO WS-MASTER-CHANGED.
               MOVE WS-OP-FAILED(WS-FOUND-SUB) TO WS-EDIT-COUNT.
               MOVE WS-MAX-FAILURES TO WS-EDIT-MAX.
               IF WS-OP-FAILED(WS-FOUND-SUB) >= WS-MAX-FAILURES THEN
                   MOVE "05" TO LK-SIGNON-RESULT
                   MOVE "Y" TO WS-OP-LOCKED(WS-FOUND-SUB)
                   DISPLAY "SIGN-ON: wrong password, operator "
                       LK-OPERATOR-ID " is now locked out"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Operator " DELIMITED BY SIZE
                          LK-OPERATOR-ID DELIMITED BY SPACE
                          " locked after " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          " failed sign-ons" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       LK-PROGRAM-NAME, WS-MSG-TEXT
               ELSE
                   MOVE "04" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: wrong password for operator "
                       LK-OPERATOR-ID
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "wrong password (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          " of " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-MAX)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               END-IF.

      * a reset leaves a temporary password with no changed date, so
      * it is always replaced at the first sign-on after the reset
            CHECK-PASSWORD-AGE.
               IF WS-CHANGE-REQUIRED = "N" THEN
                   IF WS-OP-CHANGED(WS-FOUND-SUB) = 0 THEN
                       MOVE "Y" TO WS-CHANGE-REQUIRED
                       MOVE "Temporary password must be changed"
                           TO WS-CHANGE-REASON
                   ELSE
                       COMPUTE WS-PASSWORD-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                           FUNCTION INTEGER-OF-DATE(
                               WS-OP-CHANGED(WS-FOUND-SUB))
                       IF WS-PASSWORD-AGE >= WS-PASSWORD-DAYS THEN
                           MOVE "Y" TO WS-CHANGE-REQUIRED
                           MOVE "Password has expired"
                               TO WS-CHANGE-REASON
                       END-IF
                   END-IF
                   IF WS-CHANGE-REQUIRED = "Y" THEN
                       DISPLAY "SIGN-ON: " WS-CHANGE-REASON
                   END-IF
               END-IF.
               IF WS-CHANGE-REQUIRED = "Y" THEN
                   PERFORM CHANGE-PASSWORD
               END-IF.

            CHANGE-PASSWORD.
               MOVE SPACES TO WS-NEW-PASSWORD.
               MOVE SPACES TO WS-CONFIRM-PASSWORD.
               DISPLAY "Enter new password (6-20 characters):".
               ACCEPT WS-NEW-PASSWORD.
               DISPLAY "Re-enter new password:".
               ACCEPT WS-CONFIRM-PASSWORD.
               MOVE 0 TO WS-PASSWORD-LENGTH.
               IF WS-NEW-PASSWORD NOT = SPACES THEN
                   COMPUTE WS-PASSWORD-LENGTH = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-NEW-PASSWORD TRAILING))
               END-IF.
               CALL "PASSWORD-HASH" USING LK-OPERATOR-ID,
                   WS-NEW-PASSWORD, WS-NEW-HASH.
               MOVE SPACES TO WS-REJECT-REASON.
               IF WS-PASSWORD-LENGTH < 6 THEN
                   MOVE "new password shorter than 6"
                       TO WS-REJECT-REASON
               ELSE IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD THEN
                   MOVE "new passwords did not match"
                       TO WS-REJECT-REASON
               ELSE IF WS-NEW-HASH = WS-OP-HASH(WS-FOUND-SUB) THEN
                   MOVE "new password same as old"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   MOVE "06" TO LK-SIGNON-RESULT
                   DISPLAY "SIGN-ON: password not changed, "
                       WS-REJECT-REASON
                   PERFORM LOG-FAILED-SIGNON
               ELSE
                   MOVE WS-NEW-HASH TO WS-OP-HASH(WS-FOUND-SUB)
                   MOVE WS-TODAY-DATE TO WS-OP-CHANGED(WS-FOUND-SUB)
                   MOVE 0 TO WS-OP-FAILED(WS-FOUND-SUB)
                   MOVE "Y" TO WS-MASTER-CHANGED
                   DISPLAY "SIGN-ON: password changed"
                   MOVE "I" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "Password changed for operator "
                              DELIMITED BY SIZE
                          LK-OPERATOR-ID DELIMITED BY SPACE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       LK-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.

            LOG-FAILED-SIGNON.
               MOVE "W" TO WS-MSG-SEVERITY.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "Sign-on failed " DELIMITED BY SIZE
                      LK-OPERATOR-ID DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO WS-MSG-TEXT.
               CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                   LK-PROGRAM-NAME, WS-MSG-TEXT.

      * a master too big for the table is left alone rather than
      * rewritten short
            REWRITE-OPERATORS.
               IF WS-TABLE-FULL = "Y" THEN
                   DISPLAY "SIGN-ON: operator master over 100 "
                       "entries, sign-on changes not saved"
               ELSE
                   OPEN OUTPUT OPERATOR-MASTER
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-OPERATOR-COUNT
                       MOVE WS-OP-ID(WS-SUB) TO OP-ID
                       MOVE WS-OP-NAME(WS-SUB) TO OP-NAME
                       MOVE WS-OP-ACTIVE(WS-SUB) TO OP-ACTIVE
                       MOVE WS-OP-LEVEL(WS-SUB) TO OP-AUTH-LEVEL
                       MOVE WS-OP-HASH(WS-SUB) TO OP-PASSWORD-HASH
                       MOVE WS-OP-CHANGED(WS-SUB)
                           TO OP-PASSWORD-CHANGED
                       MOVE WS-OP-FAILED(WS-SUB) TO OP-FAILED-COUNT
                       MOVE WS-OP-LOCKED(WS-SUB) TO OP-LOCKED
                       WRITE OPERATOR-REC
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   CLOSE OPERATOR-MASTER
               END-IF.

       END PROGRAM SIGN-ON.
