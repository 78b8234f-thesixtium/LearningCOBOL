      *          rewrites the master, and prints a listing. Requires
      *          level 3 itself so only a supervisor can hand out
      *          authority.
      *          R resets an operator's password to the temporary one
      *          on the transaction, which SIGN-ON makes them change at
      *          their next sign-on, and also clears any lockout; U
      *          unlocks an operator locked out by failed sign-ons and
      *          leaves the password alone. An add must carry a
      *          temporary password, which SIGN-ON makes the operator
      *          change at first sign-on. The listing shows the
      *          password date, failed-attempt count and lock status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
                   88 OT-ADD VALUE "A".
                   88 OT-CHANGE VALUE "C".
                   88 OT-DELETE VALUE "D".
                   88 OT-RESET VALUE "R".
                   88 OT-UNLOCK VALUE "U".
               05 OT-ID PIC X(10).
               05 OT-NAME PIC X(25).
               05 OT-ACTIVE PIC A(1).
               05 OT-AUTH-LEVEL PIC 9(1).
               05 OT-PASSWORD PIC X(20).

           FD OPERATOR-MASTER.
           01 OPERATOR-REC.
               COPY "OperatorRec.cpy".

           FD OPERATOR-LISTING.
           01 LISTING-LINE PIC X(80).
                   10 WS-OP-NAME PIC X(25).
                   10 WS-OP-ACTIVE PIC A(1).
                   10 WS-OP-LEVEL PIC 9(1).
                   10 WS-OP-HASH PIC 9(10).
                   10 WS-OP-CHANGED PIC 9(8).
                   10 WS-OP-FAILED PIC 9(2).
                   10 WS-OP-LOCKED PIC X(1).
                   10 WS-OP-DELETED PIC A(1).
           01 WS-SUB PIC 9(3) VALUE 0.
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-PROGRAM-NAME PIC X(20) VALUE "OPERATOR-MAINT".
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).
           01 WS-TEMP-HASH PIC 9(10).
           01 WS-PASSWORD-LENGTH PIC 9(2).
           01 WS-PASSWORD-STATUS PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
                   MOVE "N" TO WS-OP-DELETED(WS-OPERATOR-COUNT)
               ELSE
                   DISPLAY "Operator table full, " OP-ID " dropped"

            APPLY-ONE-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE 0 TO WS-PASSWORD-LENGTH.
               IF OT-PASSWORD NOT = SPACES THEN
                   COMPUTE WS-PASSWORD-LENGTH = FUNCTION LENGTH(
                       FUNCTION TRIM(OT-PASSWORD TRAILING))
               END-IF.
               IF NOT OT-ADD AND NOT OT-CHANGE AND
                       NOT OT-DELETE AND NOT OT-RESET AND
                       NOT OT-UNLOCK THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF OT-ID = SPACES THEN
                   MOVE "Blank operator ID" TO WS-REJECT-REASON
                           OT-AUTH-LEVEL > 3 THEN
                       MOVE "Auth level must be 1-3"
                           TO WS-REJECT-REASON
                   ELSE IF OT-ADD AND OT-PASSWORD = SPACES THEN
                       MOVE "Temp password required"
                           TO WS-REJECT-REASON
                   ELSE IF OT-ADD AND WS-PASSWORD-LENGTH < 6 THEN
                       MOVE "Password shorter than 6"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE IF OT-RESET AND WS-PASSWORD-LENGTH < 6 THEN
                   MOVE "Temp password shorter than 6"
                       TO WS-REJECT-REASON
               END-IF.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   ADD 1 TO WS-REJECTED-COUNT
                       PERFORM ADD-OPERATOR
                   ELSE IF OT-CHANGE THEN
                       PERFORM CHANGE-OPERATOR
                   ELSE IF OT-RESET THEN
                       PERFORM RESET-OPERATOR
                   ELSE IF OT-UNLOCK THEN
                       PERFORM UNLOCK-OPERATOR
                   ELSE
                       PERFORM DELETE-OPERATOR
                   END-IF
                   MOVE OT-ACTIVE TO WS-OP-ACTIVE(WS-OPERATOR-COUNT)
                   MOVE OT-AUTH-LEVEL
                       TO WS-OP-LEVEL(WS-OPERATOR-COUNT)
                   CALL "PASSWORD-HASH" USING OT-ID, OT-PASSWORD,
                       WS-TEMP-HASH
                   MOVE WS-TEMP-HASH TO WS-OP-HASH(WS-OPERATOR-COUNT)
                   MOVE 0 TO WS-OP-CHANGED(WS-OPERATOR-COUNT)
                   MOVE 0 TO WS-OP-FAILED(WS-OPERATOR-COUNT)
                   MOVE "N" TO WS-OP-LOCKED(WS-OPERATOR-COUNT)
                   MOVE "N" TO WS-OP-DELETED(WS-OPERATOR-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

      * the temporary password has no changed date so SIGN-ON forces
      * a new one at the operator's next sign-on
            RESET-OPERATOR.
               IF WS-FOUND-SUB = 0 THEN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "OPERATOR-MAINT rejected R " OT-ID
                       " Operator not on file"
               ELSE
                   CALL "PASSWORD-HASH" USING OT-ID, OT-PASSWORD,
                       WS-TEMP-HASH
                   MOVE WS-TEMP-HASH TO WS-OP-HASH(WS-FOUND-SUB)
                   MOVE 0 TO WS-OP-CHANGED(WS-FOUND-SUB)
                   MOVE 0 TO WS-OP-FAILED(WS-FOUND-SUB)
                   MOVE "N" TO WS-OP-LOCKED(WS-FOUND-SUB)
                   DISPLAY "OPERATOR-MAINT password reset for " OT-ID
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

            UNLOCK-OPERATOR.
               IF WS-FOUND-SUB = 0 THEN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "OPERATOR-MAINT rejected U " OT-ID
                       " Operator not on file"
               ELSE
                   MOVE 0 TO WS-OP-FAILED(WS-FOUND-SUB)
                   MOVE "N" TO WS-OP-LOCKED(WS-FOUND-SUB)
                   DISPLAY "OPERATOR-MAINT unlocked " OT-ID
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

            DELETE-OPERATOR.
               IF WS-FOUND-SUB = 0 THEN
                   ADD 1 TO WS-REJECTED-COUNT
                       MOVE WS-OP-NAME(WS-SUB) TO OP-NAME
                       MOVE WS-OP-ACTIVE(WS-SUB) TO OP-ACTIVE
                       MOVE WS-OP-LEVEL(WS-SUB) TO OP-AUTH-LEVEL
                       MOVE WS-OP-HASH(WS-SUB) TO OP-PASSWORD-HASH
                       MOVE WS-OP-CHANGED(WS-SUB)
                           TO OP-PASSWORD-CHANGED
                       MOVE WS-OP-FAILED(WS-SUB) TO OP-FAILED-COUNT
                       MOVE WS-OP-LOCKED(WS-SUB) TO OP-LOCKED
                       WRITE OPERATOR-REC
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-OPERATOR-COUNT
                   IF WS-OP-DELETED(WS-SUB) = "N" THEN
                       IF WS-OP-HASH(WS-SUB) = 0 THEN
                           MOVE "NONE" TO WS-PASSWORD-STATUS
                       ELSE IF WS-OP-CHANGED(WS-SUB) = 0 THEN
                           MOVE "TEMP" TO WS-PASSWORD-STATUS
                       ELSE
                           MOVE WS-OP-CHANGED(WS-SUB)
                               TO WS-PASSWORD-STATUS
                       END-IF
                       END-IF
                       MOVE SPACES TO LISTING-LINE
                       STRING WS-OP-ID(WS-SUB) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              "  LEVEL " DELIMITED BY SIZE
                              WS-OP-LEVEL(WS-SUB)
                                  DELIMITED BY SIZE
                              "  PW " DELIMITED BY SIZE
                              WS-PASSWORD-STATUS DELIMITED BY SIZE
                              "  FAIL " DELIMITED BY SIZE
                              WS-OP-FAILED(WS-SUB)
                                  DELIMITED BY SIZE
                              INTO LISTING-LINE
                       IF WS-OP-LOCKED(WS-SUB) = "Y" THEN
                           MOVE "LOCKED" TO LISTING-LINE(75:6)
                       END-IF
                       WRITE LISTING-LINE
                   END-IF
                   ADD 1 TO WS-SUB
