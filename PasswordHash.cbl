      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Shared password-hash subprogram. Callers pass the
      *          operator ID and the password as typed and get back a
      *          ten-digit hash; the operator ID salts the hash so two
      *          operators with the same password store different
      *          values. A zero hash is never returned since zero on
      *          the master means no password has been set. Only the
      *          hash is ever kept on the operator master, never the
      *          password itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-HASH.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-HASH-INPUT PIC X(30).
           01 WS-FORWARD PIC 9(18).
           01 WS-BACKWARD PIC 9(18).
           01 WS-SUB PIC 9(2).
           01 WS-BACK-SUB PIC 9(2).

           LINKAGE SECTION.
           01 LK-OPERATOR-ID PIC X(10).
           01 LK-PASSWORD PIC X(20).
           01 LK-PASSWORD-HASH PIC 9(10).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-PASSWORD
               LK-PASSWORD-HASH.
       MAIN-PROCEDURE.
            MAIN.
               MOVE LK-OPERATOR-ID TO WS-HASH-INPUT(1:10).
               MOVE LK-PASSWORD TO WS-HASH-INPUT(11:20).
               MOVE 5381 TO WS-FORWARD.
               MOVE 7919 TO WS-BACKWARD.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > 30
                   COMPUTE WS-BACK-SUB = 31 - WS-SUB
                   COMPUTE WS-FORWARD = FUNCTION MOD(
                       WS-FORWARD * 33 + WS-SUB *
                       FUNCTION ORD(WS-HASH-INPUT(WS-SUB:1)),
                       4294967291)
                   COMPUTE WS-BACKWARD = FUNCTION MOD(
                       WS-BACKWARD * 131 +
                       FUNCTION ORD(WS-HASH-INPUT(WS-BACK-SUB:1)),
                       2147483647)
                   ADD 1 TO WS-SUB
               END-PERFORM.
               COMPUTE LK-PASSWORD-HASH = FUNCTION MOD(
                   WS-FORWARD * 3 + WS-BACKWARD * 7, 10000000000).
               IF LK-PASSWORD-HASH = 0 THEN
                   MOVE 1 TO LK-PASSWORD-HASH
               END-IF.
               GOBACK.

       END PROGRAM PASSWORD-HASH.
