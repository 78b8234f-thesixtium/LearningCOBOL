      *          parent letter, one letter per page, so the August
      *          mailing comes straight off the batch run instead of
      *          the office retyping placements into form letters.
      *          Each letter is addressed to the guardian from the
      *          guardian contact master through MAIL-ADDRESS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-LETTERS.
           01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
           01 WS-REPORTING-DATE PIC X(10) VALUE SPACES.
           01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
           01 WS-MAIL-BLOCK.
               COPY "MailBlock.cpy".
           01 WS-ADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 WS-END-COUNT PIC 9(7) VALUE 0.
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "PLACEMENT-LETTERS".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-ENV-FOUND PIC A(1).

               CLOSE LETTER-PRINT.
               DISPLAY "Letters printed: " WS-LETTER-COUNT.
               MOVE WS-LETTER-COUNT TO WS-END-COUNT.
               DISPLAY "Letters addressed: " WS-ADDRESSED-COUNT.
               DISPLAY "Not addressable:   " WS-UNADDRESSED-COUNT.
               IF WS-UNADDRESSED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-UNADDRESSED-COUNT DELIMITED BY SIZE
                          " letters not addressed, see address "
                          DELIMITED BY SIZE
                          "exceptions" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-END-COUNT.
               GOBACK.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE GP-STUDENT-ID TO MB-STUDENT-ID.
               MOVE 0 TO MB-FAMILY-ID.
               PERFORM PRINT-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               STRING "Dear Parent or Guardian of "
                      DELIMITED BY SIZE
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

      * guardian address block from the contact master; a letter
      * that cannot be mailed is marked and held for the office
            PRINT-ADDRESS-BLOCK.
               CALL "MAIL-ADDRESS" USING WS-PROGRAM-NAME, WS-MAIL-BLOCK.
               IF MB-ADDRESSED THEN
                   ADD 1 TO WS-ADDRESSED-COUNT
                   MOVE MB-LINE(1) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(2) TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE MB-LINE(3) TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "*** NOT ADDRESSED: " DELIMITED BY SIZE
                          MB-REASON DELIMITED BY SIZE
                          " - HOLD FOR OFFICE ***" DELIMITED BY SIZE
                          INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

       END PROGRAM PLACEMENT-LETTERS.
