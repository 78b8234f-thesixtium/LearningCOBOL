       01 WS-ACCT-FOUND PIC 9(3) VALUE 0.
       01 WS-TRN-SUB PIC 9(4) VALUE 0.
       01 WS-RUN-BALANCE PIC S9(7) VALUE 0.
       01 WS-SSN-MASKED PIC X(11).
           *> printed SSNs show only the last four digits
       01 SSNum.
           02 SSArea   PIC 999.
           02 SSGroup  PIC 99.
           IF WS-REJECT-REASON NOT = SPACES THEN
               MOVE SPACES TO TRANS-ERROR-REC
               MOVE TRANSACTION-REC TO TE-ORIGINAL
               PERFORM MASK-ERROR-ACCOUNT
               MOVE WS-REJECT-REASON TO TE-REASON
               WRITE TRANS-ERROR-REC
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-ACCT-FOUND = 0 THEN
                   MOVE SPACES TO TRANS-ERROR-REC
                   MOVE TRANSACTION-REC TO TE-ORIGINAL
                   PERFORM MASK-ERROR-ACCOUNT
                   MOVE "Account table full" TO TE-REASON
                   WRITE TRANS-ERROR-REC
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       MASK-ERROR-ACCOUNT.
           *> the account number is the holder's SSN; the rejects file
           *> keeps only its last four digits
           MOVE "XXXXX" TO TE-ORIGINAL(22:5).

       SAVE-TRANSACTION.
           IF WS-TRN-COUNT < 2000 THEN
               ADD 1 TO WS-TRN-COUNT

       PRINT-ONE-STATEMENT.
           MOVE "N" TO WS-WENT-NEGATIVE.
           CALL "SSN-MASK" USING AC-SSNUM(WS-ACCT-SUB),
               WS-SSN-MASKED.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ACCOUNT STATEMENT  " DELIMITED BY SIZE
                  WS-SSN-MASKED DELIMITED BY SIZE
                  INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
               CLOSE DUP-REPORT
               OPEN EXTEND DUP-REPORT
           END-IF.
           CALL "SSN-MASK" USING PM-SSNUM, WS-SSN-MASKED.
           MOVE SPACES TO DUP-REPORT-LINE.
           STRING "DUPLICATE SSN " DELIMITED BY SIZE
                  WS-SSN-MASKED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-NAME DELIMITED BY SIZE
                  INTO DUP-REPORT-LINE.
