      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Guardian contact master maintenance. Applies A/C/D
      *          transactions against the indexed GUARDIAN-CONTACT
      *          master, keyed by the family number used on the
      *          FAMILY-MASTER, holding the mailing name and address,
      *          phone, email, preferred language and a mail flag
      *          (Y or blank mail, D do not mail, R returned mail)
      *          that the letter programs use to address envelopes.
      *          An add needs a complete address unless the family is
      *          do-not-mail; on a change, blank fields keep their
      *          current values. Prints an applied/rejected audit
      *          listing with the before and after values of every
      *          contact touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MAINT-TRANS ASSIGN DYNAMIC WS-MAINT-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.
               SELECT GUARDIAN-CONTACT ASSIGN DYNAMIC
                   WS-GUARDIAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-FAMILY-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-TRANS.
           01 MAINT-TRANS-REC.
               05 GT-ACTION PIC A(1).
                   88 GT-ADD VALUE "A".
                   88 GT-CHANGE VALUE "C".
                   88 GT-DELETE VALUE "D".
               05 GT-FAMILY-ID PIC 9(5).
               05 GT-MAIL-NAME PIC X(30).
               05 GT-STREET PIC X(30).
               05 GT-CITY PIC X(20).
               05 GT-STATE PIC X(2).
               05 GT-ZIP PIC X(10).
               05 GT-PHONE PIC X(12).
               05 GT-EMAIL PIC X(40).
               05 GT-LANGUAGE PIC X(3).
               05 GT-MAIL-FLAG PIC X(1).

           FD GUARDIAN-CONTACT.
           01 GUARDIAN-CONTACT-REC.
               COPY "GuardianRec.cpy".

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MAINT-TRANS-PATH PIC X(100) VALUE
               "GuardianMaintTrans.txt".
           01 WS-GUARDIAN-PATH PIC X(100) VALUE
               "GuardianContact.dat".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "GuardianMaintAudit.txt".
           01 WS-MAINT-TRANS-STATUS PIC X(2).
           01 WS-GUARDIAN-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-AT-COUNT PIC 9(2) VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "GUARDIAN-MAINT".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
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
                       "GUARDIAN_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-TRANS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GUARDIAN_CONTACT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-GUARDIAN-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "GUARDIAN_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN INPUT MAINT-TRANS.
               IF WS-MAINT-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "MAINT-TRANS not found, nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               OPEN I-O GUARDIAN-CONTACT.
               IF WS-GUARDIAN-STATUS = "35" THEN
                   OPEN OUTPUT GUARDIAN-CONTACT
                   CLOSE GUARDIAN-CONTACT
                   OPEN I-O GUARDIAN-CONTACT
               END-IF.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ MAINT-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE MAINT-TRANS.
               CLOSE GUARDIAN-CONTACT.
               CLOSE MAINT-AUDIT.
               DISPLAY "===== GUARDIAN MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " guardian transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               IF GT-ADD THEN
                   PERFORM ADD-CONTACT
               ELSE IF GT-CHANGE THEN
                   PERFORM CHANGE-CONTACT
               ELSE
                   PERFORM DELETE-CONTACT
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               MOVE 0 TO WS-AT-COUNT.
               IF GT-EMAIL NOT = SPACES THEN
                   INSPECT GT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               END-IF.
               MOVE GT-MAIL-FLAG TO GC-MAIL-FLAG.
               IF NOT GT-ADD AND NOT GT-CHANGE AND NOT GT-DELETE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF GT-FAMILY-ID IS NOT NUMERIC THEN
                   MOVE "Family ID not numeric" TO WS-REJECT-REASON
               ELSE IF GT-FAMILY-ID = ZERO THEN
                   MOVE "Invalid family ID" TO WS-REJECT-REASON
               ELSE IF GT-DELETE THEN
                   CONTINUE
               ELSE IF NOT GC-VALID-FLAG THEN
                   MOVE "Invalid mail flag" TO WS-REJECT-REASON
               ELSE IF GT-EMAIL NOT = SPACES AND
                       WS-AT-COUNT NOT = 1 THEN
                   MOVE "Invalid email address" TO WS-REJECT-REASON
               ELSE IF GT-ZIP NOT = SPACES AND
                       GT-ZIP(1:5) IS NOT NUMERIC THEN
                   MOVE "Invalid ZIP code" TO WS-REJECT-REASON
               ELSE IF GT-ADD AND NOT GC-DO-NOT-MAIL AND
                       (GT-MAIL-NAME = SPACES OR GT-STREET = SPACES OR
                        GT-CITY = SPACES OR GT-STATE = SPACES OR
                        GT-ZIP = SPACES) THEN
                   MOVE "Incomplete mailing address"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

            ADD-CONTACT.
               MOVE SPACES TO GUARDIAN-CONTACT-REC.
               MOVE GT-FAMILY-ID TO GC-FAMILY-ID.
               MOVE GT-MAIL-NAME TO GC-MAIL-NAME.
               MOVE GT-STREET TO GC-STREET.
               MOVE GT-CITY TO GC-CITY.
               MOVE GT-STATE TO GC-STATE.
               MOVE GT-ZIP TO GC-ZIP.
               MOVE GT-PHONE TO GC-PHONE.
               MOVE GT-EMAIL TO GC-EMAIL.
               MOVE GT-LANGUAGE TO GC-LANGUAGE.
               IF GC-LANGUAGE = SPACES THEN
                   MOVE "ENG" TO GC-LANGUAGE
               END-IF.
               MOVE GT-MAIL-FLAG TO GC-MAIL-FLAG.
               IF GC-MAIL-FLAG = SPACE THEN
                   MOVE "Y" TO GC-MAIL-FLAG
               END-IF.
               MOVE WS-TODAY-DATE TO GC-LAST-CHANGED.
               WRITE GUARDIAN-CONTACT-REC
                   INVALID KEY
                       MOVE "Family already on file"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "AFTER" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINES
               END-WRITE.

            CHANGE-CONTACT.
               MOVE GT-FAMILY-ID TO GC-FAMILY-ID.
               READ GUARDIAN-CONTACT
                   INVALID KEY
                       MOVE "Family not on file" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "BEFORE" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINES
                       PERFORM UPDATE-CONTACT
                       REWRITE GUARDIAN-CONTACT-REC
                       MOVE "AFTER" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINES
               END-READ.

      * blank transaction fields leave the current value alone
            UPDATE-CONTACT.
               IF GT-MAIL-NAME NOT = SPACES THEN
                   MOVE GT-MAIL-NAME TO GC-MAIL-NAME
               END-IF.
               IF GT-STREET NOT = SPACES THEN
                   MOVE GT-STREET TO GC-STREET
               END-IF.
               IF GT-CITY NOT = SPACES THEN
                   MOVE GT-CITY TO GC-CITY
               END-IF.
               IF GT-STATE NOT = SPACES THEN
                   MOVE GT-STATE TO GC-STATE
               END-IF.
               IF GT-ZIP NOT = SPACES THEN
                   MOVE GT-ZIP TO GC-ZIP
               END-IF.
               IF GT-PHONE NOT = SPACES THEN
                   MOVE GT-PHONE TO GC-PHONE
               END-IF.
               IF GT-EMAIL NOT = SPACES THEN
                   MOVE GT-EMAIL TO GC-EMAIL
               END-IF.
               IF GT-LANGUAGE NOT = SPACES THEN
                   MOVE GT-LANGUAGE TO GC-LANGUAGE
               END-IF.
               IF GT-MAIL-FLAG NOT = SPACE THEN
                   MOVE GT-MAIL-FLAG TO GC-MAIL-FLAG
               END-IF.
               MOVE WS-TODAY-DATE TO GC-LAST-CHANGED.

            DELETE-CONTACT.
               MOVE GT-FAMILY-ID TO GC-FAMILY-ID.
               READ GUARDIAN-CONTACT
                   INVALID KEY
                       MOVE "Family not on file" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       DELETE GUARDIAN-CONTACT
                       PERFORM WRITE-APPLIED-LINE
                       MOVE "BEFORE" TO WS-AUDIT-LABEL
                       PERFORM WRITE-VALUES-LINES
               END-READ.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "GUARDIAN CONTACT MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      GT-ACTION DELIMITED BY SIZE
                      " FAMILY " DELIMITED BY SIZE
                      GT-FAMILY-ID DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINES.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GC-MAIL-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GC-STREET DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "              " DELIMITED BY SIZE
                      GC-CITY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GC-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GC-ZIP DELIMITED BY SIZE
                      " PH " DELIMITED BY SIZE
                      GC-PHONE DELIMITED BY SIZE
                      " LANG " DELIMITED BY SIZE
                      GC-LANGUAGE DELIMITED BY SIZE
                      " MAIL " DELIMITED BY SIZE
                      GC-MAIL-FLAG DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "              " DELIMITED BY SIZE
                      "EMAIL " DELIMITED BY SIZE
                      GC-EMAIL DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      GT-ACTION DELIMITED BY SIZE
                      " FAMILY " DELIMITED BY SIZE
                      GT-FAMILY-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            PRINT-AUDIT-TOTALS.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "READ " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                      "  APPLIED " DELIMITED BY SIZE
                      WS-APPLIED-COUNT DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-REJECTED-COUNT DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

       END PROGRAM GUARDIAN-MAINT.
