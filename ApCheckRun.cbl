      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Scheduled accounts payable check run. Selects the
      *          open invoices on the AP invoice file that fall due
      *          on or before the pay-through date (AP_PAY_THROUGH_
      *          DATE, default the run date) and writes one check per
      *          active vendor for the total due, numbered from the
      *          AP check control file. Paid invoices are marked with
      *          the check number and date; each check goes on the
      *          check register and the AP check file that BANK-RECON
      *          reconciles, and gets a remittance advice page listing
      *          the invoices it pays. Held duplicates are not paid,
      *          and due invoices for inactive or unknown vendors are
      *          listed on the register instead. The check total is
      *          written to RUN-TOTALS so GL-POSTING relieves accounts
      *          payable and credits cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-CHECK-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AP-INVOICES ASSIGN DYNAMIC WS-AP-INVOICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-INVOICES-STATUS.
               SELECT VENDOR-MASTER ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT CHECK-CONTROL ASSIGN DYNAMIC
                   WS-CHECK-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
               SELECT AP-CHECKS ASSIGN DYNAMIC WS-AP-CHECKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECKS-STATUS.
               SELECT CHECK-REGISTER ASSIGN DYNAMIC
                   WS-CHECK-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REMITTANCE-PRINT ASSIGN DYNAMIC
                   WS-REMITTANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUN-TOTALS ASSIGN DYNAMIC WS-RUN-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AP-INVOICES.
           01 AP-INVOICE-REC.
               COPY "ApInvoiceRec.cpy".

           FD VENDOR-MASTER.
           01 VENDOR-REC.
               COPY "VendorRec.cpy".

           FD CHECK-CONTROL.
           01 CHECK-CONTROL-REC.
               05 ACC-NEXT-CHECK PIC 9(7).

           FD AP-CHECKS.
           01 AP-CHECK-REC.
               COPY "ApCheckRec.cpy".

           FD CHECK-REGISTER.
           01 REGISTER-LINE PIC X(80).

           FD REMITTANCE-PRINT.
           01 REMIT-LINE PIC X(80).

           FD RUN-TOTALS.
           01 RUN-TOTALS-REC.
               05 RT-SOURCE PIC X(12).
               05 RT-TYPE PIC X(8).
               05 RT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 RT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-AP-INVOICES-PATH PIC X(100) VALUE
               "ApInvoices.txt".
           01 WS-VENDOR-PATH PIC X(100) VALUE
               "VendorMaster.txt".
           01 WS-CHECK-CONTROL-PATH PIC X(100) VALUE
               "ApCheckControl.txt".
           01 WS-AP-CHECKS-PATH PIC X(100) VALUE
               "ApChecks.txt".
           01 WS-CHECK-REGISTER-PATH PIC X(100) VALUE
               "ApCheckRegister.txt".
           01 WS-REMITTANCE-PATH PIC X(100) VALUE
               "ApRemittance.txt".
           01 WS-RUN-TOTALS-PATH PIC X(100) VALUE
               "RunTotals.txt".
           01 WS-AP-INVOICES-STATUS PIC X(2).
           01 WS-VENDOR-STATUS PIC X(2).
           01 WS-CHECK-CONTROL-STATUS PIC X(2).
           01 WS-AP-CHECKS-STATUS PIC X(2).
           01 WS-RUN-TOTALS-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-CONTROL-EOF PIC A(1) VALUE "N".
           01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
           01 WS-INVOICE-OVERFLOW PIC A(1) VALUE "N".
           01 WS-INVOICE-TABLE.
               05 WS-INVOICE-ENTRY OCCURS 5000 TIMES.
                   10 WS-INVOICE-DATA PIC X(89).
                   10 WS-INVOICE-PICKED PIC A(1).
           01 WS-VENDOR-COUNT PIC 9(4) VALUE 0.
           01 WS-VENDOR-TABLE.
               05 WS-VENDOR-DATA PIC X(94) OCCURS 2000 TIMES.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-VENDOR-SUB PIC 9(4) VALUE 0.
           01 WS-PAY-THROUGH-DATE PIC 9(8).
           01 WS-NEXT-CHECK PIC 9(7) VALUE 1.
           01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-CHECK-INVOICES PIC 9(4) VALUE 0.
           01 WS-CHECK-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-NOT-PAID-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-NOT-PAID-REASON PIC X(20).
           01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
           01 WS-INVOICES-IN PIC 9(7) VALUE 0.
           01 WS-INVOICES-OUT PIC 9(7) VALUE 0.
           01 WS-ZERO-COUNT PIC 9(7) VALUE 0.
           01 WS-CHECK-COUNT PIC 9(7) VALUE 0.
           01 WS-PAID-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-PAID-COUNT PIC 9(7) VALUE 0.
           01 WS-EDIT-AMOUNT PIC ZZZZZZ9.99-.
           01 WS-EDIT-TOTAL PIC ZZZZZZZZ9.99-.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "AP-CHECK-RUN".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 2.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-DATE-RESULT PIC X(2).
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
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHECK-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_INVOICES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-INVOICES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "VENDOR_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-VENDOR-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_CHECK_CONTROL_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CHECK-CONTROL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_CHECK_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-CHECKS-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_CHECK_REGISTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CHECK-REGISTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_REMITTANCE_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REMITTANCE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "RUN_TOTALS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-RUN-TOTALS-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE WS-TODAY-DATE TO WS-PAY-THROUGH-DATE.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_PAY_THROUGH_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8)
                               TO WS-PAY-THROUGH-DATE
                       END-IF
               END-ACCEPT.
               CALL "DATE-CHECK" USING WS-PAY-THROUGH-DATE,
                   WS-DATE-RESULT.
               IF WS-DATE-RESULT NOT = "00" AND
                       WS-DATE-RESULT NOT = "05" THEN
                   DISPLAY "Pay-through date " WS-PAY-THROUGH-DATE
                       " is not a valid date, check run stopped"
                   MOVE "BADPARM" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHECK-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT AP-INVOICES.
               IF WS-AP-INVOICES-STATUS NOT = "00" THEN
                   DISPLAY "AP invoice file not found, nothing to pay"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHECK-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-AP-INVOICES.
               CLOSE AP-INVOICES.
               PERFORM LOAD-VENDOR-MASTER.
               PERFORM LOAD-CHECK-CONTROL.
               OPEN EXTEND AP-CHECKS.
               IF WS-AP-CHECKS-STATUS = "35" THEN
                   OPEN OUTPUT AP-CHECKS
                   CLOSE AP-CHECKS
                   OPEN EXTEND AP-CHECKS
               END-IF.
               OPEN OUTPUT CHECK-REGISTER.
               OPEN OUTPUT REMITTANCE-PRINT.
               PERFORM PRINT-REGISTER-HEADERS.
               MOVE 1 TO WS-VENDOR-SUB.
               PERFORM UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                   PERFORM PAY-ONE-VENDOR
                   ADD 1 TO WS-VENDOR-SUB
               END-PERFORM.
               PERFORM PRINT-NOT-PAID.
               PERFORM PRINT-REGISTER-TOTALS.
               CLOSE CHECK-REGISTER.
               CLOSE REMITTANCE-PRINT.
               CLOSE AP-CHECKS.
               PERFORM SAVE-CHECK-CONTROL.
               PERFORM REWRITE-AP-INVOICES.
               PERFORM WRITE-RUN-TOTALS.
               DISPLAY "===== AP CHECK RUN CONTROL TOTALS =====".
               DISPLAY "Invoices on file:   " WS-INVOICES-IN.
               DISPLAY "Invoices paid:      " WS-PAID-COUNT.
               DISPLAY "Checks written:     " WS-CHECK-COUNT.
               DISPLAY "Due, not paid:      " WS-NOT-PAID-COUNT.
               MOVE WS-CHECK-TOTAL TO WS-EDIT-TOTAL.
               DISPLAY "Check total:        " WS-EDIT-TOTAL.
               IF WS-NOT-PAID-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-NOT-PAID-COUNT DELIMITED BY SIZE
                          " due invoices not paid, see check register"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-CHECK-COUNT.
               GOBACK.

      * the whole invoice file is rewritten from this table, so a
      * file too big to hold stops the run before any check is cut
            LOAD-AP-INVOICES.
               PERFORM UNTIL WS-EOF = "Y"
                   READ AP-INVOICES
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-INVOICES-IN
                           IF WS-INVOICE-COUNT < 5000 THEN
                               ADD 1 TO WS-INVOICE-COUNT
                               MOVE AP-INVOICE-REC TO
                                   WS-INVOICE-DATA(WS-INVOICE-COUNT)
                               MOVE "N" TO
                                   WS-INVOICE-PICKED(WS-INVOICE-COUNT)
                           ELSE
                               MOVE "Y" TO WS-INVOICE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-INVOICE-OVERFLOW = "Y" THEN
                   DISPLAY "AP invoice file exceeds 5000 entries, "
                       "check run stopped"
                   MOVE "E" TO WS-MSG-SEVERITY
                   MOVE "AP invoice table full, no checks written"
                       TO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
                   CLOSE AP-INVOICES
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-CHECK-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-VENDOR-MASTER.
               OPEN INPUT VENDOR-MASTER.
               IF WS-VENDOR-STATUS NOT = "00" THEN
                   DISPLAY "VENDOR-MASTER not found, no vendor can "
                       "be paid"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ VENDOR-MASTER
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-VENDOR-COUNT < 2000 THEN
                                   ADD 1 TO WS-VENDOR-COUNT
                                   MOVE VENDOR-REC TO
                                       WS-VENDOR-DATA(WS-VENDOR-COUNT)
                               ELSE
                                   DISPLAY "Vendor table full, " VN-ID
                                       " not paid"
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VENDOR-MASTER
               END-IF.

            LOAD-CHECK-CONTROL.
               OPEN INPUT CHECK-CONTROL.
               IF WS-CHECK-CONTROL-STATUS = "00" THEN
                   PERFORM UNTIL WS-CONTROL-EOF = "Y"
                       READ CHECK-CONTROL
                           AT END MOVE "Y" TO WS-CONTROL-EOF
                           NOT AT END
                               IF ACC-NEXT-CHECK IS NUMERIC THEN
                                   MOVE ACC-NEXT-CHECK
                                       TO WS-NEXT-CHECK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-CONTROL
               END-IF.

            SAVE-CHECK-CONTROL.
               OPEN OUTPUT CHECK-CONTROL.
               MOVE WS-NEXT-CHECK TO ACC-NEXT-CHECK.
               WRITE CHECK-CONTROL-REC.
               CLOSE CHECK-CONTROL.

      * every due open invoice for the vendor goes on one check; an
      * inactive vendor's invoices are left open for the office
            PAY-ONE-VENDOR.
               MOVE WS-VENDOR-DATA(WS-VENDOR-SUB) TO VENDOR-REC.
               MOVE 0 TO WS-CHECK-AMOUNT.
               MOVE 0 TO WS-CHECK-INVOICES.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   IF AI-VENDOR-ID = VN-ID AND AI-OPEN AND
                           AI-DUE-DATE <= WS-PAY-THROUGH-DATE THEN
                       MOVE "Y" TO WS-INVOICE-PICKED(WS-SUB)
                       IF VN-ACTIVE THEN
                           ADD AI-AMOUNT TO WS-CHECK-AMOUNT
                           ADD 1 TO WS-CHECK-INVOICES
                       END-IF
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF VN-ACTIVE AND WS-CHECK-AMOUNT > 0 THEN
                   PERFORM WRITE-VENDOR-CHECK
               END-IF.

            WRITE-VENDOR-CHECK.
               MOVE WS-NEXT-CHECK TO AC-CHECK-NO.
               ADD 1 TO WS-NEXT-CHECK.
               MOVE WS-TODAY-DATE TO AC-DATE.
               MOVE VN-ID TO AC-VENDOR-ID.
               MOVE VN-NAME TO AC-PAYEE.
               MOVE WS-CHECK-AMOUNT TO AC-AMOUNT.
               WRITE AP-CHECK-REC.
               ADD 1 TO WS-CHECK-COUNT.
               ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               MOVE AC-CHECK-NO TO REGISTER-LINE(1:7).
               MOVE AC-VENDOR-ID TO REGISTER-LINE(10:5).
               MOVE AC-PAYEE TO REGISTER-LINE(17:25).
               MOVE WS-CHECK-INVOICES TO REGISTER-LINE(44:4).
               MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(62:11).
               WRITE REGISTER-LINE.
               PERFORM PRINT-REMITTANCE-HEADER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   IF WS-INVOICE-PICKED(WS-SUB) = "Y" AND
                           AI-VENDOR-ID = VN-ID THEN
                       PERFORM MARK-INVOICE-PAID
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               PERFORM PRINT-REMITTANCE-FOOTER.

            MARK-INVOICE-PAID.
               MOVE "P" TO AI-STATUS.
               MOVE AC-CHECK-NO TO AI-CHECK-NO.
               MOVE AC-DATE TO AI-PAID-DATE.
               MOVE AP-INVOICE-REC TO WS-INVOICE-DATA(WS-SUB).
               MOVE "N" TO WS-INVOICE-PICKED(WS-SUB).
               ADD 1 TO WS-PAID-COUNT.
               MOVE SPACES TO REMIT-LINE.
               MOVE AI-INVOICE-NO TO REMIT-LINE(3:12).
               MOVE AI-INVOICE-DATE TO REMIT-LINE(17:8).
               MOVE AI-DUE-DATE TO REMIT-LINE(27:8).
               MOVE AI-DESC TO REMIT-LINE(37:20).
               MOVE AI-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REMIT-LINE(62:11).
               WRITE REMIT-LINE.

            PRINT-REMITTANCE-HEADER.
               ADD 1 TO WS-PAGE-NUMBER.
               MOVE SPACES TO REMIT-LINE.
               STRING "REMITTANCE ADVICE" DELIMITED BY SIZE
                      "                                       PAGE "
                      DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                      INTO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE ALL "-" TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE VN-NAME TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE VN-ADDRESS TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE VN-CITY-STATE-ZIP TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               STRING "CHECK NO " DELIMITED BY SIZE
                      AC-CHECK-NO DELIMITED BY SIZE
                      "   DATE " DELIMITED BY SIZE
                      AC-DATE DELIMITED BY SIZE
                      "   VENDOR " DELIMITED BY SIZE
                      VN-ID DELIMITED BY SIZE
                      INTO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE "  INVOICE NO    INV DATE  DUE DATE  DESCRIPTION"
                   TO REMIT-LINE.
               MOVE "AMOUNT" TO REMIT-LINE(67:6).
               WRITE REMIT-LINE.

            PRINT-REMITTANCE-FOOTER.
               MOVE SPACES TO REMIT-LINE.
               MOVE ALL "-" TO REMIT-LINE(62:11).
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               MOVE "TOTAL PAID THIS CHECK" TO REMIT-LINE(37:21).
               MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REMIT-LINE(62:11).
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE "Please detach and retain for your records."
                   TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE "District Business Office - Accounts Payable"
                   TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.

      * due invoices still marked picked belong to an inactive vendor
      * or one no longer on the vendor master; list them for review
            PRINT-NOT-PAID.
               MOVE SPACES TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE "DUE INVOICES NOT PAID" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   IF AI-OPEN AND
                           AI-DUE-DATE <= WS-PAY-THROUGH-DATE THEN
                       PERFORM PRINT-NOT-PAID-LINE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            PRINT-NOT-PAID-LINE.
               IF WS-INVOICE-PICKED(WS-SUB) = "Y" THEN
                   MOVE "VENDOR INACTIVE" TO WS-NOT-PAID-REASON
               ELSE
                   MOVE "VENDOR NOT ON FILE" TO WS-NOT-PAID-REASON
               END-IF.
               ADD 1 TO WS-NOT-PAID-COUNT.
               ADD AI-AMOUNT TO WS-NOT-PAID-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               MOVE AI-VENDOR-ID TO REGISTER-LINE(10:5).
               MOVE AI-INVOICE-NO TO REGISTER-LINE(17:12).
               MOVE AI-DUE-DATE TO REGISTER-LINE(30:8).
               MOVE WS-NOT-PAID-REASON TO REGISTER-LINE(40:20).
               MOVE AI-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REGISTER-LINE(62:11).
               WRITE REGISTER-LINE.

            PRINT-REGISTER-HEADERS.
               MOVE SPACES TO REGISTER-LINE.
               STRING "AP CHECK REGISTER  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "  PAYING DUE THROUGH " DELIMITED BY SIZE
                      WS-PAY-THROUGH-DATE DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE SPACES TO REGISTER-LINE.
               STRING "CHECK    VENDOR PAYEE" DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               MOVE "INVS" TO REGISTER-LINE(44:4).
               MOVE "AMOUNT" TO REGISTER-LINE(67:6).
               WRITE REGISTER-LINE.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.

            PRINT-REGISTER-TOTALS.
               MOVE ALL "-" TO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-CHECK-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "CHECK TOTAL (" DELIMITED BY SIZE
                      WS-CHECK-COUNT DELIMITED BY SIZE
                      " CHECKS, " DELIMITED BY SIZE
                      WS-PAID-COUNT DELIMITED BY SIZE
                      " INVOICES): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.
               MOVE WS-NOT-PAID-TOTAL TO WS-EDIT-TOTAL.
               MOVE SPACES TO REGISTER-LINE.
               STRING "DUE NOT PAID (" DELIMITED BY SIZE
                      WS-NOT-PAID-COUNT DELIMITED BY SIZE
                      " INVOICES): " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      INTO REGISTER-LINE.
               WRITE REGISTER-LINE.

            REWRITE-AP-INVOICES.
               OPEN OUTPUT AP-INVOICES.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-INVOICE-COUNT
                   MOVE WS-INVOICE-DATA(WS-SUB) TO AP-INVOICE-REC
                   WRITE AP-INVOICE-REC
                   ADD 1 TO WS-INVOICES-OUT
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE AP-INVOICES.
               CALL "BALANCE-LOG" USING WS-PROGRAM-NAME,
                   WS-INVOICES-IN, WS-INVOICES-OUT, WS-ZERO-COUNT.

            WRITE-RUN-TOTALS.
               IF WS-CHECK-TOTAL > 0 THEN
                   OPEN EXTEND RUN-TOTALS
                   IF WS-RUN-TOTALS-STATUS = "35" THEN
                       OPEN OUTPUT RUN-TOTALS
                       CLOSE RUN-TOTALS
                       OPEN EXTEND RUN-TOTALS
                   END-IF
                   MOVE "AP-CHECK-RUN" TO RT-SOURCE
                   MOVE "CHECKS" TO RT-TYPE
                   MOVE WS-CHECK-TOTAL TO RT-AMOUNT
                   MOVE WS-TODAY-DATE TO RT-DATE
                   WRITE RUN-TOTALS-REC
                   CLOSE RUN-TOTALS
               END-IF.

       END PROGRAM AP-CHECK-RUN.
