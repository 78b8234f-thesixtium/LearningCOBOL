      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Vendor master maintenance for accounts payable.
      *          Applies A/C/D maintenance transactions against the
      *          VENDOR-MASTER and prints an applied/rejected audit
      *          listing with the before and after values of every
      *          record touched. Status I makes a vendor inactive so
      *          no new invoices are accepted and no checks are cut;
      *          a vendor with open or held invoices on the AP
      *          invoice file cannot be deleted. Payment terms are
      *          the days after the invoice date that an invoice
      *          keyed without a due date falls due.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT VENDOR-TRANS ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
               SELECT VENDOR-MASTER ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
               SELECT AP-INVOICES ASSIGN DYNAMIC WS-AP-INVOICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-INVOICES-STATUS.
               SELECT MAINT-AUDIT ASSIGN DYNAMIC WS-MAINT-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD VENDOR-TRANS.
           01 VENDOR-TRANS-REC.
               05 VT-ACTION PIC A(1).
                   88 VT-ADD VALUE "A".
                   88 VT-CHANGE VALUE "C".
                   88 VT-DELETE VALUE "D".
               05 VT-ID PIC 9(5).
               05 VT-NAME PIC X(25).
               05 VT-ADDRESS PIC X(30).
               05 VT-CITY-STATE-ZIP PIC X(30).
               05 VT-STATUS PIC A(1).
               05 VT-TERMS-DAYS PIC 9(3).

           FD VENDOR-MASTER.
           01 VENDOR-REC.
               COPY "VendorRec.cpy".

           FD AP-INVOICES.
           01 AP-INVOICE-REC.
               COPY "ApInvoiceRec.cpy".

           FD MAINT-AUDIT.
           01 AUDIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-PATH PIC X(100) VALUE
               "VendorMaintTrans.txt".
           01 WS-VENDOR-PATH PIC X(100) VALUE
               "VendorMaster.txt".
           01 WS-AP-INVOICES-PATH PIC X(100) VALUE
               "ApInvoices.txt".
           01 WS-MAINT-AUDIT-PATH PIC X(100) VALUE
               "VendorMaintAudit.txt".
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-VENDOR-STATUS PIC X(2).
           01 WS-AP-INVOICES-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-INVOICE-EOF PIC A(1) VALUE "N".
           01 WS-VENDOR-COUNT PIC 9(4) VALUE 0.
           01 WS-VENDOR-OVERFLOW PIC A(1) VALUE "N".
           01 WS-VENDOR-TABLE.
               05 WS-VENDOR-ENTRY OCCURS 2000 TIMES.
                   10 WS-VENDOR-DATA PIC X(94).
                   10 WS-VENDOR-DELETED PIC A(1).
           01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-VENDOR PIC 9(5) OCCURS 2000 TIMES.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-OPEN-FOUND PIC 9(4) VALUE 0.
           01 WS-OPEN-KEY PIC 9(5).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUDIT-LABEL PIC X(6).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "VENDOR-MAINT".
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
                       "VENDOR_MAINT_TRANS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-TRANS-PATH
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
                       "AP_INVOICES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-INVOICES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "VENDOR_MAINT_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-MAINT-AUDIT-PATH
               END-ACCEPT.
               OPEN INPUT VENDOR-TRANS.
               IF WS-TRANS-STATUS NOT = "00" THEN
                   DISPLAY "VENDOR-TRANS not found, nothing to apply"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-VENDOR-MASTER.
               PERFORM LOAD-OPEN-VENDORS.
               OPEN OUTPUT MAINT-AUDIT.
               PERFORM PRINT-AUDIT-HEADERS.
               PERFORM UNTIL WS-EOF = "Y"
                   READ VENDOR-TRANS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM.
               PERFORM PRINT-AUDIT-TOTALS.
               CLOSE VENDOR-TRANS.
               CLOSE MAINT-AUDIT.
               PERFORM REWRITE-VENDOR-MASTER.
               DISPLAY "===== VENDOR MAINT CONTROL TOTALS =====".
               DISPLAY "Transactions read: " WS-READ-COUNT.
               DISPLAY "Applied:           " WS-APPLIED-COUNT.
               DISPLAY "Rejected:          " WS-REJECTED-COUNT.
               DISPLAY "Vendors on file:   " WS-WRITTEN-COUNT.
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-REJECTED-COUNT DELIMITED BY SIZE
                          " vendor transactions rejected, see "
                          DELIMITED BY SIZE
                          "audit" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-VENDOR-MASTER.
               OPEN INPUT VENDOR-MASTER.
               IF WS-VENDOR-STATUS NOT = "00" THEN
                   DISPLAY "VENDOR-MASTER not found, starting empty"
               ELSE
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ VENDOR-MASTER
                           AT END MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END PERFORM LOAD-ONE-VENDOR
                       END-READ
                   END-PERFORM
                   CLOSE VENDOR-MASTER
               END-IF.
      * The whole master is rewritten from this table at end of run,
      * so an overflow would silently delete vendors; abort.
               IF WS-VENDOR-OVERFLOW = "Y" THEN
                   DISPLAY "Vendor master exceeds the work table, "
                       "maintenance aborted before any update"
                   CLOSE VENDOR-TRANS
                   MOVE "OVERFLOW" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

            LOAD-ONE-VENDOR.
               IF WS-VENDOR-COUNT < 2000 THEN
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VENDOR-REC TO WS-VENDOR-DATA(WS-VENDOR-COUNT)
                   MOVE "N" TO WS-VENDOR-DELETED(WS-VENDOR-COUNT)
               ELSE
                   MOVE "Y" TO WS-VENDOR-OVERFLOW
               END-IF.

      * vendors still owed money (open) or with an invoice waiting on
      * a duplicate review (held) must stay on file for the check run
            LOAD-OPEN-VENDORS.
               OPEN INPUT AP-INVOICES.
               IF WS-AP-INVOICES-STATUS = "00" THEN
                   PERFORM UNTIL WS-INVOICE-EOF = "Y"
                       READ AP-INVOICES
                           AT END MOVE "Y" TO WS-INVOICE-EOF
                           NOT AT END
                               IF AI-OPEN OR AI-HELD THEN
                                   PERFORM NOTE-OPEN-VENDOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AP-INVOICES
               END-IF.

            NOTE-OPEN-VENDOR.
               MOVE AI-VENDOR-ID TO WS-OPEN-KEY.
               PERFORM FIND-OPEN-VENDOR.
               IF WS-OPEN-FOUND = 0 AND WS-OPEN-COUNT < 2000 THEN
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE AI-VENDOR-ID TO WS-OPEN-VENDOR(WS-OPEN-COUNT)
               END-IF.

            FIND-OPEN-VENDOR.
               MOVE 0 TO WS-OPEN-FOUND.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-OPEN-COUNT
                       OR WS-OPEN-FOUND > 0
                   IF WS-OPEN-VENDOR(WS-SUB) = WS-OPEN-KEY THEN
                       MOVE WS-SUB TO WS-OPEN-FOUND
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            APPLY-TRANSACTION.
               MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF.
               PERFORM FIND-VENDOR.
               IF VT-ADD THEN
                   PERFORM ADD-VENDOR
               ELSE IF VT-CHANGE THEN
                   PERFORM CHANGE-VENDOR
               ELSE
                   PERFORM DELETE-VENDOR
               END-IF.

            APPLY-TRANSACTION-EXIT.
               EXIT.

            VALIDATE-TRANSACTION.
               IF NOT VT-ADD AND NOT VT-CHANGE AND NOT VT-DELETE THEN
                   MOVE "Invalid action code" TO WS-REJECT-REASON
               ELSE IF VT-ID IS NOT NUMERIC THEN
                   MOVE "Vendor ID not numeric" TO WS-REJECT-REASON
               ELSE IF VT-ID = ZERO THEN
                   MOVE "Invalid vendor ID" TO WS-REJECT-REASON
               ELSE IF VT-ADD OR VT-CHANGE THEN
                   IF VT-NAME = SPACES THEN
                       MOVE "Blank name" TO WS-REJECT-REASON
                   ELSE IF VT-ADDRESS = SPACES OR
                           VT-CITY-STATE-ZIP = SPACES THEN
                       MOVE "Incomplete remit address"
                           TO WS-REJECT-REASON
                   ELSE IF VT-STATUS NOT = "A" AND
                           VT-STATUS NOT = "I" THEN
                       MOVE "Invalid status code" TO WS-REJECT-REASON
                   ELSE IF VT-TERMS-DAYS IS NOT NUMERIC THEN
                       MOVE "Terms days not numeric"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

            FIND-VENDOR.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-VENDOR-COUNT
                       OR WS-FOUND-SUB > 0
                   MOVE WS-VENDOR-DATA(WS-SUB) TO VENDOR-REC
                   IF VN-ID = VT-ID AND
                           WS-VENDOR-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.

            ADD-VENDOR.
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Vendor already on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-VENDOR-COUNT NOT < 2000 THEN
                   MOVE "Vendor table full" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE VT-ID TO VN-ID
                   PERFORM UPDATE-VENDOR
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VENDOR-REC TO WS-VENDOR-DATA(WS-VENDOR-COUNT)
                   MOVE "N" TO WS-VENDOR-DELETED(WS-VENDOR-COUNT)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            CHANGE-VENDOR.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Vendor not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-VENDOR-DATA(WS-FOUND-SUB) TO VENDOR-REC
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
                   PERFORM UPDATE-VENDOR
                   MOVE VENDOR-REC TO WS-VENDOR-DATA(WS-FOUND-SUB)
                   MOVE "AFTER" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            UPDATE-VENDOR.
               MOVE VT-NAME TO VN-NAME.
               MOVE VT-ADDRESS TO VN-ADDRESS.
               MOVE VT-CITY-STATE-ZIP TO VN-CITY-STATE-ZIP.
               MOVE VT-STATUS TO VN-STATUS.
               MOVE VT-TERMS-DAYS TO VN-TERMS-DAYS.

            DELETE-VENDOR.
               MOVE VT-ID TO WS-OPEN-KEY.
               PERFORM FIND-OPEN-VENDOR.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Vendor not on file" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE IF WS-OPEN-FOUND > 0 THEN
                   MOVE "Vendor has open invoices"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE WS-VENDOR-DATA(WS-FOUND-SUB) TO VENDOR-REC
                   MOVE "Y" TO WS-VENDOR-DELETED(WS-FOUND-SUB)
                   PERFORM WRITE-APPLIED-LINE
                   MOVE "BEFORE" TO WS-AUDIT-LABEL
                   PERFORM WRITE-VALUES-LINE
               END-IF.

            REWRITE-VENDOR-MASTER.
               OPEN OUTPUT VENDOR-MASTER.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-VENDOR-COUNT
                   IF WS-VENDOR-DELETED(WS-SUB) = "N" THEN
                       MOVE WS-VENDOR-DATA(WS-SUB) TO VENDOR-REC
                       WRITE VENDOR-REC
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               CLOSE VENDOR-MASTER.

            PRINT-AUDIT-HEADERS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "VENDOR MASTER MAINTENANCE AUDIT LISTING"
                      DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE ALL "-" TO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-APPLIED-LINE.
               ADD 1 TO WS-APPLIED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "APPLIED  " DELIMITED BY SIZE
                      VT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VT-NAME DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-VALUES-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "       " DELIMITED BY SIZE
                      WS-AUDIT-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VN-NAME DELIMITED BY SIZE
                      " ST " DELIMITED BY SIZE
                      VN-STATUS DELIMITED BY SIZE
                      " TERMS " DELIMITED BY SIZE
                      VN-TERMS-DAYS DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               MOVE SPACES TO AUDIT-LINE.
               STRING "              " DELIMITED BY SIZE
                      VN-ADDRESS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VN-CITY-STATE-ZIP DELIMITED BY SIZE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

            WRITE-REJECTED-LINE.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO AUDIT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                      VT-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VT-NAME DELIMITED BY SIZE
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

       END PROGRAM VENDOR-MAINT.
