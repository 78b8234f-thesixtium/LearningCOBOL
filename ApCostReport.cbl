      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Accounts payable cost report by campus and by bus
      *          route. Totals the open and paid invoices on the AP
      *          invoice file with invoice dates in the requested
      *          range (AP_COST_FROM_DATE to AP_COST_TO_DATE, default
      *          the first of the month through the run date) by
      *          the campus each is coded to, then lists every route
      *          on the route master with its transportation cost
      *          broken down by expense account, so fuel, repairs
      *          and contracted service can be compared route to
      *          route. Held duplicates and voided invoices are left
      *          out; invoices with no campus or route coding are
      *          shown as uncoded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-COST-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AP-INVOICES ASSIGN DYNAMIC WS-AP-INVOICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-INVOICES-STATUS.
               SELECT CAMPUS-MASTER ASSIGN DYNAMIC
                   WS-CAMPUS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-MASTER-STATUS.
               SELECT ROUTE-MASTER ASSIGN DYNAMIC WS-ROUTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
               SELECT COST-REPORT ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD AP-INVOICES.
           01 AP-INVOICE-REC.
               COPY "ApInvoiceRec.cpy".

           FD CAMPUS-MASTER.
           01 CAMPUS-REC.
               COPY "CampusRec.cpy".

           FD ROUTE-MASTER.
           01 ROUTE-REC.
               05 RM-ROUTE-CODE PIC X(4).
               05 RM-CAMPUS PIC X(3).
               05 RM-DRIVER PIC X(25).
               05 RM-CAPACITY PIC 9(3).

           FD COST-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-AP-INVOICES-PATH PIC X(100) VALUE
               "ApInvoices.txt".
           01 WS-CAMPUS-MASTER-PATH PIC X(100) VALUE
               "CampusMaster.txt".
           01 WS-ROUTE-PATH PIC X(100) VALUE
               "RouteMaster.txt".
           01 WS-REPORT-PATH PIC X(100) VALUE
               "ApCostReport.txt".
           01 WS-AP-INVOICES-STATUS PIC X(2).
           01 WS-CAMPUS-MASTER-STATUS PIC X(2).
           01 WS-ROUTE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-CAMPUS-COUNT PIC 9(3) VALUE 0.
           01 WS-CAMPUS-TABLE.
               05 WS-CAMPUS-ENTRY OCCURS 100 TIMES.
                   10 WS-CC-CODE PIC X(3).
                   10 WS-CC-NAME PIC X(25).
                   10 WS-CC-COUNT PIC 9(5).
                   10 WS-CC-AMOUNT PIC 9(9)V99.
           01 WS-ROUTE-COUNT PIC 9(3) VALUE 0.
           01 WS-ROUTE-TABLE.
               05 WS-ROUTE-ENTRY OCCURS 200 TIMES.
                   10 WS-RC-CODE PIC X(4).
                   10 WS-RC-CAMPUS PIC X(3).
                   10 WS-RC-DRIVER PIC X(25).
                   10 WS-RC-COUNT PIC 9(5).
                   10 WS-RC-AMOUNT PIC 9(9)V99.
           01 WS-DETAIL-COUNT PIC 9(4) VALUE 0.
           01 WS-DETAIL-TABLE.
               05 WS-DETAIL-ENTRY OCCURS 2000 TIMES.
                   10 WS-RD-ROUTE PIC X(4).
                   10 WS-RD-ACCT PIC 9(4).
                   10 WS-RD-COUNT PIC 9(5).
                   10 WS-RD-AMOUNT PIC 9(9)V99.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-DETAIL-SUB PIC 9(4) VALUE 0.
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-WORK-CAMPUS PIC X(3).
           01 WS-WORK-ROUTE PIC X(4).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-UNCODED-CAMPUS-COUNT PIC 9(5) VALUE 0.
           01 WS-UNCODED-CAMPUS-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-UNCODED-ROUTE-COUNT PIC 9(5) VALUE 0.
           01 WS-UNCODED-ROUTE-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-ROUTE-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-SECTION-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-AMOUNT PIC ZZZZZZZZ9.99.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "AP-COST-REPORT".
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
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
                       "AP_INVOICES_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-AP-INVOICES-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "CAMPUS_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-CAMPUS-MASTER-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ROUTE_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-ROUTE-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_COST_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-REPORT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE WS-TODAY-DATE TO WS-FROM-DATE.
               MOVE "01" TO WS-FROM-DATE(7:2).
               MOVE WS-TODAY-DATE TO WS-TO-DATE.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_COST_FROM_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-FROM-DATE
                       END-IF
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "AP_COST_TO_DATE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:8) IS NUMERIC THEN
                           MOVE WS-ENV-SCRATCH(1:8) TO WS-TO-DATE
                       END-IF
               END-ACCEPT.
               OPEN INPUT AP-INVOICES.
               IF WS-AP-INVOICES-STATUS NOT = "00" THEN
                   DISPLAY "AP invoice file not found, nothing to "
                       "report"
                   MOVE "NOINPUT" TO WS-END-STATUS
                   CALL "RUN-LOG-END" USING OperatorId,
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-READ-COUNT
                   GOBACK
               END-IF.
               PERFORM LOAD-CAMPUSES.
               PERFORM LOAD-ROUTES.
               MOVE "N" TO WS-EOF.
               PERFORM UNTIL WS-EOF = "Y"
                   READ AP-INVOICES
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TALLY-INVOICE
                   END-READ
               END-PERFORM.
               CLOSE AP-INVOICES.
               OPEN OUTPUT COST-REPORT.
               PERFORM PRINT-REPORT-HEADERS.
               PERFORM PRINT-CAMPUS-COSTS.
               PERFORM PRINT-ROUTE-COSTS.
               CLOSE COST-REPORT.
               DISPLAY "===== AP COST REPORT CONTROL TOTALS =====".
               DISPLAY "Invoices read:      " WS-READ-COUNT.
               DISPLAY "Invoices reported:  " WS-SELECTED-COUNT.
               IF WS-SKIPPED-COUNT > 0 THEN
                   DISPLAY "Not tallied (table):" WS-SKIPPED-COUNT
               END-IF.
               MOVE WS-SELECTED-TOTAL TO WS-EDIT-AMOUNT.
               DISPLAY "Amount reported:    " WS-EDIT-AMOUNT.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-READ-COUNT.
               GOBACK.

            LOAD-CAMPUSES.
               OPEN INPUT CAMPUS-MASTER.
               IF WS-CAMPUS-MASTER-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ CAMPUS-MASTER
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE CMP-CODE TO WS-WORK-CAMPUS
                               PERFORM ADD-CAMPUS-ENTRY
                               IF WS-FOUND-SUB > 0 THEN
                                   MOVE CMP-NAME TO
                                       WS-CC-NAME(WS-FOUND-SUB)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPUS-MASTER
               END-IF.

            LOAD-ROUTES.
               OPEN INPUT ROUTE-MASTER.
               IF WS-ROUTE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ROUTE-MASTER
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE RM-ROUTE-CODE TO WS-WORK-ROUTE
                               PERFORM ADD-ROUTE-ENTRY
                               IF WS-FOUND-SUB > 0 THEN
                                   MOVE RM-CAMPUS TO
                                       WS-RC-CAMPUS(WS-FOUND-SUB)
                                   MOVE RM-DRIVER TO
                                       WS-RC-DRIVER(WS-FOUND-SUB)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROUTE-MASTER
               END-IF.

      * only invoices that are, or have been, owed count as cost;
      * held duplicates and voids never reached the ledger
            TALLY-INVOICE.
               IF (AI-OPEN OR AI-PAID) AND
                       AI-INVOICE-DATE >= WS-FROM-DATE AND
                       AI-INVOICE-DATE <= WS-TO-DATE THEN
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD AI-AMOUNT TO WS-SELECTED-TOTAL
                   PERFORM TALLY-CAMPUS
                   PERFORM TALLY-ROUTE
               END-IF.

            TALLY-CAMPUS.
               IF AI-CAMPUS = SPACES THEN
                   ADD 1 TO WS-UNCODED-CAMPUS-COUNT
                   ADD AI-AMOUNT TO WS-UNCODED-CAMPUS-AMOUNT
               ELSE
                   MOVE AI-CAMPUS TO WS-WORK-CAMPUS
                   PERFORM ADD-CAMPUS-ENTRY
                   IF WS-FOUND-SUB > 0 THEN
                       ADD 1 TO WS-CC-COUNT(WS-FOUND-SUB)
                       ADD AI-AMOUNT TO WS-CC-AMOUNT(WS-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF.

            TALLY-ROUTE.
               IF AI-ROUTE = SPACES THEN
                   ADD 1 TO WS-UNCODED-ROUTE-COUNT
                   ADD AI-AMOUNT TO WS-UNCODED-ROUTE-AMOUNT
               ELSE
                   MOVE AI-ROUTE TO WS-WORK-ROUTE
                   PERFORM ADD-ROUTE-ENTRY
                   IF WS-FOUND-SUB > 0 THEN
                       ADD 1 TO WS-RC-COUNT(WS-FOUND-SUB)
                       ADD AI-AMOUNT TO WS-RC-AMOUNT(WS-FOUND-SUB)
                       IF WS-RC-CAMPUS(WS-FOUND-SUB) = SPACES THEN
                           MOVE AI-CAMPUS TO
                               WS-RC-CAMPUS(WS-FOUND-SUB)
                       END-IF
                       PERFORM TALLY-ROUTE-ACCOUNT
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF.

            TALLY-ROUTE-ACCOUNT.
               MOVE 0 TO WS-DETAIL-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-DETAIL-COUNT
                       OR WS-DETAIL-SUB > 0
                   IF WS-RD-ROUTE(WS-SUB) = AI-ROUTE AND
                           WS-RD-ACCT(WS-SUB) = AI-GL-ACCT THEN
                       MOVE WS-SUB TO WS-DETAIL-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-DETAIL-SUB = 0 AND WS-DETAIL-COUNT < 2000 THEN
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE WS-DETAIL-COUNT TO WS-DETAIL-SUB
                   MOVE AI-ROUTE TO WS-RD-ROUTE(WS-DETAIL-SUB)
                   MOVE AI-GL-ACCT TO WS-RD-ACCT(WS-DETAIL-SUB)
                   MOVE 0 TO WS-RD-COUNT(WS-DETAIL-SUB)
                   MOVE 0 TO WS-RD-AMOUNT(WS-DETAIL-SUB)
               END-IF.
               IF WS-DETAIL-SUB > 0 THEN
                   ADD 1 TO WS-RD-COUNT(WS-DETAIL-SUB)
                   ADD AI-AMOUNT TO WS-RD-AMOUNT(WS-DETAIL-SUB)
               END-IF.

      * finds the campus in the table, adding it when there is room;
      * WS-FOUND-SUB is zero only when the table is full
            ADD-CAMPUS-ENTRY.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-CC-CODE(WS-SUB) = WS-WORK-CAMPUS THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FOUND-SUB = 0 AND WS-CAMPUS-COUNT < 100 THEN
                   ADD 1 TO WS-CAMPUS-COUNT
                   MOVE WS-CAMPUS-COUNT TO WS-FOUND-SUB
                   MOVE WS-WORK-CAMPUS TO WS-CC-CODE(WS-FOUND-SUB)
                   MOVE "*** NOT ON CAMPUS MASTER ***"
                       TO WS-CC-NAME(WS-FOUND-SUB)
                   MOVE 0 TO WS-CC-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-CC-AMOUNT(WS-FOUND-SUB)
               END-IF.

            ADD-ROUTE-ENTRY.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-ROUTE-COUNT
                       OR WS-FOUND-SUB > 0
                   IF WS-RC-CODE(WS-SUB) = WS-WORK-ROUTE THEN
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM.
               IF WS-FOUND-SUB = 0 AND WS-ROUTE-COUNT < 200 THEN
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE WS-ROUTE-COUNT TO WS-FOUND-SUB
                   MOVE WS-WORK-ROUTE TO WS-RC-CODE(WS-FOUND-SUB)
                   MOVE SPACES TO WS-RC-CAMPUS(WS-FOUND-SUB)
                   MOVE "*** NOT ON ROUTE MASTER ***"
                       TO WS-RC-DRIVER(WS-FOUND-SUB)
                   MOVE 0 TO WS-RC-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-RC-AMOUNT(WS-FOUND-SUB)
               END-IF.

            PRINT-REPORT-HEADERS.
               MOVE SPACES TO REPORT-LINE.
               STRING "AP COST REPORT BY CAMPUS AND ROUTE  INVOICES "
                      DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "=" TO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-CAMPUS-COSTS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "COST BY CAMPUS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CAMPUS NAME" TO REPORT-LINE.
               MOVE "INVOICES" TO REPORT-LINE(38:8).
               MOVE "AMOUNT" TO REPORT-LINE(60:6).
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 0 TO WS-SECTION-TOTAL.
               MOVE 1 TO WS-SUB.
               PERFORM UNTIL WS-SUB > WS-CAMPUS-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-CC-CODE(WS-SUB) TO REPORT-LINE(1:3)
                   MOVE WS-CC-NAME(WS-SUB) TO REPORT-LINE(8:25)
                   MOVE WS-CC-COUNT(WS-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5)
                   MOVE WS-CC-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12)
                   WRITE REPORT-LINE
                   ADD WS-CC-AMOUNT(WS-SUB) TO WS-SECTION-TOTAL
                   ADD 1 TO WS-SUB
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               MOVE "UNCODED" TO REPORT-LINE(8:7).
               MOVE WS-UNCODED-CAMPUS-COUNT TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5).
               MOVE WS-UNCODED-CAMPUS-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12).
               WRITE REPORT-LINE.
               ADD WS-UNCODED-CAMPUS-AMOUNT TO WS-SECTION-TOTAL.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE "TOTAL" TO REPORT-LINE(8:5).
               MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5).
               MOVE WS-SECTION-TOTAL TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12).
               WRITE REPORT-LINE.

            PRINT-ROUTE-COSTS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "TRANSPORTATION COST BY BUS ROUTE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "ROUTE CAMPUS DRIVER / ACCOUNT" TO REPORT-LINE.
               MOVE "INVOICES" TO REPORT-LINE(38:8).
               MOVE "AMOUNT" TO REPORT-LINE(60:6).
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 0 TO WS-ROUTE-TOTAL.
               MOVE 1 TO WS-FOUND-SUB.
               PERFORM UNTIL WS-FOUND-SUB > WS-ROUTE-COUNT
                   PERFORM PRINT-ONE-ROUTE
                   ADD 1 TO WS-FOUND-SUB
               END-PERFORM.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE "ALL ROUTES" TO REPORT-LINE(14:10).
               MOVE WS-ROUTE-TOTAL TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12).
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE "NOT ROUTE CODED" TO REPORT-LINE(14:15).
               MOVE WS-UNCODED-ROUTE-COUNT TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5).
               MOVE WS-UNCODED-ROUTE-AMOUNT TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12).
               WRITE REPORT-LINE.

            PRINT-ONE-ROUTE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-RC-CODE(WS-FOUND-SUB) TO REPORT-LINE(1:4).
               MOVE WS-RC-CAMPUS(WS-FOUND-SUB) TO REPORT-LINE(7:3).
               MOVE WS-RC-DRIVER(WS-FOUND-SUB) TO REPORT-LINE(14:25).
               MOVE WS-RC-COUNT(WS-FOUND-SUB) TO WS-EDIT-COUNT.
               MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5).
               MOVE WS-RC-AMOUNT(WS-FOUND-SUB) TO WS-EDIT-AMOUNT.
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12).
               WRITE REPORT-LINE.
               ADD WS-RC-AMOUNT(WS-FOUND-SUB) TO WS-ROUTE-TOTAL.
               MOVE 1 TO WS-DETAIL-SUB.
               PERFORM UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
                   IF WS-RD-ROUTE(WS-DETAIL-SUB) =
                           WS-RC-CODE(WS-FOUND-SUB) THEN
                       MOVE SPACES TO REPORT-LINE
                       MOVE "ACCT" TO REPORT-LINE(16:4)
                       MOVE WS-RD-ACCT(WS-DETAIL-SUB)
                           TO REPORT-LINE(21:4)
                       MOVE WS-RD-COUNT(WS-DETAIL-SUB)
                           TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO REPORT-LINE(41:5)
                       MOVE WS-RD-AMOUNT(WS-DETAIL-SUB)
                           TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO REPORT-LINE(54:12)
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO WS-DETAIL-SUB
               END-PERFORM.

       END PROGRAM AP-COST-REPORT.
