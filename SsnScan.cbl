      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Unmasked-SSN scan of the output directory. Reads the
      *          list of output files to check from the scan-list
      *          file (one path per line), or uses a built-in list of
      *          the printed reports, statements and extracts if the
      *          list is missing, and reads every line of each file
      *          looking for a full Social Security number: nine
      *          digits in a row, or the 999-99-9999 form, with no
      *          digit on either side. Prints a scan report naming
      *          each file as CLEAN, NOT FOUND, or with the count of
      *          lines holding an SSN and the first few line and
      *          column positions. The SSN itself is printed masked
      *          to the last four digits, so the report never becomes
      *          one more file to clean up. Nine-digit counts or
      *          reference numbers are flagged too; they are listed
      *          for review, not removed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSN-SCAN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCAN-LIST ASSIGN DYNAMIC WS-SCAN-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-LIST-STATUS.
               SELECT SCAN-FILE ASSIGN DYNAMIC WS-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
               SELECT SCAN-REPORT ASSIGN DYNAMIC WS-SCAN-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCAN-LIST.
           01 SCAN-LIST-REC.
               05 SL-PATH PIC X(100).

           FD SCAN-FILE.
           01 SCAN-REC PIC X(256).

           FD SCAN-REPORT.
           01 REPORT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-SCAN-LIST-PATH PIC X(100) VALUE
               "SsnScanList.txt".
           01 WS-SCAN-LIST-STATUS PIC X(2).
           01 WS-SCAN-REPORT-PATH PIC X(100) VALUE
               "SsnScanReport.txt".
           01 WS-SCAN-PATH PIC X(100).
           01 WS-SCAN-STATUS PIC X(2).
           01 WS-LIST-EOF PIC A(1) VALUE "N".
           01 WS-SCAN-EOF PIC A(1).
           01 WS-FILE-COUNT PIC 9(3) VALUE 0.
           01 WS-FILE-SUB PIC 9(3) VALUE 0.
           01 WS-FILE-TABLE.
               05 WS-FILE-PATH PIC X(100) OCCURS 100 TIMES.
           01 WS-LINE-NUMBER PIC 9(7).
           01 WS-FILE-HITS PIC 9(7).
           01 WS-COL PIC 9(3).
           01 WS-RUN-LEN PIC 9(3).
           01 WS-RUN-START PIC 9(3).
           01 WS-HIT-COL PIC 9(3).
           01 WS-HIT-DIGITS PIC X(9).
           01 WS-SSN-MASKED PIC X(11).
           01 WS-NEXT-COL PIC 9(3).
           01 WS-FILES-SCANNED PIC 9(5) VALUE 0.
           01 WS-FILES-MISSING PIC 9(5) VALUE 0.
           01 WS-FILES-FLAGGED PIC 9(5) VALUE 0.
           01 WS-LINES-FLAGGED PIC 9(7) VALUE 0.
           01 WS-DETAIL-LIMIT PIC 9(2) VALUE 10.
           01 WS-EDIT-COUNT PIC Z(6)9.
           01 WS-EDIT-LINE PIC Z(6)9.
           01 WS-EDIT-COL PIC ZZ9.
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-MSG-SEVERITY PIC X(1).
           01 WS-MSG-TEXT PIC X(60).
           01 WS-END-STATUS PIC X(8) VALUE "COMPLETE".
           01 OperatorId PIC X(10).
           01 WS-PROGRAM-NAME PIC X(20) VALUE "SSN-SCAN".
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
                       WS-PROGRAM-NAME, WS-END-STATUS,
                       WS-LINES-FLAGGED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SSN_SCAN_LIST_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCAN-LIST-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "SSN_SCAN_REPORT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SCAN-REPORT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               PERFORM LOAD-SCAN-LIST.
               IF WS-FILE-COUNT = 0 THEN
                   PERFORM LOAD-DEFAULT-FILES
               END-IF.
               OPEN OUTPUT SCAN-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "UNMASKED SSN SCAN  RUN DATE " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 1 TO WS-FILE-SUB.
               PERFORM UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   PERFORM SCAN-ONE-FILE
                   ADD 1 TO WS-FILE-SUB
               END-PERFORM.
               PERFORM PRINT-SUMMARY.
               CLOSE SCAN-REPORT.
               DISPLAY "===== SSN SCAN CONTROL TOTALS =====".
               DISPLAY "Files listed:      " WS-FILE-COUNT.
               DISPLAY "Files scanned:     " WS-FILES-SCANNED.
               DISPLAY "Files not found:   " WS-FILES-MISSING.
               DISPLAY "Files with SSNs:   " WS-FILES-FLAGGED.
               DISPLAY "Lines with SSNs:   " WS-LINES-FLAGGED.
               IF WS-FILES-FLAGGED > 0 THEN
                   MOVE WS-FILES-FLAGGED TO WS-EDIT-COUNT
                   MOVE "W" TO WS-MSG-SEVERITY
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                          DELIMITED BY SIZE
                          " output files hold unmasked SSNs, see scan"
                          DELIMITED BY SIZE
                          " report" DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   CALL "MESSAGE-LOG" USING WS-MSG-SEVERITY,
                       WS-PROGRAM-NAME, WS-MSG-TEXT
               END-IF.
               CALL "RUN-LOG-END" USING OperatorId, WS-PROGRAM-NAME,
                   WS-END-STATUS, WS-LINES-FLAGGED.
               GOBACK.

            LOAD-SCAN-LIST.
               OPEN INPUT SCAN-LIST.
               IF WS-SCAN-LIST-STATUS NOT = "00" THEN
                   DISPLAY "No SSN scan list, using built-in file list"
               ELSE
                   PERFORM UNTIL WS-LIST-EOF = "Y"
                       READ SCAN-LIST
                           AT END MOVE "Y" TO WS-LIST-EOF
                           NOT AT END PERFORM LOAD-ONE-LIST-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SCAN-LIST
               END-IF.

            LOAD-ONE-LIST-ENTRY.
               IF SL-PATH = SPACES THEN
                   CONTINUE
               ELSE IF WS-FILE-COUNT < 100 THEN
                   ADD 1 TO WS-FILE-COUNT
                   MOVE SL-PATH TO WS-FILE-PATH(WS-FILE-COUNT)
               ELSE
                   DISPLAY "SSN scan list full, " SL-PATH " dropped"
               END-IF.

      * the printed outputs that carry, or could carry, personal data
            LOAD-DEFAULT-FILES.
               MOVE 17 TO WS-FILE-COUNT.
               MOVE "Statement.txt" TO WS-FILE-PATH(1).
               MOVE "DupPersons.txt" TO WS-FILE-PATH(2).
               MOVE "TransErrors.txt" TO WS-FILE-PATH(3).
               MOVE "SsnAccessAudit.txt" TO WS-FILE-PATH(4).
               MOVE "PayStubs.txt" TO WS-FILE-PATH(5).
               MOVE "PayRegister.txt" TO WS-FILE-PATH(6).
               MOVE "YearEndStatements.txt" TO WS-FILE-PATH(7).
               MOVE "QuarterlyWageReport.txt" TO WS-FILE-PATH(8).
               MOVE "DirectDeposit.txt" TO WS-FILE-PATH(9).
               MOVE "InvoicePrint.txt" TO WS-FILE-PATH(10).
               MOVE "WithdrawForms.txt" TO WS-FILE-PATH(11).
               MOVE "DunningLetters.txt" TO WS-FILE-PATH(12).
               MOVE "ReportCards.txt" TO WS-FILE-PATH(13).
               MOVE "Transcripts.txt" TO WS-FILE-PATH(14).
               MOVE "MailingLabels.txt" TO WS-FILE-PATH(15).
               MOVE "StateCountSubmission.txt" TO WS-FILE-PATH(16).
               MOVE "MessageLog.txt" TO WS-FILE-PATH(17).

            SCAN-ONE-FILE.
               MOVE WS-FILE-PATH(WS-FILE-SUB) TO WS-SCAN-PATH.
               MOVE 0 TO WS-LINE-NUMBER.
               MOVE 0 TO WS-FILE-HITS.
               MOVE "N" TO WS-SCAN-EOF.
               OPEN INPUT SCAN-FILE.
               IF WS-SCAN-STATUS NOT = "00" THEN
                   ADD 1 TO WS-FILES-MISSING
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT FOUND  " DELIMITED BY SIZE
                          WS-SCAN-PATH DELIMITED BY SPACE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-FILES-SCANNED
                   PERFORM UNTIL WS-SCAN-EOF = "Y"
                       READ SCAN-FILE
                           AT END MOVE "Y" TO WS-SCAN-EOF
                           NOT AT END
                               ADD 1 TO WS-LINE-NUMBER
                               PERFORM SCAN-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SCAN-FILE
                   PERFORM PRINT-FILE-RESULT
               END-IF.

      * walks the line once, measuring each run of digits; a run of
      * exactly nine is an SSN, and a run of three followed by the
      * 99-9999 groups is the dashed form
            SCAN-ONE-LINE.
               MOVE 0 TO WS-HIT-COL.
               MOVE 0 TO WS-RUN-LEN.
               MOVE 1 TO WS-COL.
               PERFORM UNTIL WS-COL > 257 OR WS-HIT-COL > 0
                   IF WS-COL <= 256 AND
                           SCAN-REC(WS-COL:1) IS NUMERIC THEN
                       IF WS-RUN-LEN = 0 THEN
                           MOVE WS-COL TO WS-RUN-START
                       END-IF
                       ADD 1 TO WS-RUN-LEN
                   ELSE
                       PERFORM CHECK-DIGIT-RUN
                       MOVE 0 TO WS-RUN-LEN
                   END-IF
                   ADD 1 TO WS-COL
               END-PERFORM.
               IF WS-HIT-COL > 0 THEN
                   ADD 1 TO WS-FILE-HITS
                   ADD 1 TO WS-LINES-FLAGGED
                   IF WS-FILE-HITS = 1 THEN
                       MOVE SPACES TO REPORT-LINE
                       STRING "FILE       " DELIMITED BY SIZE
                              WS-SCAN-PATH DELIMITED BY SPACE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   IF WS-FILE-HITS <= WS-DETAIL-LIMIT THEN
                       PERFORM PRINT-HIT-LINE
                   END-IF
               END-IF.

            CHECK-DIGIT-RUN.
               IF WS-RUN-LEN = 9 THEN
                   MOVE WS-RUN-START TO WS-HIT-COL
                   MOVE SCAN-REC(WS-RUN-START:9) TO WS-HIT-DIGITS
               ELSE IF WS-RUN-LEN = 3 AND WS-RUN-START <= 246 THEN
                   COMPUTE WS-NEXT-COL = WS-RUN-START + 11
                   IF SCAN-REC(WS-RUN-START + 3:1) = "-" AND
                       SCAN-REC(WS-RUN-START + 4:2) IS NUMERIC AND
                       SCAN-REC(WS-RUN-START + 6:1) = "-" AND
                       SCAN-REC(WS-RUN-START + 7:4) IS NUMERIC THEN
                       IF WS-NEXT-COL > 256 THEN
                           PERFORM NOTE-DASHED-HIT
                       ELSE IF SCAN-REC(WS-NEXT-COL:1)
                               IS NOT NUMERIC THEN
                           PERFORM NOTE-DASHED-HIT
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF.

            NOTE-DASHED-HIT.
               MOVE WS-RUN-START TO WS-HIT-COL.
               MOVE SCAN-REC(WS-RUN-START:3) TO WS-HIT-DIGITS(1:3).
               MOVE SCAN-REC(WS-RUN-START + 4:2) TO WS-HIT-DIGITS(4:2).
               MOVE SCAN-REC(WS-RUN-START + 7:4) TO WS-HIT-DIGITS(6:4).

            PRINT-HIT-LINE.
               CALL "SSN-MASK" USING WS-HIT-DIGITS, WS-SSN-MASKED.
               MOVE WS-LINE-NUMBER TO WS-EDIT-LINE.
               MOVE WS-HIT-COL TO WS-EDIT-COL.
               MOVE SPACES TO REPORT-LINE.
               STRING "           LINE " DELIMITED BY SIZE
                      WS-EDIT-LINE DELIMITED BY SIZE
                      "  COL " DELIMITED BY SIZE
                      WS-EDIT-COL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SSN-MASKED DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

            PRINT-FILE-RESULT.
               MOVE SPACES TO REPORT-LINE.
               IF WS-FILE-HITS = 0 THEN
                   STRING "CLEAN      " DELIMITED BY SIZE
                          WS-SCAN-PATH DELIMITED BY SPACE
                          INTO REPORT-LINE
               ELSE
                   ADD 1 TO WS-FILES-FLAGGED
                   MOVE WS-FILE-HITS TO WS-EDIT-COUNT
                   STRING "UNMASKED   " DELIMITED BY SIZE
                          WS-SCAN-PATH DELIMITED BY SPACE
                          "  LINES WITH SSNS: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT)
                          DELIMITED BY SIZE
                          INTO REPORT-LINE
                   IF WS-FILE-HITS > WS-DETAIL-LIMIT THEN
                       STRING " (FIRST " DELIMITED BY SIZE
                              WS-DETAIL-LIMIT DELIMITED BY SIZE
                              " SHOWN)" DELIMITED BY SIZE
                              INTO REPORT-LINE(90:30)
                   END-IF
               END-IF.
               WRITE REPORT-LINE.

            PRINT-SUMMARY.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "FILES LISTED " DELIMITED BY SIZE
                      WS-FILE-COUNT DELIMITED BY SIZE
                      "  SCANNED " DELIMITED BY SIZE
                      WS-FILES-SCANNED DELIMITED BY SIZE
                      "  NOT FOUND " DELIMITED BY SIZE
                      WS-FILES-MISSING DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "FILES WITH UNMASKED SSNS " DELIMITED BY SIZE
                      WS-FILES-FLAGGED DELIMITED BY SIZE
                      "  LINES " DELIMITED BY SIZE
                      WS-LINES-FLAGGED DELIMITED BY SIZE
                      INTO REPORT-LINE.
               WRITE REPORT-LINE.

       END PROGRAM SSN-SCAN.
