      * Author: Aleksander Berezowski
      * Purpose: Companion inquiry for the indexed person master.
      *          Retrieves a person by SSN or browses the file by
      *          name prefix. SSNs are shown with only the last four
      *          digits. The F mode shows the full SSN, but only to an
      *          operator at PERSON_SSN_FULL_LEVEL (default 3), and
      *          every full-SSN lookup, allowed or refused, is written
      *          to the SSN access audit file with the operator ID and
      *          time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-INQUIRY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-SSNUM
               FILE STATUS IS WS-PERSON-STATUS.
               SELECT SSN-AUDIT ASSIGN DYNAMIC WS-SSN-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-AUDIT-STATUS.

       DATA DIVISION.
           FILE SECTION.
                   03 PM-SSGROUP PIC 99.
                   03 PM-SSSERIAL PIC 9999.

           FD SSN-AUDIT.
           01 SSN-AUDIT-REC.
               05 SA-STAMP PIC X(14).
               05 SA-OPERATOR PIC X(10).
               05 SA-PROGRAM PIC X(20).
               05 SA-SSN PIC X(11).
               05 SA-NAME PIC X(30).
               05 SA-RESULT PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-PERSON-PATH PIC X(100) VALUE "PersonMaster.dat".
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-AUTH-LEVEL PIC 9(1) VALUE 1.
           01 WS-AUTH-RESULT PIC X(2).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-SSN-AUDIT-PATH PIC X(100) VALUE
               "SsnAccessAudit.txt".
           01 WS-SSN-AUDIT-STATUS PIC X(2).
           01 WS-SSN-MASKED PIC X(11).
           01 WS-FULL-LEVEL PIC 9(1) VALUE 3.
           01 WS-FULL-RESULT PIC X(2).
           01 WS-SHOW-FULL PIC A(1) VALUE "N".
           01 WS-AUDIT-RESULT PIC X(8).
           01 WS-CURRENT-STAMP PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-PERSON-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SSN_AUDIT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-SSN-AUDIT-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "PERSON_SSN_FULL_LEVEL"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) IS NUMERIC AND
                               WS-ENV-SCRATCH(1:1) NOT = "0" AND
                               WS-ENV-SCRATCH(2:1) = SPACE THEN
                           MOVE WS-ENV-SCRATCH(1:1) TO WS-FULL-LEVEL
                       END-IF
               END-ACCEPT.
               OPEN INPUT PERSON-MASTER.
               IF WS-PERSON-STATUS NOT = "00" THEN
                   DISPLAY "PERSON-MASTER not found"
                       WS-PROGRAM-NAME, WS-END-STATUS, WS-END-COUNT
                   GOBACK
               END-IF.
               DISPLAY "Inquiry mode (S=SSN lookup, N=name browse, "
                   "F=full SSN lookup):".
               ACCEPT WS-MODE.
               IF WS-MODE = "S" OR WS-MODE = "s" THEN
                   PERFORM SSN-LOOKUP
               ELSE IF WS-MODE = "F" OR WS-MODE = "f" THEN
                   PERFORM FULL-SSN-LOOKUP
               ELSE
                   PERFORM NAME-BROWSE
               END-IF
               END-IF.
               CLOSE PERSON-MASTER.
               MOVE WS-MATCH-COUNT TO WS-END-COUNT.
                   MOVE WS-SSN-IN TO PM-SSNUM
                   READ PERSON-MASTER
                       INVALID KEY
                           CALL "SSN-MASK" USING WS-SSN-IN,
                               WS-SSN-MASKED
                           DISPLAY "No person on file for SSN "
                               WS-SSN-MASKED
                           MOVE WS-SSN-IN TO PM-SSNUM
                           MOVE "NOTFOUND" TO WS-AUDIT-RESULT
                       NOT INVALID KEY
                           PERFORM DISPLAY-PERSON
                           MOVE "FOUND" TO WS-AUDIT-RESULT
                   END-READ
                   IF WS-SHOW-FULL = "Y" THEN
                       PERFORM WRITE-SSN-AUDIT
                   END-IF
               END-IF.

      * the full SSN needs a higher level than the inquiry itself;
      * SIGN-ON already knows the operator, so only the level is
      * checked here and a refusal is logged like any other
            FULL-SSN-LOOKUP.
               CALL "SIGN-ON" USING OperatorId, WS-PROGRAM-NAME,
                   WS-FULL-LEVEL, WS-FULL-RESULT.
               IF WS-FULL-RESULT = "00" THEN
                   MOVE "Y" TO WS-SHOW-FULL
                   PERFORM SSN-LOOKUP
                   MOVE "N" TO WS-SHOW-FULL
               ELSE
                   DISPLAY "Full SSN display needs authorization "
                       "level " WS-FULL-LEVEL
                   MOVE SPACES TO PM-SSNUM
                   MOVE SPACES TO PM-NAME
                   MOVE "DENIED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-SSN-AUDIT
               END-IF.

      * the audit keeps the masked SSN, never the full one
            WRITE-SSN-AUDIT.
               OPEN EXTEND SSN-AUDIT.
               IF WS-SSN-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT SSN-AUDIT
                   CLOSE SSN-AUDIT
                   OPEN EXTEND SSN-AUDIT
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE SPACES TO SSN-AUDIT-REC.
               MOVE WS-CURRENT-STAMP(1:14) TO SA-STAMP.
               MOVE OperatorId TO SA-OPERATOR.
               MOVE WS-PROGRAM-NAME TO SA-PROGRAM.
               CALL "SSN-MASK" USING PM-SSNUM, WS-SSN-MASKED.
               MOVE WS-SSN-MASKED TO SA-SSN.
               IF WS-AUDIT-RESULT = "FOUND" THEN
                   MOVE PM-NAME TO SA-NAME
               END-IF.
               MOVE WS-AUDIT-RESULT TO SA-RESULT.
               WRITE SSN-AUDIT-REC.
               CLOSE SSN-AUDIT.

            NAME-BROWSE.
               DISPLAY "Enter name (leading characters):".
               ACCEPT WS-NAME-IN.
               DISPLAY "Names matched: " WS-MATCH-COUNT.

            DISPLAY-PERSON.
               IF WS-SHOW-FULL = "Y" THEN
                   DISPLAY PM-NAME " SSN " PM-SSAREA "-" PM-SSGROUP
                       "-" PM-SSSERIAL
               ELSE
                   CALL "SSN-MASK" USING PM-SSNUM, WS-SSN-MASKED
                   DISPLAY PM-NAME " SSN " WS-SSN-MASKED
               END-IF.

       END PROGRAM PERSON-INQUIRY.
