      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Shared mailing-address subprogram for every printed
      *          letter. Callers pass a student ID (or a family ID when
      *          they already know it) and get back a three-line
      *          address block built from the guardian contact
      *          master: guardian name, street, and city/state/ZIP.
      *          The student's family comes from the FAMILY-MASTER.
      *          Every addressed letter appends a mailing label, and
      *          every letter that cannot be mailed appends a line to
      *          the address exceptions list with the reason. Result
      *          codes: 00 addressed, 90 no family link, 91 no
      *          guardian contact, 92 do not mail, 93 returned mail,
      *          94 incomplete address. Under SIMULATION_MODE=Y the
      *          address block is still built and returned, but no
      *          label or exception line is appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-ADDRESS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FAMILY-MASTER ASSIGN DYNAMIC
                   WS-FAMILY-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-STUDENT-ID
               FILE STATUS IS WS-FAMILY-MASTER-STATUS.
               SELECT GUARDIAN-CONTACT ASSIGN DYNAMIC
                   WS-GUARDIAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-FAMILY-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.
               SELECT MAIL-LABELS ASSIGN DYNAMIC WS-LABEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
               SELECT MAIL-EXCEPTIONS ASSIGN DYNAMIC
                   WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FAMILY-MASTER.
           01 FAMILY-MASTER-REC.
               COPY "FamilyRecord.cpy".

           FD GUARDIAN-CONTACT.
           01 GUARDIAN-CONTACT-REC.
               COPY "GuardianRec.cpy".

           FD MAIL-LABELS.
           01 MAIL-LABEL-REC.
               05 ML-PROGRAM PIC X(20).
               05 ML-FAMILY-ID PIC 9(5).
               05 ML-STUDENT-ID PIC 9(5).
               05 ML-LANGUAGE PIC X(3).
               05 ML-LINE PIC X(40) OCCURS 3 TIMES.

           FD MAIL-EXCEPTIONS.
           01 EXCEPTION-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FAMILY-MASTER-PATH PIC X(100) VALUE
               "FamilyMaster.dat".
           01 WS-GUARDIAN-PATH PIC X(100) VALUE
               "GuardianContact.dat".
           01 WS-LABEL-PATH PIC X(100) VALUE
               "MailingLabels.txt".
           01 WS-EXCEPTION-PATH PIC X(100) VALUE
               "AddressExceptions.txt".
           01 WS-FAMILY-MASTER-STATUS PIC X(2).
           01 WS-GUARDIAN-STATUS PIC X(2).
           01 WS-LABEL-STATUS PIC X(2).
           01 WS-EXCEPTION-STATUS PIC X(2).
           01 WS-GUARDIAN-NAME PIC X(30).
           01 WS-CURRENT-STAMP.
               05 WS-TODAY-DATE PIC 9(8).
               05 FILLER PIC X(13).
           01 WS-ENV-SCRATCH PIC X(100).
           01 WS-SIMULATION PIC A(1) VALUE "N".

           LINKAGE SECTION.
           01 LK-PROGRAM-NAME PIC X(20).
           01 LK-MAIL-BLOCK.
               COPY "MailBlock.cpy".

       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-MAIL-BLOCK.
       MAIN-PROCEDURE.
            MAIN.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "FAMILY_MASTER_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-FAMILY-MASTER-PATH
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
                       "MAILING_LABELS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-LABEL-PATH
               END-ACCEPT.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "ADDRESS_EXCEPTIONS_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EXCEPTION-PATH
               END-ACCEPT.
               MOVE "N" TO WS-SIMULATION.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT "SIMULATION_MODE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       IF WS-ENV-SCRATCH(1:1) = "Y" THEN
                           MOVE "Y" TO WS-SIMULATION
                       END-IF
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               MOVE SPACES TO MB-LINE(1).
               MOVE SPACES TO MB-LINE(2).
               MOVE SPACES TO MB-LINE(3).
               MOVE SPACES TO MB-REASON.
               MOVE SPACES TO MB-LANGUAGE.
               MOVE SPACES TO WS-GUARDIAN-NAME.
               MOVE "00" TO MB-RESULT.
               IF MB-FAMILY-ID IS NOT NUMERIC THEN
                   MOVE 0 TO MB-FAMILY-ID
               END-IF.
               IF MB-FAMILY-ID = 0 THEN
                   PERFORM FIND-STUDENT-FAMILY
               END-IF.
               IF MB-ADDRESSED THEN
                   PERFORM READ-GUARDIAN-CONTACT
               END-IF.
               IF WS-SIMULATION = "Y" THEN
                   CONTINUE
               ELSE IF MB-ADDRESSED THEN
                   PERFORM WRITE-MAIL-LABEL
               ELSE
                   PERFORM WRITE-ADDRESS-EXCEPTION
               END-IF
               END-IF.
               GOBACK.

            FIND-STUDENT-FAMILY.
               OPEN INPUT FAMILY-MASTER.
               IF WS-FAMILY-MASTER-STATUS NOT = "00" THEN
                   MOVE "90" TO MB-RESULT
                   MOVE "NO FAMILY LINK" TO MB-REASON
               ELSE
                   MOVE MB-STUDENT-ID TO FM-STUDENT-ID
                   READ FAMILY-MASTER
                       INVALID KEY
                           MOVE "90" TO MB-RESULT
                           MOVE "NO FAMILY LINK" TO MB-REASON
                       NOT INVALID KEY
                           MOVE FM-FAMILY-ID TO MB-FAMILY-ID
                           MOVE FM-GUARDIAN-NAME TO WS-GUARDIAN-NAME
                   END-READ
                   CLOSE FAMILY-MASTER
               END-IF.

      * a contact with no mailing name falls back to the guardian
      * name on the family link
            READ-GUARDIAN-CONTACT.
               OPEN INPUT GUARDIAN-CONTACT.
               IF WS-GUARDIAN-STATUS NOT = "00" THEN
                   MOVE "91" TO MB-RESULT
                   MOVE "NO GUARDIAN CONTACT" TO MB-REASON
               ELSE
                   MOVE MB-FAMILY-ID TO GC-FAMILY-ID
                   READ GUARDIAN-CONTACT
                       INVALID KEY
                           MOVE "91" TO MB-RESULT
                           MOVE "NO GUARDIAN CONTACT" TO MB-REASON
                       NOT INVALID KEY
                           PERFORM BUILD-ADDRESS-BLOCK
                   END-READ
                   CLOSE GUARDIAN-CONTACT
               END-IF.

            BUILD-ADDRESS-BLOCK.
               MOVE GC-LANGUAGE TO MB-LANGUAGE.
               IF GC-MAIL-NAME NOT = SPACES THEN
                   MOVE GC-MAIL-NAME TO WS-GUARDIAN-NAME
               END-IF.
               IF GC-DO-NOT-MAIL THEN
                   MOVE "92" TO MB-RESULT
                   MOVE "DO NOT MAIL" TO MB-REASON
               ELSE IF GC-RETURNED-MAIL THEN
                   MOVE "93" TO MB-RESULT
                   MOVE "RETURNED MAIL" TO MB-REASON
               ELSE IF WS-GUARDIAN-NAME = SPACES OR
                       GC-STREET = SPACES OR GC-CITY = SPACES OR
                       GC-STATE = SPACES OR GC-ZIP = SPACES THEN
                   MOVE "94" TO MB-RESULT
                   MOVE "INCOMPLETE ADDRESS" TO MB-REASON
               ELSE
                   MOVE WS-GUARDIAN-NAME TO MB-LINE(1)
                   MOVE GC-STREET TO MB-LINE(2)
                   STRING GC-CITY DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          GC-STATE DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          GC-ZIP DELIMITED BY SPACE
                          INTO MB-LINE(3)
               END-IF
               END-IF
               END-IF.

            WRITE-MAIL-LABEL.
               OPEN EXTEND MAIL-LABELS.
               IF WS-LABEL-STATUS = "35" THEN
                   OPEN OUTPUT MAIL-LABELS
                   CLOSE MAIL-LABELS
                   OPEN EXTEND MAIL-LABELS
               END-IF.
               MOVE LK-PROGRAM-NAME TO ML-PROGRAM.
               MOVE MB-FAMILY-ID TO ML-FAMILY-ID.
               MOVE MB-STUDENT-ID TO ML-STUDENT-ID.
               MOVE MB-LANGUAGE TO ML-LANGUAGE.
               MOVE MB-LINE(1) TO ML-LINE(1).
               MOVE MB-LINE(2) TO ML-LINE(2).
               MOVE MB-LINE(3) TO ML-LINE(3).
               WRITE MAIL-LABEL-REC.
               CLOSE MAIL-LABELS.

            WRITE-ADDRESS-EXCEPTION.
               OPEN EXTEND MAIL-EXCEPTIONS.
               IF WS-EXCEPTION-STATUS = "35" THEN
                   OPEN OUTPUT MAIL-EXCEPTIONS
                   CLOSE MAIL-EXCEPTIONS
                   OPEN EXTEND MAIL-EXCEPTIONS
               END-IF.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LK-PROGRAM-NAME DELIMITED BY SIZE
                      " STUDENT " DELIMITED BY SIZE
                      MB-STUDENT-ID DELIMITED BY SIZE
                      " FAMILY " DELIMITED BY SIZE
                      MB-FAMILY-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MB-REASON DELIMITED BY SIZE
                      INTO EXCEPTION-LINE.
               WRITE EXCEPTION-LINE.
               CLOSE MAIL-EXCEPTIONS.

       END PROGRAM MAIL-ADDRESS.
