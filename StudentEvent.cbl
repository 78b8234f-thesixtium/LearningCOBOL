      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Shared student change-event subprogram in the
      *          MESSAGE-LOG style. Every program that changes a
      *          student's record (maintenance, family links, ID
      *          assignment, campus transfer, withdrawal, merge,
      *          archive restore and grade promotion) calls this
      *          next to its own audit or register line. Each call
      *          appends one timestamped record in a common layout:
      *          student ID, event type, program, operator, and the
      *          before and after values, so the STUDENT-HISTORY
      *          report can answer who changed a student and when
      *          without knowing each program's listing layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-EVENT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EVENT-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD EVENT-FILE.
           01 EVENT-REC.
               05 EV-STUDENT-ID PIC 9(5).
               05 EV-STAMP PIC X(14).
               05 EV-EVENT-TYPE PIC X(12).
               05 EV-PROGRAM PIC X(20).
               05 EV-OPERATOR PIC X(10).
               05 EV-BEFORE PIC X(40).
               05 EV-AFTER PIC X(40).

           WORKING-STORAGE SECTION.
           01 WS-EVENT-PATH PIC X(100) VALUE
               "StudentEventLog.txt".
           01 WS-EVENT-STATUS PIC X(2).
           01 WS-CURRENT-STAMP PIC X(21).
           01 WS-ENV-SCRATCH PIC X(100).

           LINKAGE SECTION.
           01 LK-STUDENT-ID PIC 9(5).
           01 LK-EVENT-TYPE PIC X(12).
           01 LK-PROGRAM-NAME PIC X(20).
           01 LK-OPERATOR-ID PIC X(10).
           01 LK-BEFORE PIC X(40).
           01 LK-AFTER PIC X(40).

       PROCEDURE DIVISION USING LK-STUDENT-ID LK-EVENT-TYPE
               LK-PROGRAM-NAME LK-OPERATOR-ID LK-BEFORE LK-AFTER.
       MAIN-PROCEDURE.
            MAIN.
               MOVE SPACES TO WS-ENV-SCRATCH.
               ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT
                       "STUDENT_EVENT_FILE"
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                       MOVE WS-ENV-SCRATCH TO WS-EVENT-PATH
               END-ACCEPT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
               OPEN EXTEND EVENT-FILE.
               IF WS-EVENT-STATUS = "35" THEN
                   OPEN OUTPUT EVENT-FILE
                   CLOSE EVENT-FILE
                   OPEN EXTEND EVENT-FILE
               END-IF.
               MOVE LK-STUDENT-ID TO EV-STUDENT-ID.
               MOVE WS-CURRENT-STAMP(1:14) TO EV-STAMP.
               MOVE LK-EVENT-TYPE TO EV-EVENT-TYPE.
               MOVE LK-PROGRAM-NAME TO EV-PROGRAM.
               MOVE LK-OPERATOR-ID TO EV-OPERATOR.
               MOVE LK-BEFORE TO EV-BEFORE.
               MOVE LK-AFTER TO EV-AFTER.
               WRITE EVENT-REC.
               CLOSE EVENT-FILE.
               GOBACK.

       END PROGRAM STUDENT-EVENT.
