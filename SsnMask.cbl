      ******************************************************************
      * Author: Aleksander Berezowski
      * Purpose: Shared SSN-mask subprogram. Callers pass the nine
      *          SSN digits and get back the printable form with only
      *          the last four digits showing (XXX-XX-1234). Anything
      *          that is not nine digits comes back fully masked, so
      *          a bad value can never leak onto a report. Every
      *          report, statement and extract that carries an SSN
      *          prints it through this routine.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSN-MASK.

       DATA DIVISION.
           LINKAGE SECTION.
           01 LK-SSN PIC X(9).
           01 LK-SSN-MASKED PIC X(11).

       PROCEDURE DIVISION USING LK-SSN LK-SSN-MASKED.
       MAIN-PROCEDURE.
            MAIN.
               IF LK-SSN IS NUMERIC THEN
                   MOVE "XXX-XX-" TO LK-SSN-MASKED
                   MOVE LK-SSN(6:4) TO LK-SSN-MASKED(8:4)
               ELSE
                   MOVE "XXX-XX-XXXX" TO LK-SSN-MASKED
               END-IF.
               GOBACK.

       END PROGRAM SSN-MASK.
