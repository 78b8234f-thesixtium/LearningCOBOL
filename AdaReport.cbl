      * Purpose: Average daily attendance funding report. For the
      *          requested term, combines the school calendar's
      *          instructional-day counts, the active SCHOOL roster,
      *          and the E/U absences and S suspension days on the
      *          attendance history into a per-campus, per-grade
      *          report of membership days, days absent, ADA
      *          percentage, and funded students, with a district
      *          rollup page and control totals that tie back to the
      *          roster count. This is the figure the business office
      *          certifies to the state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA-FUNDING.
               END-IF.

            COUNT-ONE-ABSENCE.
               IF AH-CODE NOT = "E" AND AH-CODE NOT = "U" AND
                       AH-CODE NOT = "S" THEN
                   CONTINUE
               ELSE
                   MOVE AH-STUDENT-ID TO SCHOOL-STUDENT-ID
