           05 PP-PLAN-KIND PIC X(1).
               88 PP-STUDENT-PLAN VALUE "S".
               88 PP-FAMILY-PLAN VALUE "F".
           05 PP-PLAN-ID PIC 9(5).
           05 PP-INSTALLMENTS PIC 9(2).
           05 PP-DUE-DATE PIC 9(8) OCCURS 12 TIMES.
