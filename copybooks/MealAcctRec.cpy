           05 MA-STUDENT-ID PIC 9(5).
           05 MA-ELIGIBILITY PIC X(1).
               88 MA-FREE VALUE "F".
               88 MA-REDUCED VALUE "R".
               88 MA-PAID VALUE "P".
               88 MA-VALID-ELIGIBILITY VALUE "F" "R" "P".
           05 MA-BALANCE PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 MA-ELIG-EFFECTIVE PIC 9(8).
           05 MA-LAST-DEPOSIT PIC 9(8).
           05 MA-LAST-CHARGE PIC 9(8).
           05 MA-LAST-NOTICE PIC 9(8).
           05 MA-LAST-CHANGED PIC 9(8).
