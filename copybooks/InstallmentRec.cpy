           05 IN-STUDENT-ID PIC 9(5).
           05 IN-SEQ PIC 9(2).
           05 IN-DUE-DATE PIC 9(8).
           05 IN-AMOUNT PIC 9(6)V99.
           05 IN-STATUS PIC X(1).
               88 IN-PENDING VALUE "P".
               88 IN-BILLED VALUE "B".
               88 IN-LATE-FEE-CHARGED VALUE "L".
           05 IN-BILL-DATE PIC 9(8).
           05 IN-LATE-FEE PIC 9(5)V99.
