           05 GP-OPEN-PERIOD PIC 9(6).
           05 GP-LAST-CLOSED PIC 9(6).
           05 GP-FY-START-MONTH PIC 9(2).
           05 GP-CLOSED-DATE PIC 9(8).
           05 GP-CLOSED-BY PIC X(10).
