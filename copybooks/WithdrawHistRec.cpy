           05 WH-STUDENT-ID PIC 9(5).
           05 WH-NAME PIC A(25).
           05 WH-CAMPUS-CODE PIC X(3).
           05 WH-GRADE-LEVEL PIC 9(2).
           05 WH-WITHDRAW-DATE PIC 9(8).
           05 WH-REASON PIC X(2).
           05 WH-POSTED-DATE PIC 9(8).
