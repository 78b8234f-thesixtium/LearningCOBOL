           05 PH-RUN-DATE PIC 9(8).
           05 PH-CAMPUS-CODE PIC X(3).
           05 PH-GRADE-LEVEL PIC 9(2).
           05 PH-BEFORE-COUNT PIC 9(5).
           05 PH-AFTER-COUNT PIC 9(5).
