           05 GS-COURSE PIC X(10).
           05 GS-TERM PIC X(6).
           05 GS-CAMPUS PIC X(3).
           05 GS-SECTION-NO PIC 9(2).
           05 GS-STUDENT-ID PIC 9(5).
           05 GS-SCORE PIC X(1).
           05 GS-DATE PIC 9(8).
           05 GS-OPERATOR PIC X(10).
