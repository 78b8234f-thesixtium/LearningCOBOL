           05 SS-STUDENT-ID PIC 9(5).
           05 SS-COURSE PIC X(10).
           05 SS-TERM PIC X(6).
           05 SS-SECTION-NO PIC 9(2).
           05 SS-CAMPUS PIC X(3).
