           05 SEC-CAMPUS PIC X(3).
           05 SEC-SECTION-NO PIC 9(2).
           05 SEC-CAPACITY PIC 9(3).
           05 SEC-TEACHER-ID PIC 9(5).
