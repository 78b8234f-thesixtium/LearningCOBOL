           05 WL-SEQ PIC 9(5).
           05 WL-STUDENT-ID PIC 9(5).
           05 WL-COURSE PIC X(10).
           05 WL-TERM PIC X(6).
           05 WL-SECTION-NO PIC 9(2).
           05 WL-CAMPUS PIC X(3).
           05 WL-DATE PIC 9(8).
