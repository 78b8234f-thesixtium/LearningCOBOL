           05 CA-STUDENT-ID PIC 9(5).
           05 CA-GRADE-LEVEL PIC 9(2).
           05 CA-STATUS PIC X(1).
               88 CA-SHORT VALUE "S".
               88 CA-MET VALUE "M".
           05 CA-EARNED PIC 9(3)V9.
           05 CA-REQUIRED PIC 9(3)V9.
           05 CA-AREAS-SHORT PIC 9(2).
           05 CA-AUDIT-DATE PIC 9(8).
