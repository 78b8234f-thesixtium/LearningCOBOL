           05 MB-STUDENT-ID PIC 9(5).
           05 MB-FAMILY-ID PIC 9(5).
           05 MB-RESULT PIC X(2).
               88 MB-ADDRESSED VALUE "00".
           05 MB-REASON PIC X(20).
           05 MB-LANGUAGE PIC X(3).
           05 MB-LINE PIC X(40) OCCURS 3 TIMES.
