           05 GC-FAMILY-ID PIC 9(5).
           05 GC-MAIL-NAME PIC X(30).
           05 GC-STREET PIC X(30).
           05 GC-CITY PIC X(20).
           05 GC-STATE PIC X(2).
           05 GC-ZIP PIC X(10).
           05 GC-PHONE PIC X(12).
           05 GC-EMAIL PIC X(40).
           05 GC-LANGUAGE PIC X(3).
           05 GC-MAIL-FLAG PIC X(1).
               88 GC-MAIL-OK VALUE "Y" " ".
               88 GC-DO-NOT-MAIL VALUE "D".
               88 GC-RETURNED-MAIL VALUE "R".
               88 GC-VALID-FLAG VALUE "Y" " " "D" "R".
           05 GC-LAST-CHANGED PIC 9(8).
