           05 SF-EMP-ID PIC 9(5).
           05 SF-NAME PIC X(25).
           05 SF-ROLE PIC X(4).
               88 SF-TEACHER VALUE "TCHR".
               88 SF-VALID-ROLE VALUE "TCHR" "ADMN" "COUN" "AIDE"
                                      "NURS" "SUPP".
           05 SF-HOME-CAMPUS PIC X(3).
           05 SF-FTE PIC 9V99.
           05 SF-STATUS PIC A(1).
               88 SF-ACTIVE VALUE "A".
               88 SF-INACTIVE VALUE "I".
