           05 TN-STUDENT-ID PIC 9(5).
           05 TN-TERM PIC X(6).
           05 TN-LEVEL PIC 9(1).
               88 TN-FIRST-NOTICE VALUE 1.
               88 TN-SECOND-NOTICE VALUE 2.
               88 TN-REFERRAL VALUE 3.
           05 TN-DATE PIC 9(8).
           05 TN-UNEXCUSED PIC 9(3).
           05 TN-CAMPUS PIC X(3).
           05 TN-OPERATOR PIC X(10).
