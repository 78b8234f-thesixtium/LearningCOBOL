           05 TS-KEY.
               10 TS-STUDENT-ID PIC 9(5).
               10 TS-TEST-CODE PIC X(6).
               10 TS-ADMIN-DATE PIC 9(8).
           05 TS-SUBJECT PIC X(10).
           05 TS-TESTED-GRADE PIC 9(2).
           05 TS-CAMPUS-CODE PIC X(3).
           05 TS-SCALE-SCORE PIC 9(4).
           05 TS-PERF-LEVEL PIC 9(1).
               88 TS-VALID-LEVEL VALUE 1 THRU 4.
               88 TS-PROFICIENT VALUE 3 4.
           05 TS-LOADED-DATE PIC 9(8).
