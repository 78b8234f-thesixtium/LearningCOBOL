           05 EM-ID PIC 9(5).
           05 EM-NAME PIC X(25).
           05 EM-HOURLY-RATE PIC 9(3)V99.
           05 EM-PLAN PIC X(2).
           05 EM-STATUS PIC X(1).
               88 EM-ACTIVE VALUE "A" " ".
               88 EM-TERMINATED VALUE "T".
           05 EM-TERM-DATE PIC 9(8).
           05 EM-PRIOR-RATE PIC 9(3)V99.
           05 EM-RATE-EFFECTIVE PIC 9(8).
