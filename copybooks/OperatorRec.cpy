           05 OP-ID PIC X(10).
           05 OP-NAME PIC X(25).
           05 OP-ACTIVE PIC A(1).
           05 OP-AUTH-LEVEL PIC 9(1).
           05 OP-PASSWORD-HASH PIC 9(10).
           05 OP-PASSWORD-CHANGED PIC 9(8).
           05 OP-FAILED-COUNT PIC 9(2).
           05 OP-LOCKED PIC X(1).
               88 OP-IS-LOCKED VALUE "Y".
