           05 PH-EMP-ID PIC 9(5).
           05 PH-NAME PIC X(25).
           05 PH-PAY-DATE PIC 9(8).
           05 PH-PERIOD-START PIC 9(8).
           05 PH-RATE PIC 9(3)V99.
           05 PH-HOURS PIC 9(4)V9.
           05 PH-LEAVE-HOURS PIC 9(4)V9.
           05 PH-GROSS PIC 9(5)V99.
           05 PH-TAX PIC 9(5)V99.
           05 PH-BENEFIT PIC 9(5)V99.
           05 PH-NET PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PH-PAY-METHOD PIC X(1).
               88 PH-DIRECT-DEPOSIT VALUE "D".
               88 PH-PAID-BY-CHECK VALUE "C".
