           05 AC-CHECK-NO PIC 9(7).
           05 AC-DATE PIC 9(8).
           05 AC-VENDOR-ID PIC 9(5).
           05 AC-PAYEE PIC X(25).
           05 AC-AMOUNT PIC 9(7)V99.
