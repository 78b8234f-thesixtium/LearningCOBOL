           05 MD-RECEIPT-NO PIC 9(7).
           05 MD-STUDENT-ID PIC 9(5).
           05 MD-AMOUNT PIC 9(5)V99.
           05 MD-DEPOSIT-DATE PIC 9(8).
           05 MD-CHECK-NO PIC X(6).
