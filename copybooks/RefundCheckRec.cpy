           05 RF-REFUND-NO PIC 9(7).
           05 RF-DATE PIC 9(8).
           05 RF-FAMILY-ID PIC 9(5).
           05 RF-STUDENT-ID PIC 9(5).
           05 RF-PAYEE PIC X(25).
           05 RF-AMOUNT PIC 9(7)V99.
