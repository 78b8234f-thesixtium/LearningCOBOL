           05 DH-DEPOSIT-DATE PIC 9(8).
           05 DH-AMOUNT PIC 9(7)V99.
           05 DH-RECEIPT-COUNT PIC 9(7).
