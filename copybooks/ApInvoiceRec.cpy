           05 AI-VENDOR-ID PIC 9(5).
           05 AI-INVOICE-NO PIC X(12).
           05 AI-INVOICE-DATE PIC 9(8).
           05 AI-DUE-DATE PIC 9(8).
           05 AI-AMOUNT PIC 9(7)V99.
           05 AI-GL-ACCT PIC 9(4).
           05 AI-CAMPUS PIC X(3).
           05 AI-ROUTE PIC X(4).
           05 AI-DESC PIC X(20).
           05 AI-STATUS PIC X(1).
               88 AI-OPEN VALUE "O".
               88 AI-HELD VALUE "H".
               88 AI-PAID VALUE "P".
               88 AI-VOIDED VALUE "V".
           05 AI-CHECK-NO PIC 9(7).
           05 AI-PAID-DATE PIC 9(8).
