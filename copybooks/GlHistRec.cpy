           05 GH-PERIOD PIC 9(6).
           05 GH-ACCT PIC 9(4).
           05 GH-PERIOD-DEBIT PIC 9(11)V99.
           05 GH-PERIOD-CREDIT PIC 9(11)V99.
           05 GH-YTD-DEBIT PIC 9(11)V99.
           05 GH-YTD-CREDIT PIC 9(11)V99.
