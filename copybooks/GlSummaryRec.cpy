           05 GS-ACCT PIC 9(4).
           05 GS-PERIOD-DEBIT PIC 9(11)V99.
           05 GS-PERIOD-CREDIT PIC 9(11)V99.
           05 GS-YTD-DEBIT PIC 9(11)V99.
           05 GS-YTD-CREDIT PIC 9(11)V99.
