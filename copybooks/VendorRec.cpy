           05 VN-ID PIC 9(5).
           05 VN-NAME PIC X(25).
           05 VN-ADDRESS PIC X(30).
           05 VN-CITY-STATE-ZIP PIC X(30).
           05 VN-STATUS PIC A(1).
               88 VN-ACTIVE VALUE "A".
               88 VN-INACTIVE VALUE "I".
           05 VN-TERMS-DAYS PIC 9(3).
