           05 CRS-SUBJECT PIC X(10).
           05 CRS-TITLE PIC X(25).
           05 CRS-ACTIVE PIC A(1).
           05 CRS-CREDITS PIC 9V9.
           05 CRS-AREA PIC X(10).
