           05   LOC-ADDRESS1      PIC X(30).
           05   LOC-ADDRESS2      PIC X(30).
           05   LOC-CITY          PIC A(15).
           05   LOC-REGION        PIC X(02).
