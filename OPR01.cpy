       FD OPERATOR-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 300 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 OPERATOR-REC.
           05   OPR-ID            PIC X(08).
           05   OPR-NAME          PIC X(20).
           05   OPR-PIN           PIC X(06).
           05   OPR-STATUS        PIC X(01).
                88  OPR-ACTIVE              VALUE 'A'.
                88  OPR-LOCKED              VALUE 'L'.
           05   OPR-FAIL-COUNT    PIC 9(02).
           05   OPR-LAST-DATE     PIC 9(08).
           05   OPR-LAST-TIME     PIC 9(06).
           05   OPR-GRANT         OCCURS 12 TIMES.
               10   OPR-GRANT-PROGRAM   PIC X(08).
               10   OPR-GRANT-FUNCTIONS PIC X(12).
           05   FILLER            PIC X(09).
