       FD SUPPRESS-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 SUPPRESS-REC.
           05   DUP-PAIR-KEY.
                10  DUP-CODE-LOW    PIC 9(06).
                10  DUP-CODE-HIGH   PIC 9(06).
           05   DUP-MARK-DATE     PIC 9(08).
           05   DUP-MARK-TIME     PIC 9(06).
           05   DUP-OPERATOR      PIC X(08).
           05   DUP-NOTE          PIC X(30).
           05   FILLER            PIC X(16).
