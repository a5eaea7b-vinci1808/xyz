           05   PND-RET-DATE      PIC 9(08).
           05   PND-EMP-TYPE      PIC X(01).
           05   PND-FTE           PIC X(03).
           05   PND-MGR-CODE      PIC X(06).
           05   FILLER            PIC X(04).
