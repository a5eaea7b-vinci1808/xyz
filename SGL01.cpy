       FD SIGNON-LOG-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 SIGNON-LOG-REC.
           05   SL-DATE           PIC 9(08).
           05   SL-TIME           PIC 9(06).
           05   SL-PROGRAM        PIC X(08).
           05   SL-OPERATOR       PIC X(08).
           05   SL-RESULT         PIC X(04).
           05   SL-REASON         PIC X(30).
           05   FILLER            PIC X(16).
