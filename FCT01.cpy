       FD FEED-CTL-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 FEED-CTL-REC.
           05   FC-SOURCE         PIC X(08).
           05   FC-FEED-DATE      PIC 9(08).
           05   FC-FEED-SEQ       PIC 9(06).
           05   FC-LOAD-DATE      PIC 9(08).
           05   FC-REC-COUNT      PIC 9(06).
           05   FC-HASH-TOTAL     PIC 9(12).
           05   FILLER            PIC X(32).
