       FD MOVE-CTL-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 MOVE-CTL-REC.
           05   MC-LAST-SEND-SEQ  PIC 9(06).
           05   MC-LAST-SEND-DATE PIC 9(08).
           05   MC-LAST-AUD-DATE  PIC 9(08).
           05   MC-LAST-AUD-TIME  PIC 9(06).
           05   MC-LAST-MOVE-ID   PIC 9(08).
           05   MC-LAST-ACK-SEQ   PIC 9(06).
           05   MC-LAST-ACK-DATE  PIC 9(08).
           05   FILLER            PIC X(30).
