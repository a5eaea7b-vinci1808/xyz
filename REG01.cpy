       FD REGION-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 REGION-REC.
           05   REG-CODE          PIC X(02).
           05   REG-DESC          PIC X(30).
           05   FILLER            PIC X(48).
