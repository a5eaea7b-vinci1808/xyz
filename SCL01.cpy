       FD PAY-SCALE-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 PAY-SCALE-REC.
           05   SCL-GRADE         PIC 9(02).
           05   SCL-MIN-COST      PIC 9(07).
           05   SCL-MID-COST      PIC 9(07).
           05   SCL-MAX-COST      PIC 9(07).
           05   FILLER            PIC X(57).
