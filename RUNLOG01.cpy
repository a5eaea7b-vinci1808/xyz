           05   RL-WRITE-COUNT    PIC 9(06).
           05   RL-REJECT-COUNT   PIC 9(06).
           05   RL-RETURN-CODE    PIC 9(02).
           05   RL-MESSAGE        PIC X(30).
           05   FILLER            PIC X(03).
