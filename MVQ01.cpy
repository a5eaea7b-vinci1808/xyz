       FD MOVE-QUEUE-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 120 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 MOVE-QUEUE-REC.
           05   MQ-MOVE-ID        PIC 9(08).
           05   MQ-EMP-CODE       PIC 9(06).
           05   MQ-MOVE-TYPE      PIC X(02).
                88  MQ-STARTER              VALUE 'ST'.
                88  MQ-LEAVER               VALUE 'LV'.
                88  MQ-TRANSFER             VALUE 'TR'.
                88  MQ-REDESIGNATION        VALUE 'DG'.
                88  MQ-LOA-START            VALUE 'LS'.
                88  MQ-LOA-RETURN           VALUE 'LR'.
                88  MQ-FTE-CHANGE           VALUE 'FT'.
           05   MQ-EFF-DATE       PIC 9(08).
           05   MQ-EMP-NAME       PIC X(15).
           05   MQ-EMP-GROUP      PIC X(10).
           05   MQ-EMP-DESG       PIC X(15).
           05   MQ-EMP-LOC        PIC X(03).
           05   MQ-EMP-TYPE       PIC X(01).
           05   MQ-EMP-FTE        PIC 9V99.
           05   MQ-STATUS         PIC X(01).
                88  MQ-SENT                 VALUE 'S'.
                88  MQ-ACCEPTED             VALUE 'A'.
                88  MQ-REJECTED             VALUE 'R'.
           05   MQ-FIRST-SEQ      PIC 9(06).
           05   MQ-LAST-SEQ       PIC 9(06).
           05   MQ-SEND-COUNT     PIC 9(02).
           05   MQ-REASON         PIC X(30).
           05   FILLER            PIC X(04).
