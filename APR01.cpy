       FD APPROVAL-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 320 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 APPROVAL-REC.
           05   AQ-ITEM-NO        PIC 9(08).
           05   AQ-ITEM-DATA.
               10   AQ-PROGRAM        PIC X(08).
               10   AQ-FUNCTION       PIC X(01).
               10   AQ-KEY            PIC X(10).
               10   AQ-BEFORE-IMAGE   PIC X(100).
               10   AQ-AFTER-IMAGE    PIC X(100).
               10   AQ-MAKER          PIC X(08).
               10   AQ-MAKE-DATE      PIC 9(08).
               10   AQ-MAKE-TIME      PIC 9(06).
               10   AQ-STATUS         PIC X(01).
                    88  AQ-PENDING              VALUE 'P'.
                    88  AQ-APPROVED             VALUE 'A'.
                    88  AQ-REJECTED             VALUE 'R'.
                    88  AQ-FAILED               VALUE 'F'.
               10   AQ-CHECKER        PIC X(08).
               10   AQ-CHECK-DATE     PIC 9(08).
               10   AQ-CHECK-TIME     PIC 9(06).
               10   AQ-REASON         PIC X(30).
               10   FILLER            PIC X(18).
           05   AQ-CONTROL-DATA REDEFINES AQ-ITEM-DATA.
               10   AQ-LAST-ITEM-NO   PIC 9(08).
               10   FILLER            PIC X(304).
