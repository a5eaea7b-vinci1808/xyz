       FD AUDIT-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 249 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 AUDIT-REC.
           05   AUD-DATE          PIC 9(08).
           05   AUD-KEY           PIC X(10).
           05   AUD-BEFORE-IMAGE  PIC X(100).
           05   AUD-AFTER-IMAGE   PIC X(100).
           05   AUD-OPERATOR      PIC X(08).
           05   AUD-APPROVER      PIC X(08).
