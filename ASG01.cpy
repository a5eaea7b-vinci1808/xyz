       FD ASSIGN-HIST-FILE
          LABEL RECORDS STANDARD
          RECORD CONTAINS 120 CHARACTERS
          BLOCK CONTAINS 0 RECORDS.
       01 ASSIGN-HIST-REC.
           05   AH-EMP-CODE       PIC 9(06).
           05   AH-EFF-DATE       PIC 9(08).
           05   AH-FROM-GROUP     PIC X(10).
           05   AH-FROM-DESG      PIC X(15).
           05   AH-FROM-LOC       PIC X(03).
           05   AH-TO-GROUP       PIC X(10).
           05   AH-TO-DESG        PIC X(15).
           05   AH-TO-LOC         PIC X(03).
           05   AH-PROGRAM        PIC X(08).
           05   AH-FUNCTION       PIC X(01).
           05   AH-OPERATOR       PIC X(08).
           05   AH-REC-DATE       PIC 9(08).
           05   AH-REC-TIME       PIC 9(06).
           05   FILLER            PIC X(19).
