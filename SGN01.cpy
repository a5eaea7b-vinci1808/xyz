       01 SIGNON-AREA.
           05   SG-REQUEST        PIC X(01).
                88  SG-SIGN-ON-REQUEST      VALUE 'S'.
                88  SG-FUNCTION-REQUEST     VALUE 'F'.
           05   SG-PROGRAM        PIC X(08).
           05   SG-OPERATOR       PIC X(08).
           05   SG-FUNCTIONS      PIC X(12).
           05   SG-FUNCTION       PIC X(01).
           05   SG-RESULT         PIC X(01).
                88  SG-GRANTED              VALUE 'Y'.
