            05  ARC-LOA-RETURN      PIC 9(08).
            05  ARC-EMP-TYPE        PIC X(01).
            05  ARC-EMP-FTE         PIC 9V99.
            05  ARC-EMP-MGR-CODE    PIC 9(06).
            05  FILLER              PIC X(08).
