                88  EMP-FULL-TIME               VALUE 'F'.
                88  EMP-PART-TIME               VALUE 'P'.
            05  EMP-FTE             PIC 9V99.
            05  EMP-MGR-CODE        PIC 9(06).
            05  FILLER              PIC X(08).
