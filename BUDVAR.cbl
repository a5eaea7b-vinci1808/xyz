*> review always states which approval it is measuring - this month's
*> actuals against the budget that applied at the time. Replaces the
*> half-day spreadsheet exercise at every variance review.
*> Location columns are grouped by region (LOC-REGION, described on
*> REGION.DAT) and a region subtotal block - budget, heads, FTE and
*> variance per region - follows the column totals; a region code on
*> BUDVAR.PRM (or typed at the prompt) limits the run to one region.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS BUD-KEY
     FILE STATUS  IS WS-BUD-STAT.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
     SELECT REPORT-FILE ASSIGN TO 'BUDVAR.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT PARM-FILE ASSIGN TO 'BUDVAR.PRM'
     COPY LOC02.
     COPY GRP01.
     COPY BUD01.
     COPY REG01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(340).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-PERIOD      PIC X(06).
     03  PRM-REGION      PIC X(02).
     03  FILLER          PIC X(72).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(09) VALUE ' PERIOD: '.
     03  P-PERIOD    PIC 9(06).
     03  FILLER      PIC X(221) VALUE SPACES.
 01  REGION-SELECT-LINE.
     03  FILLER          PIC X(08) VALUE 'REGION: '.
     03  RS-REGION       PIC X(02).
     03  FILLER          PIC X(01) VALUE SPACE.
     03  RS-REGION-DESC  PIC X(30).
 01  REGION-HEADING-LINE.
     03  FILLER          PIC X(15) VALUE 'REGION'.
     03  CH-REG-CELL     OCCURS 50 TIMES PIC X(06).
     03  FILLER          PIC X(08) VALUE SPACES.
 01  COLUMN-HEADING-LINE.
     03  FILLER          PIC X(15) VALUE 'GROUP'.
     03  CH-LOC-CELL     OCCURS 50 TIMES PIC X(06).
     03  FILLER          PIC X(07) VALUE '  OVER'.
     03  OD-OVER         PIC +ZZZZ9.99.
     03  FILLER          PIC X(264) VALUE SPACES.
 01  REGION-TITLE-LINE.
     03  FILLER          PIC X(40) VALUE 'REGION SUBTOTALS'.
 01  REGION-COLUMN-HEADING-LINE.
     03  FILLER          PIC X(40) VALUE 'REGION'.
     03  FILLER          PIC X(05) VALUE ' LOCS'.
     03  FILLER          PIC X(09) VALUE '   BUDGET'.
     03  FILLER          PIC X(09) VALUE '    HEADS'.
     03  FILLER          PIC X(11) VALUE '        FTE'.
     03  FILLER          PIC X(11) VALUE '   VARIANCE'.
 01  REGION-DETAIL-LINE.
     03  RD-REGION       PIC X(05).
     03  RD-REGION-DESC  PIC X(35).
     03  RD-LOC-COUNT    PIC ZZZZ9.
     03  RD-BUDGET       PIC ZZZZZZZZ9.
     03  RD-ACTUAL       PIC ZZZZZZZZ9.
     03  RD-FTE          PIC ZZZZZZZ9.99.
     03  RD-VARIANCE     PIC +ZZZZZZ9.99.
 01  WS-LOC-TABLE.
     03  WS-LOC-ENTRY    OCCURS 50 TIMES INDEXED BY LOC-IDX.
         05  WS-LOC-CODE-T   PIC A(03).
         05  WS-LOC-BUD-T    PIC 9(05) VALUE ZERO.
         05  WS-LOC-ACT-T    PIC 9(05) VALUE ZERO.
         05  WS-LOC-FTE-T    PIC 9(05)V99 VALUE ZERO.
         05  WS-LOC-REG-IDX-T PIC 9(03) VALUE ZERO.
 01  WS-LOC-COUNT        PIC 9(03)   VALUE ZERO.
*> regions as loaded from REGION.DAT in code order (up to 20), plus a
*> last NO REGION bucket for locations with a blank or unknown region.
 01  WS-REG-TABLE.
     03  WS-REG-ENTRY    OCCURS 21 TIMES INDEXED BY REG-IDX.
         05  WS-REG-CODE-T   PIC X(02).
         05  WS-REG-DESC-T   PIC X(30).
         05  WS-REG-LOC-COUNT-T PIC 9(03) VALUE ZERO.
         05  WS-REG-BUD-T    PIC 9(05) VALUE ZERO.
         05  WS-REG-ACT-T    PIC 9(05) VALUE ZERO.
         05  WS-REG-FTE-T    PIC 9(05)V99 VALUE ZERO.
 01  WS-REG-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-FOUND-REG-IDX    PIC 9(03)   VALUE ZERO.
 01  WS-INSERT-IDX       PIC 9(03)   VALUE ZERO.
 01  WS-SHIFT-IDX        PIC 9(03)   VALUE ZERO.
 01  WS-REGION-OPTION    PIC X(02)   VALUE SPACES.
     88  ALL-REGIONS                  VALUE SPACES.
 01  WS-GRP-TABLE.
     03  WS-GRP-ENTRY    OCCURS 20 TIMES INDEXED BY GRP-IDX.
         05  WS-GRP-NAME-T   PIC X(10).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-BUD-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REG-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REP-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG        PIC X(01)   VALUE 'N'.
 01  WS-PARM-STAT        PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SEL-PERIOD       PIC 9(06)   VALUE ZERO.
 01  WS-BUD-IN-REGION-FLAG PIC X(01) VALUE 'Y'.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM LOAD-REG-TABLE-PARA
     PERFORM LOAD-LOC-TABLE-PARA
     PERFORM LOAD-GRP-TABLE-PARA
     PERFORM SCAN-EMP-PARA
*> GET-PERIOD-PARA takes the budget period to compare against from
*> BUDVAR.PRM when that parameter file exists, prompting otherwise -
*> the same parameter-file-or-prompt convention as MODEMP and GRPLOC.
*> The region option travels with the period: blank runs every region,
*> so an existing BUDVAR.PRM behaves as before.
 GET-PERIOD-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
           NOT AT END
              IF PRM-PERIOD NUMERIC
                 MOVE PRM-PERIOD TO WS-SEL-PERIOD
                 MOVE PRM-REGION TO WS-REGION-OPTION
                 DISPLAY 'BUDVAR: PERIOD TAKEN FROM BUDVAR.PRM'
              END-IF
        END-READ
     IF WS-SEL-PERIOD = ZERO
        DISPLAY 'BUDGET PERIOD TO COMPARE (YYYYMM): ' WITH NO ADVANCING
        ACCEPT WS-SEL-PERIOD
        DISPLAY 'RUN FOR SINGLE REGION (BLANK = ALL REGIONS): '
           WITH NO ADVANCING
        ACCEPT WS-REGION-OPTION
     END-IF
     MOVE WS-SEL-PERIOD TO P-PERIOD.
*> LOAD-REG-TABLE-PARA loads the region master in code order and adds
*> the NO REGION bucket last. A missing REGION.DAT just means regions
*> have not been set up yet - every location then lands in the bucket.
 LOAD-REG-TABLE-PARA.
     OPEN INPUT REGION-FILE
     IF OPEN-SUCCESS IN WS-REG-STAT
        MOVE 'N' TO WS-SCAN-FLAG
        PERFORM UNTIL END-OF-SCAN
           READ REGION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-FLAG
              NOT AT END
                 IF WS-REG-COUNT < 20
                    ADD 1 TO WS-REG-COUNT
                    MOVE REG-CODE TO WS-REG-CODE-T(WS-REG-COUNT)
                    MOVE REG-DESC TO WS-REG-DESC-T(WS-REG-COUNT)
                 ELSE
                    DISPLAY 'BUDVAR: MORE THAN 20 REGIONS, DROPPING '
                       REG-CODE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE REGION-FILE
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-REG-STAT
           DISPLAY 'BUDVAR ABEND: UNABLE TO OPEN REGION.DAT, STATUS='
              WS-REG-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     ADD 1 TO WS-REG-COUNT
     MOVE SPACES TO WS-REG-CODE-T(WS-REG-COUNT)
     MOVE 'NO REGION' TO WS-REG-DESC-T(WS-REG-COUNT).
*> the two master-built tables mirror GRPLOC's: columns from LOC.DAT,
*> rows from GRP.DAT, so the variance matrix lines up cell for cell
*> with the headcount matrix management already reads - including
*> GRPLOC's grouping of the columns by region, and its single-region
*> run leaving the other regions' locations out altogether.
 LOAD-LOC-TABLE-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              IF ALL-REGIONS OR LOC-REGION = WS-REGION-OPTION
                 IF WS-LOC-COUNT < 50
                    PERFORM INSERT-LOC-PARA
                 ELSE
                    DISPLAY 'BUDVAR: MORE THAN 50 LOCATIONS, DROPPING '
                       LOC-CODE
                 END-IF
              END-IF
        END-READ
     END-PERFORM.
*> INSERT-LOC-PARA slots the location in after the last column of its
*> own region, shifting the later regions' columns one place right.
 INSERT-LOC-PARA.
     PERFORM FIND-REG-IDX-PARA
     MOVE ZERO TO WS-INSERT-IDX
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        IF WS-LOC-REG-IDX-T(LOC-IDX) > WS-FOUND-REG-IDX
           SET WS-INSERT-IDX TO LOC-IDX
           SET LOC-IDX TO WS-LOC-COUNT
        END-IF
     END-PERFORM
     IF WS-INSERT-IDX = 0
        COMPUTE WS-INSERT-IDX = WS-LOC-COUNT + 1
     ELSE
        PERFORM VARYING WS-SHIFT-IDX FROM WS-LOC-COUNT BY -1
                  UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
           MOVE WS-LOC-ENTRY(WS-SHIFT-IDX) TO WS-LOC-ENTRY(WS-SHIFT-IDX + 1)
        END-PERFORM
     END-IF
     ADD 1 TO WS-LOC-COUNT
     MOVE LOC-CODE TO WS-LOC-CODE-T(WS-INSERT-IDX)
     MOVE ZERO TO WS-LOC-BUD-T(WS-INSERT-IDX)
     MOVE ZERO TO WS-LOC-ACT-T(WS-INSERT-IDX)
     MOVE ZERO TO WS-LOC-FTE-T(WS-INSERT-IDX)
     MOVE WS-FOUND-REG-IDX TO WS-LOC-REG-IDX-T(WS-INSERT-IDX)
     ADD 1 TO WS-REG-LOC-COUNT-T(WS-FOUND-REG-IDX).
*> FIND-REG-IDX-PARA resolves LOC-REGION against the region table; a
*> blank region, or one no longer on REGION.DAT, falls into the NO
*> REGION bucket (always the last entry).
 FIND-REG-IDX-PARA.
     MOVE WS-REG-COUNT TO WS-FOUND-REG-IDX
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-CODE-T(REG-IDX) = LOC-REGION
           SET WS-FOUND-REG-IDX TO REG-IDX
           SET REG-IDX TO WS-REG-COUNT
        END-IF
     END-PERFORM.
 LOAD-GRP-TABLE-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
*> SCAN-BUDGET-PARA fills the budget matrix from the selected period's
*> BUDGET.DAT entries - other periods' figures sit untouched on the
*> file; an entry for a location or group no longer on its master is
*> reported and left out rather than silently mis-totalled. On a
*> single-region run an entry for a location of another region is
*> simply not part of this report and is passed over without comment.
 SCAN-BUDGET-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
                 ADD BUD-HEADCOUNT TO WS-GRP-BUD-T(WS-FOUND-GRP-IDX)
                 ADD BUD-HEADCOUNT TO WS-BUD-GRAND-TOTAL
              ELSE
                 PERFORM CHECK-BUD-REGION-PARA
                 IF WS-BUD-IN-REGION-FLAG = 'Y'
                    DISPLAY 'BUDVAR: BUDGET ENTRY FOR UNKNOWN '
                       BUD-LOC-CODE '/' BUD-GRP-CODE ' SKIPPED'
                 END-IF
              END-IF
              END-IF
        END-READ
     END-PERFORM.
*> CHECK-BUD-REGION-PARA decides whether a budget entry that matched
*> no column belongs to the region being reported: on an all-regions
*> run it always does; otherwise its location is looked up on LOC.DAT
*> and only an entry whose location is missing there, or sits in the
*> selected region, is worth reporting as unknown.
 CHECK-BUD-REGION-PARA.
     MOVE 'Y' TO WS-BUD-IN-REGION-FLAG
     IF NOT ALL-REGIONS
        MOVE BUD-LOC-CODE TO LOC-CODE
        READ LOCATION-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF LOC-REGION NOT = WS-REGION-OPTION
                 MOVE 'N' TO WS-BUD-IN-REGION-FLAG
              END-IF
        END-READ
     END-IF.
 FIND-LOC-IDX-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
*> PRINT-MATRIX-PARA prints each group as four stacked lines - the
*> approved FTE budget, the actual heads, the actual FTE, and the
*> signed FTE-versus-budget over/under - then the same four lines for
*> column totals, then the region subtotals. Each location column is
*> headed by its region code, NONE for the NO REGION bucket.
 PRINT-MATRIX-PARA.
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     IF NOT ALL-REGIONS
        MOVE WS-REGION-OPTION TO RS-REGION
        MOVE WS-REGION-OPTION TO LOC-REGION
        PERFORM FIND-REG-IDX-PARA
        MOVE WS-REG-DESC-T(WS-FOUND-REG-IDX) TO RS-REGION-DESC
        WRITE REPORT-RECORD FROM REGION-SELECT-LINE
     END-IF
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        MOVE WS-LOC-CODE-T(LOC-IDX) TO CH-LOC-CELL(LOC-IDX)
        MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-FOUND-REG-IDX
        IF WS-REG-CODE-T(WS-FOUND-REG-IDX) = SPACES
           MOVE 'NONE' TO CH-REG-CELL(LOC-IDX)
        ELSE
           MOVE WS-REG-CODE-T(WS-FOUND-REG-IDX) TO CH-REG-CELL(LOC-IDX)
        END-IF
     END-PERFORM
     WRITE REPORT-RECORD FROM REGION-HEADING-LINE
     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
     PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-COUNT
        PERFORM PRINT-GROUP-ROWS-PARA
     END-PERFORM
     COMPUTE WS-VARIANCE = WS-FTE-GRAND-TOTAL - WS-BUD-GRAND-TOTAL
     MOVE WS-VARIANCE TO VD-ROW-TOTAL
     WRITE REPORT-RECORD FROM VARIANCE-DETAIL-LINE
     PERFORM PRINT-REGION-PARA.
*> PRINT-REGION-PARA rolls the location column totals up into their
*> regions and prints one line per region that has a location in the
*> matrix - budget, heads, FTE and the FTE-versus-budget variance - so
*> each regional head reads their slice off the report directly.
 PRINT-REGION-PARA.
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-FOUND-REG-IDX
        ADD WS-LOC-BUD-T(LOC-IDX) TO WS-REG-BUD-T(WS-FOUND-REG-IDX)
        ADD WS-LOC-ACT-T(LOC-IDX) TO WS-REG-ACT-T(WS-FOUND-REG-IDX)
        ADD WS-LOC-FTE-T(LOC-IDX) TO WS-REG-FTE-T(WS-FOUND-REG-IDX)
     END-PERFORM
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM REGION-TITLE-LINE
     WRITE REPORT-RECORD FROM REGION-COLUMN-HEADING-LINE
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
           MOVE SPACES TO REGION-DETAIL-LINE
           IF WS-REG-CODE-T(REG-IDX) = SPACES
              MOVE 'NONE' TO RD-REGION
           ELSE
              MOVE WS-REG-CODE-T(REG-IDX) TO RD-REGION
           END-IF
           MOVE WS-REG-DESC-T(REG-IDX) TO RD-REGION-DESC
           MOVE WS-REG-LOC-COUNT-T(REG-IDX) TO RD-LOC-COUNT
           MOVE WS-REG-BUD-T(REG-IDX) TO RD-BUDGET
           MOVE WS-REG-ACT-T(REG-IDX) TO RD-ACTUAL
           MOVE WS-REG-FTE-T(REG-IDX) TO RD-FTE
           COMPUTE WS-VARIANCE = WS-REG-FTE-T(REG-IDX)
                               - WS-REG-BUD-T(REG-IDX)
           MOVE WS-VARIANCE TO RD-VARIANCE
           WRITE REPORT-RECORD FROM REGION-DETAIL-LINE
        END-IF
     END-PERFORM
     MOVE SPACES TO REGION-DETAIL-LINE
     MOVE 'TOTAL' TO RD-REGION
     MOVE WS-LOC-COUNT TO RD-LOC-COUNT
     MOVE WS-BUD-GRAND-TOTAL TO RD-BUDGET
     MOVE WS-ACT-GRAND-TOTAL TO RD-ACTUAL
     MOVE WS-FTE-GRAND-TOTAL TO RD-FTE
     COMPUTE WS-VARIANCE = WS-FTE-GRAND-TOTAL - WS-BUD-GRAND-TOTAL
     MOVE WS-VARIANCE TO RD-VARIANCE
     WRITE REPORT-RECORD FROM REGION-DETAIL-LINE.
 PRINT-GROUP-ROWS-PARA.
     MOVE WS-GRP-NAME-T(GRP-IDX) TO MD-GRP-NAME
     MOVE 'BUD'       TO MD-TAG
