*> GRP-CODE on GROUP-FILE, one column per LOC-CODE on LOCATION-FILE,
*> with row/column/grand totals, each total carried both as heads and
*> as FTE (part-timers weighted by the EMP-FTE factor on the master)
*> so the matrix no longer overstates real capacity. Location columns
*> are ordered by the region each location belongs to (LOC-REGION,
*> described on REGION.DAT) and a group x region block of regional
*> subtotals follows the matrix; a run can be limited to one region.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS GRP-CODE
     FILE STATUS  IS WS-GRPF-STAT.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
     SELECT REPORT-FILE ASSIGN TO 'GRPLOC.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY LOC02.
     COPY GRP01.
     COPY REG01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(340).
     COPY RUNLOG01.
     03  HH-CODE         PIC X(10).
     03  HH-TOTAL        PIC 9(05).
     03  HH-FTE          PIC 9(05)V99.
     03  HH-REGION       PIC X(02).
     03  FILLER          PIC X(47).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-INCL-INACT  PIC X(01).
     03  PRM-REGION      PIC X(02).
     03  FILLER          PIC X(77).
     COPY PCT01.
 FD  HDC-WORK-FILE.
 01  HDC-WORK-RECORD     PIC X(80).
*> Columns are locations (up to 50, from LOCATION-FILE); rows are
*> groups (up to 20, from GROUP-FILE, built the same way) - swapped
*> from this report's first cut, which had it backwards.
 01  REGION-SELECT-LINE.
     03  FILLER          PIC X(08) VALUE 'REGION: '.
     03  RS-REGION       PIC X(02).
     03  FILLER          PIC X(01) VALUE SPACES.
     03  RS-REGION-DESC  PIC X(30).
     03  FILLER          PIC X(299) VALUE SPACES.
*> the region each location column belongs to, printed over the
*> location codes so the regional grouping of the columns shows.
 01  REGION-HEADING-LINE.
     03  FILLER          PIC X(15) VALUE 'REGION'.
     03  CH-REG-CELL     OCCURS 50 TIMES PIC X(06).
     03  FILLER          PIC X(25) VALUE SPACES.
 01  COLUMN-HEADING-LINE.
     03  FILLER          PIC X(15) VALUE 'GROUP'.
     03  CH-LOC-CELL     OCCURS 50 TIMES PIC X(06).
         VALUE 'EMPLOYEES ON LEAVE (NOT IN MATRIX):'.
     03  OL-COUNT        PIC ZZZZ9.
     03  FILLER          PIC X(283) VALUE SPACES.
*> regional subtotals - rows are groups again, columns are the regions
*> that have at least one location in the matrix above, then the row
*> total in the next cell along (so 21 regions + 1 total cells).
 01  REGION-TITLE-LINE.
     03  FILLER          PIC X(40) VALUE 'REGION SUBTOTALS'.
 01  REGION-COLUMN-HEADING-LINE.
     03  FILLER          PIC X(15) VALUE 'GROUP'.
     03  RH-REG-CELL     OCCURS 22 TIMES PIC X(09).
 01  REGION-DETAIL-LINE.
     03  RD-GRP-NAME     PIC X(10).
     03  FILLER          PIC X(05) VALUE SPACES.
     03  RD-CELL         OCCURS 22 TIMES PIC ZZZZZZZ9B.
 01  REGION-TOTAL-LINE.
     03  FILLER          PIC X(15) VALUE 'REGION TOT'.
     03  RT-CELL         OCCURS 22 TIMES PIC ZZZZZZZ9B.
 01  REGION-FTE-LINE.
     03  FILLER          PIC X(15) VALUE 'FTE TOT'.
     03  RF-CELL         OCCURS 22 TIMES PIC ZZZZZ9.99.
 01  REGION-LEGEND-LINE.
     03  FILLER          PIC X(02) VALUE SPACES.
     03  RL-REGION       PIC X(09).
     03  RL-REGION-DESC  PIC X(30).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  RL-LOC-COUNT    PIC ZZ9.
     03  FILLER          PIC X(11) VALUE ' LOCATIONS'.
*> regions as loaded from REGION.DAT in code order (up to 20), plus a
*> last NO REGION bucket for locations with a blank or unknown region.
 01  WS-REG-TABLE.
     03  WS-REG-ENTRY    OCCURS 21 TIMES INDEXED BY REG-IDX.
         05  WS-REG-CODE-T   PIC X(02).
         05  WS-REG-DESC-T   PIC X(30).
         05  WS-REG-LOC-COUNT-T PIC 9(03) VALUE ZERO.
         05  WS-REG-TOTAL-T  PIC 9(05) VALUE ZERO.
         05  WS-REG-FTE-T    PIC 9(05)V99 VALUE ZERO.
 01  WS-REG-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-REG-MATRIX.
     03  WS-REG-MATRIX-ROW OCCURS 20 TIMES.
         05  WS-REG-MATRIX-CELL PIC 9(05) VALUE ZERO OCCURS 21 TIMES.
 01  WS-REG-ROW-TOTAL    PIC 9(05)   VALUE ZERO.
 01  WS-FOUND-REG-IDX    PIC 9(03)   VALUE ZERO.
 01  WS-REG-COL          PIC 9(03)   VALUE ZERO.
 01  WS-INSERT-IDX       PIC 9(03)   VALUE ZERO.
 01  WS-SHIFT-IDX        PIC 9(03)   VALUE ZERO.
 01  WS-REGION-OPTION    PIC X(02)   VALUE SPACES.
     88  ALL-REGIONS                  VALUE SPACES.
 01  WS-REG-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-TABLE.
     03  WS-LOC-ENTRY    OCCURS 50 TIMES INDEXED BY LOC-IDX.
         05  WS-LOC-CODE-T   PIC A(03).
         05  WS-LOC-TOTAL-T  PIC 9(05) VALUE ZERO.
         05  WS-LOC-FTE-T    PIC 9(05)V99 VALUE ZERO.
         05  WS-LOC-REG-IDX-T PIC 9(03) VALUE ZERO.
 01  WS-LOC-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-GRP-TABLE.
     03  WS-GRP-ENTRY    OCCURS 20 TIMES INDEXED BY GRP-IDX.
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM LOAD-REG-TABLE-PARA
     PERFORM LOAD-LOC-TABLE-PARA
     PERFORM LOAD-GRP-TABLE-PARA
     PERFORM SCAN-EMP-PARA
     PERFORM PRINT-MATRIX-PARA
*> an ad-hoc INCLUDE INACTIVE = Y run must not feed the history file -
*> its leaver-inflated totals would replace the period's figures on the
*> trend report, which has to stay comparable run over run. A run
*> limited to one region would likewise wipe the other regions out of
*> the period, so it does not feed the history either.
     IF NOT INCLUDE-INACTIVE AND ALL-REGIONS
        PERFORM APPEND-HISTORY-PARA
     END-IF
     PERFORM TERM-PARA
*> GET-OPTIONS-PARA takes the include-inactive option from GRPLOC.PRM
*> when that parameter file exists, so the NIGHTRUN driver can run this
*> program with no typing; without the file the console prompt behaves
*> exactly as it always has. A region code on the parameter (or typed
*> at the prompt) limits the matrix to that region's locations; blank
*> runs every region, so an existing GRPLOC.PRM behaves as before.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
              MOVE 'N' TO WS-INCL-INACT-OPTION
           NOT AT END
              MOVE PRM-INCL-INACT TO WS-INCL-INACT-OPTION
              MOVE PRM-REGION TO WS-REGION-OPTION
              DISPLAY 'GRPLOC: OPTIONS TAKEN FROM GRPLOC.PRM'
        END-READ
        CLOSE PARM-FILE
     ELSE
        DISPLAY 'INCLUDE INACTIVE EMPLOYEES (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-INCL-INACT-OPTION
        DISPLAY 'RUN FOR SINGLE REGION (BLANK = ALL REGIONS): '
           WITH NO ADVANCING
        ACCEPT WS-REGION-OPTION
     END-IF.
*> OPEN-RUNLOG-PARA / WRITE-RUNLOG-*-PARA keep the shared run log
*> (RUNLOG.DAT, one START and one END record per run, with counts and
        MOVE WS-RUNLOG-RC       TO RL-RETURN-CODE
        WRITE RUN-LOG-REC
     END-IF.
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
                    DISPLAY 'GRPLOC: MORE THAN 20 REGIONS, DROPPING '
                       REG-CODE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE REGION-FILE
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-REG-STAT
           DISPLAY 'GRPLOC ABEND: UNABLE TO OPEN REGION.DAT, STATUS='
              WS-REG-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     ADD 1 TO WS-REG-COUNT
     MOVE SPACES TO WS-REG-CODE-T(WS-REG-COUNT)
     MOVE 'NO REGION' TO WS-REG-DESC-T(WS-REG-COUNT).
*> LOAD-LOC-TABLE-PARA builds the matrix column list from LOCATION-FILE
*> so every location prints a column even if it currently has no
*> employees. Columns are kept grouped by region, in region order;
*> within a region they stay in LOC.DAT order. On a single-region run
*> the other regions' locations are left out altogether.
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
                    DISPLAY 'GRPLOC: MORE THAN 50 LOCATIONS, DROPPING '
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
     MOVE ZERO TO WS-LOC-TOTAL-T(WS-INSERT-IDX)
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
*> LOAD-GRP-TABLE-PARA builds the matrix row list from GROUP-FILE the
*> same way LOAD-LOC-TABLE-PARA builds the columns, so every group on
*> the master prints a row even if it currently has no employees - the
*>
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
        MOVE WS-GRP-NAME-T(GRP-IDX) TO MD-GRP-NAME
     END-PERFORM
     MOVE WS-GRAND-FTE TO FT-GRAND-FTE
     WRITE REPORT-RECORD FROM FTE-TOTAL-LINE
     PERFORM PRINT-REGION-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE WS-LOA-COUNT TO OL-COUNT
     WRITE REPORT-RECORD FROM ON-LEAVE-LINE
     DISPLAY 'GRPLOC: EMPLOYEES ON LEAVE: ' WS-LOA-COUNT.
*> PRINT-REGION-PARA rolls the location columns up into their regions
*> and prints the group x region block, then a legend naming each
*> region with the number of locations it covers. Regions with no
*> location in the matrix get no column.
 PRINT-REGION-PARA.
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-FOUND-REG-IDX
        ADD WS-LOC-TOTAL-T(LOC-IDX) TO WS-REG-TOTAL-T(WS-FOUND-REG-IDX)
        ADD WS-LOC-FTE-T(LOC-IDX) TO WS-REG-FTE-T(WS-FOUND-REG-IDX)
        PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-COUNT
           ADD WS-MATRIX-CELL(GRP-IDX, LOC-IDX)
            TO WS-REG-MATRIX-CELL(GRP-IDX, WS-FOUND-REG-IDX)
        END-PERFORM
     END-PERFORM
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM REGION-TITLE-LINE
     MOVE SPACES TO REGION-COLUMN-HEADING-LINE
     MOVE 'GROUP' TO REGION-COLUMN-HEADING-LINE(1:15)
     MOVE ZERO TO WS-REG-COL
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
           ADD 1 TO WS-REG-COL
           IF WS-REG-CODE-T(REG-IDX) = SPACES
              MOVE '    NONE' TO RH-REG-CELL(WS-REG-COL)
           ELSE
              MOVE SPACES TO RH-REG-CELL(WS-REG-COL)
              MOVE WS-REG-CODE-T(REG-IDX) TO RH-REG-CELL(WS-REG-COL)(7:2)
           END-IF
        END-IF
     END-PERFORM
     MOVE ' ROW TOT' TO RH-REG-CELL(WS-REG-COL + 1)
     WRITE REPORT-RECORD FROM REGION-COLUMN-HEADING-LINE
     PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-COUNT
        MOVE SPACES TO REGION-DETAIL-LINE
        MOVE WS-GRP-NAME-T(GRP-IDX) TO RD-GRP-NAME
        MOVE ZERO TO WS-REG-COL
        MOVE ZERO TO WS-REG-ROW-TOTAL
        PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
           IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
              ADD 1 TO WS-REG-COL
              MOVE WS-REG-MATRIX-CELL(GRP-IDX, REG-IDX)
                TO RD-CELL(WS-REG-COL)
              ADD WS-REG-MATRIX-CELL(GRP-IDX, REG-IDX)
               TO WS-REG-ROW-TOTAL
           END-IF
        END-PERFORM
        MOVE WS-REG-ROW-TOTAL TO RD-CELL(WS-REG-COL + 1)
        WRITE REPORT-RECORD FROM REGION-DETAIL-LINE
     END-PERFORM
     MOVE SPACES TO REGION-TOTAL-LINE
     MOVE 'REGION TOT' TO REGION-TOTAL-LINE(1:15)
     MOVE SPACES TO REGION-FTE-LINE
     MOVE 'FTE TOT' TO REGION-FTE-LINE(1:15)
     MOVE ZERO TO WS-REG-COL
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
           ADD 1 TO WS-REG-COL
           MOVE WS-REG-TOTAL-T(REG-IDX) TO RT-CELL(WS-REG-COL)
           MOVE WS-REG-FTE-T(REG-IDX) TO RF-CELL(WS-REG-COL)
        END-IF
     END-PERFORM
     MOVE WS-GRAND-TOTAL TO RT-CELL(WS-REG-COL + 1)
     MOVE WS-GRAND-FTE TO RF-CELL(WS-REG-COL + 1)
     WRITE REPORT-RECORD FROM REGION-TOTAL-LINE
     WRITE REPORT-RECORD FROM REGION-FTE-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
           MOVE SPACES TO REGION-LEGEND-LINE
           IF WS-REG-CODE-T(REG-IDX) = SPACES
              MOVE 'NONE' TO RL-REGION
           ELSE
              MOVE WS-REG-CODE-T(REG-IDX) TO RL-REGION
           END-IF
           MOVE WS-REG-DESC-T(REG-IDX) TO RL-REGION-DESC
           MOVE WS-REG-LOC-COUNT-T(REG-IDX) TO RL-LOC-COUNT
           MOVE ' LOCATIONS' TO REGION-LEGEND-LINE(47:11)
           WRITE REPORT-RECORD FROM REGION-LEGEND-LINE
        END-IF
     END-PERFORM.
*> APPEND-HISTORY-PARA stamps this run's per-location and per-group
*> totals (heads and FTE, and the grand totals) into the headcount
*> history file, so the HCTREND report can lay periods side by side -
*> Rows are stamped with the period (its first day), not the run date,
*> and PURGE-PERIOD-HISTORY-PARA first strips any rows this period
*> already holds, so a rerun REPLACES its history instead of appending
*> a duplicate column onto the trend report. Location rows carry the
*> location's region, and one 'R' row per region holds the regional
*> totals, so HCTREND can trend regions as well.
 APPEND-HISTORY-PARA.
     PERFORM PURGE-PERIOD-HISTORY-PARA
     OPEN EXTEND HDC-HIST-FILE
           MOVE WS-LOC-CODE-T(LOC-IDX) TO HH-CODE
           MOVE WS-LOC-TOTAL-T(LOC-IDX) TO HH-TOTAL
           MOVE WS-LOC-FTE-T(LOC-IDX) TO HH-FTE
           MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-FOUND-REG-IDX
           MOVE WS-REG-CODE-T(WS-FOUND-REG-IDX) TO HH-REGION
           WRITE HDC-HIST-RECORD
        END-PERFORM
        PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
           IF WS-REG-LOC-COUNT-T(REG-IDX) > 0
              MOVE SPACES TO HDC-HIST-RECORD
              MOVE WS-PERIOD-DATE TO HH-PERIOD
              MOVE 'R' TO HH-TYPE
              IF WS-REG-CODE-T(REG-IDX) = SPACES
                 MOVE 'NO REGION' TO HH-CODE
              ELSE
                 MOVE WS-REG-CODE-T(REG-IDX) TO HH-CODE
              END-IF
              MOVE WS-REG-TOTAL-T(REG-IDX) TO HH-TOTAL
              MOVE WS-REG-FTE-T(REG-IDX) TO HH-FTE
              MOVE WS-REG-CODE-T(REG-IDX) TO HH-REGION
              WRITE HDC-HIST-RECORD
           END-IF
        END-PERFORM
        PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-COUNT
           MOVE SPACES TO HDC-HIST-RECORD
           MOVE WS-PERIOD-DATE TO HH-PERIOD
