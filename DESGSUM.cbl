*> group-wise report never answers a staffing-mix-by-title question.
*> Columns come off the master, not off whatever spellings the
*> employee file happens to hold, so MANAGER / MNGR / MANAGER. can no
*> longer each claim a column. Location rows are grouped by region
*> (LOC-REGION, described on REGION.DAT), each region's subtotal row
*> printed above its own locations; a run can be limited to one region.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSGF-STAT.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY LOC02.
     COPY DSG01.
     COPY REG01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(136).
     COPY RUNLOG01.
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-INCL-INACT  PIC X(01).
     03  PRM-REGION      PIC X(02).
     03  FILLER          PIC X(77).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(45) VALUE SPACES.
     03  FILLER      PIC X(42) VALUE 'DESIGNATION X LOCATION HEADCOUNT SUMMARY'.
     03  FILLER      PIC X(45) VALUE SPACES.
 01  REGION-SELECT-LINE.
     03  FILLER          PIC X(08) VALUE 'REGION: '.
     03  RS-REGION       PIC X(02).
     03  FILLER          PIC X(01) VALUE SPACES.
     03  RS-REGION-DESC  PIC X(30).
     03  FILLER          PIC X(95) VALUE SPACES.
 01  COLUMN-HEADING-LINE.
     03  FILLER          PIC X(08) VALUE 'LOCATION'.
     03  CH-DESG-CELL    OCCURS 08 TIMES PIC X(15).
     03  FILLER          PIC X(08) VALUE 'COL TOT '.
     03  MT-CELL         OCCURS 08 TIMES PIC ZZZZ9BBBBBBBBBB.
     03  MT-GRAND-TOTAL  PIC ZZZZ9.
*> each region's block opens with its name and its subtotal row, then
*> the region's own location rows underneath.
 01  REGION-TITLE-LINE.
     03  FILLER          PIC X(07) VALUE 'REGION '.
     03  RT-REGION       PIC X(04).
     03  FILLER          PIC X(01) VALUE SPACES.
     03  RT-REGION-DESC  PIC X(30).
     03  FILLER          PIC X(94) VALUE SPACES.
 01  REGION-DETAIL-LINE.
     03  RD-REGION       PIC X(04).
     03  FILLER          PIC X(04) VALUE ' TOT'.
     03  RD-CELL         OCCURS 08 TIMES PIC ZZZZ9BBBBBBBBBB.
     03  RD-ROW-TOTAL    PIC ZZZZ9.
*> regions as loaded from REGION.DAT in code order (up to 20), plus a
*> last NO REGION bucket for locations with a blank or unknown region.
 01  WS-REG-TABLE.
     03  WS-REG-ENTRY    OCCURS 21 TIMES INDEXED BY REG-IDX.
         05  WS-REG-CODE-T   PIC X(02).
         05  WS-REG-DESC-T   PIC X(30).
         05  WS-REG-TOTAL-T  PIC 9(05) VALUE ZERO.
         05  WS-REG-CELL-T   PIC 9(05) VALUE ZERO OCCURS 08 TIMES.
 01  WS-REG-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-FOUND-REG-IDX    PIC 9(03)   VALUE ZERO.
 01  WS-PREV-REG-IDX     PIC 9(03)   VALUE ZERO.
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
         05  WS-LOC-REG-IDX-T PIC 9(03) VALUE ZERO.
 01  WS-LOC-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-DESG-TABLE.
     03  WS-DESG-ENTRY   OCCURS 08 TIMES INDEXED BY DESG-IDX.
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM LOAD-REG-TABLE-PARA
     PERFORM LOAD-LOC-TABLE-PARA
     PERFORM LOAD-DESG-TABLE-PARA
     PERFORM SCAN-EMP-PARA
*> GET-OPTIONS-PARA takes the include-inactive option from DESGSUM.PRM
*> when that parameter file exists, so the NIGHTRUN driver can run this
*> program with no typing; without the file the console prompt behaves
*> exactly as it always has. A region code on the parameter (or typed
*> at the prompt) limits the summary to that region's locations; blank
*> runs every region, so an existing DESGSUM.PRM behaves as before.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
              MOVE 'N' TO WS-INCL-INACT-OPTION
           NOT AT END
              MOVE PRM-INCL-INACT TO WS-INCL-INACT-OPTION
              MOVE PRM-REGION TO WS-REGION-OPTION
              DISPLAY 'DESGSUM: OPTIONS TAKEN FROM DESGSUM.PRM'
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
                    DISPLAY 'DESGSUM: MORE THAN 20 REGIONS, DROPPING '
                       REG-CODE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE REGION-FILE
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-REG-STAT
           DISPLAY 'DESGSUM ABEND: UNABLE TO OPEN REGION.DAT, STATUS='
              WS-REG-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     ADD 1 TO WS-REG-COUNT
     MOVE SPACES TO WS-REG-CODE-T(WS-REG-COUNT)
     MOVE 'NO REGION' TO WS-REG-DESC-T(WS-REG-COUNT).
*> LOAD-LOC-TABLE-PARA builds the matrix row list from LOCATION-FILE so
*> every location prints a row even if it currently has no employees.
*> Rows are kept grouped by region, in region order; within a region
*> they stay in LOC.DAT order. On a single-region run the other
*> regions' locations are left out altogether.
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
                    DISPLAY 'DESGSUM: MORE THAN 50 LOCATIONS, DROPPING '
                       LOC-CODE
                 END-IF
              END-IF
        END-READ
     END-PERFORM.
*> INSERT-LOC-PARA slots the location in after the last row of its own
*> region, shifting the later regions' rows one place down.
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
     MOVE WS-FOUND-REG-IDX TO WS-LOC-REG-IDX-T(WS-INSERT-IDX).
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
*> LOAD-DESG-TABLE-PARA builds the matrix columns from the designation
*> master the same way LOAD-LOC-TABLE-PARA builds the rows from
*> LOC.DAT, carrying each designation's grade level for the seniority
        END-IF
     END-PERFORM.
*>
*> PRINT-MATRIX-PARA first rolls the location rows up into their
*> regions, so each region's subtotal row can go out ahead of the
*> region's own location rows.
 PRINT-MATRIX-PARA.
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-FOUND-REG-IDX
        ADD WS-LOC-TOTAL-T(LOC-IDX) TO WS-REG-TOTAL-T(WS-FOUND-REG-IDX)
        PERFORM VARYING DESG-IDX FROM 1 BY 1 UNTIL DESG-IDX > WS-DESG-COUNT
           ADD WS-MATRIX-CELL(LOC-IDX, DESG-IDX)
            TO WS-REG-CELL-T(WS-FOUND-REG-IDX, DESG-IDX)
        END-PERFORM
     END-PERFORM
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
     PERFORM VARYING DESG-IDX FROM 1 BY 1 UNTIL DESG-IDX > WS-DESG-COUNT
        MOVE WS-DESG-NAME-T(DESG-IDX) TO CH-DESG-CELL(DESG-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
     MOVE ZERO TO WS-PREV-REG-IDX
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        IF WS-LOC-REG-IDX-T(LOC-IDX) NOT = WS-PREV-REG-IDX
           MOVE WS-LOC-REG-IDX-T(LOC-IDX) TO WS-PREV-REG-IDX
           PERFORM PRINT-REGION-ROW-PARA
        END-IF
        MOVE WS-LOC-CODE-T(LOC-IDX) TO MD-LOC-CODE
        PERFORM VARYING DESG-IDX FROM 1 BY 1 UNTIL DESG-IDX > WS-DESG-COUNT
           MOVE WS-MATRIX-CELL(LOC-IDX, DESG-IDX) TO MD-CELL(DESG-IDX)
     PERFORM VARYING DESG-IDX FROM 1 BY 1 UNTIL DESG-IDX > WS-DESG-COUNT
        MOVE WS-DESG-TOTAL-T(DESG-IDX) TO MT-CELL(DESG-IDX)
     END-PERFORM
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE WS-GRAND-TOTAL TO MT-GRAND-TOTAL
     WRITE REPORT-RECORD FROM MATRIX-TOTAL-LINE.
 PRINT-REGION-ROW-PARA.
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     IF WS-REG-CODE-T(WS-PREV-REG-IDX) = SPACES
        MOVE 'NONE' TO RT-REGION
        MOVE 'NONE' TO RD-REGION
     ELSE
        MOVE WS-REG-CODE-T(WS-PREV-REG-IDX) TO RT-REGION
        MOVE WS-REG-CODE-T(WS-PREV-REG-IDX) TO RD-REGION
     END-IF
     MOVE WS-REG-DESC-T(WS-PREV-REG-IDX) TO RT-REGION-DESC
     WRITE REPORT-RECORD FROM REGION-TITLE-LINE
     PERFORM VARYING DESG-IDX FROM 1 BY 1 UNTIL DESG-IDX > WS-DESG-COUNT
        MOVE WS-REG-CELL-T(WS-PREV-REG-IDX, DESG-IDX) TO RD-CELL(DESG-IDX)
     END-PERFORM
     MOVE WS-REG-TOTAL-T(WS-PREV-REG-IDX) TO RD-ROW-TOTAL
     WRITE REPORT-RECORD FROM REGION-DETAIL-LINE.
*> PRINT-GRADE-MIX-PARA rolls the per-designation totals up by the
*> grade level carried on the designation master - the seniority-mix
*> view the free-text designations could never support.
