 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROJHC.
*> Forward headcount projection against budget - starts from today's
*> position on EMPFILE.DAT and rolls it forward month-end by month-end
*> over a chosen horizon, applying in date order the future-dated
*> transactions held on EMPPEND.DAT (hires, terminations, rehires,
*> transfers and type/FTE changes, leave starts and returns) and the
*> leave returns already scheduled on the master. Each location/group
*> cell gets four stacked lines per month-end, in BUDVAR's manner: the
*> approved BUDGET.DAT figure for that month's period, the projected
*> active heads, the projected FTE, and the FTE-versus-budget
*> over/under - flagged * where it is outside the tolerance. Location
*> and grand totals follow, then a list of every flagged cell. The
*> horizon (1-12 months, the first month-end being this month's) and
*> the tolerance (a percentage of the budget) are taken from
*> PROJHC.PRM when that parameter file exists and prompted for
*> otherwise (PROJHC.REP).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS EMP-CODE
     ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-EMP-STAT.
     SELECT PENDING-FILE ASSIGN TO 'EMPPEND.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS PND-KEY
     FILE STATUS  IS WS-PND-STAT.
     SELECT LOCATION-FILE ASSIGN TO 'LOC.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS LOC-CODE
     ALTERNATE RECORD KEY IS LOC-CITY WITH DUPLICATES
     FILE STATUS  IS WS-LOC-STAT.
     SELECT GROUP-FILE ASSIGN TO 'GRP.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS GRP-CODE
     FILE STATUS  IS WS-GRPF-STAT.
     SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS BUD-KEY
     FILE STATUS  IS WS-BUD-STAT.
     SELECT PJ-EXT-FILE ASSIGN TO 'PJEXT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT PJ-WORK-FILE ASSIGN TO 'PJWRK.DAT'.
     SELECT PJ-SORT-FILE ASSIGN TO 'PJSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'PROJHC.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT PARM-FILE ASSIGN TO 'PROJHC.PRM'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-PARM-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY PND01.
     COPY LOC02.
     COPY GRP01.
     COPY BUD01.
*> the held transactions inside the horizon, copied as they stand on
*> EMPPEND.DAT and sorted into employee / effective date / function
*> order, so each employee's items can be walked beside the master.
 FD PJ-EXT-FILE.
 01 PJ-EXT-RECORD      PIC X(80).
 SD  PJ-WORK-FILE.
 01  PJ-WORK-RECORD.
     03  WS-PW-EFF-DATE  PIC 9(08).
     03  WS-PW-CODE      PIC X(06).
     03  WS-PW-FUNCTION  PIC X(01).
     03  FILLER          PIC X(65).
 FD PJ-SORT-FILE.
 01 PJ-SORT-RECORD.
    03 PS-EFF-DATE    PIC 9(08).
    03 PS-EMP-CODE    PIC X(06).
    03 PS-FUNCTION    PIC X(01).
    03 PS-EMP-NAME    PIC X(15).
    03 PS-EMP-GROUP   PIC X(10).
    03 PS-EMP-DESG    PIC X(15).
    03 PS-EMP-LOC     PIC X(03).
    03 PS-RET-DATE    PIC 9(08).
    03 PS-EMP-TYPE    PIC X(01).
    03 PS-FTE         PIC X(03).
    03 PS-MGR-CODE    PIC X(06).
    03 FILLER         PIC X(04).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(160).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-HORIZON     PIC X(02).
     03  PRM-TOLERANCE   PIC X(03).
     03  FILLER          PIC X(75).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(40) VALUE SPACES.
     03  FILLER      PIC X(44)
            VALUE 'PROJECTED HEADCOUNT AGAINST BUDGET AS AT  '.
     03  P-RUN-DATE  PIC 9(08).
     03  FILLER      PIC X(56) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(06) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(40) VALUE SPACES.
     03  FILLER      PIC X(09) VALUE 'HORIZON: '.
     03  OL-HORIZON  PIC Z9.
     03  FILLER      PIC X(14) VALUE ' MONTH-ENDS   '.
     03  FILLER      PIC X(32)
            VALUE '* = FTE OFF BUDGET BY MORE THAN '.
     03  OL-TOLERANCE PIC ZZ9.
     03  FILLER      PIC X(01) VALUE '%'.
     03  FILLER      PIC X(59) VALUE SPACES.
*> one column per month-end, headed by its date.
 01  COLUMN-HEADING-LINE.
     03  FILLER          PIC X(03) VALUE 'LOC'.
     03  FILLER          PIC X(01) VALUE SPACES.
     03  FILLER          PIC X(10) VALUE 'GROUP'.
     03  FILLER          PIC X(06) VALUE SPACES.
     03  CH-MONTH-CELL   PIC X(11) VALUE SPACES OCCURS 12 TIMES.
     03  FILLER          PIC X(08) VALUE SPACES.
 01  COUNT-DETAIL-LINE.
     03  CD-LOC-CODE     PIC X(03).
     03  FILLER          PIC X(01) VALUE SPACES.
     03  CD-CAPTION      PIC X(10).
     03  FILLER          PIC X(01) VALUE SPACES.
     03  CD-TAG          PIC X(03).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  CD-CELL         OCCURS 12 TIMES PIC ZZZZZZZ9BBB.
     03  FILLER          PIC X(08) VALUE SPACES.
 01  FTE-DETAIL-LINE.
     03  FILLER          PIC X(15) VALUE SPACES.
     03  FD-TAG          PIC X(03).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  FD-CELL         OCCURS 12 TIMES PIC ZZZZZ9.99BB.
     03  FILLER          PIC X(08) VALUE SPACES.
*> the over/under cell is signed - over budget positive - with the
*> tolerance flag in the byte after it.
 01  VARIANCE-DETAIL-LINE.
     03  FILLER          PIC X(15) VALUE SPACES.
     03  VD-TAG          PIC X(03).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  VD-CELL-GROUP   OCCURS 12 TIMES.
         05  VD-CELL     PIC +ZZZZ9.99.
         05  VD-FLAG     PIC X(01).
         05  VD-GAP      PIC X(01).
     03  FILLER          PIC X(08) VALUE SPACES.
 01  EXCEPTION-TITLE-LINE.
     03  FILLER          PIC X(40)
            VALUE 'CELLS OUTSIDE THE BUDGET TOLERANCE'.
     03  FILLER          PIC X(120) VALUE SPACES.
 01  EXCEPTION-HEADING-LINE.
     03  FILLER          PIC X(05) VALUE 'LOC'.
     03  FILLER          PIC X(12) VALUE 'GROUP'.
     03  FILLER          PIC X(10) VALUE 'MONTH-END'.
     03  FILLER          PIC X(09) VALUE '   BUDGET'.
     03  FILLER          PIC X(09) VALUE '    HEADS'.
     03  FILLER          PIC X(11) VALUE '        FTE'.
     03  FILLER          PIC X(11) VALUE '   VARIANCE'.
     03  FILLER          PIC X(08) VALUE SPACES.
     03  FILLER          PIC X(85) VALUE SPACES.
 01  EXCEPTION-DETAIL-LINE.
     03  ED-LOC-CODE     PIC X(03).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  ED-GROUP        PIC X(10).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  ED-MONTH-END    PIC 9(08).
     03  FILLER          PIC X(02) VALUE SPACES.
     03  ED-BUDGET       PIC ZZZZZZZZ9.
     03  ED-HEADS        PIC ZZZZZZZZ9.
     03  ED-FTE          PIC ZZZZZZZ9.99.
     03  ED-VARIANCE     PIC +ZZZZZZ9.99.
     03  FILLER          PIC X(02) VALUE SPACES.
     03  ED-DIRECTION    PIC X(05).
     03  FILLER          PIC X(86) VALUE SPACES.
 01  NONE-LINE.
     03  FILLER          PIC X(05) VALUE SPACES.
     03  FILLER          PIC X(40)
            VALUE 'NO CELL IS OUTSIDE THE TOLERANCE'.
     03  FILLER          PIC X(115) VALUE SPACES.
 01  CONTROL-LINE.
     03  FILLER          PIC X(05) VALUE SPACES.
     03  CT-CAPTION      PIC X(40).
     03  CT-COUNT        PIC ZZZZZZZ9.
     03  FILLER          PIC X(107) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(60) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(80) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 50.
 01  WS-LOC-TABLE.
     03  WS-LOC-ENTRY    OCCURS 50 TIMES INDEXED BY LOC-IDX.
         05  WS-LOC-CODE-T   PIC A(03).
 01  WS-LOC-COUNT        PIC 9(03)   VALUE ZERO.
 01  WS-GRP-TABLE.
     03  WS-GRP-ENTRY    OCCURS 20 TIMES INDEXED BY GRP-IDX.
         05  WS-GRP-NAME-T   PIC X(10).
 01  WS-GRP-COUNT        PIC 9(03)   VALUE ZERO.
*> the month-ends of the horizon and the budget period each falls in.
 01  WS-MONTH-TABLE.
     03  WS-MONTH-ENTRY  OCCURS 12 TIMES INDEXED BY MON-IDX.
         05  WS-ME-DATE      PIC 9(08).
         05  WS-ME-PERIOD    PIC 9(06).
         05  WS-UNPLACED-T   PIC 9(05) VALUE ZERO.
*> the projection itself - location by group by month-end - with the
*> budget alongside.
 01  WS-PJ-MATRIX.
     03  WS-PJ-LOC       OCCURS 50 TIMES.
         05  WS-PJ-GRP       OCCURS 20 TIMES.
             07  WS-PJ-MON       OCCURS 12 TIMES.
                 09  WS-PJ-HEADS     PIC 9(05)    VALUE ZERO.
                 09  WS-PJ-FTE       PIC 9(05)V99 VALUE ZERO.
                 09  WS-PJ-BUD       PIC 9(05)    VALUE ZERO.
*> the block being printed - one cell's row, a location total or the
*> grand total - and the running totals it is added into.
 01  WS-BLOCK.
     03  WS-BLK-MON      OCCURS 12 TIMES.
         05  WS-BLK-HEADS    PIC 9(06)    VALUE ZERO.
         05  WS-BLK-FTE      PIC 9(06)V99 VALUE ZERO.
         05  WS-BLK-BUD      PIC 9(06)    VALUE ZERO.
 01  WS-LOC-TOTALS.
     03  WS-LTOT-MON     OCCURS 12 TIMES.
         05  WS-LTOT-HEADS   PIC 9(06)    VALUE ZERO.
         05  WS-LTOT-FTE     PIC 9(06)V99 VALUE ZERO.
         05  WS-LTOT-BUD     PIC 9(06)    VALUE ZERO.
 01  WS-GRAND-TOTALS.
     03  WS-GTOT-MON     OCCURS 12 TIMES.
         05  WS-GTOT-HEADS   PIC 9(06)    VALUE ZERO.
         05  WS-GTOT-FTE     PIC 9(06)V99 VALUE ZERO.
         05  WS-GTOT-BUD     PIC 9(06)    VALUE ZERO.
*> one employee's projected position as the walk moves forward; a
*> blank status means not (yet) on the master.
 01  WS-PJ-STATE.
     03  WS-PJ-STATUS    PIC X(01)   VALUE SPACE.
         88  PJ-NOT-ON-FILE           VALUE SPACE.
         88  PJ-ACTIVE                VALUE 'A'.
         88  PJ-ON-LEAVE              VALUE 'L'.
         88  PJ-INACTIVE              VALUE 'I'.
     03  WS-PJ-LOC-CODE  PIC X(03)   VALUE SPACES.
     03  WS-PJ-GROUP     PIC X(10)   VALUE SPACES.
     03  WS-PJ-FACTOR    PIC 9V99    VALUE ZERO.
     03  WS-PJ-RET-DATE  PIC 9(08)   VALUE ZERO.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PND-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-GRPF-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-BUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PARM-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-DATE-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  DATE-IS-VALID                VALUE 'Y'.
 01  WS-ROW-FLAG          PIC X(01)   VALUE 'N'.
     88  ROW-HAS-FIGURES              VALUE 'Y'.
 01  WS-LOC-ROWS-FLAG     PIC X(01)   VALUE 'N'.
     88  LOC-HAS-ROWS                 VALUE 'Y'.
 01  WS-APPLIED-FLAG      PIC X(01)   VALUE 'N'.
     88  ITEM-APPLIED                 VALUE 'Y'.
 01  WS-OFF-FLAG          PIC X(01)   VALUE SPACE.
     88  CELL-OFF-BUDGET              VALUE '*'.
 01  WS-HORIZON-X         PIC X(02)   VALUE SPACES.
 01  WS-HORIZON           PIC 9(02)   VALUE ZERO.
 01  WS-TOLERANCE-X       PIC X(03)   VALUE SPACES.
 01  WS-TOLERANCE         PIC 9(03)   VALUE 10.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
     03  WS-CHK-YYYY      PIC 9(04).
     03  WS-CHK-MM        PIC 9(02).
     03  WS-CHK-DD        PIC 9(02).
 01  WS-CHK-INT           PIC 9(07)   VALUE ZERO.
 01  WS-AT-DATE           PIC 9(08)   VALUE ZERO.
 01  WS-LAST-ME-DATE      PIC 9(08)   VALUE ZERO.
 01  WS-MST-KEY           PIC X(06)   VALUE SPACES.
 01  WS-EVT-KEY           PIC X(06)   VALUE SPACES.
 01  WS-CUR-KEY           PIC X(06)   VALUE SPACES.
 01  WS-FTE-X             PIC X(03)   VALUE SPACES.
 01  WS-FTE-X-N REDEFINES WS-FTE-X    PIC 9V99.
 01  WS-FOUND-IDX         PIC 9(03)   VALUE ZERO.
 01  WS-FOUND-GRP-IDX     PIC 9(03)   VALUE ZERO.
 01  WS-FOUND-MON-IDX     PIC 9(03)   VALUE ZERO.
 01  WS-SUB-LOC           PIC 9(03)   VALUE ZERO.
 01  WS-SUB-GRP           PIC 9(03)   VALUE ZERO.
 01  WS-SUB-MON           PIC 9(03)   VALUE ZERO.
 01  WS-VARIANCE          PIC S9(06)V99 VALUE ZERO.
 01  WS-ABS-VARIANCE      PIC 9(06)V99  VALUE ZERO.
 01  WS-CAPTION-LOC       PIC X(03)   VALUE SPACES.
 01  WS-CAPTION           PIC X(10)   VALUE SPACES.
 01  WS-MST-READ          PIC 9(06)   VALUE ZERO.
 01  WS-PND-READ          PIC 9(06)   VALUE ZERO.
 01  WS-EVT-APPLIED       PIC 9(06)   VALUE ZERO.
 01  WS-EVT-NOT-APPLIED   PIC 9(06)   VALUE ZERO.
 01  WS-LOA-RETURNS       PIC 9(06)   VALUE ZERO.
 01  WS-FLAGGED-COUNT     PIC 9(06)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM LOAD-LOC-TABLE-PARA
     PERFORM LOAD-GRP-TABLE-PARA
     PERFORM SET-MONTHS-PARA
     PERFORM EXTRACT-PENDING-PARA
     PERFORM PROJECT-PASS-PARA
     PERFORM SCAN-BUDGET-PARA
     PERFORM PRINT-MATRIX-PARA
     PERFORM PRINT-EXCEPTIONS-PARA
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
     MOVE WS-RUN-DATE TO P-RUN-DATE
     PERFORM GET-OPTIONS-PARA
     OPEN INPUT LOCATION-FILE
     IF NOT OPEN-SUCCESS IN WS-LOC-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN LOC.DAT, STATUS='
           WS-LOC-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT GROUP-FILE
     IF NOT OPEN-SUCCESS IN WS-GRPF-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN GRP.DAT, STATUS='
           WS-GRPF-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT BUDGET-FILE
     IF NOT OPEN-SUCCESS IN WS-BUD-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN BUDGET.DAT, STATUS='
           WS-BUD-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN PROJHC.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*> GET-OPTIONS-PARA takes the horizon and the tolerance from PROJHC.PRM
*> when that parameter file exists, prompting otherwise - the
*> parameter-file-or-prompt convention of BUDVAR and STAFFCST. A blank
*> tolerance means the usual 10%. A horizon that is not 1 to 12 months,
*> or a tolerance that is not a number, refuses the run (RC 8) before
*> any file is read.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
        READ PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE PRM-HORIZON   TO WS-HORIZON-X
              MOVE PRM-TOLERANCE TO WS-TOLERANCE-X
              DISPLAY 'PROJHC: OPTIONS TAKEN FROM PROJHC.PRM'
        END-READ
        CLOSE PARM-FILE
     END-IF
     IF WS-HORIZON-X = SPACES
        DISPLAY 'MONTH-ENDS TO PROJECT (1-12): ' WITH NO ADVANCING
        ACCEPT WS-HORIZON-X
        DISPLAY 'BUDGET TOLERANCE PERCENT (BLANK = 10): '
           WITH NO ADVANCING
        ACCEPT WS-TOLERANCE-X
     END-IF
     IF WS-HORIZON-X(2:1) = SPACE
        MOVE WS-HORIZON-X(1:1) TO WS-HORIZON-X(2:1)
        MOVE '0' TO WS-HORIZON-X(1:1)
     END-IF
     IF WS-HORIZON-X NUMERIC
        MOVE WS-HORIZON-X TO WS-HORIZON
     END-IF
     IF WS-HORIZON < 1 OR WS-HORIZON > 12
        DISPLAY 'PROJHC: HORIZON ' WS-HORIZON-X
           ' IS NOT 1 TO 12 MONTHS, RUN REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF WS-TOLERANCE-X NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-X) = ZERO
           COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-TOLERANCE-X)
        ELSE
           DISPLAY 'PROJHC: TOLERANCE ' WS-TOLERANCE-X
              ' IS NOT A PERCENTAGE, RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
     END-IF
     MOVE WS-HORIZON   TO OL-HORIZON
     MOVE WS-TOLERANCE TO OL-TOLERANCE.
*> the location and group tables follow BUDVAR's: locations from
*> LOC.DAT in code order, groups from GRP.DAT, so a cell here is the
*> same cell the variance review reads.
 LOAD-LOC-TABLE-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
        READ LOCATION-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              IF WS-LOC-COUNT < 50
                 ADD 1 TO WS-LOC-COUNT
                 MOVE LOC-CODE TO WS-LOC-CODE-T(WS-LOC-COUNT)
              ELSE
                 DISPLAY 'PROJHC: MORE THAN 50 LOCATIONS, DROPPING '
                    LOC-CODE
              END-IF
        END-READ
     END-PERFORM
     CLOSE LOCATION-FILE.
 LOAD-GRP-TABLE-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
        READ GROUP-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              IF WS-GRP-COUNT < 20
                 ADD 1 TO WS-GRP-COUNT
                 MOVE GRP-CODE TO WS-GRP-NAME-T(WS-GRP-COUNT)
              ELSE
                 DISPLAY 'PROJHC: MORE THAN 20 GROUPS, DROPPING '
                    GRP-CODE
              END-IF
        END-READ
     END-PERFORM
     CLOSE GROUP-FILE.
*> SET-MONTHS-PARA lays out the month-ends: the last day of this month
*> first, then of each following month - the day before the first of
*> the next month - with the budget period each belongs to.
 SET-MONTHS-PARA.
     MOVE WS-RUN-DATE TO WS-CHK-DATE
     MOVE 1 TO WS-CHK-DD
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        COMPUTE WS-ME-PERIOD(MON-IDX) = WS-CHK-YYYY * 100 + WS-CHK-MM
        IF WS-CHK-MM = 12
           ADD 1 TO WS-CHK-YYYY
           MOVE 1 TO WS-CHK-MM
        ELSE
           ADD 1 TO WS-CHK-MM
        END-IF
        COMPUTE WS-ME-DATE(MON-IDX) = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-CHK-DATE) - 1)
        MOVE WS-ME-DATE(MON-IDX) TO CH-MONTH-CELL(MON-IDX)
        MOVE WS-ME-DATE(MON-IDX) TO WS-LAST-ME-DATE
     END-PERFORM.
*> EXTRACT-PENDING-PARA copies every held item effective on or before
*> the last month-end and sorts them into employee order. An item
*> dated before today is still held only because its release has not
*> run yet, so it counts from the first month-end. No EMPPEND.DAT
*> simply means nothing is held.
 EXTRACT-PENDING-PARA.
     OPEN OUTPUT PJ-EXT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN PJEXT.DAT, STATUS='
           WS-EXT-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT PENDING-FILE
     IF NEW-FILE-NOT-FOUND IN WS-PND-STAT
        DISPLAY 'PROJHC: NO PENDING TRANSACTIONS ON FILE'
     ELSE
        IF NOT OPEN-SUCCESS IN WS-PND-STAT
           DISPLAY 'PROJHC ABEND: UNABLE TO OPEN EMPPEND.DAT, STATUS='
              WS-PND-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE 'N' TO WS-SCAN-FLAG
        PERFORM UNTIL END-OF-SCAN
           READ PENDING-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-FLAG
              NOT AT END
                 IF PND-EFF-DATE > WS-LAST-ME-DATE
                    MOVE 'Y' TO WS-SCAN-FLAG
                 ELSE
                    ADD 1 TO WS-PND-READ
                    WRITE PJ-EXT-RECORD FROM PENDING-REC
                 END-IF
           END-READ
        END-PERFORM
        CLOSE PENDING-FILE
     END-IF
     CLOSE PJ-EXT-FILE
     SORT PJ-WORK-FILE
        ON ASCENDING KEY WS-PW-CODE
        ON ASCENDING KEY WS-PW-EFF-DATE
        ON ASCENDING KEY WS-PW-FUNCTION
        USING PJ-EXT-FILE
        GIVING PJ-SORT-FILE.
*>
*> PROJECT-PASS-PARA walks the master in employee-code order beside the
*> sorted held items, projecting one employee at a time: everyone on
*> the master, plus anyone who exists so far only as a held hire.
 PROJECT-PASS-PARA.
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN EMPFILE.DAT, STATUS='
           WS-EMP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT PJ-SORT-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'PROJHC ABEND: UNABLE TO OPEN PJSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     PERFORM READ-MASTER-PARA
     PERFORM READ-EVENT-PARA
     PERFORM PROJECT-ONE-PARA
        UNTIL WS-MST-KEY = HIGH-VALUES AND WS-EVT-KEY = HIGH-VALUES
     CLOSE EMPLOYEE-FILE
     CLOSE PJ-SORT-FILE.
 READ-MASTER-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE HIGH-VALUES TO WS-MST-KEY
        NOT AT END
           ADD 1 TO WS-MST-READ
           MOVE EMP-CODE TO WS-MST-KEY
     END-READ.
 READ-EVENT-PARA.
     READ PJ-SORT-FILE
        AT END
           MOVE HIGH-VALUES TO WS-EVT-KEY
        NOT AT END
           MOVE PS-EMP-CODE TO WS-EVT-KEY
     END-READ.
*> PROJECT-ONE-PARA takes the lower of the two keys, starts from the
*> master position (or from nothing, for a held hire) and at each
*> month-end first applies the items effective by then, then counts
*> the employee where the projection has them.
 PROJECT-ONE-PARA.
     IF WS-MST-KEY NOT > WS-EVT-KEY
        MOVE WS-MST-KEY TO WS-CUR-KEY
        PERFORM LOAD-STATE-PARA
        PERFORM READ-MASTER-PARA
     ELSE
        MOVE WS-EVT-KEY TO WS-CUR-KEY
        MOVE SPACES TO WS-PJ-STATUS WS-PJ-LOC-CODE WS-PJ-GROUP
        MOVE ZERO TO WS-PJ-FACTOR WS-PJ-RET-DATE
     END-IF
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        PERFORM APPLY-DUE-PARA
           UNTIL WS-EVT-KEY NOT = WS-CUR-KEY
              OR PS-EFF-DATE > WS-ME-DATE(MON-IDX)
        MOVE WS-ME-DATE(MON-IDX) TO WS-AT-DATE
        PERFORM LOA-RETURN-PARA
        PERFORM COUNT-STATE-PARA
     END-PERFORM
     PERFORM READ-EVENT-PARA UNTIL WS-EVT-KEY NOT = WS-CUR-KEY.
*> LOAD-STATE-PARA takes the employee's position today. A leave return
*> date still to come is the scheduled return; one already past leaves
*> the employee on leave - nobody has brought them back, and the
*> projection does not assume anyone will.
 LOAD-STATE-PARA.
     MOVE EMP-LOC   TO WS-PJ-LOC-CODE
     MOVE EMP-GROUP TO WS-PJ-GROUP
     MOVE ZERO TO WS-PJ-RET-DATE
     EVALUATE TRUE
        WHEN EMP-ACTIVE
           MOVE 'A' TO WS-PJ-STATUS
        WHEN EMP-ON-LEAVE
           MOVE 'L' TO WS-PJ-STATUS
           MOVE EMP-LOA-RETURN TO WS-CHK-DATE
           PERFORM CHECK-DATE-PARA
           IF DATE-IS-VALID AND EMP-LOA-RETURN NOT < WS-RUN-DATE
              MOVE EMP-LOA-RETURN TO WS-PJ-RET-DATE
           END-IF
        WHEN OTHER
           MOVE 'I' TO WS-PJ-STATUS
     END-EVALUATE
     IF EMP-FTE NUMERIC AND EMP-FTE > ZERO
        MOVE EMP-FTE TO WS-PJ-FACTOR
     ELSE
        MOVE 1.00 TO WS-PJ-FACTOR
     END-IF.
 APPLY-DUE-PARA.
     MOVE PS-EFF-DATE TO WS-AT-DATE
     PERFORM LOA-RETURN-PARA
     PERFORM APPLY-ITEM-PARA
     PERFORM READ-EVENT-PARA.
*> LOA-RETURN-PARA brings an employee back from leave once the
*> scheduled return date has been reached.
 LOA-RETURN-PARA.
     IF PJ-ON-LEAVE AND WS-PJ-RET-DATE > ZERO
                    AND WS-PJ-RET-DATE NOT > WS-AT-DATE
        MOVE 'A' TO WS-PJ-STATUS
        MOVE ZERO TO WS-PJ-RET-DATE
        ADD 1 TO WS-LOA-RETURNS
     END-IF.
*> APPLY-ITEM-PARA applies one held item as TRANREL will release it: an
*> item TRANREL would refuse against the projected position (a hire
*> for a code already on file, a leave for someone not active, a
*> transfer with no location or group) is counted and left out. As on
*> release, a blank FTE on a change or rehire keeps the current one and
*> on a hire means full time.
 APPLY-ITEM-PARA.
     MOVE 'N' TO WS-APPLIED-FLAG
     EVALUATE PS-FUNCTION
        WHEN 'A'
           IF PJ-NOT-ON-FILE
              AND PS-EMP-LOC NOT = SPACES AND PS-EMP-GROUP NOT = SPACES
              MOVE 1.00 TO WS-PJ-FACTOR
              PERFORM TAKE-ASSIGNMENT-PARA
              MOVE 'A' TO WS-PJ-STATUS
              MOVE ZERO TO WS-PJ-RET-DATE
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'C'
           IF NOT PJ-NOT-ON-FILE
              AND PS-EMP-LOC NOT = SPACES AND PS-EMP-GROUP NOT = SPACES
              PERFORM TAKE-ASSIGNMENT-PARA
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'D'
           IF PJ-ACTIVE OR PJ-ON-LEAVE
              MOVE 'I' TO WS-PJ-STATUS
              MOVE ZERO TO WS-PJ-RET-DATE
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'R'
           IF PJ-INACTIVE
              AND PS-EMP-LOC NOT = SPACES AND PS-EMP-GROUP NOT = SPACES
              PERFORM TAKE-ASSIGNMENT-PARA
              MOVE 'A' TO WS-PJ-STATUS
              MOVE ZERO TO WS-PJ-RET-DATE
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'S'
           IF PJ-ACTIVE
              MOVE 'L' TO WS-PJ-STATUS
              MOVE ZERO TO WS-PJ-RET-DATE
              MOVE PS-RET-DATE TO WS-CHK-DATE
              PERFORM CHECK-DATE-PARA
              IF DATE-IS-VALID AND PS-RET-DATE > PS-EFF-DATE
                 MOVE PS-RET-DATE TO WS-PJ-RET-DATE
              END-IF
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'E'
           IF PJ-ON-LEAVE
              MOVE 'A' TO WS-PJ-STATUS
              MOVE ZERO TO WS-PJ-RET-DATE
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
        WHEN 'M'
           IF NOT PJ-NOT-ON-FILE
              MOVE 'Y' TO WS-APPLIED-FLAG
           END-IF
     END-EVALUATE
     IF ITEM-APPLIED
        ADD 1 TO WS-EVT-APPLIED
     ELSE
        ADD 1 TO WS-EVT-NOT-APPLIED
     END-IF.
 TAKE-ASSIGNMENT-PARA.
     MOVE PS-EMP-LOC   TO WS-PJ-LOC-CODE
     MOVE PS-EMP-GROUP TO WS-PJ-GROUP
     MOVE PS-FTE TO WS-FTE-X
     IF WS-FTE-X NUMERIC AND WS-FTE-X-N > ZERO
        MOVE WS-FTE-X-N TO WS-PJ-FACTOR
     END-IF
     IF WS-PJ-FACTOR = ZERO
        MOVE 1.00 TO WS-PJ-FACTOR
     END-IF.
*> COUNT-STATE-PARA counts a projected active employee into the cell
*> for the month-end, by BUDVAR's actives-only rule; one whose location
*> or group is not on its master cannot be placed and is counted apart.
 COUNT-STATE-PARA.
     IF PJ-ACTIVE
        PERFORM FIND-LOC-IDX-PARA
        PERFORM FIND-GRP-IDX-PARA
        IF WS-FOUND-IDX > 0 AND WS-FOUND-GRP-IDX > 0
           ADD 1 TO WS-PJ-HEADS(WS-FOUND-IDX, WS-FOUND-GRP-IDX, MON-IDX)
           ADD WS-PJ-FACTOR
              TO WS-PJ-FTE(WS-FOUND-IDX, WS-FOUND-GRP-IDX, MON-IDX)
        ELSE
           ADD 1 TO WS-UNPLACED-T(MON-IDX)
        END-IF
     END-IF.
 FIND-LOC-IDX-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING LOC-IDX FROM 1 BY 1 UNTIL LOC-IDX > WS-LOC-COUNT
        IF WS-LOC-CODE-T(LOC-IDX) = WS-PJ-LOC-CODE
           SET WS-FOUND-IDX TO LOC-IDX
           SET LOC-IDX TO WS-LOC-COUNT
        END-IF
     END-PERFORM.
 FIND-GRP-IDX-PARA.
     MOVE ZERO TO WS-FOUND-GRP-IDX
     PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-COUNT
        IF WS-GRP-NAME-T(GRP-IDX) = WS-PJ-GROUP
           SET WS-FOUND-GRP-IDX TO GRP-IDX
           SET GRP-IDX TO WS-GRP-COUNT
        END-IF
     END-PERFORM.
*> CHECK-DATE-PARA proves a YYYYMMDD date is a real calendar date and
*> leaves its day number in WS-CHK-INT (zero when it is not).
 CHECK-DATE-PARA.
     MOVE 'N' TO WS-DATE-OK-FLAG
     MOVE ZERO TO WS-CHK-INT
     IF WS-CHK-DATE NUMERIC
        IF WS-CHK-YYYY > 1900 AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
                              AND WS-CHK-DD > 0 AND WS-CHK-DD < 32
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           IF WS-CHK-INT > ZERO
              MOVE 'Y' TO WS-DATE-OK-FLAG
           END-IF
        END-IF
     END-IF.
*>
*> SCAN-BUDGET-PARA puts each BUDGET.DAT figure whose period is one of
*> the horizon's against its month-end; an entry for a location or
*> group no longer on its master is reported and left out, as in
*> BUDVAR.
 SCAN-BUDGET-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
        READ BUDGET-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              PERFORM BUDGET-ONE-PARA
        END-READ
     END-PERFORM
     CLOSE BUDGET-FILE.
 BUDGET-ONE-PARA.
     MOVE ZERO TO WS-FOUND-MON-IDX
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        IF WS-ME-PERIOD(MON-IDX) = BUD-PERIOD
           SET WS-FOUND-MON-IDX TO MON-IDX
        END-IF
     END-PERFORM
     IF WS-FOUND-MON-IDX > 0
        MOVE BUD-LOC-CODE TO WS-PJ-LOC-CODE
        MOVE BUD-GRP-CODE TO WS-PJ-GROUP
        PERFORM FIND-LOC-IDX-PARA
        PERFORM FIND-GRP-IDX-PARA
        IF WS-FOUND-IDX > 0 AND WS-FOUND-GRP-IDX > 0
           ADD BUD-HEADCOUNT
              TO WS-PJ-BUD(WS-FOUND-IDX, WS-FOUND-GRP-IDX,
                           WS-FOUND-MON-IDX)
        ELSE
           DISPLAY 'PROJHC: BUDGET FOR UNKNOWN ' BUD-LOC-CODE '/'
              BUD-GRP-CODE ' PERIOD ' BUD-PERIOD ' SKIPPED'
        END-IF
     END-IF.
*>
*> PRINT-MATRIX-PARA prints, location by location, the four-line block
*> of every group with a projected head or a budget in any month, then
*> the location's total block; the grand total block and the heads
*> that could not be placed close the matrix.
 PRINT-MATRIX-PARA.
     PERFORM HEADING-PARA
     PERFORM VARYING WS-SUB-LOC FROM 1 BY 1
               UNTIL WS-SUB-LOC > WS-LOC-COUNT
        PERFORM PRINT-LOCATION-PARA
     END-PERFORM
     PERFORM VARYING WS-SUB-MON FROM 1 BY 1
               UNTIL WS-SUB-MON > WS-HORIZON
        MOVE WS-GTOT-MON(WS-SUB-MON) TO WS-BLK-MON(WS-SUB-MON)
     END-PERFORM
     MOVE 'ALL'         TO WS-CAPTION-LOC
     MOVE 'GRAND TOT'   TO WS-CAPTION
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     ADD 1 TO LINE-COUNT
     PERFORM PRINT-BLOCK-PARA
     MOVE SPACES TO COUNT-DETAIL-LINE
     MOVE 'NOT PLACED' TO CD-CAPTION
     MOVE 'HDS' TO CD-TAG
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        MOVE WS-UNPLACED-T(MON-IDX) TO CD-CELL(MON-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM COUNT-DETAIL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
 PRINT-LOCATION-PARA.
     MOVE 'N' TO WS-LOC-ROWS-FLAG
     INITIALIZE WS-LOC-TOTALS
     PERFORM VARYING WS-SUB-GRP FROM 1 BY 1
               UNTIL WS-SUB-GRP > WS-GRP-COUNT
        PERFORM PRINT-CELL-ROW-PARA
     END-PERFORM
     IF LOC-HAS-ROWS
        PERFORM VARYING WS-SUB-MON FROM 1 BY 1
                  UNTIL WS-SUB-MON > WS-HORIZON
           MOVE WS-LTOT-MON(WS-SUB-MON) TO WS-BLK-MON(WS-SUB-MON)
           ADD WS-LTOT-HEADS(WS-SUB-MON) TO WS-GTOT-HEADS(WS-SUB-MON)
           ADD WS-LTOT-FTE(WS-SUB-MON)   TO WS-GTOT-FTE(WS-SUB-MON)
           ADD WS-LTOT-BUD(WS-SUB-MON)   TO WS-GTOT-BUD(WS-SUB-MON)
        END-PERFORM
        MOVE WS-LOC-CODE-T(WS-SUB-LOC) TO WS-CAPTION-LOC
        MOVE 'LOC TOTAL' TO WS-CAPTION
        PERFORM PRINT-BLOCK-PARA
        PERFORM PAGE-CHECK-PARA
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        ADD 1 TO LINE-COUNT
     END-IF.
 PRINT-CELL-ROW-PARA.
     MOVE 'N' TO WS-ROW-FLAG
     PERFORM VARYING WS-SUB-MON FROM 1 BY 1
               UNTIL WS-SUB-MON > WS-HORIZON
        MOVE WS-PJ-HEADS(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-HEADS(WS-SUB-MON)
        MOVE WS-PJ-FTE(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-FTE(WS-SUB-MON)
        MOVE WS-PJ-BUD(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-BUD(WS-SUB-MON)
        IF WS-BLK-HEADS(WS-SUB-MON) > ZERO
           OR WS-BLK-BUD(WS-SUB-MON) > ZERO
           MOVE 'Y' TO WS-ROW-FLAG
        END-IF
        ADD WS-BLK-HEADS(WS-SUB-MON) TO WS-LTOT-HEADS(WS-SUB-MON)
        ADD WS-BLK-FTE(WS-SUB-MON)   TO WS-LTOT-FTE(WS-SUB-MON)
        ADD WS-BLK-BUD(WS-SUB-MON)   TO WS-LTOT-BUD(WS-SUB-MON)
     END-PERFORM
     IF ROW-HAS-FIGURES
        MOVE 'Y' TO WS-LOC-ROWS-FLAG
        MOVE WS-LOC-CODE-T(WS-SUB-LOC) TO WS-CAPTION-LOC
        MOVE WS-GRP-NAME-T(WS-SUB-GRP) TO WS-CAPTION
        PERFORM PRINT-BLOCK-PARA
     END-IF.
*> PRINT-BLOCK-PARA prints the four lines of WS-BLOCK - budget, heads,
*> FTE and the flagged over/under - kept together on one page.
 PRINT-BLOCK-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO COUNT-DETAIL-LINE
     MOVE WS-CAPTION-LOC TO CD-LOC-CODE
     MOVE WS-CAPTION     TO CD-CAPTION
     MOVE 'BUD' TO CD-TAG
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        MOVE WS-BLK-BUD(MON-IDX) TO CD-CELL(MON-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM COUNT-DETAIL-LINE
     MOVE SPACES TO COUNT-DETAIL-LINE
     MOVE 'HDS' TO CD-TAG
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        MOVE WS-BLK-HEADS(MON-IDX) TO CD-CELL(MON-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM COUNT-DETAIL-LINE
     MOVE SPACES TO FTE-DETAIL-LINE
     MOVE 'FTE' TO FD-TAG
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        MOVE WS-BLK-FTE(MON-IDX) TO FD-CELL(MON-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM FTE-DETAIL-LINE
     MOVE SPACES TO VARIANCE-DETAIL-LINE
     MOVE 'VAR' TO VD-TAG
     PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > WS-HORIZON
        SET WS-SUB-MON TO MON-IDX
        PERFORM CHECK-TOLERANCE-PARA
        MOVE WS-VARIANCE TO VD-CELL(MON-IDX)
        MOVE WS-OFF-FLAG TO VD-FLAG(MON-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM VARIANCE-DETAIL-LINE
     ADD 4 TO LINE-COUNT.
*> CHECK-TOLERANCE-PARA measures one month of WS-BLOCK: the variance is
*> projected FTE less budget, and the cell is flagged when that is more
*> than the tolerance percentage of the budget either way. A cell with
*> no budget at all is flagged as soon as anyone is projected into it.
 CHECK-TOLERANCE-PARA.
     MOVE SPACE TO WS-OFF-FLAG
     COMPUTE WS-VARIANCE = WS-BLK-FTE(WS-SUB-MON)
                         - WS-BLK-BUD(WS-SUB-MON)
     IF WS-VARIANCE < ZERO
        COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
     ELSE
        MOVE WS-VARIANCE TO WS-ABS-VARIANCE
     END-IF
     IF WS-BLK-BUD(WS-SUB-MON) = ZERO
        IF WS-BLK-FTE(WS-SUB-MON) > ZERO
           MOVE '*' TO WS-OFF-FLAG
        END-IF
     ELSE
        IF WS-ABS-VARIANCE * 100
           > WS-BLK-BUD(WS-SUB-MON) * WS-TOLERANCE
           MOVE '*' TO WS-OFF-FLAG
        END-IF
     END-IF.
*>
*> PRINT-EXCEPTIONS-PARA lists every location/group cell flagged in the
*> matrix, month-end by month-end, so the managers concerned can be
*> told without reading the whole grid.
 PRINT-EXCEPTIONS-PARA.
     PERFORM HEADING-PARA
     WRITE REPORT-RECORD FROM EXCEPTION-TITLE-LINE
     WRITE REPORT-RECORD FROM EXCEPTION-HEADING-LINE
     ADD 2 TO LINE-COUNT
     PERFORM VARYING WS-SUB-LOC FROM 1 BY 1
               UNTIL WS-SUB-LOC > WS-LOC-COUNT
        PERFORM VARYING WS-SUB-GRP FROM 1 BY 1
                  UNTIL WS-SUB-GRP > WS-GRP-COUNT
           PERFORM EXCEPTION-CELL-PARA
        END-PERFORM
     END-PERFORM
     IF WS-FLAGGED-COUNT = ZERO
        WRITE REPORT-RECORD FROM NONE-LINE
     END-IF.
 EXCEPTION-CELL-PARA.
     PERFORM VARYING WS-SUB-MON FROM 1 BY 1
               UNTIL WS-SUB-MON > WS-HORIZON
        MOVE WS-PJ-HEADS(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-HEADS(WS-SUB-MON)
        MOVE WS-PJ-FTE(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-FTE(WS-SUB-MON)
        MOVE WS-PJ-BUD(WS-SUB-LOC, WS-SUB-GRP, WS-SUB-MON)
          TO WS-BLK-BUD(WS-SUB-MON)
        PERFORM CHECK-TOLERANCE-PARA
        IF CELL-OFF-BUDGET
           PERFORM PAGE-CHECK-PARA
           MOVE WS-LOC-CODE-T(WS-SUB-LOC) TO ED-LOC-CODE
           MOVE WS-GRP-NAME-T(WS-SUB-GRP) TO ED-GROUP
           MOVE WS-ME-DATE(WS-SUB-MON)    TO ED-MONTH-END
           MOVE WS-BLK-BUD(WS-SUB-MON)    TO ED-BUDGET
           MOVE WS-BLK-HEADS(WS-SUB-MON)  TO ED-HEADS
           MOVE WS-BLK-FTE(WS-SUB-MON)    TO ED-FTE
           MOVE WS-VARIANCE               TO ED-VARIANCE
           IF WS-VARIANCE > ZERO
              MOVE 'OVER'  TO ED-DIRECTION
           ELSE
              MOVE 'UNDER' TO ED-DIRECTION
           END-IF
           WRITE REPORT-RECORD FROM EXCEPTION-DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-FLAGGED-COUNT
        END-IF
     END-PERFORM.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*>
*> TERM-PARA closes with the control counts, so the projection can be
*> reconciled to the master and the held file.
 TERM-PARA.
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'MASTER RECORDS READ'              TO CT-CAPTION
     MOVE WS-MST-READ        TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'HELD ITEMS WITHIN THE HORIZON'    TO CT-CAPTION
     MOVE WS-PND-READ        TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'HELD ITEMS APPLIED'               TO CT-CAPTION
     MOVE WS-EVT-APPLIED     TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'HELD ITEMS RELEASE WOULD REFUSE'  TO CT-CAPTION
     MOVE WS-EVT-NOT-APPLIED TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'SCHEDULED LEAVE RETURNS'          TO CT-CAPTION
     MOVE WS-LOA-RETURNS     TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'CELLS OUTSIDE TOLERANCE'          TO CT-CAPTION
     MOVE WS-FLAGGED-COUNT   TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'PROJHC: CELLS OUTSIDE TOLERANCE: ' WS-FLAGGED-COUNT
     CLOSE REPORT-FILE.
