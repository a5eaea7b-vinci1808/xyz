 IDENTIFICATION DIVISION.
 PROGRAM-ID. STAFFCST.
*> Staff-cost report - prices every active employee on EMPFILE.DAT at
*> the midpoint of the pay scale for the grade of their designation
*> (DSG-GRADE on DSG.DAT, scale on PAYSCALE.DAT maintained by SCLMAINT),
*> weighted by the EMP-FTE factor, so a half-time post costs half the
*> midpoint. The listing runs location by location and group by group,
*> with heads, FTE and cost subtotals for each group and location set
*> beside the approved BUDGET.DAT figure for the same period and the
*> FTE over/under, BUDVAR's measure. A designation no longer on DSG.DAT
*> or a grade with no scale is shown as NO SCALE at nil cost rather than
*> guessed at. Employees on leave of absence are listed after the grand
*> total in their own section at nil cost; leavers are left out. The
*> budget period is taken from STAFFCST.PRM when that parameter file
*> exists and prompted for otherwise, as BUDVAR does (STAFFCST.REP).
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
     SELECT WORK-FILE ASSIGN TO 'STFWRK.DAT'.
     SELECT COST-EMP-FILE ASSIGN TO 'STFSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSG-STAT.
     SELECT PAY-SCALE-FILE ASSIGN TO 'PAYSCALE.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS SCL-GRADE
     FILE STATUS  IS WS-SCL-STAT.
     SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS BUD-KEY
     FILE STATUS  IS WS-BUD-STAT.
     SELECT REPORT-FILE ASSIGN TO 'STAFFCST.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT PARM-FILE ASSIGN TO 'STAFFCST.PRM'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-PARM-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
 SD  WORK-FILE.
 01  WORK-RECORD.
     03  WS-SRT-CODE     PIC 9(06).
     03  FILLER          PIC X(15).
     03  WS-SRT-GROUP    PIC A(10).
     03  FILLER          PIC X(15).
     03  WS-SRT-LOC      PIC A(03).
     03  FILLER          PIC X(51).
 FD COST-EMP-FILE.
 01 COST-EMP-RECORD.
    03 SC-EMP-CODE    PIC 9(06).
    03 SC-EMP-NAME    PIC X(15).
    03 SC-EMP-GROUP   PIC X(10).
    03 SC-EMP-DESG    PIC X(15).
    03 SC-EMP-LOC     PIC X(03).
    03 SC-EMP-STATUS  PIC X(01).
    03 FILLER         PIC X(32).
    03 SC-EMP-TYPE    PIC X(01).
    03 SC-EMP-FTE     PIC 9V99.
    03 FILLER         PIC X(14).
     COPY DSG01.
     COPY SCL01.
     COPY BUD01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(100).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-PERIOD      PIC X(06).
     03  FILLER          PIC X(74).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(30) VALUE SPACES.
     03  FILLER      PIC X(30) VALUE 'STAFF COST AT GRADE MIDPOINT'.
     03  FILLER      PIC X(15) VALUE 'BUDGET PERIOD: '.
     03  P-PERIOD    PIC 9(06).
     03  FILLER      PIC X(09) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(30) VALUE SPACES.
     03  H-SECTION   PIC X(40) VALUE SPACES.
     03  FILLER      PIC X(30) VALUE SPACES.
 01  HEADING-LINE3.
     03  FILLER      PIC X(08) VALUE 'EMP CODE'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(17) VALUE 'NAME'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(06) VALUE 'GRADE'.
     03  FILLER      PIC X(06) VALUE '  FTE'.
     03  FILLER      PIC X(11) VALUE '   MIDPOINT'.
     03  FILLER      PIC X(14) VALUE '     COST'.
     03  FILLER      PIC X(19) VALUE SPACES.
 01  LOC-BANNER-LINE.
     03  FILLER      PIC X(10) VALUE 'LOCATION: '.
     03  LB-LOC-CODE PIC X(03).
     03  FILLER      PIC X(09) VALUE '  GROUP: '.
     03  LB-GROUP    PIC X(10).
     03  FILLER      PIC X(68) VALUE SPACES.
 01  DETAIL-LINE.
     03  D-EMP-CODE     PIC 9(06).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  D-EMP-NAME     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-EMP-DESG     PIC X(15).
     03  FILLER         PIC X(03) VALUE SPACES.
     03  D-GRADE        PIC X(02).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-FTE          PIC Z9.99.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MIDPOINT     PIC Z,ZZZ,ZZ9.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-COST         PIC ZZ,ZZZ,ZZ9.99.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-NOTE         PIC X(08).
     03  FILLER         PIC X(10) VALUE SPACES.
*> one subtotal layout serves the group, location and grand totals - the
*> caption says which; the budget and FTE over/under sit beside the
*> cost so the review reads cost and approval off the same line.
 01  SUBTOTAL-LINE.
     03  ST-CAPTION     PIC X(20).
     03  FILLER         PIC X(06) VALUE 'HEADS '.
     03  ST-HEADS       PIC ZZZZ9.
     03  FILLER         PIC X(06) VALUE '  FTE '.
     03  ST-FTE         PIC ZZZZ9.99.
     03  FILLER         PIC X(07) VALUE '  COST '.
     03  ST-COST        PIC ZZZ,ZZZ,ZZ9.99.
     03  FILLER         PIC X(09) VALUE '  BUDGET '.
     03  ST-BUDGET      PIC ZZZZ9.
     03  FILLER         PIC X(07) VALUE '  VAR '.
     03  ST-VARIANCE    PIC +ZZZZ9.99.
     03  FILLER         PIC X(04) VALUE SPACES.
 01  LOA-HEADING-LINE.
     03  FILLER      PIC X(08) VALUE 'EMP CODE'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(17) VALUE 'NAME'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(05) VALUE 'LOC'.
     03  FILLER      PIC X(12) VALUE 'GROUP'.
     03  FILLER      PIC X(06) VALUE '  FTE'.
     03  FILLER      PIC X(33) VALUE '   COST'.
 01  LOA-DETAIL-LINE.
     03  LD-EMP-CODE    PIC 9(06).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  LD-EMP-NAME    PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  LD-EMP-DESG    PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  LD-EMP-LOC     PIC X(03).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  LD-EMP-GROUP   PIC X(10).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  LD-FTE         PIC Z9.99.
     03  FILLER         PIC X(06) VALUE '   NIL'.
     03  FILLER         PIC X(28) VALUE SPACES.
 01  LOA-TOTAL-LINE.
     03  FILLER         PIC X(20) VALUE 'TOTAL ON LEAVE'.
     03  FILLER         PIC X(06) VALUE 'HEADS '.
     03  LT-HEADS       PIC ZZZZ9.
     03  FILLER         PIC X(06) VALUE '  FTE '.
     03  LT-FTE         PIC ZZZZ9.99.
     03  FILLER         PIC X(55) VALUE '  COST NIL'.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(50) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
     03  TEMP-LOC-CODE    PIC X(03)   VALUE SPACES.
     03  TEMP-GROUP       PIC X(10)   VALUE SPACES.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-DSG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCL-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PARM-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-BUD-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-BUD-SCAN              VALUE 'Y'.
 01  WS-SCL-OPEN-FLAG     PIC X(01)   VALUE 'N'.
     88  SCALES-ON-FILE                VALUE 'Y'.
 01  WS-PRICED-FLAG       PIC X(01)   VALUE 'N'.
     88  EMP-PRICED                    VALUE 'Y'.
 01  WS-BUD-SCOPE-FLAG    PIC X(01)   VALUE 'P'.
     88  BUDGET-FOR-LOCATION           VALUE 'L'.
 01  WS-SECTION-FLAG      PIC X(01)   VALUE 'A'.
     88  LEAVE-SECTION                 VALUE 'L'.
 01  WS-SEL-PERIOD        PIC 9(06)   VALUE ZERO.
 01  WS-FTE-FACTOR        PIC 9V99    VALUE ZERO.
 01  WS-EMP-COST          PIC 9(08)V99 VALUE ZERO.
 01  WS-BUDGET            PIC 9(07)   VALUE ZERO.
 01  WS-VARIANCE          PIC S9(07)V99 VALUE ZERO.
 01  WS-SUB-FTE           PIC 9(05)V99 VALUE ZERO.
 01  WS-GRP-TOTALS.
     03  WS-GRP-HEADS     PIC 9(05)   VALUE ZERO.
     03  WS-GRP-FTE       PIC 9(05)V99 VALUE ZERO.
     03  WS-GRP-COST      PIC 9(10)V99 VALUE ZERO.
 01  WS-LOC-TOTALS.
     03  WS-LOC-HEADS     PIC 9(05)   VALUE ZERO.
     03  WS-LOC-FTE       PIC 9(05)V99 VALUE ZERO.
     03  WS-LOC-COST      PIC 9(10)V99 VALUE ZERO.
 01  WS-GRAND-TOTALS.
     03  WS-TOT-HEADS     PIC 9(05)   VALUE ZERO.
     03  WS-TOT-FTE       PIC 9(05)V99 VALUE ZERO.
     03  WS-TOT-COST      PIC 9(10)V99 VALUE ZERO.
 01  WS-LOA-HEADS         PIC 9(05)   VALUE ZERO.
 01  WS-LOA-FTE           PIC 9(05)V99 VALUE ZERO.
 01  WS-UNPRICED-COUNT    PIC 9(05)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM SORT-PARA
     PERFORM COST-PASS-PARA
     PERFORM LEAVE-PASS-PARA
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     PERFORM GET-PERIOD-PARA
     OPEN INPUT DESG-FILE
     IF NOT OPEN-SUCCESS IN WS-DSG-STAT
        DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN DSG.DAT, STATUS=' WS-DSG-STAT
        PERFORM ABEND-PARA
     END-IF
*> no pay scales keyed yet is not an abend - every head prints as
*> NO SCALE, which is itself the answer the reader needs.
     OPEN INPUT PAY-SCALE-FILE
     IF OPEN-SUCCESS IN WS-SCL-STAT
        MOVE 'Y' TO WS-SCL-OPEN-FLAG
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-SCL-STAT
           DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN PAYSCALE.DAT, STATUS='
              WS-SCL-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     OPEN INPUT BUDGET-FILE
     IF NOT OPEN-SUCCESS IN WS-BUD-STAT
        DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN BUDGET.DAT, STATUS='
           WS-BUD-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN STAFFCST.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*> GET-PERIOD-PARA takes the budget period to set the costs beside from
*> STAFFCST.PRM when that parameter file exists, prompting otherwise -
*> the same parameter-file-or-prompt convention as BUDVAR.
 GET-PERIOD-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
        READ PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              IF PRM-PERIOD NUMERIC
                 MOVE PRM-PERIOD TO WS-SEL-PERIOD
                 DISPLAY 'STAFFCST: PERIOD TAKEN FROM STAFFCST.PRM'
              END-IF
        END-READ
        CLOSE PARM-FILE
     END-IF
     IF WS-SEL-PERIOD = ZERO
        DISPLAY 'BUDGET PERIOD TO COMPARE (YYYYMM): ' WITH NO ADVANCING
        ACCEPT WS-SEL-PERIOD
     END-IF
     MOVE WS-SEL-PERIOD TO P-PERIOD.
*> SORT-PARA puts the master into location / group / employee order on
*> a plain sequential extract, as MODEMP does for its group-wise list.
 SORT-PARA.
     SORT WORK-FILE
        ON ASCENDING KEY WS-SRT-LOC
        ON ASCENDING KEY WS-SRT-GROUP
        ON ASCENDING KEY WS-SRT-CODE
        USING EMPLOYEE-FILE
        GIVING COST-EMP-FILE.
*>
*> COST-PASS-PARA prices the working employees in sorted order, with a
*> subtotal at each change of group and of location. Employees on leave
*> and leavers take no part in the breaks, so a group made up only of
*> people on leave prints no empty subtotal.
 COST-PASS-PARA.
     MOVE 'ACTIVE STAFF - COST AT GRADE MIDPOINT' TO H-SECTION
     PERFORM HEADING-PARA
     OPEN INPUT COST-EMP-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN STFSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM READ-COST-EMP-PARA
     PERFORM COST-ONE-PARA UNTIL END-OF-SCAN
     PERFORM GROUP-BREAK-PARA
     PERFORM LOC-BREAK-PARA
     PERFORM GRAND-TOTAL-PARA
     CLOSE COST-EMP-FILE.
 READ-COST-EMP-PARA.
     READ COST-EMP-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
     END-READ.
 COST-ONE-PARA.
     IF SC-EMP-STATUS = 'A'
        IF SC-EMP-LOC NOT = TEMP-LOC-CODE
           PERFORM GROUP-BREAK-PARA
           PERFORM LOC-BREAK-PARA
           PERFORM BANNER-PARA
        ELSE
           IF SC-EMP-GROUP NOT = TEMP-GROUP
              PERFORM GROUP-BREAK-PARA
              PERFORM BANNER-PARA
           END-IF
        END-IF
        PERFORM PRICE-EMP-PARA
        PERFORM PRINT-COST-LINE-PARA
     END-IF
     PERFORM READ-COST-EMP-PARA.
 BANNER-PARA.
     MOVE SC-EMP-LOC   TO TEMP-LOC-CODE, LB-LOC-CODE
     MOVE SC-EMP-GROUP TO TEMP-GROUP, LB-GROUP
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM LOC-BANNER-LINE
     ADD 2 TO LINE-COUNT.
*> PRICE-EMP-PARA finds the grade of the employee's designation and the
*> midpoint of that grade's scale; the cost is the midpoint weighted by
*> the FTE factor, rounded to the cent. Either lookup failing leaves the
*> head unpriced at nil cost and counted for the run summary.
 PRICE-EMP-PARA.
     PERFORM SET-FTE-FACTOR-PARA
     MOVE 'N' TO WS-PRICED-FLAG
     MOVE ZERO TO WS-EMP-COST
     MOVE SC-EMP-DESG TO DSG-CODE
     READ DESG-FILE
        INVALID KEY
           MOVE ZERO TO DSG-GRADE
     END-READ
     IF DSG-GRADE > ZERO AND SCALES-ON-FILE
        MOVE DSG-GRADE TO SCL-GRADE
        READ PAY-SCALE-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-PRICED-FLAG
              COMPUTE WS-EMP-COST ROUNDED
                    = SCL-MID-COST * WS-FTE-FACTOR
        END-READ
     END-IF
     IF NOT EMP-PRICED
        ADD 1 TO WS-UNPRICED-COUNT
     END-IF
     ADD 1             TO WS-GRP-HEADS
     ADD WS-FTE-FACTOR TO WS-GRP-FTE
     ADD WS-EMP-COST   TO WS-GRP-COST.
*> SET-FTE-FACTOR-PARA weights one priced head: a plausible FTE on the
*> record stands, anything else (the pre-FTE records loaded before the
*> field existed) counts as a full-time 1.00, as in BUDVAR.
 SET-FTE-FACTOR-PARA.
     IF SC-EMP-FTE NUMERIC AND SC-EMP-FTE > ZERO
        MOVE SC-EMP-FTE TO WS-FTE-FACTOR
     ELSE
        MOVE 1.00 TO WS-FTE-FACTOR
     END-IF.
 PRINT-COST-LINE-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES        TO DETAIL-LINE
     MOVE SC-EMP-CODE   TO D-EMP-CODE
     MOVE SC-EMP-NAME   TO D-EMP-NAME
     MOVE SC-EMP-DESG   TO D-EMP-DESG
     MOVE WS-FTE-FACTOR TO D-FTE
     IF EMP-PRICED
        MOVE DSG-GRADE     TO D-GRADE
        MOVE SCL-MID-COST  TO D-MIDPOINT
        MOVE WS-EMP-COST   TO D-COST
     ELSE
        IF DSG-GRADE > ZERO
           MOVE DSG-GRADE TO D-GRADE
        END-IF
        MOVE ZERO          TO D-MIDPOINT
        MOVE ZERO          TO D-COST
        MOVE 'NO SCALE'    TO D-NOTE
     END-IF
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> GROUP-BREAK-PARA closes the outgoing group with its subtotal beside
*> the approved figure keyed for that period, location and group.
 GROUP-BREAK-PARA.
     IF WS-GRP-HEADS > 0
        MOVE ZERO TO WS-BUDGET
        MOVE WS-SEL-PERIOD TO BUD-PERIOD
        MOVE TEMP-LOC-CODE TO BUD-LOC-CODE
        MOVE TEMP-GROUP    TO BUD-GRP-CODE
        MOVE WS-GRP-FTE    TO WS-SUB-FTE
        READ BUDGET-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE BUD-HEADCOUNT TO WS-BUDGET
        END-READ
        MOVE SPACES TO ST-CAPTION
        STRING 'GROUP ' TEMP-GROUP DELIMITED BY SIZE INTO ST-CAPTION
        MOVE WS-GRP-HEADS TO ST-HEADS
        MOVE WS-GRP-FTE   TO ST-FTE
        MOVE WS-GRP-COST  TO ST-COST
        PERFORM PRINT-SUBTOTAL-PARA
        ADD WS-GRP-HEADS TO WS-LOC-HEADS
        ADD WS-GRP-FTE   TO WS-LOC-FTE
        ADD WS-GRP-COST  TO WS-LOC-COST
        INITIALIZE WS-GRP-TOTALS
     END-IF.
*> LOC-BREAK-PARA closes the outgoing location; its budget is every
*> group's figure for that period and location, including groups with
*> nobody working in them yet.
 LOC-BREAK-PARA.
     IF WS-LOC-HEADS > 0
        MOVE ZERO TO WS-BUDGET
        MOVE WS-SEL-PERIOD TO BUD-PERIOD
        MOVE TEMP-LOC-CODE TO BUD-LOC-CODE
        MOVE LOW-VALUES    TO BUD-GRP-CODE
        MOVE 'L' TO WS-BUD-SCOPE-FLAG
        PERFORM SUM-BUDGET-PARA
        MOVE WS-LOC-FTE    TO WS-SUB-FTE
        MOVE SPACES TO ST-CAPTION
        STRING 'LOCATION ' TEMP-LOC-CODE DELIMITED BY SIZE
           INTO ST-CAPTION
        MOVE WS-LOC-HEADS TO ST-HEADS
        MOVE WS-LOC-FTE   TO ST-FTE
        MOVE WS-LOC-COST  TO ST-COST
        PERFORM PRINT-SUBTOTAL-PARA
        ADD WS-LOC-HEADS TO WS-TOT-HEADS
        ADD WS-LOC-FTE   TO WS-TOT-FTE
        ADD WS-LOC-COST  TO WS-TOT-COST
        INITIALIZE WS-LOC-TOTALS
     END-IF.
*> the grand budget is the whole period's approval, every location.
 GRAND-TOTAL-PARA.
     MOVE ZERO TO WS-BUDGET
     MOVE WS-SEL-PERIOD TO BUD-PERIOD
     MOVE LOW-VALUES    TO BUD-LOC-CODE
     MOVE LOW-VALUES    TO BUD-GRP-CODE
     MOVE 'P' TO WS-BUD-SCOPE-FLAG
     PERFORM SUM-BUDGET-PARA
     MOVE WS-TOT-FTE     TO WS-SUB-FTE
     MOVE 'GRAND TOTAL'  TO ST-CAPTION
     MOVE WS-TOT-HEADS   TO ST-HEADS
     MOVE WS-TOT-FTE     TO ST-FTE
     MOVE WS-TOT-COST    TO ST-COST
     PERFORM PRINT-SUBTOTAL-PARA.
*> SUM-BUDGET-PARA adds up the BUDGET.DAT entries from the key already
*> set up for as long as they stay in the selected period and - when a
*> location was given - the same location.
 SUM-BUDGET-PARA.
     MOVE 'N' TO WS-BUD-SCAN-FLAG
     START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
        INVALID KEY
           MOVE 'Y' TO WS-BUD-SCAN-FLAG
     END-START
     PERFORM UNTIL END-OF-BUD-SCAN
        READ BUDGET-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-BUD-SCAN-FLAG
           NOT AT END
              IF BUD-PERIOD NOT = WS-SEL-PERIOD
                 MOVE 'Y' TO WS-BUD-SCAN-FLAG
              ELSE
                 IF NOT BUDGET-FOR-LOCATION
                    OR BUD-LOC-CODE = TEMP-LOC-CODE
                    ADD BUD-HEADCOUNT TO WS-BUDGET
                 ELSE
                    MOVE 'Y' TO WS-BUD-SCAN-FLAG
                 END-IF
              END-IF
        END-READ
     END-PERFORM.
 PRINT-SUBTOTAL-PARA.
     MOVE WS-BUDGET TO ST-BUDGET
     COMPUTE WS-VARIANCE = WS-SUB-FTE - WS-BUDGET
     MOVE WS-VARIANCE TO ST-VARIANCE
     PERFORM PAGE-CHECK-PARA
     WRITE REPORT-RECORD FROM SUBTOTAL-LINE
     ADD 1 TO LINE-COUNT.
*>
*> LEAVE-PASS-PARA lists the employees on leave of absence on a page
*> of their own - they hold a post but cost nothing while away, so they
*> are kept out of the priced totals and the budget comparison above.
 LEAVE-PASS-PARA.
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     MOVE 'ON LEAVE OF ABSENCE - NIL COST' TO H-SECTION
     MOVE 'L' TO WS-SECTION-FLAG
     PERFORM HEADING-PARA
     OPEN INPUT COST-EMP-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'STAFFCST ABEND: UNABLE TO OPEN STFSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM READ-COST-EMP-PARA
     PERFORM LEAVE-ONE-PARA UNTIL END-OF-SCAN
     CLOSE COST-EMP-FILE
     MOVE WS-LOA-HEADS TO LT-HEADS
     MOVE WS-LOA-FTE   TO LT-FTE
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM LOA-TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
 LEAVE-ONE-PARA.
     IF SC-EMP-STATUS = 'L'
        PERFORM SET-FTE-FACTOR-PARA
        PERFORM PAGE-CHECK-PARA
        MOVE SC-EMP-CODE   TO LD-EMP-CODE
        MOVE SC-EMP-NAME   TO LD-EMP-NAME
        MOVE SC-EMP-DESG   TO LD-EMP-DESG
        MOVE SC-EMP-LOC    TO LD-EMP-LOC
        MOVE SC-EMP-GROUP  TO LD-EMP-GROUP
        MOVE WS-FTE-FACTOR TO LD-FTE
        WRITE REPORT-RECORD FROM LOA-DETAIL-LINE
        ADD 1 TO LINE-COUNT
        ADD 1 TO WS-LOA-HEADS
        ADD WS-FTE-FACTOR TO WS-LOA-FTE
     END-IF
     PERFORM READ-COST-EMP-PARA.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     IF LEAVE-SECTION
        WRITE REPORT-RECORD FROM LOA-HEADING-LINE
     ELSE
        WRITE REPORT-RECORD FROM HEADING-LINE3
     END-IF
     MOVE 4 TO LINE-COUNT.
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*>
 TERM-PARA.
     DISPLAY 'STAFFCST: ACTIVE HEADS PRICED   : ' WS-TOT-HEADS
     DISPLAY 'STAFFCST: HEADS WITH NO SCALE   : ' WS-UNPRICED-COUNT
     DISPLAY 'STAFFCST: ON LEAVE AT NIL COST  : ' WS-LOA-HEADS
     CLOSE DESG-FILE
     IF SCALES-ON-FILE
        CLOSE PAY-SCALE-FILE
     END-IF
     CLOSE BUDGET-FILE
     CLOSE REPORT-FILE.
