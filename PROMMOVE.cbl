 IDENTIFICATION DIVISION.
 PROGRAM-ID. PROMMOVE.
*> Promotions and moves report - lists every change of designation,
*> group or location on the permanent assignment history (ASGHIST.DAT)
*> whose effective date falls in the period asked for, and classifies
*> each one off the grade levels on the designation master (DSG.DAT):
*> a move to a designation of higher grade is a PROMOTION, the same
*> grade a LATERAL move, a lower grade a DEMOTION. A change that keeps
*> the designation (a plain transfer or regrouping) is a TRANSFER, and
*> a designation no longer on DSG.DAT leaves the move UNGRADED rather
*> than guessed at. The listing ends with the counts by receiving
*> location and by receiving group (PROMMOVE.REP).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSG-STAT.
     SELECT REPORT-FILE ASSIGN TO 'PROMMOVE.REP'
     FILE STATUS  IS WS-REP-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY ASG01.
     COPY DSG01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(100).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(30) VALUE SPACES.
     03  FILLER      PIC X(26) VALUE 'PROMOTIONS AND MOVES'.
     03  FILLER      PIC X(08) VALUE 'PERIOD: '.
     03  H-FROM-DATE PIC X(08).
     03  FILLER      PIC X(03) VALUE ' - '.
     03  H-TO-DATE   PIC X(08).
     03  FILLER      PIC X(07) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(08) VALUE 'EMP CODE'.
     03  FILLER      PIC X(01) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'EFF DATE'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(18) VALUE 'FROM DESIGNATION'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(18) VALUE 'TO DESIGNATION'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(07) VALUE 'LOC'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(21) VALUE 'GROUP'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(09) VALUE 'CLASS'.
 01  DETAIL-LINE.
     03  D-EMP-CODE     PIC 9(06).
     03  FILLER         PIC X(03) VALUE SPACES.
     03  D-EFF-DATE     PIC 9(08).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-FROM-DESG    PIC X(15).
     03  FILLER         PIC X(01) VALUE SPACES.
     03  D-FROM-GRADE   PIC X(02).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-TO-DESG      PIC X(15).
     03  FILLER         PIC X(01) VALUE SPACES.
     03  D-TO-GRADE     PIC X(02).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-FROM-LOC     PIC X(03).
     03  FILLER         PIC X(01) VALUE '>'.
     03  D-TO-LOC       PIC X(03).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-FROM-GROUP   PIC X(10).
     03  FILLER         PIC X(01) VALUE '>'.
     03  D-TO-GROUP     PIC X(10).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-CLASS        PIC X(09).
 01  TALLY-HEADING-LINE1.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  TH-TITLE     PIC X(30).
     03  FILLER       PIC X(40) VALUE SPACES.
 01  TALLY-HEADING-LINE2.
     03  TH-KEY-NAME  PIC X(10).
     03  FILLER       PIC X(10) VALUE ' PROMOTION'.
     03  FILLER       PIC X(10) VALUE '   LATERAL'.
     03  FILLER       PIC X(10) VALUE '  DEMOTION'.
     03  FILLER       PIC X(10) VALUE '  TRANSFER'.
     03  FILLER       PIC X(10) VALUE '  UNGRADED'.
     03  FILLER       PIC X(10) VALUE '     TOTAL'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  TALLY-LINE.
     03  TL-KEY       PIC X(10).
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-PROMOTE   PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-LATERAL   PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-DEMOTE    PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-TRANSFER  PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-UNGRADED  PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  TL-TOTAL     PIC ZZZZ9.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(50) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
     03  WS-MOVE-COUNT    PIC 9(05)   VALUE ZERO.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-DSG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-ASG-OPEN-FLAG     PIC X(01)   VALUE 'N'.
     88  ASG-IS-OPEN                   VALUE 'Y'.
 01  WS-FROM-DATE         PIC X(08)   VALUE SPACES.
 01  WS-TO-DATE           PIC X(08)   VALUE SPACES.
 01  WS-FROM-GRADE        PIC 9(02)   VALUE ZERO.
 01  WS-TO-GRADE          PIC 9(02)   VALUE ZERO.
 01  WS-GRADE-FLAG        PIC X(01)   VALUE 'N'.
     88  GRADE-ON-FILE                 VALUE 'Y'.
 01  WS-FROM-GRADED-FLAG  PIC X(01)   VALUE 'N'.
     88  FROM-GRADED                   VALUE 'Y'.
 01  WS-TO-GRADED-FLAG    PIC X(01)   VALUE 'N'.
     88  TO-GRADED                     VALUE 'Y'.
*> one row per receiving location and one per receiving group, in order
*> of first appearance - the same 50-row ceiling AUDLIST keeps for its
*> operator totals.
 01  WS-LOC-TALLY-TABLE.
     03  WS-LOC-TALLY     OCCURS 50 TIMES INDEXED BY LT-IDX.
         05  WS-LT-KEY        PIC X(10).
         05  WS-LT-COUNT      PIC 9(05) OCCURS 6 TIMES.
 01  WS-LOC-TALLY-COUNT   PIC 9(03)   VALUE ZERO.
 01  WS-GRP-TALLY-TABLE.
     03  WS-GRP-TALLY     OCCURS 50 TIMES INDEXED BY GT-IDX.
         05  WS-GT-KEY        PIC X(10).
         05  WS-GT-COUNT      PIC 9(05) OCCURS 6 TIMES.
 01  WS-GRP-TALLY-COUNT   PIC 9(03)   VALUE ZERO.
 01  WS-GRAND-TALLY.
     03  WS-GRAND-COUNT   PIC 9(05) OCCURS 6 TIMES.
 01  WS-FOUND-IDX         PIC 9(03)   VALUE ZERO.
*> the column a move is counted in - 1 promotion, 2 lateral,
*> 3 demotion, 4 transfer, 5 ungraded; column 6 is the row total.
 01  WS-CLASS-COL         PIC 9(01)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM HEADING-PARA
     PERFORM PRINT-PARA UNTIL END-OF-SCAN
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     DISPLAY 'FROM DATE (YYYYMMDD, BLANK = NO LIMIT): ' WITH NO ADVANCING
     ACCEPT WS-FROM-DATE
     DISPLAY 'TO DATE   (YYYYMMDD, BLANK = NO LIMIT): ' WITH NO ADVANCING
     ACCEPT WS-TO-DATE
     MOVE WS-FROM-DATE TO H-FROM-DATE
     MOVE WS-TO-DATE   TO H-TO-DATE
     INITIALIZE WS-LOC-TALLY-TABLE
     INITIALIZE WS-GRP-TALLY-TABLE
     INITIALIZE WS-GRAND-TALLY
*> no assignment history yet simply means nothing has moved - the
*> report still prints, with empty totals.
     OPEN INPUT ASSIGN-HIST-FILE
     IF OPEN-SUCCESS IN WS-ASG-STAT
        MOVE 'Y' TO WS-ASG-OPEN-FLAG
     ELSE
        IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
           MOVE 'Y' TO WS-SCAN-FLAG
        ELSE
           DISPLAY 'PROMMOVE ABEND: UNABLE TO OPEN ASGHIST.DAT, STATUS='
              WS-ASG-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     OPEN INPUT DESG-FILE
     IF NOT OPEN-SUCCESS IN WS-DSG-STAT
        DISPLAY 'PROMMOVE ABEND: UNABLE TO OPEN DSG.DAT, STATUS=' WS-DSG-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'PROMMOVE ABEND: UNABLE TO OPEN PROMMOVE.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*> PRINT-PARA reads the history in the order it was written and prints
*> the moves whose effective date is inside the period, one line each.
 PRINT-PARA.
     READ ASSIGN-HIST-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF (WS-FROM-DATE = SPACES OR AH-EFF-DATE NOT < WS-FROM-DATE)
              AND (WS-TO-DATE = SPACES OR AH-EFF-DATE NOT > WS-TO-DATE)
              PERFORM CLASSIFY-MOVE-PARA
              PERFORM PAGE-CHECK-PARA
              MOVE AH-EMP-CODE   TO D-EMP-CODE
              MOVE AH-EFF-DATE   TO D-EFF-DATE
              MOVE AH-FROM-DESG  TO D-FROM-DESG
              MOVE AH-TO-DESG    TO D-TO-DESG
              MOVE AH-FROM-LOC   TO D-FROM-LOC
              MOVE AH-TO-LOC     TO D-TO-LOC
              MOVE AH-FROM-GROUP TO D-FROM-GROUP
              MOVE AH-TO-GROUP   TO D-TO-GROUP
              WRITE REPORT-RECORD FROM DETAIL-LINE
              ADD 1 TO LINE-COUNT
              ADD 1 TO WS-MOVE-COUNT
              PERFORM TALLY-LOC-PARA
              PERFORM TALLY-GRP-PARA
              ADD 1 TO WS-GRAND-COUNT(WS-CLASS-COL)
              ADD 1 TO WS-GRAND-COUNT(6)
           END-IF
     END-READ.
*> CLASSIFY-MOVE-PARA compares the grade levels of the old and new
*> designations - the higher the grade on DSG.DAT, the more senior the
*> post, the same reading DESGSUM's seniority mix gives the grades.
 CLASSIFY-MOVE-PARA.
     MOVE AH-FROM-DESG TO DSG-CODE
     PERFORM READ-GRADE-PARA
     MOVE WS-GRADE-FLAG TO WS-FROM-GRADED-FLAG
     IF FROM-GRADED
        MOVE DSG-GRADE TO WS-FROM-GRADE
        MOVE DSG-GRADE TO D-FROM-GRADE
     ELSE
        MOVE '--' TO D-FROM-GRADE
     END-IF
     MOVE AH-TO-DESG TO DSG-CODE
     PERFORM READ-GRADE-PARA
     MOVE WS-GRADE-FLAG TO WS-TO-GRADED-FLAG
     IF TO-GRADED
        MOVE DSG-GRADE TO WS-TO-GRADE
        MOVE DSG-GRADE TO D-TO-GRADE
     ELSE
        MOVE '--' TO D-TO-GRADE
     END-IF
     EVALUATE TRUE
        WHEN AH-FROM-DESG = AH-TO-DESG
           MOVE 'TRANSFER' TO D-CLASS
           MOVE 4 TO WS-CLASS-COL
        WHEN NOT FROM-GRADED OR NOT TO-GRADED
           MOVE 'UNGRADED' TO D-CLASS
           MOVE 5 TO WS-CLASS-COL
        WHEN WS-TO-GRADE > WS-FROM-GRADE
           MOVE 'PROMOTION' TO D-CLASS
           MOVE 1 TO WS-CLASS-COL
        WHEN WS-TO-GRADE = WS-FROM-GRADE
           MOVE 'LATERAL' TO D-CLASS
           MOVE 2 TO WS-CLASS-COL
        WHEN OTHER
           MOVE 'DEMOTION' TO D-CLASS
           MOVE 3 TO WS-CLASS-COL
     END-EVALUATE.
 READ-GRADE-PARA.
     READ DESG-FILE
        INVALID KEY
           MOVE 'N' TO WS-GRADE-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-GRADE-FLAG
     END-READ.
*> TALLY-LOC-PARA and TALLY-GRP-PARA count the move against the row of
*> the location and group it moved into.
 TALLY-LOC-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > WS-LOC-TALLY-COUNT
        IF WS-LT-KEY(LT-IDX) = AH-TO-LOC
           MOVE LT-IDX TO WS-FOUND-IDX
           SET LT-IDX TO WS-LOC-TALLY-COUNT
        END-IF
     END-PERFORM
     IF WS-FOUND-IDX = ZERO
        IF WS-LOC-TALLY-COUNT < 50
           ADD 1 TO WS-LOC-TALLY-COUNT
           MOVE WS-LOC-TALLY-COUNT TO WS-FOUND-IDX
           MOVE AH-TO-LOC TO WS-LT-KEY(WS-FOUND-IDX)
        ELSE
           DISPLAY 'PROMMOVE: MORE THAN 50 LOCATIONS, NOT TOTALLING '
              AH-TO-LOC
        END-IF
     END-IF
     IF WS-FOUND-IDX > ZERO
        ADD 1 TO WS-LT-COUNT(WS-FOUND-IDX, WS-CLASS-COL)
        ADD 1 TO WS-LT-COUNT(WS-FOUND-IDX, 6)
     END-IF.
 TALLY-GRP-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > WS-GRP-TALLY-COUNT
        IF WS-GT-KEY(GT-IDX) = AH-TO-GROUP
           MOVE GT-IDX TO WS-FOUND-IDX
           SET GT-IDX TO WS-GRP-TALLY-COUNT
        END-IF
     END-PERFORM
     IF WS-FOUND-IDX = ZERO
        IF WS-GRP-TALLY-COUNT < 50
           ADD 1 TO WS-GRP-TALLY-COUNT
           MOVE WS-GRP-TALLY-COUNT TO WS-FOUND-IDX
           MOVE AH-TO-GROUP TO WS-GT-KEY(WS-FOUND-IDX)
        ELSE
           DISPLAY 'PROMMOVE: MORE THAN 50 GROUPS, NOT TOTALLING '
              AH-TO-GROUP
        END-IF
     END-IF
     IF WS-FOUND-IDX > ZERO
        ADD 1 TO WS-GT-COUNT(WS-FOUND-IDX, WS-CLASS-COL)
        ADD 1 TO WS-GT-COUNT(WS-FOUND-IDX, 6)
     END-IF.
*>
*> PRINT-TALLIES-PARA starts the counts on a fresh page - by location,
*> then by group, each closed by the grand total for the period.
 PRINT-TALLIES-PARA.
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     PERFORM HEADING-PARA
     MOVE 'MOVES BY RECEIVING LOCATION' TO TH-TITLE
     MOVE 'LOCATION' TO TH-KEY-NAME
     WRITE REPORT-RECORD FROM TALLY-HEADING-LINE1 AFTER 2
     WRITE REPORT-RECORD FROM TALLY-HEADING-LINE2 AFTER 2
     PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > WS-LOC-TALLY-COUNT
        MOVE WS-LT-KEY(LT-IDX)      TO TL-KEY
        MOVE WS-LT-COUNT(LT-IDX, 1) TO TL-PROMOTE
        MOVE WS-LT-COUNT(LT-IDX, 2) TO TL-LATERAL
        MOVE WS-LT-COUNT(LT-IDX, 3) TO TL-DEMOTE
        MOVE WS-LT-COUNT(LT-IDX, 4) TO TL-TRANSFER
        MOVE WS-LT-COUNT(LT-IDX, 5) TO TL-UNGRADED
        MOVE WS-LT-COUNT(LT-IDX, 6) TO TL-TOTAL
        WRITE REPORT-RECORD FROM TALLY-LINE
     END-PERFORM
     PERFORM PRINT-GRAND-TALLY-PARA
     MOVE 'MOVES BY RECEIVING GROUP' TO TH-TITLE
     MOVE 'GROUP' TO TH-KEY-NAME
     WRITE REPORT-RECORD FROM TALLY-HEADING-LINE1 AFTER 2
     WRITE REPORT-RECORD FROM TALLY-HEADING-LINE2 AFTER 2
     PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > WS-GRP-TALLY-COUNT
        MOVE WS-GT-KEY(GT-IDX)      TO TL-KEY
        MOVE WS-GT-COUNT(GT-IDX, 1) TO TL-PROMOTE
        MOVE WS-GT-COUNT(GT-IDX, 2) TO TL-LATERAL
        MOVE WS-GT-COUNT(GT-IDX, 3) TO TL-DEMOTE
        MOVE WS-GT-COUNT(GT-IDX, 4) TO TL-TRANSFER
        MOVE WS-GT-COUNT(GT-IDX, 5) TO TL-UNGRADED
        MOVE WS-GT-COUNT(GT-IDX, 6) TO TL-TOTAL
        WRITE REPORT-RECORD FROM TALLY-LINE
     END-PERFORM
     PERFORM PRINT-GRAND-TALLY-PARA.
 PRINT-GRAND-TALLY-PARA.
     MOVE 'ALL'              TO TL-KEY
     MOVE WS-GRAND-COUNT(1)  TO TL-PROMOTE
     MOVE WS-GRAND-COUNT(2)  TO TL-LATERAL
     MOVE WS-GRAND-COUNT(3)  TO TL-DEMOTE
     MOVE WS-GRAND-COUNT(4)  TO TL-TRANSFER
     MOVE WS-GRAND-COUNT(5)  TO TL-UNGRADED
     MOVE WS-GRAND-COUNT(6)  TO TL-TOTAL
     WRITE REPORT-RECORD FROM TALLY-LINE AFTER 2.
*>
 TERM-PARA.
     PERFORM PRINT-TALLIES-PARA
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'PROMMOVE: MOVES LISTED    : ' WS-MOVE-COUNT
     DISPLAY 'PROMMOVE: PROMOTIONS      : ' WS-GRAND-COUNT(1)
     DISPLAY 'PROMMOVE: LATERAL MOVES   : ' WS-GRAND-COUNT(2)
     DISPLAY 'PROMMOVE: DEMOTIONS       : ' WS-GRAND-COUNT(3)
     IF ASG-IS-OPEN
        CLOSE ASSIGN-HIST-FILE
     END-IF
     CLOSE DESG-FILE.
     CLOSE REPORT-FILE.
