 IDENTIFICATION DIVISION.
 PROGRAM-ID. SPANCTL.
*> Span-of-control report - for every working employee who has anyone
*> reporting to them on EMP-MGR-CODE, the heads and FTE reporting to
*> them directly and in total (everyone below them down the line), so
*> a manager with twenty people under a single lead, or fourteen
*> direct reports, shows up without drawing the chart. Working staff
*> (active and on leave) are taken off the master in location /
*> employee order, as ORGCHART takes them, and each head is credited
*> up the line to every manager above them; FTE is the EMP-FTE factor,
*> so two half-time posts count as one. Anyone whose line up does not
*> end within WS-MAX-CHAIN-DEPTH steps is in (or under) a reporting
*> loop - they are counted apart and credited to nobody. The listing
*> (SPANCTL.REP) ends with a count of the heads with no working
*> manager at all.
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
     SELECT WORK-FILE ASSIGN TO 'SPNWRK.DAT'.
     SELECT SPAN-EMP-FILE ASSIGN TO 'SPNSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'SPANCTL.REP'
     FILE STATUS  IS WS-REP-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
 SD  WORK-FILE.
 01  WORK-RECORD.
     03  WS-SRT-CODE     PIC 9(06).
     03  FILLER          PIC X(40).
     03  WS-SRT-LOC      PIC A(03).
     03  FILLER          PIC X(51).
 FD SPAN-EMP-FILE.
 01 SPAN-EMP-RECORD.
    03 SS-EMP-CODE    PIC 9(06).
    03 SS-EMP-NAME    PIC X(15).
    03 SS-EMP-GROUP   PIC X(10).
    03 SS-EMP-DESG    PIC X(15).
    03 SS-EMP-LOC     PIC X(03).
    03 SS-EMP-STATUS  PIC X(01).
    03 FILLER         PIC X(33).
    03 SS-EMP-FTE     PIC 9V99.
    03 SS-EMP-MGR     PIC X(06).
    03 FILLER         PIC X(08).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(28) VALUE SPACES.
     03  FILLER      PIC X(24) VALUE 'SPAN OF CONTROL REPORT'.
     03  FILLER      PIC X(22) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
 01  HEADING-LINE2.
     03  FILLER      PIC X(50) VALUE SPACES.
     03  FILLER      PIC X(14) VALUE '--- DIRECT ---'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(14) VALUE '--- TOTAL ----'.
 01  HEADING-LINE3.
     03  FILLER      PIC X(08) VALUE 'MGR CODE'.
     03  FILLER      PIC X(17) VALUE ' NAME'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(05) VALUE 'LOC'.
     03  FILLER      PIC X(03) VALUE 'S'.
     03  FILLER      PIC X(06) VALUE 'HEADS'.
     03  FILLER      PIC X(10) VALUE '     FTE'.
     03  FILLER      PIC X(06) VALUE 'HEADS'.
     03  FILLER      PIC X(08) VALUE '     FTE'.
 01  DETAIL-LINE.
     03  D-MGR-CODE     PIC 9(06).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MGR-NAME     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MGR-DESG     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MGR-LOC      PIC X(03).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MGR-STATUS   PIC X(01).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-DIRECT-HEADS PIC ZZZZ9.
     03  FILLER         PIC X(01) VALUE SPACES.
     03  D-DIRECT-FTE   PIC ZZZZ9.99.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-TOTAL-HEADS  PIC ZZZZ9.
     03  FILLER         PIC X(01) VALUE SPACES.
     03  D-TOTAL-FTE    PIC ZZZZ9.99.
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  T-LABEL      PIC X(35).
     03  T-COUNT      PIC ZZZZ9.
     03  FILLER       PIC X(35) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
*> the working staff in location / employee order, each carrying the
*> direct and total counts credited to them. Same 9999 ceiling as the
*> other code tables in the suite.
 01  WS-SPAN-TABLE.
     03  WS-SPAN-ENTRY    OCCURS 9999 TIMES INDEXED BY SPAN-IDX.
         05  WS-SPN-CODE          PIC 9(06).
         05  WS-SPN-NAME          PIC X(15).
         05  WS-SPN-DESG          PIC X(15).
         05  WS-SPN-LOC           PIC X(03).
         05  WS-SPN-STATUS        PIC X(01).
         05  WS-SPN-FTE           PIC 9V99.
         05  WS-SPN-MGR           PIC 9(06).
         05  WS-SPN-DIRECT-HEADS  PIC 9(05).
         05  WS-SPN-DIRECT-FTE    PIC 9(05)V99.
         05  WS-SPN-TOTAL-HEADS   PIC 9(05).
         05  WS-SPN-TOTAL-FTE     PIC 9(05)V99.
 01  WS-SPAN-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-DROPPED-COUNT     PIC 9(04)   VALUE ZERO.
 01  WS-EMP-SUB           PIC 9(04)   VALUE ZERO.
 01  WS-FIND-CODE         PIC 9(06)   VALUE ZERO.
 01  WS-FOUND-IDX         PIC 9(04)   VALUE ZERO.
 01  WS-CHAIN-DEPTH       PIC 9(04)   VALUE ZERO.
 01  WS-MAX-CHAIN-DEPTH   PIC 9(04)   VALUE 50.
 01  WS-CHAIN-FLAG        PIC X(01)   VALUE 'N'.
     88  CHAIN-ENDED                   VALUE 'Y'.
     88  CHAIN-LOOPED                  VALUE 'L'.
 01  WS-CREDIT-FLAG       PIC X(01)   VALUE 'N'.
     88  CREDIT-PASS                   VALUE 'Y'.
 01  WS-MANAGER-COUNT     PIC 9(05)   VALUE ZERO.
 01  WS-NO-MGR-COUNT      PIC 9(05)   VALUE ZERO.
 01  WS-LOOP-COUNT        PIC 9(05)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM SORT-PARA
     PERFORM LOAD-PARA
     PERFORM CREDIT-PARA
     PERFORM HEADING-PARA
     PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-SPAN-COUNT
        IF WS-SPN-DIRECT-HEADS(WS-EMP-SUB) > ZERO
           PERFORM PRINT-MANAGER-PARA
        END-IF
     END-PERFORM
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'SPANCTL ABEND: UNABLE TO OPEN SPANCTL.REP, STATUS='
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
     WRITE REPORT-RECORD FROM HEADING-LINE3
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*> SORT-PARA puts the master into location / employee order on a plain
*> sequential extract, as ORGCHART does.
 SORT-PARA.
     SORT WORK-FILE
        ON ASCENDING KEY WS-SRT-LOC
        ON ASCENDING KEY WS-SRT-CODE
        USING EMPLOYEE-FILE
        GIVING SPAN-EMP-FILE.
*> LOAD-PARA keeps the working staff only. A manager code that is blank
*> or not numeric is held as zero, i.e. no manager set.
 LOAD-PARA.
     OPEN INPUT SPAN-EMP-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'SPANCTL ABEND: UNABLE TO OPEN SPNSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM LOAD-ONE-PARA UNTIL END-OF-SCAN
     CLOSE SPAN-EMP-FILE.
 LOAD-ONE-PARA.
     READ SPAN-EMP-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF SS-EMP-STATUS = 'A' OR SS-EMP-STATUS = 'L'
              IF WS-SPAN-COUNT < 9999
                 ADD 1 TO WS-SPAN-COUNT
                 MOVE SS-EMP-CODE   TO WS-SPN-CODE(WS-SPAN-COUNT)
                 MOVE SS-EMP-NAME   TO WS-SPN-NAME(WS-SPAN-COUNT)
                 MOVE SS-EMP-DESG   TO WS-SPN-DESG(WS-SPAN-COUNT)
                 MOVE SS-EMP-LOC    TO WS-SPN-LOC(WS-SPAN-COUNT)
                 MOVE SS-EMP-STATUS TO WS-SPN-STATUS(WS-SPAN-COUNT)
                 IF SS-EMP-FTE NUMERIC AND SS-EMP-FTE > ZERO
                    MOVE SS-EMP-FTE TO WS-SPN-FTE(WS-SPAN-COUNT)
                 ELSE
                    MOVE 1.00 TO WS-SPN-FTE(WS-SPAN-COUNT)
                 END-IF
                 IF SS-EMP-MGR NUMERIC
                    MOVE SS-EMP-MGR TO WS-SPN-MGR(WS-SPAN-COUNT)
                 ELSE
                    MOVE ZERO TO WS-SPN-MGR(WS-SPAN-COUNT)
                 END-IF
                 MOVE ZERO TO WS-SPN-DIRECT-HEADS(WS-SPAN-COUNT)
                 MOVE ZERO TO WS-SPN-DIRECT-FTE(WS-SPAN-COUNT)
                 MOVE ZERO TO WS-SPN-TOTAL-HEADS(WS-SPAN-COUNT)
                 MOVE ZERO TO WS-SPN-TOTAL-FTE(WS-SPAN-COUNT)
              ELSE
                 DISPLAY 'SPANCTL: TABLE FULL, DROPPING ' SS-EMP-CODE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF
     END-READ.
*> CREDIT-PARA walks each head's line upward twice - once to prove it
*> ends (at nobody, or at a manager who is not working) within
*> WS-MAX-CHAIN-DEPTH steps without coming back round, and only then
*> again to credit the head to the first manager as a direct report and
*> to every manager met as one of their total.
 CREDIT-PARA.
     PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-SPAN-COUNT
        IF WS-SPN-MGR(WS-EMP-SUB) = ZERO
           ADD 1 TO WS-NO-MGR-COUNT
        ELSE
           MOVE WS-SPN-MGR(WS-EMP-SUB) TO WS-FIND-CODE
           PERFORM FIND-CODE-PARA
           IF WS-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-MGR-COUNT
           ELSE
              MOVE 'N' TO WS-CREDIT-FLAG
              PERFORM WALK-CHAIN-PARA
              IF CHAIN-LOOPED
                 ADD 1 TO WS-LOOP-COUNT
              ELSE
                 MOVE 'Y' TO WS-CREDIT-FLAG
                 PERFORM WALK-CHAIN-PARA
              END-IF
           END-IF
        END-IF
     END-PERFORM.
*> WALK-CHAIN-PARA follows the line up from the head at WS-EMP-SUB.
*> On the crediting pass every manager met is given the head; the
*> first is given them as a direct report too.
 WALK-CHAIN-PARA.
     MOVE 'N' TO WS-CHAIN-FLAG
     MOVE ZERO TO WS-CHAIN-DEPTH
     MOVE WS-SPN-MGR(WS-EMP-SUB) TO WS-FIND-CODE
     PERFORM UNTIL CHAIN-ENDED OR CHAIN-LOOPED
        IF WS-FIND-CODE = ZERO
           MOVE 'Y' TO WS-CHAIN-FLAG
        ELSE
           IF WS-FIND-CODE = WS-SPN-CODE(WS-EMP-SUB)
              OR WS-CHAIN-DEPTH >= WS-MAX-CHAIN-DEPTH
              MOVE 'L' TO WS-CHAIN-FLAG
           ELSE
              PERFORM FIND-CODE-PARA
              IF WS-FOUND-IDX = ZERO
                 MOVE 'Y' TO WS-CHAIN-FLAG
              ELSE
                 ADD 1 TO WS-CHAIN-DEPTH
                 IF CREDIT-PASS
                    PERFORM CREDIT-ONE-PARA
                 END-IF
                 MOVE WS-SPN-MGR(WS-FOUND-IDX) TO WS-FIND-CODE
              END-IF
           END-IF
        END-IF
     END-PERFORM.
 CREDIT-ONE-PARA.
     IF WS-CHAIN-DEPTH = 1
        ADD 1 TO WS-SPN-DIRECT-HEADS(WS-FOUND-IDX)
        ADD WS-SPN-FTE(WS-EMP-SUB) TO WS-SPN-DIRECT-FTE(WS-FOUND-IDX)
     END-IF
     ADD 1 TO WS-SPN-TOTAL-HEADS(WS-FOUND-IDX)
     ADD WS-SPN-FTE(WS-EMP-SUB) TO WS-SPN-TOTAL-FTE(WS-FOUND-IDX).
*> FIND-CODE-PARA looks WS-FIND-CODE up across the whole table;
*> WS-FOUND-IDX is zero when the code is not among the working staff.
 FIND-CODE-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING SPAN-IDX FROM 1 BY 1
               UNTIL SPAN-IDX > WS-SPAN-COUNT
        IF WS-SPN-CODE(SPAN-IDX) = WS-FIND-CODE
           SET WS-FOUND-IDX TO SPAN-IDX
           SET SPAN-IDX TO WS-SPAN-COUNT
        END-IF
     END-PERFORM.
*>
 PRINT-MANAGER-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE WS-SPN-CODE(WS-EMP-SUB)         TO D-MGR-CODE
     MOVE WS-SPN-NAME(WS-EMP-SUB)         TO D-MGR-NAME
     MOVE WS-SPN-DESG(WS-EMP-SUB)         TO D-MGR-DESG
     MOVE WS-SPN-LOC(WS-EMP-SUB)          TO D-MGR-LOC
     MOVE WS-SPN-STATUS(WS-EMP-SUB)       TO D-MGR-STATUS
     MOVE WS-SPN-DIRECT-HEADS(WS-EMP-SUB) TO D-DIRECT-HEADS
     MOVE WS-SPN-DIRECT-FTE(WS-EMP-SUB)   TO D-DIRECT-FTE
     MOVE WS-SPN-TOTAL-HEADS(WS-EMP-SUB)  TO D-TOTAL-HEADS
     MOVE WS-SPN-TOTAL-FTE(WS-EMP-SUB)    TO D-TOTAL-FTE
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT
     ADD 1 TO WS-MANAGER-COUNT.
*>
 TERM-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'MANAGERS LISTED                   :' TO T-LABEL
     MOVE WS-MANAGER-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'WORKING STAFF                     :' TO T-LABEL
     MOVE WS-SPAN-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'STAFF WITH NO WORKING MANAGER     :' TO T-LABEL
     MOVE WS-NO-MGR-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'STAFF IN A REPORTING LOOP         :' TO T-LABEL
     MOVE WS-LOOP-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'SPANCTL: MANAGERS LISTED : ' WS-MANAGER-COUNT
     DISPLAY 'SPANCTL: IN A LOOP       : ' WS-LOOP-COUNT
     IF WS-LOOP-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
     END-IF
     CLOSE REPORT-FILE.
