 IDENTIFICATION DIVISION.
 PROGRAM-ID. ORGCHART.
*> Organisation chart report - draws the reporting lines held in
*> EMP-MGR-CODE as an indented tree, one location to a page
*> (ORGCHART.REP). Working staff (active and on leave) are taken off the
*> master in location / employee order, as STAFFCST sorts it. At each
*> location the chart starts from every head whose manager is not on
*> the same site's tree - nobody set, a manager who is no longer
*> working, or a manager at another location, which is shown against
*> the name - and lists each person's direct reports beneath them, three
*> columns further in per level. Anyone still not drawn once the trees
*> are done can only sit in (or under) a reporting loop; they are
*> listed under their own caption so the line can be put right through
*> EMPMAINT or EMPBATCH function M.
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
     SELECT WORK-FILE ASSIGN TO 'ORGWRK.DAT'.
     SELECT ORG-EMP-FILE ASSIGN TO 'ORGSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT LOCATION-FILE ASSIGN TO 'LOC.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS LOC-CODE
     ALTERNATE RECORD KEY IS LOC-CITY WITH DUPLICATES
     FILE STATUS  IS WS-LOC-STAT.
     SELECT REPORT-FILE ASSIGN TO 'ORGCHART.REP'
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
 FD ORG-EMP-FILE.
 01 ORG-EMP-RECORD.
    03 SO-EMP-CODE    PIC 9(06).
    03 SO-EMP-NAME    PIC X(15).
    03 SO-EMP-GROUP   PIC X(10).
    03 SO-EMP-DESG    PIC X(15).
    03 SO-EMP-LOC     PIC X(03).
    03 SO-EMP-STATUS  PIC X(01).
    03 FILLER         PIC X(36).
    03 SO-EMP-MGR     PIC X(06).
    03 FILLER         PIC X(08).
     COPY LOC02.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(20) VALUE SPACES.
     03  FILLER      PIC X(21) VALUE 'ORGANISATION CHART - '.
     03  H-LOC-CODE  PIC X(03).
     03  FILLER      PIC X(01) VALUE SPACES.
     03  H-LOC-CITY  PIC X(15).
     03  FILLER      PIC X(14) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
 01  HEADING-LINE2.
     03  FILLER      PIC X(08) VALUE 'EMP CODE'.
     03  FILLER      PIC X(47) VALUE 'REPORTING LINE'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(08) VALUE 'STATUS'.
 01  DETAIL-LINE.
     03  D-EMP-CODE   PIC 9(06).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-TREE       PIC X(45).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EMP-DESG   PIC X(15).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-STATUS     PIC X(08).
 01  CAPTION-LINE.
     03  FILLER       PIC X(08) VALUE SPACES.
     03  C-CAPTION    PIC X(50).
     03  FILLER       PIC X(22) VALUE SPACES.
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
 01  WS-LOC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
*> the working staff in location / employee order - one location's
*> heads sit together between WS-LOC-FIRST and WS-LOC-LAST. Same 9999
*> ceiling as the other code tables in the suite.
 01  WS-ORG-TABLE.
     03  WS-ORG-ENTRY     OCCURS 9999 TIMES INDEXED BY ORG-IDX.
         05  WS-ORG-CODE      PIC 9(06).
         05  WS-ORG-NAME      PIC X(15).
         05  WS-ORG-DESG      PIC X(15).
         05  WS-ORG-LOC       PIC X(03).
         05  WS-ORG-STATUS    PIC X(01).
         05  WS-ORG-MGR       PIC 9(06).
         05  WS-ORG-DRAWN     PIC X(01).
 01  WS-ORG-COUNT         PIC 9(04)   VALUE ZERO.
 01  WS-DROPPED-COUNT     PIC 9(04)   VALUE ZERO.
*> the walk down one tree keeps its own stack of the heads still being
*> worked through and where the search for their next report resumes;
*> no tree can be deeper than the table is long.
 01  WS-STACK-TABLE.
     03  WS-STACK-ENTRY   OCCURS 9999 TIMES.
         05  WS-STK-NODE      PIC 9(04).
         05  WS-STK-NEXT      PIC 9(04).
 01  WS-STACK-PTR         PIC 9(04)   VALUE ZERO.
 01  WS-LOC-FIRST         PIC 9(04)   VALUE ZERO.
 01  WS-LOC-LAST          PIC 9(04)   VALUE ZERO.
 01  WS-CUR-LOC           PIC X(03)   VALUE SPACES.
 01  WS-ROOT              PIC 9(04)   VALUE ZERO.
 01  WS-NODE              PIC 9(04)   VALUE ZERO.
 01  WS-PARENT            PIC 9(04)   VALUE ZERO.
 01  WS-CHILD             PIC 9(04)   VALUE ZERO.
 01  WS-SUB               PIC 9(04)   VALUE ZERO.
 01  WS-DEPTH             PIC 9(04)   VALUE ZERO.
 01  WS-INDENT            PIC 9(04)   VALUE ZERO.
 01  WS-MAX-INDENT-LEVEL  PIC 9(04)   VALUE 10.
 01  WS-NODE-NOTE         PIC X(29)   VALUE SPACES.
 01  WS-FIND-CODE         PIC 9(06)   VALUE ZERO.
 01  WS-FOUND-IDX         PIC 9(04)   VALUE ZERO.
 01  WS-ROOT-FLAG         PIC X(01)   VALUE 'N'.
     88  NODE-IS-ROOT                  VALUE 'Y'.
 01  WS-LOC-HEADS         PIC 9(05)   VALUE ZERO.
 01  WS-LOC-LOOPS         PIC 9(05)   VALUE ZERO.
 01  WS-LOC-LISTED        PIC 9(05)   VALUE ZERO.
 01  WS-TOT-HEADS         PIC 9(05)   VALUE ZERO.
 01  WS-TOT-LOOPS         PIC 9(05)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM SORT-PARA
     PERFORM LOAD-PARA
     MOVE 1 TO WS-LOC-FIRST
     PERFORM CHART-LOCATION-PARA UNTIL WS-LOC-FIRST > WS-ORG-COUNT
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     OPEN INPUT LOCATION-FILE
     IF NOT OPEN-SUCCESS IN WS-LOC-STAT
        DISPLAY 'ORGCHART ABEND: UNABLE TO OPEN LOC.DAT, STATUS=' WS-LOC-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'ORGCHART ABEND: UNABLE TO OPEN ORGCHART.REP, STATUS='
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
*> SORT-PARA puts the master into location / employee order on a plain
*> sequential extract, as STAFFCST does.
 SORT-PARA.
     SORT WORK-FILE
        ON ASCENDING KEY WS-SRT-LOC
        ON ASCENDING KEY WS-SRT-CODE
        USING EMPLOYEE-FILE
        GIVING ORG-EMP-FILE.
*> LOAD-PARA keeps the working staff only - a leaver is on nobody's
*> chart. A manager code that is blank or not numeric is held as zero,
*> i.e. no manager set.
 LOAD-PARA.
     OPEN INPUT ORG-EMP-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'ORGCHART ABEND: UNABLE TO OPEN ORGSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM LOAD-ONE-PARA UNTIL END-OF-SCAN
     CLOSE ORG-EMP-FILE.
 LOAD-ONE-PARA.
     READ ORG-EMP-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF SO-EMP-STATUS = 'A' OR SO-EMP-STATUS = 'L'
              IF WS-ORG-COUNT < 9999
                 ADD 1 TO WS-ORG-COUNT
                 MOVE SO-EMP-CODE   TO WS-ORG-CODE(WS-ORG-COUNT)
                 MOVE SO-EMP-NAME   TO WS-ORG-NAME(WS-ORG-COUNT)
                 MOVE SO-EMP-DESG   TO WS-ORG-DESG(WS-ORG-COUNT)
                 MOVE SO-EMP-LOC    TO WS-ORG-LOC(WS-ORG-COUNT)
                 MOVE SO-EMP-STATUS TO WS-ORG-STATUS(WS-ORG-COUNT)
                 IF SO-EMP-MGR NUMERIC
                    MOVE SO-EMP-MGR TO WS-ORG-MGR(WS-ORG-COUNT)
                 ELSE
                    MOVE ZERO TO WS-ORG-MGR(WS-ORG-COUNT)
                 END-IF
                 MOVE 'N' TO WS-ORG-DRAWN(WS-ORG-COUNT)
              ELSE
                 DISPLAY 'ORGCHART: TABLE FULL, DROPPING ' SO-EMP-CODE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF
     END-READ.
*> CHART-LOCATION-PARA finds the run of table entries for the location
*> at WS-LOC-FIRST, starts it on a fresh page, draws a tree from each
*> head whose manager is not on this site's chart, then lists whatever
*> is left over as caught in a reporting loop.
 CHART-LOCATION-PARA.
     MOVE WS-ORG-LOC(WS-LOC-FIRST) TO WS-CUR-LOC
     MOVE WS-LOC-FIRST TO WS-LOC-LAST
     PERFORM VARYING WS-SUB FROM WS-LOC-FIRST BY 1
               UNTIL WS-SUB > WS-ORG-COUNT
        IF WS-ORG-LOC(WS-SUB) = WS-CUR-LOC
           MOVE WS-SUB TO WS-LOC-LAST
        ELSE
           MOVE WS-ORG-COUNT TO WS-SUB
        END-IF
     END-PERFORM
     MOVE WS-CUR-LOC TO H-LOC-CODE
     MOVE WS-CUR-LOC TO LOC-CODE
     READ LOCATION-FILE
        INVALID KEY
           MOVE 'NOT ON LOC.DAT' TO H-LOC-CITY
        NOT INVALID KEY
           MOVE LOC-CITY TO H-LOC-CITY
     END-READ
     IF PAGE-COUNT > ZERO
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     END-IF
     PERFORM HEADING-PARA
     MOVE ZERO TO WS-LOC-HEADS
     MOVE ZERO TO WS-LOC-LOOPS
     PERFORM VARYING WS-ROOT FROM WS-LOC-FIRST BY 1
               UNTIL WS-ROOT > WS-LOC-LAST
        IF WS-ORG-DRAWN(WS-ROOT) NOT = 'Y'
           PERFORM CHECK-ROOT-PARA
           IF NODE-IS-ROOT
              PERFORM DRAW-TREE-PARA
           END-IF
        END-IF
     END-PERFORM
     MOVE ZERO TO WS-LOC-LISTED
     PERFORM VARYING WS-NODE FROM WS-LOC-FIRST BY 1
               UNTIL WS-NODE > WS-LOC-LAST
        IF WS-ORG-DRAWN(WS-NODE) NOT = 'Y'
           PERFORM LIST-LOOP-PARA
        END-IF
     END-PERFORM
     PERFORM LOCATION-TOTAL-PARA
     COMPUTE WS-LOC-FIRST = WS-LOC-LAST + 1.
*> CHECK-ROOT-PARA decides whether the head at WS-ROOT starts a tree of
*> its own, and if so what to print beside the name.
 CHECK-ROOT-PARA.
     MOVE 'N' TO WS-ROOT-FLAG
     MOVE SPACES TO WS-NODE-NOTE
     IF WS-ORG-MGR(WS-ROOT) = ZERO
        MOVE 'Y' TO WS-ROOT-FLAG
     ELSE
        MOVE WS-ORG-MGR(WS-ROOT) TO WS-FIND-CODE
        PERFORM FIND-CODE-PARA
        IF WS-FOUND-IDX = ZERO
           MOVE 'Y' TO WS-ROOT-FLAG
           STRING '(MANAGER ' DELIMITED BY SIZE
                  WS-FIND-CODE DELIMITED BY SIZE
                  ' NOT ACTIVE)' DELIMITED BY SIZE
             INTO WS-NODE-NOTE
           END-STRING
        ELSE
           IF WS-ORG-LOC(WS-FOUND-IDX) NOT = WS-CUR-LOC
              MOVE 'Y' TO WS-ROOT-FLAG
              STRING '(REPORTS TO ' DELIMITED BY SIZE
                     WS-FIND-CODE DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     WS-ORG-LOC(WS-FOUND-IDX) DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                INTO WS-NODE-NOTE
              END-STRING
           END-IF
        END-IF
     END-IF.
*> FIND-CODE-PARA looks WS-FIND-CODE up across the whole table (a
*> manager may sit at another location); WS-FOUND-IDX is zero when the
*> code is not among the working staff.
 FIND-CODE-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING ORG-IDX FROM 1 BY 1
               UNTIL ORG-IDX > WS-ORG-COUNT
        IF WS-ORG-CODE(ORG-IDX) = WS-FIND-CODE
           SET WS-FOUND-IDX TO ORG-IDX
           SET ORG-IDX TO WS-ORG-COUNT
        END-IF
     END-PERFORM.
*> DRAW-TREE-PARA prints the root, then walks down its tree depth
*> first: the head on top of the stack has its next undrawn report at
*> this location printed one level in and pushed, and is popped once
*> it has none left.
 DRAW-TREE-PARA.
     MOVE WS-ROOT TO WS-NODE
     MOVE ZERO TO WS-DEPTH
     PERFORM PRINT-NODE-PARA
     MOVE 1 TO WS-STACK-PTR
     MOVE WS-ROOT TO WS-STK-NODE(1)
     MOVE WS-LOC-FIRST TO WS-STK-NEXT(1)
     PERFORM WALK-TREE-PARA UNTIL WS-STACK-PTR = ZERO.
 WALK-TREE-PARA.
     MOVE WS-STK-NODE(WS-STACK-PTR) TO WS-PARENT
     MOVE ZERO TO WS-CHILD
     PERFORM VARYING WS-SUB FROM WS-STK-NEXT(WS-STACK-PTR) BY 1
               UNTIL WS-SUB > WS-LOC-LAST
        IF WS-ORG-MGR(WS-SUB) = WS-ORG-CODE(WS-PARENT)
           AND WS-ORG-DRAWN(WS-SUB) NOT = 'Y'
           MOVE WS-SUB TO WS-CHILD
           MOVE WS-LOC-LAST TO WS-SUB
        END-IF
     END-PERFORM
     IF WS-CHILD = ZERO
        SUBTRACT 1 FROM WS-STACK-PTR
     ELSE
        COMPUTE WS-STK-NEXT(WS-STACK-PTR) = WS-CHILD + 1
        MOVE WS-CHILD TO WS-NODE
        MOVE WS-STACK-PTR TO WS-DEPTH
        MOVE SPACES TO WS-NODE-NOTE
        PERFORM PRINT-NODE-PARA
        ADD 1 TO WS-STACK-PTR
        MOVE WS-CHILD TO WS-STK-NODE(WS-STACK-PTR)
        MOVE WS-LOC-FIRST TO WS-STK-NEXT(WS-STACK-PTR)
     END-IF.
*> PRINT-NODE-PARA prints the head at WS-NODE at WS-DEPTH levels in.
*> Past WS-MAX-INDENT-LEVEL the indent stops growing so the name still
*> fits the column; a note is only ever set on a root, so it always
*> has the space after the name.
 PRINT-NODE-PARA.
     MOVE 'Y' TO WS-ORG-DRAWN(WS-NODE)
     ADD 1 TO WS-LOC-HEADS
     IF WS-DEPTH > WS-MAX-INDENT-LEVEL
        COMPUTE WS-INDENT = WS-MAX-INDENT-LEVEL * 3 + 1
     ELSE
        COMPUTE WS-INDENT = WS-DEPTH * 3 + 1
     END-IF
     MOVE SPACES TO D-TREE
     MOVE WS-ORG-NAME(WS-NODE) TO D-TREE(WS-INDENT:15)
     IF WS-NODE-NOTE NOT = SPACES
        MOVE WS-NODE-NOTE TO D-TREE(17:29)
     END-IF
     PERFORM WRITE-NODE-PARA.
 WRITE-NODE-PARA.
     MOVE WS-ORG-CODE(WS-NODE) TO D-EMP-CODE
     MOVE WS-ORG-DESG(WS-NODE) TO D-EMP-DESG
     IF WS-ORG-STATUS(WS-NODE) = 'L'
        MOVE 'ON LEAVE' TO D-STATUS
     ELSE
        MOVE SPACES TO D-STATUS
     END-IF
     PERFORM PAGE-CHECK-PARA
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> LIST-LOOP-PARA prints a head the trees never reached, with the
*> manager they point at, under a caption printed before the first.
 LIST-LOOP-PARA.
     IF WS-LOC-LISTED = ZERO
        PERFORM PAGE-CHECK-PARA
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE 'CAUGHT IN A REPORTING LOOP - NOT ON ANY TREE' TO C-CAPTION
        WRITE REPORT-RECORD FROM CAPTION-LINE
        ADD 2 TO LINE-COUNT
     END-IF
     ADD 1 TO WS-LOC-LISTED
     ADD 1 TO WS-LOC-LOOPS
     MOVE 'Y' TO WS-ORG-DRAWN(WS-NODE)
     MOVE SPACES TO D-TREE
     MOVE WS-ORG-NAME(WS-NODE) TO D-TREE(1:15)
     MOVE SPACES TO WS-NODE-NOTE
     STRING '(REPORTS TO ' DELIMITED BY SIZE
            WS-ORG-MGR(WS-NODE) DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
       INTO WS-NODE-NOTE
     END-STRING
     MOVE WS-NODE-NOTE TO D-TREE(17:29)
     PERFORM WRITE-NODE-PARA.
 LOCATION-TOTAL-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'HEADS ON CHART                    :' TO T-LABEL
     MOVE WS-LOC-HEADS TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'HEADS IN A REPORTING LOOP         :' TO T-LABEL
     MOVE WS-LOC-LOOPS TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     ADD 3 TO LINE-COUNT
     ADD WS-LOC-HEADS TO WS-TOT-HEADS
     ADD WS-LOC-LOOPS TO WS-TOT-LOOPS.
*>
 TERM-PARA.
     IF PAGE-COUNT = ZERO
        MOVE SPACES TO H-LOC-CODE
        MOVE SPACES TO H-LOC-CITY
        PERFORM HEADING-PARA
        MOVE 'NO WORKING STAFF ON EMPFILE.DAT' TO C-CAPTION
        WRITE REPORT-RECORD FROM CAPTION-LINE
     END-IF
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'ORGCHART: HEADS CHARTED  : ' WS-TOT-HEADS
     DISPLAY 'ORGCHART: IN A LOOP      : ' WS-TOT-LOOPS
     IF WS-TOT-LOOPS > ZERO OR WS-DROPPED-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
     END-IF
     CLOSE LOCATION-FILE
     CLOSE REPORT-FILE.
