 IDENTIFICATION DIVISION.
 PROGRAM-ID. APRAGE.
*> Approval queue ageing report - lists every item on APPROVQ.DAT that
*> is still waiting for a checker, oldest first, with its age in days,
*> and totals the backlog into age bands, so a termination or transfer
*> left sitting on the queue is chased instead of silently never
*> reaching the master. Run as a NIGHTRUN step; a queue that does not
*> exist yet simply means nothing is waiting.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT APPROVAL-FILE ASSIGN TO 'APPROVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS AQ-ITEM-NO
     FILE STATUS  IS WS-APR-STAT.
     SELECT REPORT-FILE ASSIGN TO 'APRAGE.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-RUNLOG-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY APR01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(85).
     COPY RUNLOG01.
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(32) VALUE 'APPROVAL QUEUE - ITEMS PENDING'.
     03  FILLER      PIC X(14) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(08) VALUE 'ITEM'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(22) VALUE 'ACTION'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(10) VALUE 'KEY'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'MAKER'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'QUEUED'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'AGE DAYS'.
 01  DETAIL-LINE.
     03  D-ITEM-NO      PIC 9(08).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-ACTION       PIC X(22).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-KEY          PIC X(10).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MAKER        PIC X(08).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-MAKE-DATE    PIC 9(08).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  D-AGE-DAYS     PIC ZZZZ9.
 01  BAND-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  B-BAND-DESC    PIC X(22).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  B-BAND-COUNT   PIC ZZZZ9.
 01  TOTAL-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  FILLER         PIC X(22) VALUE 'TOTAL ITEMS PENDING'.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  T-PENDING      PIC ZZZZ9.
 01  NONE-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  FILLER         PIC X(40)
            VALUE 'NO ITEMS ARE AWAITING APPROVAL'.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 20.
     03  WS-READ-COUNT    PIC 9(05)   VALUE ZERO.
     03  WS-PENDING-COUNT PIC 9(05)   VALUE ZERO.
*> age bands - an item is counted in the first band whose upper limit
*> its age does not exceed; the last band catches everything older.
 01  WS-BAND-TABLE.
     03  WS-BAND-ENTRY OCCURS 4 TIMES INDEXED BY BAND-IDX.
         05  WS-BAND-LIMIT    PIC 9(05).
         05  WS-BAND-DESC     PIC X(22).
         05  WS-BAND-COUNT    PIC 9(05).
 01  WS-APR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-QUEUE-OPEN-FLAG   PIC X(01)   VALUE 'N'.
     88  QUEUE-IS-OPEN                 VALUE 'Y'.
 01  WS-TODAY-INT         PIC 9(08)   VALUE ZERO.
 01  WS-AGE-DAYS          PIC 9(05)   VALUE ZERO.
 01  WS-RUNLOG-STAT       PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-RUNLOG-OPEN-FLAG  PIC X(01)   VALUE 'N'.
     88  RUNLOG-IS-OPEN                VALUE 'Y'.
 01  WS-RUNLOG-EVENT      PIC X(05)   VALUE SPACES.
 01  WS-RUNLOG-RC         PIC 9(02)   VALUE ZERO.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM HEADING-PARA
     PERFORM PRINT-PARA UNTIL END-OF-SCAN
     PERFORM TERM-PARA
     GOBACK.
*>
 INIT-PARA.
     PERFORM OPEN-RUNLOG-PARA
     PERFORM WRITE-RUNLOG-START-PARA
     MOVE 2     TO WS-BAND-LIMIT(1)
     MOVE '0 - 2 DAYS'        TO WS-BAND-DESC(1)
     MOVE 7     TO WS-BAND-LIMIT(2)
     MOVE '3 - 7 DAYS'        TO WS-BAND-DESC(2)
     MOVE 30    TO WS-BAND-LIMIT(3)
     MOVE '8 - 30 DAYS'       TO WS-BAND-DESC(3)
     MOVE 99999 TO WS-BAND-LIMIT(4)
     MOVE 'OVER 30 DAYS'      TO WS-BAND-DESC(4)
     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
        MOVE ZERO TO WS-BAND-COUNT(BAND-IDX)
     END-PERFORM
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'APRAGE ABEND: UNABLE TO OPEN APRAGE.REP, STATUS=' WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT APPROVAL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-APR-STAT
        DISPLAY 'APRAGE: NO APPROVAL QUEUE ON FILE'
        MOVE 'Y' TO WS-SCAN-FLAG
     ELSE
        IF NOT OPEN-SUCCESS IN WS-APR-STAT
           DISPLAY 'APRAGE ABEND: UNABLE TO OPEN APPROVQ.DAT, STATUS='
              WS-APR-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE 'Y' TO WS-QUEUE-OPEN-FLAG
*> item zero is the queue's control record, not an item.
        MOVE 1 TO AQ-ITEM-NO
        START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-NO
           INVALID KEY
              MOVE 'Y' TO WS-SCAN-FLAG
        END-START
     END-IF.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     MOVE 16 TO WS-RUNLOG-RC
     PERFORM WRITE-RUNLOG-END-PARA
     GOBACK.
*> OPEN-RUNLOG-PARA / WRITE-RUNLOG-*-PARA keep the shared run log
*> (RUNLOG.DAT, one START and one END record per run, with counts and
*> final return code) that the OPSUM operations report reads each
*> morning. A run log that cannot be opened is reported but does not
*> stop the business run.
 OPEN-RUNLOG-PARA.
     OPEN EXTEND RUN-LOG-FILE
     IF NEW-FILE-NOT-FOUND IN WS-RUNLOG-STAT
        OPEN OUTPUT RUN-LOG-FILE
     END-IF
     IF OPEN-SUCCESS IN WS-RUNLOG-STAT
        MOVE 'Y' TO WS-RUNLOG-OPEN-FLAG
     ELSE
        DISPLAY 'APRAGE: UNABLE TO OPEN RUNLOG.DAT, STATUS=' WS-RUNLOG-STAT
     END-IF.
 WRITE-RUNLOG-START-PARA.
     MOVE 'START' TO WS-RUNLOG-EVENT
     PERFORM WRITE-RUNLOG-PARA.
 WRITE-RUNLOG-END-PARA.
     MOVE 'END'   TO WS-RUNLOG-EVENT
     PERFORM WRITE-RUNLOG-PARA
     IF RUNLOG-IS-OPEN
        CLOSE RUN-LOG-FILE
        MOVE 'N' TO WS-RUNLOG-OPEN-FLAG
     END-IF.
 WRITE-RUNLOG-PARA.
     IF RUNLOG-IS-OPEN
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE 'APRAGE'           TO RL-PROGRAM
        MOVE WS-RUNLOG-EVENT    TO RL-EVENT
        MOVE WS-TIMESTAMP(1:8)  TO RL-DATE
        MOVE WS-TIMESTAMP(9:6)  TO RL-TIME
        MOVE WS-READ-COUNT      TO RL-READ-COUNT
        MOVE WS-PENDING-COUNT   TO RL-WRITE-COUNT
        MOVE ZERO               TO RL-REJECT-COUNT
        MOVE WS-RUNLOG-RC       TO RL-RETURN-CODE
        WRITE RUN-LOG-REC
     END-IF.
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
*> PRINT-PARA reads the queue in item-number order - which is the order
*> the items were queued in, so the oldest are at the top - and prints
*> the ones still pending; approved, rejected and failed items are
*> history and are skipped.
 PRINT-PARA.
     READ APPROVAL-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF AQ-PENDING
              PERFORM PRINT-ITEM-PARA
           END-IF
     END-READ.
 PRINT-ITEM-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE ZERO TO WS-AGE-DAYS
     IF AQ-MAKE-DATE NUMERIC AND AQ-MAKE-DATE > ZERO
        COMPUTE WS-AGE-DAYS =
           WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(AQ-MAKE-DATE)
     END-IF
     MOVE AQ-ITEM-NO   TO D-ITEM-NO
     PERFORM DESCRIBE-ITEM-PARA
     MOVE AQ-KEY       TO D-KEY
     MOVE AQ-MAKER     TO D-MAKER
     MOVE AQ-MAKE-DATE TO D-MAKE-DATE
     MOVE WS-AGE-DAYS  TO D-AGE-DAYS
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT
     ADD 1 TO WS-PENDING-COUNT
     SET BAND-IDX TO 1
     SEARCH WS-BAND-ENTRY
        AT END
           ADD 1 TO WS-BAND-COUNT(4)
        WHEN WS-AGE-DAYS NOT > WS-BAND-LIMIT(BAND-IDX)
           ADD 1 TO WS-BAND-COUNT(BAND-IDX)
     END-SEARCH.
*> DESCRIBE-ITEM-PARA names the action the way APPROVE's list does.
 DESCRIBE-ITEM-PARA.
     EVALUATE TRUE
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'D'
           MOVE 'TERMINATION'            TO D-ACTION
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'R'
           MOVE 'REHIRE'                 TO D-ACTION
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'C'
           MOVE 'TRANSFER/REDESIGNATION' TO D-ACTION
        WHEN AQ-PROGRAM = 'GRPMAINT'
           MOVE 'GROUP DELETE'           TO D-ACTION
        WHEN AQ-PROGRAM = 'LOCMAINT'
           MOVE 'LOCATION DELETE'        TO D-ACTION
        WHEN AQ-PROGRAM = 'DSGMAINT'
           MOVE 'DESIGNATION DELETE'     TO D-ACTION
        WHEN AQ-PROGRAM = 'REGMAINT'
           MOVE 'REGION DELETE'          TO D-ACTION
        WHEN OTHER
           MOVE 'UNKNOWN'                TO D-ACTION
     END-EVALUATE.
*>
*> TERM-PARA prints the age-band summary under the item list.
 TERM-PARA.
     IF WS-PENDING-COUNT = ZERO
        WRITE REPORT-RECORD FROM NONE-LINE AFTER 2
     ELSE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD AFTER 1
        PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
           MOVE WS-BAND-DESC(BAND-IDX)  TO B-BAND-DESC
           MOVE WS-BAND-COUNT(BAND-IDX) TO B-BAND-COUNT
           WRITE REPORT-RECORD FROM BAND-LINE
        END-PERFORM
     END-IF
     MOVE WS-PENDING-COUNT TO T-PENDING
     WRITE REPORT-RECORD FROM TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'APRAGE: ITEMS PENDING APPROVAL: ' WS-PENDING-COUNT
     IF QUEUE-IS-OPEN
        CLOSE APPROVAL-FILE
     END-IF
     CLOSE REPORT-FILE
     MOVE ZERO TO WS-RUNLOG-RC
     PERFORM WRITE-RUNLOG-END-PARA.
