*> receiving site or terminates them (operator's choice), always
*> re-pointing the site's leavers at the receiving location so
*> MODEMP's orphan check has nothing to flood LOCEXCP.REP with; every
*> action goes to AUDIT.DAT exactly as EMPBATCH would write it, and
*> each transfer to the permanent assignment history as well. A
*> terminating closure also lists the working staff elsewhere whose
*> manager it terminated, so their reporting line can be re-set. The
*> location's BUDGET.DAT rows are cleared across every budget period,
*> the LOC.DAT record is retired, and a closure report (LOCCLOSE.REP)
*> lists each action and proves the site emptied to zero.
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT REPORT-FILE ASSIGN TO 'LOCCLOSE.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     COPY LOC02.
     COPY BUD01.
     COPY AUD01.
     COPY ASG01.
     COPY LCK01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-LCK-STAT          PIC X(02).
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
     COPY SGN01.
 01  WS-BUD-AVAIL-FLAG    PIC X(01)   VALUE 'N'.
     88  BUDGET-FILE-AVAILABLE         VALUE 'Y'.
 01  WS-VARIABLES.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
 01  WS-BEFORE-EMP REDEFINES WS-BEFORE-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-BEFORE-GROUP  PIC X(10).
     05  WS-BEFORE-DESG   PIC X(15).
     05  WS-BEFORE-LOC    PIC X(03).
     05  FILLER           PIC X(51).
 01  WS-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
 01  WS-AFTER-EMP REDEFINES WS-AFTER-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-AFTER-GROUP   PIC X(10).
     05  WS-AFTER-DESG    PIC X(15).
     05  WS-AFTER-LOC     PIC X(03).
     05  FILLER           PIC X(51).
 01  WS-AUDIT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-AUDIT-KEY         PIC X(10)   VALUE SPACES.
*> the site's employee codes are collected off the alternate key FIRST
 01  WS-CODE-TABLE.
     03  WS-CODE-ENTRY    OCCURS 9999 TIMES INDEXED BY CODE-IDX.
         05  WS-CODE-T        PIC 9(06).
         05  WS-CODE-TERM     PIC X(01).
 01  WS-CODE-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-ORPHAN-SCAN-FLAG  PIC X(01)   VALUE 'N'.
     88  END-OF-ORPHAN-SCAN           VALUE 'Y'.
 01  WS-MGR-TERM-FLAG     PIC X(01)   VALUE 'N'.
     88  MANAGER-TERMINATED           VALUE 'Y'.
 01  WS-ORPHAN-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-TRANSFER-COUNT    PIC 9(04)   VALUE ZERO.
 01  WS-TERM-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-REPOINT-COUNT     PIC 9(04)   VALUE ZERO.
*> the lock is looked at before any master is opened I-O - a closure
*> must not run inside the NIGHTRUN window.
     PERFORM CHECK-BATCH-LOCK-PARA
     PERFORM SIGN-ON-PARA
     PERFORM INIT-PARA
     PERFORM COLLECT-CODES-PARA
     PERFORM MOVE-EMPLOYEES-PARA
     IF WS-TERM-COUNT > ZERO
        PERFORM LIST-ORPHANS-PARA
     END-IF
     PERFORM CLEAR-BUDGET-PARA
     PERFORM PROVE-EMPTY-PARA
     PERFORM RETIRE-LOCATION-PARA
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
*>
*> SIGN-ON-PARA - a closure moves or terminates a whole site, so it is
*> refused outright without a signed-on operator holding a LOCCLOSE
*> grant; the operator ID goes on every audit record the run writes.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'LOCCLOSE' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
*>
 INIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        DISPLAY 'LOCCLOSE: ACTION MUST BE T OR X, NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
*> the action keyed is the function checked against the operator's
*> LOCCLOSE grant - T for a transferring closure, X for a terminating one.
     MOVE 'F' TO SG-REQUEST
     MOVE WS-ACTION TO SG-FUNCTION
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        DISPLAY 'LOCCLOSE: NOTHING DONE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF WS-CLOSING-LOC = WS-RECEIVING-LOC
        DISPLAY 'LOCCLOSE: LOCATIONS MUST DIFFER, NOTHING DONE'
        PERFORM ABEND-PARA
           WS-AUD-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN EXTEND ASSIGN-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
        OPEN OUTPUT ASSIGN-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-ASG-STAT
        DISPLAY 'LOCCLOSE ABEND: UNABLE TO OPEN ASGHIST.DAT, STATUS='
           WS-ASG-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'LOCCLOSE ABEND: UNABLE TO OPEN LOCCLOSE.REP, STATUS='
              IF WS-CODE-COUNT < 9999
                 ADD 1 TO WS-CODE-COUNT
                 MOVE EMP-CODE TO WS-CODE-T(WS-CODE-COUNT)
                 MOVE 'N' TO WS-CODE-TERM(WS-CODE-COUNT)
              ELSE
*> a dropped code is an employee this run will NOT move - counted as
*> an error so the closure proof fails and the location is kept,
           PERFORM WRITE-AUDIT-PARA
           IF WS-AUDIT-FUNCTION = 'D'
              ADD 1 TO WS-TERM-COUNT
              MOVE 'Y' TO WS-CODE-TERM(CODE-IDX)
           ELSE
              IF D-STATUS = 'I'
                 ADD 1 TO WS-REPOINT-COUNT
              ELSE
                 ADD 1 TO WS-TRANSFER-COUNT
                 PERFORM WRITE-ASSIGN-HIST-PARA
              END-IF
           END-IF
     END-REWRITE
     MOVE EMP-NAME TO D-EMP-NAME
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> LIST-ORPHANS-PARA follows a terminating closure: every working
*> employee (active or on leave) left reporting to a manager this run
*> terminated is listed under its own heading, so the receiving
*> managers can be set up through EMPMAINT or EMPBATCH function M. The
*> whole master is walked by primary key - the reports need not sit at
*> the closing site.
 LIST-ORPHANS-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'DIRECT REPORTS LEFT WITHOUT AN ACTIVE MANAGER' TO ST-MESSAGE
     WRITE REPORT-RECORD FROM STATUS-LINE
     ADD 2 TO LINE-COUNT
     MOVE ZERO TO EMP-CODE
     MOVE 'N' TO WS-ORPHAN-SCAN-FLAG
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-ORPHAN-SCAN-FLAG
     END-START
     PERFORM SCAN-ORPHANS-PARA UNTIL END-OF-ORPHAN-SCAN
     IF WS-ORPHAN-COUNT = ZERO
        PERFORM PAGE-CHECK-PARA
        MOVE 'NONE - EVERY TEAM STILL HAS A MANAGER' TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        ADD 1 TO LINE-COUNT
     END-IF.
 SCAN-ORPHANS-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-ORPHAN-SCAN-FLAG
        NOT AT END
           IF NOT EMP-INACTIVE
              AND EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
              MOVE 'N' TO WS-MGR-TERM-FLAG
              PERFORM VARYING CODE-IDX FROM 1 BY 1
                        UNTIL CODE-IDX > WS-CODE-COUNT
                 IF WS-CODE-T(CODE-IDX) = EMP-MGR-CODE
                    AND WS-CODE-TERM(CODE-IDX) = 'Y'
                    MOVE 'Y' TO WS-MGR-TERM-FLAG
                    SET CODE-IDX TO WS-CODE-COUNT
                 END-IF
              END-PERFORM
              IF MANAGER-TERMINATED
                 PERFORM WRITE-ORPHAN-PARA
              END-IF
           END-IF
     END-READ.
 WRITE-ORPHAN-PARA.
     ADD 1 TO WS-ORPHAN-COUNT
     PERFORM PAGE-CHECK-PARA
     MOVE EMP-CODE TO D-EMP-CODE
     MOVE EMP-NAME TO D-EMP-NAME
     MOVE EMP-STATUS TO D-STATUS
     MOVE SPACES TO D-ACTION
     STRING 'NO ACTIVE MANAGER - ' DELIMITED BY SIZE
            EMP-MGR-CODE DELIMITED BY SIZE
            ' TERMINATED' DELIMITED BY SIZE
       INTO D-ACTION
     END-STRING
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> CLEAR-BUDGET-PARA deletes the closing location's budget rows across
*> every budget period - the receiving site's own budget is its own
*> affair, and BUDVAR must not keep finding approvals for a site that
     MOVE WS-AUDIT-KEY       TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'LOCCLOSE: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF.
*> WRITE-ASSIGN-HIST-PARA adds a working employee's transfer to the
*> receiving site to the permanent assignment history (ASGHIST.DAT).
*> A re-pointed leaver or a closure termination is not a move, so
*> neither is recorded there.
 WRITE-ASSIGN-HIST-PARA.
     IF WS-BEFORE-IMAGE NOT = SPACES AND WS-AFTER-IMAGE NOT = SPACES
        AND (WS-BEFORE-GROUP NOT = WS-AFTER-GROUP
          OR WS-BEFORE-DESG NOT = WS-AFTER-DESG
          OR WS-BEFORE-LOC NOT = WS-AFTER-LOC)
        MOVE EMP-CODE           TO AH-EMP-CODE
        MOVE WS-RUN-DATE        TO AH-EFF-DATE
        MOVE WS-BEFORE-GROUP    TO AH-FROM-GROUP
        MOVE WS-BEFORE-DESG     TO AH-FROM-DESG
        MOVE WS-BEFORE-LOC      TO AH-FROM-LOC
        MOVE WS-AFTER-GROUP     TO AH-TO-GROUP
        MOVE WS-AFTER-DESG      TO AH-TO-DESG
        MOVE WS-AFTER-LOC       TO AH-TO-LOC
        MOVE AUD-PROGRAM        TO AH-PROGRAM
        MOVE AUD-FUNCTION       TO AH-FUNCTION
        MOVE AUD-OPERATOR       TO AH-OPERATOR
        MOVE AUD-DATE           TO AH-REC-DATE
        MOVE AUD-TIME           TO AH-REC-TIME
        WRITE ASSIGN-HIST-REC
        IF NOT OPEN-SUCCESS IN WS-ASG-STAT
           DISPLAY 'LOCCLOSE: ASSIGNMENT HISTORY WRITE FAILED, STATUS='
              WS-ASG-STAT
        END-IF
     END-IF.
*>
 END-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE 'LEAVERS RE-POINTED                :' TO T-LABEL
     MOVE WS-REPOINT-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'REPORTS LEFT WITHOUT A MANAGER    :' TO T-LABEL
     MOVE WS-ORPHAN-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'BUDGET ROWS CLEARED               :' TO T-LABEL
     MOVE WS-BUDGET-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
        CLOSE BUDGET-FILE
     END-IF
     CLOSE AUDIT-FILE.
     CLOSE ASSIGN-HIST-FILE.
     CLOSE REPORT-FILE.
