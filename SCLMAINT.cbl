 IDENTIFICATION DIVISION.
 PROGRAM-ID. SCLMAINT.
*> Maintenance program for PAY-SCALE-FILE (PAYSCALE.DAT) - add, change
*> and delete of the pay scale for each grade level, in the DSGMAINT
*> style. One entry per DSG-GRADE level carries the minimum, midpoint
*> and maximum annual cost of a full-time post at that grade, in whole
*> currency units; STAFFCST prices the workforce at the midpoint. The
*> three figures must be keyed in order (minimum not above midpoint,
*> midpoint not above maximum) and every applied change goes to the
*> audit trail under the grade level.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PAY-SCALE-FILE ASSIGN TO 'PAYSCALE.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS SCL-GRADE
     FILE STATUS  IS WS-SCL-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-LCK-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY SCL01.
     COPY AUD01.
     COPY LCK01.
*>
 WORKING-STORAGE SECTION.
 01  WS-SCL-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-FUNCTION          PIC X(01)   VALUE SPACES.
     88  ADD-FUNCTION                  VALUE 'A'.
     88  CHANGE-FUNCTION               VALUE 'C'.
     88  DELETE-FUNCTION               VALUE 'D'.
     88  INQUIRE-FUNCTION              VALUE 'I'.
     88  QUIT-FUNCTION                 VALUE 'Q'.
 01  WS-MORE-FLAG         PIC X(01)   VALUE 'Y'.
     88  NO-MORE-WORK                  VALUE 'N'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
 01  WS-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
 01  WS-AUDIT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-SCALE-VALID-FLAG  PIC X(01)   VALUE 'N'.
     88  SCALE-IN-ORDER                VALUE 'Y'.
 01  WS-CONFIRM           PIC X(01)   VALUE SPACES.
     88  DELETE-CONFIRMED              VALUE 'Y'.
 01  WS-LCK-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
     COPY SGN01.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
*> the lock is looked at before any master is opened I-O - a screen
*> must not even brush the files while the batch window is running.
     PERFORM CHECK-BATCH-LOCK-PARA
     IF NOT BATCH-WINDOW-OPEN
        PERFORM SIGN-ON-PARA
     END-IF
     IF NOT BATCH-WINDOW-OPEN AND SG-GRANTED
        PERFORM INIT-PARA
        PERFORM MENU-PARA UNTIL NO-MORE-WORK
        PERFORM TERM-PARA
     END-IF
     STOP RUN.
*>
 INIT-PARA.
     OPEN I-O PAY-SCALE-FILE
     IF NEW-FILE-NOT-FOUND IN WS-SCL-STAT
        OPEN OUTPUT PAY-SCALE-FILE
        CLOSE PAY-SCALE-FILE
        OPEN I-O PAY-SCALE-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-SCL-STAT
        DISPLAY 'SCLMAINT: UNABLE TO OPEN PAYSCALE.DAT, STATUS=' WS-SCL-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        OPEN OUTPUT AUDIT-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'SCLMAINT: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
     IF NOT NO-MORE-WORK
        DISPLAY ' '
        DISPLAY 'GRADE PAY SCALE MAINTENANCE'
        DISPLAY 'A-ADD  C-CHANGE  D-DELETE  I-INQUIRE  Q-QUIT'
        DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
        ACCEPT WS-FUNCTION
        MOVE 'F' TO SG-REQUEST
        MOVE WS-FUNCTION TO SG-FUNCTION
        CALL 'OPRSIGN' USING SIGNON-AREA
        IF SG-GRANTED
           EVALUATE TRUE
              WHEN ADD-FUNCTION
                  PERFORM ADD-PARA
              WHEN CHANGE-FUNCTION
                  PERFORM CHANGE-PARA
              WHEN DELETE-FUNCTION
                  PERFORM DELETE-PARA
              WHEN INQUIRE-FUNCTION
                  PERFORM INQUIRE-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
 ADD-PARA.
     PERFORM GET-KEY-PARA
     DISPLAY 'MINIMUM ANNUAL COST   : ' WITH NO ADVANCING
     ACCEPT SCL-MIN-COST
     DISPLAY 'MIDPOINT ANNUAL COST  : ' WITH NO ADVANCING
     ACCEPT SCL-MID-COST
     DISPLAY 'MAXIMUM ANNUAL COST   : ' WITH NO ADVANCING
     ACCEPT SCL-MAX-COST
     PERFORM CHECK-SCALE-PARA
     IF NOT SCALE-IN-ORDER
        DISPLAY 'SCALE MUST RUN MINIMUM <= MIDPOINT <= MAXIMUM, NOT ADDED'
     ELSE
        WRITE PAY-SCALE-REC
           INVALID KEY
              DISPLAY 'PAY SCALE FOR GRADE ALREADY EXISTS, NOT ADDED'
           NOT INVALID KEY
              DISPLAY 'PAY SCALE FOR GRADE ' SCL-GRADE ' ADDED'
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE PAY-SCALE-REC TO WS-AFTER-IMAGE
              MOVE 'A' TO WS-AUDIT-FUNCTION
              PERFORM WRITE-AUDIT-PARA
        END-WRITE
     END-IF.
*>
 CHANGE-PARA.
     PERFORM GET-KEY-PARA
     READ PAY-SCALE-FILE
        INVALID KEY
           DISPLAY 'PAY SCALE NOT FOUND'
        NOT INVALID KEY
           MOVE PAY-SCALE-REC TO WS-BEFORE-IMAGE
           DISPLAY 'MINIMUM [' SCL-MIN-COST ']  : ' WITH NO ADVANCING
           ACCEPT SCL-MIN-COST
           DISPLAY 'MIDPOINT [' SCL-MID-COST '] : ' WITH NO ADVANCING
           ACCEPT SCL-MID-COST
           DISPLAY 'MAXIMUM [' SCL-MAX-COST ']  : ' WITH NO ADVANCING
           ACCEPT SCL-MAX-COST
           PERFORM CHECK-SCALE-PARA
           IF NOT SCALE-IN-ORDER
              DISPLAY 'SCALE MUST RUN MINIMUM <= MIDPOINT <= MAXIMUM,'
                 ' NOT UPDATED'
           ELSE
              REWRITE PAY-SCALE-REC
                 INVALID KEY
                    DISPLAY 'UPDATE FAILED, STATUS=' WS-SCL-STAT
                 NOT INVALID KEY
                    DISPLAY 'PAY SCALE FOR GRADE ' SCL-GRADE ' UPDATED'
                    MOVE PAY-SCALE-REC TO WS-AFTER-IMAGE
                    MOVE 'C' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
              END-REWRITE
           END-IF
     END-READ.
*>
*> DELETE-PARA - nothing on the employee master points at a pay scale,
*> so a delete only has to be confirmed; STAFFCST then shows the
*> grade's people as unpriced until a scale is keyed again.
 DELETE-PARA.
     PERFORM GET-KEY-PARA
     READ PAY-SCALE-FILE
        INVALID KEY
           DISPLAY 'PAY SCALE NOT FOUND'
        NOT INVALID KEY
           MOVE PAY-SCALE-REC TO WS-BEFORE-IMAGE
           DISPLAY 'DELETE PAY SCALE FOR GRADE ' SCL-GRADE ' (Y/N) : '
              WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT DELETE-CONFIRMED
              DISPLAY 'PAY SCALE FOR GRADE ' SCL-GRADE ' NOT DELETED'
           ELSE
              DELETE PAY-SCALE-FILE
                 INVALID KEY
                    DISPLAY 'DELETE FAILED, STATUS=' WS-SCL-STAT
                 NOT INVALID KEY
                    DISPLAY 'PAY SCALE FOR GRADE ' SCL-GRADE ' DELETED'
                    MOVE SPACES TO WS-AFTER-IMAGE
                    MOVE 'D' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
              END-DELETE
           END-IF
     END-READ.
*>
 INQUIRE-PARA.
     PERFORM GET-KEY-PARA
     READ PAY-SCALE-FILE
        INVALID KEY
           DISPLAY 'PAY SCALE NOT FOUND'
        NOT INVALID KEY
           DISPLAY 'GRADE    : ' SCL-GRADE
           DISPLAY 'MINIMUM  : ' SCL-MIN-COST
           DISPLAY 'MIDPOINT : ' SCL-MID-COST
           DISPLAY 'MAXIMUM  : ' SCL-MAX-COST
     END-READ.
*>
 GET-KEY-PARA.
     DISPLAY 'GRADE LEVEL (01-99)   : ' WITH NO ADVANCING
     ACCEPT SCL-GRADE.
*> CHECK-SCALE-PARA - a scale whose midpoint sits outside its own range
*> would price every head at that grade wrongly, so it is refused.
 CHECK-SCALE-PARA.
     IF SCL-MIN-COST NOT > SCL-MID-COST
        AND SCL-MID-COST NOT > SCL-MAX-COST
        MOVE 'Y' TO WS-SCALE-VALID-FLAG
     ELSE
        MOVE 'N' TO WS-SCALE-VALID-FLAG
     END-IF.
*> WRITE-AUDIT-PARA stamps one trail record per applied A/C/D action -
*> the caller saves the before/after images around its own I-O verb, so
*> a failed WRITE/REWRITE/DELETE leaves no audit record behind. The key
*> is the two-digit grade level.
 WRITE-AUDIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8)  TO AUD-DATE
     MOVE WS-TIMESTAMP(9:6)  TO AUD-TIME
     MOVE 'SCLMAINT'         TO AUD-PROGRAM
     MOVE WS-AUDIT-FUNCTION  TO AUD-FUNCTION
     MOVE SPACES             TO AUD-KEY
     MOVE SCL-GRADE          TO AUD-KEY(1:2)
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'SCLMAINT: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the grants handed back decide which functions the
*> menu will run, and the ID goes on every audit record written.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'SCLMAINT' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> CHECK-BATCH-LOCK-PARA refuses to open the masters while NIGHTRUN
*> holds the system-wide batch lock, so a screen update can no longer
*> fight the nightly suite's REWRITEs; the operator is told who holds
*> the window and since when.
 CHECK-BATCH-LOCK-PARA.
     OPEN INPUT LOCK-FILE
     IF NEW-FILE-NOT-FOUND IN WS-LCK-STAT
        CONTINUE
     ELSE
        IF NOT OPEN-SUCCESS IN WS-LCK-STAT
           DISPLAY 'SCLMAINT: UNABLE TO OPEN BATCHLCK.DAT, STATUS='
              WS-LCK-STAT
           MOVE 'Y' TO WS-BATCH-LOCK-FLAG
        ELSE
           READ LOCK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF LK-STATUS = 'L'
                    MOVE 'Y' TO WS-BATCH-LOCK-FLAG
                    DISPLAY 'SCLMAINT: BATCH WINDOW IN PROGRESS - LOCKED BY '
                       LK-PROGRAM ' SINCE ' LK-DATE ' ' LK-TIME
                 END-IF
           END-READ
           CLOSE LOCK-FILE
        END-IF
     END-IF
     IF BATCH-WINDOW-OPEN
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
 TERM-PARA.
     CLOSE PAY-SCALE-FILE
     CLOSE AUDIT-FILE.
