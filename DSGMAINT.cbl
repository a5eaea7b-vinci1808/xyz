     ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-EMP-STAT.
     SELECT APPROVAL-FILE ASSIGN TO 'APPROVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS AQ-ITEM-NO
     FILE STATUS  IS WS-APR-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     COPY DSG01.
     COPY AUD01.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY APR01.
     COPY LCK01.
*>
 WORKING-STORAGE SECTION.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
 01  WS-APR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-APPROVAL-ITEM-NO  PIC 9(08)   VALUE ZERO.
     COPY SGN01.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
*> must not even brush the files while the batch window is running.
     PERFORM CHECK-BATCH-LOCK-PARA
     IF NOT BATCH-WINDOW-OPEN
        PERFORM SIGN-ON-PARA
     END-IF
     IF NOT BATCH-WINDOW-OPEN AND SG-GRANTED
        PERFORM INIT-PARA
        PERFORM MENU-PARA UNTIL NO-MORE-WORK
        PERFORM TERM-PARA
           DISPLAY 'DSGMAINT: UNABLE TO OPEN EMPFILE.DAT, STATUS=' WS-EMP-STAT
           MOVE 'N' TO WS-MORE-FLAG
        END-IF
     END-IF
     OPEN I-O APPROVAL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-APR-STAT
        OPEN OUTPUT APPROVAL-FILE
        CLOSE APPROVAL-FILE
        OPEN I-O APPROVAL-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-APR-STAT
        DISPLAY 'DSGMAINT: UNABLE TO OPEN APPROVQ.DAT, STATUS=' WS-APR-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
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
           END-REWRITE
     END-READ.
*>
*> DELETE-PARA - a confirmed delete is not applied here: it goes to the
*> approval queue and the record stays on file until a second operator
*> approves it in APPROVE, which re-checks it has not changed since.
 DELETE-PARA.
     PERFORM GET-KEY-PARA
     READ DESG-FILE
           IF NOT DELETE-CONFIRMED
              DISPLAY 'DESIGNATION ' DSG-CODE ' NOT DELETED'
           ELSE
              MOVE SPACES TO WS-AFTER-IMAGE
              MOVE 'D' TO WS-AUDIT-FUNCTION
              DISPLAY 'DELETE OF DESIGNATION ' DSG-CODE ' NEEDS APPROVAL'
              PERFORM QUEUE-APPROVAL-PARA
           END-IF
     END-READ.
*>
     MOVE DSG-CODE(1:10)     TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'DSGMAINT: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF.
*>
*> QUEUE-APPROVAL-PARA parks a change that needs a second operator on
*> the approval queue (APPROVQ.DAT) instead of applying it. The item
*> carries the before/after images exactly as the audit trail would,
*> and neither the master nor AUDIT.DAT is touched until another
*> operator approves the item in APPROVE.
 QUEUE-APPROVAL-PARA.
     PERFORM NEXT-ITEM-NO-PARA
     IF WS-APPROVAL-ITEM-NO > ZERO
        MOVE SPACES TO APPROVAL-REC
        MOVE WS-APPROVAL-ITEM-NO TO AQ-ITEM-NO
        MOVE 'DSGMAINT'          TO AQ-PROGRAM
        MOVE WS-AUDIT-FUNCTION   TO AQ-FUNCTION
        MOVE DSG-CODE(1:10)      TO AQ-KEY
        MOVE WS-BEFORE-IMAGE     TO AQ-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE      TO AQ-AFTER-IMAGE
        MOVE SG-OPERATOR         TO AQ-MAKER
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE WS-TIMESTAMP(1:8)   TO AQ-MAKE-DATE
        MOVE WS-TIMESTAMP(9:6)   TO AQ-MAKE-TIME
        MOVE 'P'                 TO AQ-STATUS
        MOVE ZERO                TO AQ-CHECK-DATE
        MOVE ZERO                TO AQ-CHECK-TIME
        WRITE APPROVAL-REC
           INVALID KEY
              DISPLAY 'APPROVAL QUEUE WRITE FAILED, STATUS=' WS-APR-STAT
           NOT INVALID KEY
              DISPLAY 'QUEUED FOR APPROVAL AS ITEM ' AQ-ITEM-NO
        END-WRITE
     END-IF.
*> NEXT-ITEM-NO-PARA issues the next item number off the queue's
*> control record (item zero), created on first use - the number is
*> claimed by the REWRITE before the item itself is written, so two
*> screens queueing at once cannot be handed the same number.
 NEXT-ITEM-NO-PARA.
     MOVE ZERO TO WS-APPROVAL-ITEM-NO
     MOVE ZERO TO AQ-ITEM-NO
     READ APPROVAL-FILE
        INVALID KEY
           MOVE SPACES TO AQ-CONTROL-DATA
           MOVE 1 TO AQ-LAST-ITEM-NO
           WRITE APPROVAL-REC
        NOT INVALID KEY
           ADD 1 TO AQ-LAST-ITEM-NO
           REWRITE APPROVAL-REC
     END-READ
     IF OPEN-SUCCESS IN WS-APR-STAT
        MOVE AQ-LAST-ITEM-NO TO WS-APPROVAL-ITEM-NO
     ELSE
        DISPLAY 'DSGMAINT: APPROVQ.DAT CONTROL UPDATE FAILED, STATUS='
           WS-APR-STAT
     END-IF.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the grants handed back decide which functions the
*> menu will run, and the ID goes on every audit record written.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'DSGMAINT' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> CHECK-BATCH-LOCK-PARA refuses to open the masters while NIGHTRUN
*> holds the system-wide batch lock, so a screen update can no longer
*> fight the nightly suite's REWRITEs; the operator is told who holds
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
 TERM-PARA.
     CLOSE APPROVAL-FILE
     CLOSE DESG-FILE
     CLOSE AUDIT-FILE
     IF EMP-FILE-AVAILABLE
