 IDENTIFICATION DIVISION.
 PROGRAM-ID. APPROVE.
*> Checker side of the maker-checker queue (APPROVQ.DAT). EMPMAINT,
*> GRPMAINT, LOCMAINT, DSGMAINT and REGMAINT queue terminations,
*> rehires, transfers, redesignations and reference-master deletes instead of
*> applying them; here a second operator lists the pending items and
*> approves or rejects each one. Only an approved item touches the
*> master, and only then is it audited - under the originating
*> program, with the maker as operator and the checker as approver.
*> An item whose master record has moved on since it was queued is not
*> applied but closed as failed, so nothing is ever laid over a change
*> the maker never saw. An approved transfer or redesignation is also
*> added to the permanent assignment history (ASGHIST.DAT). Approving a
*> termination lists whoever reported to the leaver.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT APPROVAL-FILE ASSIGN TO 'APPROVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS AQ-ITEM-NO
     FILE STATUS  IS WS-APR-STAT.
     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS EMP-CODE
     ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-EMP-STAT.
     SELECT GROUP-FILE ASSIGN TO 'GRP.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS GRP-CODE
     FILE STATUS  IS WS-GRP-STAT.
     SELECT LOCATION-FILE ASSIGN TO 'LOC.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS LOC-CODE
     ALTERNATE RECORD KEY IS LOC-CITY WITH DUPLICATES
     FILE STATUS  IS WS-LOC-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSG-STAT.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT EMP-HIST-FILE ASSIGN TO 'EMPHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HIST-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-LCK-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY APR01.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY GRP01.
     COPY LOC02.
     COPY DSG01.
     COPY REG01.
     COPY AUD01.
     COPY EMPH01.
     COPY ASG01.
     COPY LCK01.
*>
 WORKING-STORAGE SECTION.
 01  WS-APR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-GRP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-DSG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-HIST-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LCK-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
 01  WS-FUNCTION          PIC X(01)   VALUE SPACES.
     88  LIST-FUNCTION                 VALUE 'L'.
     88  INQUIRE-FUNCTION              VALUE 'I'.
     88  APPROVE-FUNCTION              VALUE 'A'.
     88  REJECT-FUNCTION               VALUE 'R'.
     88  QUIT-FUNCTION                 VALUE 'Q'.
 01  WS-MORE-FLAG         PIC X(01)   VALUE 'Y'.
     88  NO-MORE-WORK                  VALUE 'N'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-ITEM-IN           PIC 9(08)   VALUE ZERO.
 01  WS-ITEM-FOUND-FLAG   PIC X(01)   VALUE 'N'.
     88  ITEM-ON-QUEUE                 VALUE 'Y'.
 01  WS-LIST-END-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-LIST                   VALUE 'Y'.
 01  WS-LIST-COUNT        PIC 9(05)   VALUE ZERO.
 01  WS-CONFIRM           PIC X(01)   VALUE SPACES.
     88  ACTION-CONFIRMED              VALUE 'Y'.
 01  WS-ACTION-DESC       PIC X(22)   VALUE SPACES.
 01  WS-APPLIED-FLAG      PIC X(01)   VALUE 'N'.
     88  ITEM-APPLIED                  VALUE 'Y'.
 01  WS-FAIL-REASON       PIC X(30)   VALUE SPACES.
 01  WS-GRP-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  GROUP-ON-FILE                 VALUE 'Y'.
 01  WS-LOC-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  LOCATION-ON-FILE              VALUE 'Y'.
 01  WS-DSG-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  DESG-ON-FILE                  VALUE 'Y'.
*> the queued before image laid out as the employee record it was taken
*> from, so a rehire's closed stint can be written to EMPHIST.DAT.
 01  WS-QUEUED-EMP.
     05  WS-QE-CODE           PIC 9(06).
     05  WS-QE-NAME           PIC X(15).
     05  WS-QE-GROUP          PIC X(10).
     05  WS-QE-DESG           PIC X(15).
     05  WS-QE-LOC            PIC X(03).
     05  WS-QE-STATUS         PIC X(01).
     05  WS-QE-JOIN-DATE      PIC 9(08).
     05  WS-QE-LEAVE-DATE     PIC 9(08).
     05  FILLER               PIC X(34).
*> an applied employee item's images, for the assignment history.
 01  WS-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
 01  WS-BEFORE-EMP REDEFINES WS-BEFORE-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-BEFORE-GROUP  PIC X(10).
     05  WS-BEFORE-DESG   PIC X(15).
     05  WS-BEFORE-LOC    PIC X(03).
     05  FILLER           PIC X(37).
     05  WS-BEFORE-MGR    PIC X(06).
     05  FILLER           PIC X(08).
 01  WS-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
 01  WS-AFTER-EMP REDEFINES WS-AFTER-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-AFTER-GROUP   PIC X(10).
     05  WS-AFTER-DESG    PIC X(15).
     05  WS-AFTER-LOC     PIC X(03).
     05  FILLER           PIC X(51).
 01  WS-MGR-VALID-FLAG    PIC X(01)   VALUE 'Y'.
     88  MANAGER-VALID                 VALUE 'Y'.
 01  WS-SAVE-EMP-REC      PIC X(100)  VALUE SPACES.
 01  WS-CHAIN-EMP         PIC 9(06)   VALUE ZERO.
 01  WS-CHAIN-CODE        PIC 9(06)   VALUE ZERO.
 01  WS-CHAIN-DEPTH       PIC 9(02)   VALUE ZERO.
 01  WS-CHAIN-FLAG        PIC X(01)   VALUE 'N'.
     88  CHAIN-ENDED                   VALUE 'Y'.
 01  WS-MAX-CHAIN-DEPTH   PIC 9(02)   VALUE 50.
 01  WS-REPORTS-COUNT     PIC 9(04)   VALUE ZERO.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                   VALUE 'Y'.
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
     OPEN I-O APPROVAL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-APR-STAT
        OPEN OUTPUT APPROVAL-FILE
        CLOSE APPROVAL-FILE
        OPEN I-O APPROVAL-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-APR-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN APPROVQ.DAT, STATUS=' WS-APR-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN EMPFILE.DAT, STATUS=' WS-EMP-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O GROUP-FILE
     IF NOT OPEN-SUCCESS IN WS-GRP-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN GRP.DAT, STATUS=' WS-GRP-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O LOCATION-FILE
     IF NOT OPEN-SUCCESS IN WS-LOC-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN LOC.DAT, STATUS=' WS-LOC-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O DESG-FILE
     IF NOT OPEN-SUCCESS IN WS-DSG-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN DSG.DAT, STATUS=' WS-DSG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O REGION-FILE
     IF NEW-FILE-NOT-FOUND IN WS-REG-STAT
        OPEN OUTPUT REGION-FILE
        CLOSE REGION-FILE
        OPEN I-O REGION-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-REG-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN REGION.DAT, STATUS=' WS-REG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        OPEN OUTPUT AUDIT-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND EMP-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-HIST-STAT
        OPEN OUTPUT EMP-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-HIST-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN EMPHIST.DAT, STATUS=' WS-HIST-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND ASSIGN-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
        OPEN OUTPUT ASSIGN-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-ASG-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN ASGHIST.DAT, STATUS=' WS-ASG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
     IF NOT NO-MORE-WORK
        DISPLAY ' '
        DISPLAY 'MASTER CHANGE APPROVAL'
        DISPLAY 'L-LIST PENDING  I-INQUIRE  A-APPROVE  R-REJECT  Q-QUIT'
        DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
        ACCEPT WS-FUNCTION
        MOVE 'F' TO SG-REQUEST
        MOVE WS-FUNCTION TO SG-FUNCTION
        CALL 'OPRSIGN' USING SIGNON-AREA
        IF SG-GRANTED
           EVALUATE TRUE
              WHEN LIST-FUNCTION
                  PERFORM LIST-PARA
              WHEN INQUIRE-FUNCTION
                  PERFORM INQUIRE-PARA
              WHEN APPROVE-FUNCTION
                  PERFORM APPROVE-PARA
              WHEN REJECT-FUNCTION
                  PERFORM REJECT-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
*> LIST-PARA shows every item still awaiting a decision, oldest first
*> (item numbers are issued in sequence). Item zero is the queue's own
*> control record and is skipped by starting at item one.
 LIST-PARA.
     MOVE ZERO TO WS-LIST-COUNT
     MOVE 1 TO AQ-ITEM-NO
     START APPROVAL-FILE KEY IS NOT LESS THAN AQ-ITEM-NO
        INVALID KEY
           MOVE 'Y' TO WS-LIST-END-FLAG
        NOT INVALID KEY
           MOVE 'N' TO WS-LIST-END-FLAG
     END-START
     DISPLAY 'ITEM     ACTION                 KEY        MAKER    QUEUED'
     PERFORM UNTIL END-OF-LIST
        READ APPROVAL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LIST-END-FLAG
           NOT AT END
              IF AQ-PENDING
                 ADD 1 TO WS-LIST-COUNT
                 PERFORM DESCRIBE-ITEM-PARA
                 DISPLAY AQ-ITEM-NO ' ' WS-ACTION-DESC ' ' AQ-KEY ' '
                    AQ-MAKER ' ' AQ-MAKE-DATE
              END-IF
        END-READ
     END-PERFORM
     DISPLAY WS-LIST-COUNT ' ITEM(S) AWAITING APPROVAL'.
*>
 INQUIRE-PARA.
     PERFORM GET-ITEM-PARA
     IF ITEM-ON-QUEUE
        PERFORM DISPLAY-ITEM-PARA
     END-IF.
*>
*> APPROVE-PARA - the checker sees the item in full and confirms; the
*> maker can never approve their own item.
 APPROVE-PARA.
     PERFORM GET-ITEM-PARA
     IF ITEM-ON-QUEUE
        PERFORM EDIT-APPROVE-PARA
     END-IF.
 EDIT-APPROVE-PARA.
     IF NOT AQ-PENDING
        DISPLAY 'ITEM ' AQ-ITEM-NO ' IS NOT PENDING, STATUS ' AQ-STATUS
     ELSE IF AQ-MAKER = SG-OPERATOR
        DISPLAY 'ITEM ' AQ-ITEM-NO
           ' WAS QUEUED BY YOU - ANOTHER OPERATOR MUST APPROVE IT'
     ELSE
        PERFORM DISPLAY-ITEM-PARA
        DISPLAY 'APPROVE AND APPLY (Y/N)  : ' WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF ACTION-CONFIRMED
           PERFORM RECHECK-ITEM-PARA
           IF ITEM-ON-QUEUE
              PERFORM APPLY-ITEM-PARA
           END-IF
        ELSE
           DISPLAY 'ITEM ' AQ-ITEM-NO ' LEFT PENDING'
        END-IF.
*>
*> REJECT-PARA closes an item without touching the master; the reason
*> is kept on the item for the maker and the ageing report's history.
 REJECT-PARA.
     PERFORM GET-ITEM-PARA
     IF ITEM-ON-QUEUE
        PERFORM EDIT-REJECT-PARA
     END-IF.
 EDIT-REJECT-PARA.
     IF NOT AQ-PENDING
        DISPLAY 'ITEM ' AQ-ITEM-NO ' IS NOT PENDING, STATUS ' AQ-STATUS
     ELSE IF AQ-MAKER = SG-OPERATOR
        DISPLAY 'ITEM ' AQ-ITEM-NO
           ' WAS QUEUED BY YOU - ANOTHER OPERATOR MUST REJECT IT'
     ELSE
        PERFORM DISPLAY-ITEM-PARA
        DISPLAY 'REJECTION REASON         : ' WITH NO ADVANCING
        ACCEPT WS-FAIL-REASON
        IF WS-FAIL-REASON = SPACES
           DISPLAY 'A REASON IS REQUIRED, ITEM ' AQ-ITEM-NO ' LEFT PENDING'
        ELSE
           PERFORM RECHECK-ITEM-PARA
           IF ITEM-ON-QUEUE
              MOVE 'R' TO AQ-STATUS
              MOVE WS-FAIL-REASON TO AQ-REASON
              PERFORM CLOSE-ITEM-PARA
              DISPLAY 'ITEM ' AQ-ITEM-NO ' REJECTED'
           END-IF
        END-IF.
*>
 GET-ITEM-PARA.
     DISPLAY 'ITEM NUMBER              : ' WITH NO ADVANCING
     ACCEPT WS-ITEM-IN
     MOVE 'N' TO WS-ITEM-FOUND-FLAG
     IF WS-ITEM-IN > ZERO
        MOVE WS-ITEM-IN TO AQ-ITEM-NO
        READ APPROVAL-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-ITEM-FOUND-FLAG
        END-READ
     END-IF
     IF NOT ITEM-ON-QUEUE
        DISPLAY 'ITEM NOT FOUND ON APPROVAL QUEUE'
     END-IF.
*> RECHECK-ITEM-PARA re-reads the item after the checker has confirmed,
*> since another checker may have dealt with it while this one was
*> looking at the screen.
 RECHECK-ITEM-PARA.
     READ APPROVAL-FILE
        INVALID KEY
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
        NOT INVALID KEY
           IF NOT AQ-PENDING
              MOVE 'N' TO WS-ITEM-FOUND-FLAG
           END-IF
     END-READ
     IF NOT ITEM-ON-QUEUE
        DISPLAY 'ITEM ' AQ-ITEM-NO ' WAS DEALT WITH BY ANOTHER OPERATOR'
     END-IF.
*>
 DISPLAY-ITEM-PARA.
     PERFORM DESCRIBE-ITEM-PARA
     DISPLAY 'ITEM      : ' AQ-ITEM-NO '  ' WS-ACTION-DESC
     DISPLAY 'PROGRAM   : ' AQ-PROGRAM '  FUNCTION ' AQ-FUNCTION
        '  KEY ' AQ-KEY
     DISPLAY 'QUEUED BY : ' AQ-MAKER ' ON ' AQ-MAKE-DATE ' ' AQ-MAKE-TIME
     DISPLAY 'STATUS    : ' AQ-STATUS
     IF NOT AQ-PENDING
        DISPLAY 'CHECKED BY: ' AQ-CHECKER ' ON ' AQ-CHECK-DATE ' '
           AQ-CHECK-TIME ' ' AQ-REASON
     END-IF
     DISPLAY 'BEFORE    : ' AQ-BEFORE-IMAGE
     DISPLAY 'AFTER     : ' AQ-AFTER-IMAGE.
*> DESCRIBE-ITEM-PARA names the action in HR's terms - a 'C' queued by
*> EMPMAINT is always a transfer or redesignation, since plain
*> corrections are applied without approval.
 DESCRIBE-ITEM-PARA.
     EVALUATE TRUE
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'D'
           MOVE 'TERMINATION'            TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'R'
           MOVE 'REHIRE'                 TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'C'
           MOVE 'TRANSFER/REDESIGNATION' TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'GRPMAINT'
           MOVE 'GROUP DELETE'           TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'LOCMAINT'
           MOVE 'LOCATION DELETE'        TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'DSGMAINT'
           MOVE 'DESIGNATION DELETE'     TO WS-ACTION-DESC
        WHEN AQ-PROGRAM = 'REGMAINT'
           MOVE 'REGION DELETE'          TO WS-ACTION-DESC
        WHEN OTHER
           MOVE 'UNKNOWN'                TO WS-ACTION-DESC
     END-EVALUATE.
*>
*> APPLY-ITEM-PARA routes the item to the master it came from. Every
*> route first checks the master record still matches the queued
*> before image; an item that cannot be applied is closed as failed
*> with the reason, for the maker to re-key against the current record.
 APPLY-ITEM-PARA.
     MOVE 'N' TO WS-APPLIED-FLAG
     MOVE SPACES TO WS-FAIL-REASON
     EVALUATE TRUE
        WHEN AQ-PROGRAM = 'EMPMAINT'
           PERFORM APPLY-EMP-PARA
        WHEN AQ-PROGRAM = 'GRPMAINT' AND AQ-FUNCTION = 'D'
           PERFORM APPLY-GRP-PARA
        WHEN AQ-PROGRAM = 'LOCMAINT' AND AQ-FUNCTION = 'D'
           PERFORM APPLY-LOC-PARA
        WHEN AQ-PROGRAM = 'DSGMAINT' AND AQ-FUNCTION = 'D'
           PERFORM APPLY-DSG-PARA
        WHEN AQ-PROGRAM = 'REGMAINT' AND AQ-FUNCTION = 'D'
           PERFORM APPLY-REG-PARA
        WHEN OTHER
           MOVE 'NO APPROVAL ROUTE FOR ITEM' TO WS-FAIL-REASON
     END-EVALUATE
     IF ITEM-APPLIED
        PERFORM WRITE-AUDIT-PARA
        MOVE 'A' TO AQ-STATUS
        MOVE SPACES TO AQ-REASON
        PERFORM CLOSE-ITEM-PARA
        DISPLAY 'ITEM ' AQ-ITEM-NO ' APPROVED AND APPLIED'
        IF AQ-PROGRAM = 'EMPMAINT' AND AQ-FUNCTION = 'D'
           MOVE AQ-BEFORE-IMAGE(1:6) TO EMP-CODE
           PERFORM LIST-DIRECT-REPORTS-PARA
        END-IF
     ELSE
        MOVE 'F' TO AQ-STATUS
        MOVE WS-FAIL-REASON TO AQ-REASON
        PERFORM CLOSE-ITEM-PARA
        DISPLAY 'ITEM ' AQ-ITEM-NO ' NOT APPLIED - ' WS-FAIL-REASON
     END-IF.
*>
 APPLY-EMP-PARA.
     MOVE AQ-BEFORE-IMAGE(1:6) TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'EMPLOYEE NO LONGER ON FILE' TO WS-FAIL-REASON
        NOT INVALID KEY
           IF EMPLOYEE-RECORD NOT = AQ-BEFORE-IMAGE
              MOVE 'MASTER CHANGED SINCE QUEUED' TO WS-FAIL-REASON
           ELSE
              PERFORM EDIT-EMP-AFTER-PARA
           END-IF
     END-READ.
*> EDIT-EMP-AFTER-PARA re-validates the queued group, location and
*> designation - a reference delete approved in the meantime must not
*> leave a transfer or rehire pointing at a code that is gone. A
*> termination keeps the codes it had, so it is not re-checked. A new
*> manager on the item is checked again for the same reason - they may
*> have left, or the lines may have moved into a loop, since queueing.
 EDIT-EMP-AFTER-PARA.
     MOVE AQ-AFTER-IMAGE TO EMPLOYEE-RECORD
     MOVE AQ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
     MOVE 'Y' TO WS-GRP-VALID-FLAG
     MOVE 'Y' TO WS-LOC-VALID-FLAG
     MOVE 'Y' TO WS-DSG-VALID-FLAG
     MOVE 'Y' TO WS-MGR-VALID-FLAG
     IF NOT EMP-INACTIVE
        PERFORM CHECK-GROUP-PARA
        PERFORM CHECK-LOCATION-PARA
        PERFORM CHECK-DESG-PARA
        IF EMP-MGR-CODE NOT = WS-BEFORE-MGR
           PERFORM CHECK-MANAGER-PARA
        END-IF
     END-IF
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NO LONGER ON GRP.DAT' TO WS-FAIL-REASON
     ELSE IF NOT LOCATION-ON-FILE
        MOVE 'LOCATION NO LONGER ON LOC.DAT' TO WS-FAIL-REASON
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESIGNATION NO LONGER ON DSG' TO WS-FAIL-REASON
     ELSE IF NOT MANAGER-VALID
        CONTINUE
     ELSE
        PERFORM REWRITE-EMP-PARA.
*> REWRITE-EMP-PARA - on a rehire the closed stint goes to EMPHIST.DAT
*> only once the reactivating REWRITE has succeeded, so a failed rehire
*> leaves no history record behind (same discipline as the audit trail).
 REWRITE-EMP-PARA.
     REWRITE EMPLOYEE-RECORD
        INVALID KEY
           MOVE 'EMPFILE.DAT REWRITE FAILED' TO WS-FAIL-REASON
        NOT INVALID KEY
           MOVE 'Y' TO WS-APPLIED-FLAG
           IF AQ-FUNCTION = 'R'
              PERFORM WRITE-HISTORY-PARA
           END-IF
     END-REWRITE.
 WRITE-HISTORY-PARA.
     MOVE AQ-BEFORE-IMAGE  TO WS-QUEUED-EMP
     MOVE WS-QE-CODE       TO EH-EMP-CODE
     MOVE WS-QE-NAME       TO EH-EMP-NAME
     MOVE WS-QE-GROUP      TO EH-EMP-GROUP
     MOVE WS-QE-DESG       TO EH-EMP-DESG
     MOVE WS-QE-LOC        TO EH-EMP-LOC
     MOVE WS-QE-JOIN-DATE  TO EH-JOIN-DATE
     MOVE WS-QE-LEAVE-DATE TO EH-LEAVE-DATE
     WRITE EMP-HIST-REC
     IF NOT OPEN-SUCCESS IN WS-HIST-STAT
        DISPLAY 'APPROVE: HISTORY WRITE FAILED, STATUS=' WS-HIST-STAT
     END-IF.
*>
 APPLY-GRP-PARA.
     MOVE AQ-BEFORE-IMAGE(1:10) TO GRP-CODE
     READ GROUP-FILE
        INVALID KEY
           MOVE 'GROUP NO LONGER ON FILE' TO WS-FAIL-REASON
        NOT INVALID KEY
           IF GROUP-REC NOT = AQ-BEFORE-IMAGE(1:80)
              MOVE 'MASTER CHANGED SINCE QUEUED' TO WS-FAIL-REASON
           ELSE
              DELETE GROUP-FILE
                 INVALID KEY
                    MOVE 'GRP.DAT DELETE FAILED' TO WS-FAIL-REASON
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-APPLIED-FLAG
              END-DELETE
           END-IF
     END-READ.
*>
 APPLY-LOC-PARA.
     MOVE AQ-BEFORE-IMAGE(1:3) TO LOC-CODE
     READ LOCATION-FILE
        INVALID KEY
           MOVE 'LOCATION NO LONGER ON FILE' TO WS-FAIL-REASON
        NOT INVALID KEY
           IF LOCATION-REC NOT = AQ-BEFORE-IMAGE(1:80)
              MOVE 'MASTER CHANGED SINCE QUEUED' TO WS-FAIL-REASON
           ELSE
              DELETE LOCATION-FILE
                 INVALID KEY
                    MOVE 'LOC.DAT DELETE FAILED' TO WS-FAIL-REASON
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-APPLIED-FLAG
              END-DELETE
           END-IF
     END-READ.
*>
 APPLY-DSG-PARA.
     MOVE AQ-BEFORE-IMAGE(1:15) TO DSG-CODE
     READ DESG-FILE
        INVALID KEY
           MOVE 'DESIGNATION NO LONGER ON FILE' TO WS-FAIL-REASON
        NOT INVALID KEY
           IF DESG-REC NOT = AQ-BEFORE-IMAGE(1:80)
              MOVE 'MASTER CHANGED SINCE QUEUED' TO WS-FAIL-REASON
           ELSE
              DELETE DESG-FILE
                 INVALID KEY
                    MOVE 'DSG.DAT DELETE FAILED' TO WS-FAIL-REASON
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-APPLIED-FLAG
              END-DELETE
           END-IF
     END-READ.
*>
 APPLY-REG-PARA.
     MOVE AQ-BEFORE-IMAGE(1:2) TO REG-CODE
     READ REGION-FILE
        INVALID KEY
           MOVE 'REGION NO LONGER ON FILE' TO WS-FAIL-REASON
        NOT INVALID KEY
           IF REGION-REC NOT = AQ-BEFORE-IMAGE(1:80)
              MOVE 'MASTER CHANGED SINCE QUEUED' TO WS-FAIL-REASON
           ELSE
              DELETE REGION-FILE
                 INVALID KEY
                    MOVE 'REGION.DAT DELETE FAILED' TO WS-FAIL-REASON
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-APPLIED-FLAG
              END-DELETE
           END-IF
     END-READ.
*>
 CHECK-LOCATION-PARA.
     MOVE EMP-LOC TO LOC-CODE
     READ LOCATION-FILE
        INVALID KEY
           MOVE 'N' TO WS-LOC-VALID-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-LOC-VALID-FLAG
     END-READ.
 CHECK-GROUP-PARA.
     MOVE EMP-GROUP TO GRP-CODE
     READ GROUP-FILE
        INVALID KEY
           MOVE 'N' TO WS-GRP-VALID-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-GRP-VALID-FLAG
     END-READ.
 CHECK-DESG-PARA.
     MOVE EMP-DESG TO DSG-CODE
     READ DESG-FILE
        INVALID KEY
           MOVE 'N' TO WS-DSG-VALID-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-DSG-VALID-FLAG
     END-READ.
*>
*> CHECK-MANAGER-PARA is EMPMAINT's check on the item's manager: on
*> file, active, not the employee, and not already reporting up to the
*> employee. The walk up the chain reads the master, so the record to
*> be written is saved and put back.
 CHECK-MANAGER-PARA.
     IF EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
        MOVE EMPLOYEE-RECORD TO WS-SAVE-EMP-REC
        MOVE EMP-CODE TO WS-CHAIN-EMP
        MOVE EMP-MGR-CODE TO WS-CHAIN-CODE
        IF WS-CHAIN-CODE = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'EMPLOYEE IS OWN MANAGER' TO WS-FAIL-REASON
        ELSE
           MOVE WS-CHAIN-CODE TO EMP-CODE
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-MGR-VALID-FLAG
                 MOVE 'MANAGER NO LONGER ON FILE' TO WS-FAIL-REASON
              NOT INVALID KEY
                 IF NOT EMP-ACTIVE
                    MOVE 'N' TO WS-MGR-VALID-FLAG
                    MOVE 'MANAGER NO LONGER ACTIVE' TO WS-FAIL-REASON
                 ELSE
                    MOVE ZERO TO WS-CHAIN-DEPTH
                    MOVE 'N' TO WS-CHAIN-FLAG
                    PERFORM WALK-CHAIN-PARA UNTIL CHAIN-ENDED
                 END-IF
           END-READ
        END-IF
        MOVE WS-SAVE-EMP-REC TO EMPLOYEE-RECORD
     END-IF.
 WALK-CHAIN-PARA.
     ADD 1 TO WS-CHAIN-DEPTH
     IF NOT (EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO)
        OR WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH
        MOVE 'Y' TO WS-CHAIN-FLAG
     ELSE
        IF EMP-MGR-CODE = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'MANAGER LINE WOULD LOOP' TO WS-FAIL-REASON
           MOVE 'Y' TO WS-CHAIN-FLAG
        ELSE
           MOVE EMP-MGR-CODE TO EMP-CODE
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-CHAIN-FLAG
           END-READ
        END-IF
     END-IF.
*> LIST-DIRECT-REPORTS-PARA shows everyone still working (active or on
*> leave) whose manager is the leaver just approved, so the checker can
*> have them re-pointed.
 LIST-DIRECT-REPORTS-PARA.
     MOVE EMP-CODE TO WS-CHAIN-EMP
     MOVE ZERO TO WS-REPORTS-COUNT
     MOVE 'N' TO WS-SCAN-FLAG
     MOVE ZERO TO EMP-CODE
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-SCAN-FLAG
     END-START
     PERFORM SCAN-REPORTS-PARA UNTIL END-OF-SCAN
     IF WS-REPORTS-COUNT > ZERO
        DISPLAY 'DIRECT REPORTS LISTED : ' WS-REPORTS-COUNT
     END-IF.
 SCAN-REPORTS-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE = WS-CHAIN-EMP
              AND (EMP-ACTIVE OR EMP-ON-LEAVE)
              IF WS-REPORTS-COUNT = ZERO
                 DISPLAY 'DIRECT REPORTS NOW WITHOUT AN ACTIVE MANAGER:'
              END-IF
              DISPLAY EMP-CODE '  ' EMP-NAME '  ' EMP-GROUP '  '
                 EMP-DESG '  ' EMP-LOC '  ' EMP-STATUS
              ADD 1 TO WS-REPORTS-COUNT
           END-IF
     END-READ.
*>
*> CLOSE-ITEM-PARA stamps the checker's decision on the queue item.
 CLOSE-ITEM-PARA.
     MOVE SG-OPERATOR       TO AQ-CHECKER
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO AQ-CHECK-DATE
     MOVE WS-TIMESTAMP(9:6) TO AQ-CHECK-TIME
     REWRITE APPROVAL-REC
        INVALID KEY
           DISPLAY 'APPROVE: QUEUE UPDATE FAILED, STATUS=' WS-APR-STAT
     END-REWRITE.
*> WRITE-AUDIT-PARA records the applied item exactly as its originating
*> program would have, plus who approved it - PAYMOVE and AUDLIST see
*> an approved termination as the EMPMAINT 'D' it always was.
 WRITE-AUDIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8)  TO AUD-DATE
     MOVE WS-TIMESTAMP(9:6)  TO AUD-TIME
     MOVE AQ-PROGRAM         TO AUD-PROGRAM
     MOVE AQ-FUNCTION        TO AUD-FUNCTION
     MOVE AQ-KEY             TO AUD-KEY
     MOVE AQ-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE AQ-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE AQ-MAKER           TO AUD-OPERATOR
     MOVE SG-OPERATOR        TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'APPROVE: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF
     IF AQ-PROGRAM = 'EMPMAINT'
        MOVE AQ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
        MOVE AQ-AFTER-IMAGE  TO WS-AFTER-IMAGE
        PERFORM WRITE-ASSIGN-HIST-PARA
     END-IF.
*> WRITE-ASSIGN-HIST-PARA adds an approved transfer, redesignation or
*> rehire into a different post to the permanent assignment history
*> (ASGHIST.DAT) - dated the day it was approved, or the new joining
*> date for a rehire - with the maker as operator, as on the trail.
 WRITE-ASSIGN-HIST-PARA.
     IF WS-BEFORE-IMAGE NOT = SPACES AND WS-AFTER-IMAGE NOT = SPACES
        AND (WS-BEFORE-GROUP NOT = WS-AFTER-GROUP
          OR WS-BEFORE-DESG NOT = WS-AFTER-DESG
          OR WS-BEFORE-LOC NOT = WS-AFTER-LOC)
        MOVE EMP-CODE           TO AH-EMP-CODE
        IF AUD-FUNCTION = 'R'
           MOVE EMP-JOIN-DATE   TO AH-EFF-DATE
        ELSE
           MOVE AUD-DATE        TO AH-EFF-DATE
        END-IF
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
           DISPLAY 'APPROVE: ASSIGNMENT HISTORY WRITE FAILED, STATUS='
              WS-ASG-STAT
        END-IF
     END-IF.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the ID is what keeps a maker from approving their
*> own items, and it goes on every audit record as the approver.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'APPROVE' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> CHECK-BATCH-LOCK-PARA refuses to open the masters while NIGHTRUN
*> holds the system-wide batch lock; an approval applies master updates
*> just as the maintenance screens do.
 CHECK-BATCH-LOCK-PARA.
     OPEN INPUT LOCK-FILE
     IF NEW-FILE-NOT-FOUND IN WS-LCK-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-LCK-STAT
        DISPLAY 'APPROVE: UNABLE TO OPEN BATCHLCK.DAT, STATUS='
           WS-LCK-STAT
        MOVE 'Y' TO WS-BATCH-LOCK-FLAG
     ELSE
        READ LOCK-FILE
           AT END
              CONTINUE
           NOT AT END
              IF LK-STATUS = 'L'
                 MOVE 'Y' TO WS-BATCH-LOCK-FLAG
                 DISPLAY 'APPROVE: BATCH WINDOW IN PROGRESS - LOCKED BY '
                    LK-PROGRAM ' SINCE ' LK-DATE ' ' LK-TIME
              END-IF
        END-READ
        CLOSE LOCK-FILE
     END-IF
     IF BATCH-WINDOW-OPEN
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
 TERM-PARA.
     CLOSE APPROVAL-FILE
     CLOSE EMPLOYEE-FILE
     CLOSE GROUP-FILE
     CLOSE LOCATION-FILE
     CLOSE DESG-FILE
     CLOSE REGION-FILE
     CLOSE AUDIT-FILE
     CLOSE EMP-HIST-FILE
     CLOSE ASSIGN-HIST-FILE.
