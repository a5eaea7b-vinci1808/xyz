 IDENTIFICATION DIVISION.
 PROGRAM-ID. REGMAINT.
*> Maintenance program for REGION-FILE (REGION.DAT) - add, change and
*> delete of REG-CODE entries. Regions sit above locations: LOCMAINT
*> validates each LOC-REGION against this master, and MODEMP, GRPLOC,
*> DESGSUM and BUDVAR subtotal their locations by it, so each regional
*> head gets their slice without adding up location lines by hand.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT LOCATION-FILE ASSIGN TO 'LOC.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS LOC-CODE
     ALTERNATE RECORD KEY IS LOC-CITY WITH DUPLICATES
     FILE STATUS  IS WS-LOC-STAT.
     SELECT APPROVAL-FILE ASSIGN TO 'APPROVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS AQ-ITEM-NO
     FILE STATUS  IS WS-APR-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-LCK-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY REG01.
     COPY AUD01.
     COPY LOC02.
     COPY APR01.
     COPY LCK01.
*>
 WORKING-STORAGE SECTION.
 01  WS-REG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-STAT          PIC X(02).
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
 01  WS-LOC-IN-REG-COUNT  PIC 9(04)   VALUE ZERO.
 01  WS-LOC-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-LOC-SCAN               VALUE 'Y'.
 01  WS-LOC-AVAIL-FLAG    PIC X(01)   VALUE 'N'.
     88  LOC-FILE-AVAILABLE            VALUE 'Y'.
 01  WS-CONFIRM           PIC X(01)   VALUE SPACES.
     88  DELETE-CONFIRMED              VALUE 'Y'.
 01  WS-LCK-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
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
     OPEN I-O REGION-FILE
     IF NEW-FILE-NOT-FOUND IN WS-REG-STAT
        OPEN OUTPUT REGION-FILE
        CLOSE REGION-FILE
        OPEN I-O REGION-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-REG-STAT
        DISPLAY 'REGMAINT: UNABLE TO OPEN REGION.DAT, STATUS=' WS-REG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        OPEN OUTPUT AUDIT-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'REGMAINT: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
*> a missing location master just means no locations exist yet, so a
*> delete has nothing to point at it - not a reason to refuse to run.
     OPEN INPUT LOCATION-FILE
     IF OPEN-SUCCESS IN WS-LOC-STAT
        MOVE 'Y' TO WS-LOC-AVAIL-FLAG
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-LOC-STAT
           DISPLAY 'REGMAINT: UNABLE TO OPEN LOC.DAT, STATUS=' WS-LOC-STAT
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
        DISPLAY 'REGMAINT: UNABLE TO OPEN APPROVQ.DAT, STATUS=' WS-APR-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
     IF NOT NO-MORE-WORK
        DISPLAY ' '
        DISPLAY 'REGION MASTER MAINTENANCE'
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
     DISPLAY 'REGION DESCRIPTION    : ' WITH NO ADVANCING
     ACCEPT REG-DESC
     WRITE REGION-REC
        INVALID KEY
           DISPLAY 'REGION CODE ALREADY EXISTS, NOT ADDED'
        NOT INVALID KEY
           DISPLAY 'REGION ' REG-CODE ' ADDED'
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE REGION-REC TO WS-AFTER-IMAGE
           MOVE 'A' TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-PARA
     END-WRITE.
*>
 CHANGE-PARA.
     PERFORM GET-KEY-PARA
     READ REGION-FILE
        INVALID KEY
           DISPLAY 'REGION CODE NOT FOUND'
        NOT INVALID KEY
           MOVE REGION-REC TO WS-BEFORE-IMAGE
           DISPLAY 'DESCRIPTION [' REG-DESC '] : ' WITH NO ADVANCING
           ACCEPT REG-DESC
           REWRITE REGION-REC
              INVALID KEY
                 DISPLAY 'UPDATE FAILED, STATUS=' WS-REG-STAT
              NOT INVALID KEY
                 DISPLAY 'REGION ' REG-CODE ' UPDATED'
                 MOVE REGION-REC TO WS-AFTER-IMAGE
                 MOVE 'C' TO WS-AUDIT-FUNCTION
                 PERFORM WRITE-AUDIT-PARA
           END-REWRITE
     END-READ.
*>
*> DELETE-PARA - a confirmed delete is not applied here: it goes to the
*> approval queue and the record stays on file until a second operator
*> approves it in APPROVE, which re-checks it has not changed since.
 DELETE-PARA.
     PERFORM GET-KEY-PARA
     READ REGION-FILE
        INVALID KEY
           DISPLAY 'REGION CODE NOT FOUND'
        NOT INVALID KEY
           MOVE REGION-REC TO WS-BEFORE-IMAGE
           PERFORM COUNT-LOC-IN-REG-PARA
           MOVE 'Y' TO WS-CONFIRM
           IF WS-LOC-IN-REG-COUNT > 0
              DISPLAY 'WARNING: ' WS-LOC-IN-REG-COUNT
                 ' LOCATIONS STILL IN REGION ' REG-CODE
              DISPLAY 'DELETE ANYWAY (Y/N)     : ' WITH NO ADVANCING
              ACCEPT WS-CONFIRM
           END-IF
           IF NOT DELETE-CONFIRMED
              DISPLAY 'REGION ' REG-CODE ' NOT DELETED'
           ELSE
              MOVE SPACES TO WS-AFTER-IMAGE
              MOVE 'D' TO WS-AUDIT-FUNCTION
              DISPLAY 'DELETE OF REGION ' REG-CODE ' NEEDS APPROVAL'
              PERFORM QUEUE-APPROVAL-PARA
           END-IF
     END-READ.
*>
 INQUIRE-PARA.
     PERFORM GET-KEY-PARA
     READ REGION-FILE
        INVALID KEY
           DISPLAY 'REGION CODE NOT FOUND'
        NOT INVALID KEY
           DISPLAY 'CODE   : ' REG-CODE
           DISPLAY 'DESC   : ' REG-DESC
     END-READ.
*>
 GET-KEY-PARA.
     DISPLAY 'REGION CODE           : ' WITH NO ADVANCING
     ACCEPT REG-CODE.
*> COUNT-LOC-IN-REG-PARA scans the whole location master counting the
*> locations still carrying the region about to be deleted, so the
*> operator sees which sites would drop into NO REGION on the reports
*> before confirming. The scan repositions to the top of LOC.DAT each
*> time, since one menu session can delete several regions.
 COUNT-LOC-IN-REG-PARA.
     MOVE ZERO TO WS-LOC-IN-REG-COUNT
     IF LOC-FILE-AVAILABLE
        MOVE LOW-VALUES TO LOC-CODE
        START LOCATION-FILE KEY IS NOT LESS THAN LOC-CODE
           INVALID KEY
              MOVE 'Y' TO WS-LOC-SCAN-FLAG
           NOT INVALID KEY
              MOVE 'N' TO WS-LOC-SCAN-FLAG
        END-START
        PERFORM UNTIL END-OF-LOC-SCAN
           READ LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LOC-SCAN-FLAG
              NOT AT END
                 IF LOC-REGION = REG-CODE
                    ADD 1 TO WS-LOC-IN-REG-COUNT
                 END-IF
           END-READ
        END-PERFORM
     END-IF.
*> WRITE-AUDIT-PARA stamps one trail record per applied A/C/D action -
*> the caller saves the before/after images around its own I-O verb, so
*> a failed WRITE/REWRITE/DELETE leaves no audit record behind.
 WRITE-AUDIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8)  TO AUD-DATE
     MOVE WS-TIMESTAMP(9:6)  TO AUD-TIME
     MOVE 'REGMAINT'         TO AUD-PROGRAM
     MOVE WS-AUDIT-FUNCTION  TO AUD-FUNCTION
     MOVE SPACES             TO AUD-KEY
     MOVE REG-CODE           TO AUD-KEY(1:2)
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'REGMAINT: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
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
        MOVE 'REGMAINT'          TO AQ-PROGRAM
        MOVE WS-AUDIT-FUNCTION   TO AQ-FUNCTION
        MOVE REG-CODE            TO AQ-KEY(1:2)
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
        DISPLAY 'REGMAINT: APPROVQ.DAT CONTROL UPDATE FAILED, STATUS='
           WS-APR-STAT
     END-IF.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the grants handed back decide which functions the
*> menu will run, and the ID goes on every audit record written.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'REGMAINT' TO SG-PROGRAM
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
     ELSE IF NOT OPEN-SUCCESS IN WS-LCK-STAT
        DISPLAY 'REGMAINT: UNABLE TO OPEN BATCHLCK.DAT, STATUS='
           WS-LCK-STAT
        MOVE 'Y' TO WS-BATCH-LOCK-FLAG
     ELSE
        READ LOCK-FILE
           AT END
              CONTINUE
           NOT AT END
              IF LK-STATUS = 'L'
                 MOVE 'Y' TO WS-BATCH-LOCK-FLAG
                 DISPLAY 'REGMAINT: BATCH WINDOW IN PROGRESS - LOCKED BY '
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
     CLOSE REGION-FILE
     CLOSE AUDIT-FILE
     IF LOC-FILE-AVAILABLE
        CLOSE LOCATION-FILE
     END-IF.
