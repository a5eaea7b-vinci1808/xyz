*> require rebuilding the master from EMP.DAT. Termination marks the
*> record inactive with a leaving date instead of physically deleting
*> it, so grand totals stay reconcilable with HR's own figures.
*> Terminations, rehires, transfers and redesignations are not applied
*> here but queued on APPROVQ.DAT for a second operator (APPROVE).
*> Each employee may name a manager (EMP-MGR-CODE), who must be an
*> active employee somewhere above whom the employee does not already
*> sit; putting a manager on leave lists the team left without one.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS GRP-CODE
     FILE STATUS  IS WS-GRP-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSG-STAT.
     SELECT APPROVAL-FILE ASSIGN TO 'APPROVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS AQ-ITEM-NO
     FILE STATUS  IS WS-APR-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     COPY AUD01.
     COPY LOC02.
     COPY GRP01.
     COPY DSG01.
     COPY APR01.
     COPY ASG01.
     COPY LCK01.
*>
 WORKING-STORAGE SECTION.
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-DSG-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  DESG-ON-FILE                  VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
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
 01  WS-AUDIT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-FUNCTION          PIC X(01)   VALUE SPACES.
     88  ADD-FUNCTION                  VALUE 'A'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
 01  WS-APR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-APPROVAL-ITEM-NO  PIC 9(08)   VALUE ZERO.
 01  WS-MGR-IN            PIC X(06)   VALUE SPACES.
 01  WS-MGR-VALID-FLAG    PIC X(01)   VALUE 'Y'.
     88  MANAGER-VALID                 VALUE 'Y'.
 01  WS-MGR-REASON        PIC X(40)   VALUE SPACES.
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
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
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
        DISPLAY 'EMPMAINT: UNABLE TO OPEN GRP.DAT, STATUS=' WS-GRP-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN INPUT DESG-FILE
     IF NOT OPEN-SUCCESS IN WS-DSG-STAT
        DISPLAY 'EMPMAINT: UNABLE TO OPEN DSG.DAT, STATUS=' WS-DSG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN I-O APPROVAL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-APR-STAT
        OPEN OUTPUT APPROVAL-FILE
        CLOSE APPROVAL-FILE
        OPEN I-O APPROVAL-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-APR-STAT
        DISPLAY 'EMPMAINT: UNABLE TO OPEN APPROVQ.DAT, STATUS=' WS-APR-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND ASSIGN-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
        OPEN OUTPUT ASSIGN-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-ASG-STAT
        DISPLAY 'EMPMAINT: UNABLE TO OPEN ASGHIST.DAT, STATUS=' WS-ASG-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
        DISPLAY 'N-NAME SEARCH  L-LIST BY LOCATION  Q-QUIT'
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
              WHEN REHIRE-FUNCTION
                  PERFORM REHIRE-PARA
              WHEN LOA-START-FUNCTION
                  PERFORM LOA-START-PARA
              WHEN LOA-RETURN-FUNCTION
                  PERFORM LOA-RETURN-PARA
              WHEN INQUIRE-FUNCTION
                  PERFORM INQUIRE-PARA
              WHEN NAME-SEARCH-FUNCTION
                  PERFORM NAME-SEARCH-PARA
              WHEN LOC-LIST-FUNCTION
                  PERFORM LOC-LIST-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
 ADD-PARA.
     MOVE 'F' TO EMP-TYPE
     MOVE 1.00 TO EMP-FTE
     PERFORM GET-TYPE-FTE-PARA
     MOVE ZERO TO EMP-MGR-CODE
     PERFORM GET-MANAGER-PARA
     MOVE 'A' TO EMP-STATUS
     MOVE ZERO TO EMP-LEAVE-DATE
     MOVE ZERO TO EMP-LOA-START
     PERFORM CHECK-GROUP-PARA
     PERFORM CHECK-LOCATION-PARA
     PERFORM CHECK-DESG-PARA
     PERFORM CHECK-MANAGER-PARA
     IF NOT GROUP-ON-FILE
        DISPLAY 'GROUP ' EMP-GROUP ' NOT ON GRP.DAT, NOT ADDED'
     ELSE IF NOT LOCATION-ON-FILE
        DISPLAY 'LOCATION ' EMP-LOC ' NOT ON LOC.DAT, NOT ADDED'
     ELSE IF NOT DESG-ON-FILE
        DISPLAY 'DESIGNATION ' EMP-DESG ' NOT ON DSG.DAT, NOT ADDED'
     ELSE IF NOT MANAGER-VALID
        DISPLAY 'NOT ADDED - ' WS-MGR-REASON
     ELSE
        WRITE EMPLOYEE-RECORD
           INVALID KEY
        END-WRITE
     END-IF.
*>
*> CHANGE-PARA - a change that moves the employee to another location
*> or designation is a transfer/redesignation and goes to the approval
*> queue; name, group, type, FTE and manager corrections are applied
*> directly. An unchanged manager is not re-checked, so a team whose
*> manager is on leave can still have its own details corrected.
 CHANGE-PARA.
     PERFORM GET-KEY-PARA
     READ EMPLOYEE-FILE
           DISPLAY 'LOCATION    [' EMP-LOC   '] : ' WITH NO ADVANCING
           ACCEPT EMP-LOC
           PERFORM GET-TYPE-FTE-PARA
           PERFORM GET-MANAGER-PARA
           PERFORM CHECK-GROUP-PARA
           PERFORM CHECK-LOCATION-PARA
           PERFORM CHECK-DESG-PARA
           IF EMP-MGR-CODE = WS-BEFORE-MGR
              MOVE 'Y' TO WS-MGR-VALID-FLAG
           ELSE
              PERFORM CHECK-MANAGER-PARA
           END-IF
           IF NOT GROUP-ON-FILE
              DISPLAY 'GROUP ' EMP-GROUP ' NOT ON GRP.DAT, NOT UPDATED'
           ELSE IF NOT LOCATION-ON-FILE
           ELSE IF NOT DESG-ON-FILE
              DISPLAY 'DESIGNATION ' EMP-DESG
                 ' NOT ON DSG.DAT, NOT UPDATED'
           ELSE IF NOT MANAGER-VALID
              DISPLAY 'NOT UPDATED - ' WS-MGR-REASON
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
              MOVE 'C' TO WS-AUDIT-FUNCTION
              IF EMP-LOC NOT = WS-BEFORE-LOC
                 OR EMP-DESG NOT = WS-BEFORE-DESG
                 DISPLAY 'TRANSFER/REDESIGNATION OF ' EMP-CODE
                    ' NEEDS APPROVAL'
                 PERFORM QUEUE-APPROVAL-PARA
              ELSE
                 REWRITE EMPLOYEE-RECORD
                    INVALID KEY
                       DISPLAY 'UPDATE FAILED, STATUS=' WS-EMP-STAT
                    NOT INVALID KEY
                       DISPLAY 'EMPLOYEE ' EMP-CODE ' UPDATED'
                       PERFORM WRITE-AUDIT-PARA
                 END-REWRITE
              END-IF
           END-IF
     END-READ.
*>
*> DELETE-PARA marks the employee inactive with a leaving date instead
*> of physically deleting the record - a leaver's history stays on the
*> master for the attrition report and the HR reconciliation, and the
*> audit trail still carries the action as a 'D'. The termination is
*> queued for a second operator's approval rather than applied here.
 DELETE-PARA.
     PERFORM GET-KEY-PARA
     READ EMPLOYEE-FILE
              ACCEPT WS-DATE-IN
              MOVE 'I' TO EMP-STATUS
              PERFORM SET-LEAVE-DATE-PARA
              MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
              MOVE 'D' TO WS-AUDIT-FUNCTION
              DISPLAY 'TERMINATION OF ' EMP-CODE ' NEEDS APPROVAL'
              PERFORM QUEUE-APPROVAL-PARA
           END-IF
     END-READ.
*>
*> REHIRE-PARA takes a leaver on again: the master record is to be
*> reactivated with a new joining date and whatever group/designation/
*> location the returner comes back to. The rehire is queued for a
*> second operator; when APPROVE applies it, the closed stint (the
*> queued before image, with its joining and leaving dates) goes to the
*> employment history file first - so ATTRIT and service-length
*> questions keep every spell instead of the old dates being silently
*> overwritten.
 REHIRE-PARA.
     PERFORM GET-KEY-PARA
     READ EMPLOYEE-FILE
              DISPLAY 'EMPLOYEE ' EMP-CODE ' IS NOT INACTIVE, NO REHIRE'
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              DISPLAY 'GROUP       [' EMP-GROUP '] : ' WITH NO ADVANCING
              ACCEPT EMP-GROUP
              DISPLAY 'DESIGNATION [' EMP-DESG  '] : ' WITH NO ADVANCING
              DISPLAY 'LOCATION    [' EMP-LOC   '] : ' WITH NO ADVANCING
              ACCEPT EMP-LOC
              PERFORM GET-TYPE-FTE-PARA
              PERFORM GET-MANAGER-PARA
              DISPLAY 'NEW JOINING DATE (YYYYMMDD, BLANK = TODAY): '
                 WITH NO ADVANCING
              ACCEPT WS-DATE-IN
              PERFORM CHECK-GROUP-PARA
              PERFORM CHECK-LOCATION-PARA
              PERFORM CHECK-DESG-PARA
              PERFORM CHECK-MANAGER-PARA
              IF NOT GROUP-ON-FILE
                 DISPLAY 'GROUP ' EMP-GROUP ' NOT ON GRP.DAT, NO REHIRE'
              ELSE IF NOT LOCATION-ON-FILE
              ELSE IF NOT DESG-ON-FILE
                 DISPLAY 'DESIGNATION ' EMP-DESG
                    ' NOT ON DSG.DAT, NO REHIRE'
              ELSE IF NOT MANAGER-VALID
                 DISPLAY 'NO REHIRE - ' WS-MGR-REASON
              ELSE
                 MOVE 'A' TO EMP-STATUS
                 PERFORM SET-JOIN-DATE-PARA
                 MOVE ZERO TO EMP-LEAVE-DATE
                 MOVE ZERO TO EMP-LOA-START
                 MOVE ZERO TO EMP-LOA-RETURN
                 MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                 MOVE 'R' TO WS-AUDIT-FUNCTION
                 DISPLAY 'REHIRE OF ' EMP-CODE ' NEEDS APPROVAL'
                 PERFORM QUEUE-APPROVAL-PARA
              END-IF
           END-IF
     END-READ.
*>
*> LOA-START-PARA puts an active employee on leave of absence: status
*> 'L' with a leave start and expected-return date, so PAYEXT stops
*> extracting them without the record having to be terminated (and show
*> up as attrition) or left active (and keep getting paid). Anyone who
*> reports to them is listed, since their team now has no active
*> manager until the return or a change of reporting line.
 LOA-START-PARA.
     PERFORM GET-KEY-PARA
     READ EMPLOYEE-FILE
                    MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                    MOVE 'S' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
                    PERFORM LIST-DIRECT-REPORTS-PARA
              END-REWRITE
           END-IF
     END-READ.
           DISPLAY 'STATUS : ' EMP-STATUS
           DISPLAY 'TYPE   : ' EMP-TYPE
           DISPLAY 'FTE    : ' EMP-FTE
           DISPLAY 'MANAGER: ' EMP-MGR-CODE
           DISPLAY 'JOINED : ' EMP-JOIN-DATE
           DISPLAY 'LEFT   : ' EMP-LEAVE-DATE
           IF EMP-ON-LEAVE
     ELSE IF NOT (EMP-FTE NUMERIC AND EMP-FTE > ZERO)
        MOVE 1.00 TO EMP-FTE
     END-IF.
*> GET-MANAGER-PARA captures the manager's employee code the same way:
*> six digits replace the bracketed value, 000000 takes the manager off
*> (the employee heads their own line), and a blank keeps what is
*> there. Records from before reporting lines were kept carry spaces
*> and are read as having no manager.
 GET-MANAGER-PARA.
     IF EMP-MGR-CODE NOT NUMERIC
        MOVE ZERO TO EMP-MGR-CODE
     END-IF
     DISPLAY 'MANAGER CODE (000000 = NONE) [' EMP-MGR-CODE '] : '
        WITH NO ADVANCING
     ACCEPT WS-MGR-IN
     IF WS-MGR-IN NUMERIC
        MOVE WS-MGR-IN TO EMP-MGR-CODE
     END-IF.
*> CHECK-MANAGER-PARA accepts no manager, or a manager who is on the
*> master and active, is not the employee themself, and does not
*> already report (directly or further up) to the employee - that last
*> would close a loop in the reporting lines. The walk up the chain
*> reads the master, so the record being keyed is saved and put back;
*> it stops at the top of the chain, a code not on file, or after
*> WS-MAX-CHAIN-DEPTH levels.
 CHECK-MANAGER-PARA.
     MOVE 'Y' TO WS-MGR-VALID-FLAG
     MOVE SPACES TO WS-MGR-REASON
     IF EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
        MOVE EMPLOYEE-RECORD TO WS-SAVE-EMP-REC
        MOVE EMP-CODE TO WS-CHAIN-EMP
        MOVE EMP-MGR-CODE TO WS-CHAIN-CODE
        IF WS-CHAIN-CODE = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'AN EMPLOYEE CANNOT BE THEIR OWN MANAGER' TO WS-MGR-REASON
        ELSE
           MOVE WS-CHAIN-CODE TO EMP-CODE
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-MGR-VALID-FLAG
                 MOVE 'MANAGER CODE NOT ON EMPFILE.DAT' TO WS-MGR-REASON
              NOT INVALID KEY
                 IF NOT EMP-ACTIVE
                    MOVE 'N' TO WS-MGR-VALID-FLAG
                    MOVE 'MANAGER IS NOT AN ACTIVE EMPLOYEE'
                      TO WS-MGR-REASON
                 ELSE
                    MOVE ZERO TO WS-CHAIN-DEPTH
                    MOVE 'N' TO WS-CHAIN-FLAG
                    PERFORM WALK-CHAIN-PARA UNTIL CHAIN-ENDED
                 END-IF
           END-READ
        END-IF
        MOVE WS-SAVE-EMP-REC TO EMPLOYEE-RECORD
     END-IF.
*> WALK-CHAIN-PARA takes one step up from the record just read to its
*> own manager.
 WALK-CHAIN-PARA.
     ADD 1 TO WS-CHAIN-DEPTH
     IF NOT (EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO)
        OR WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH
        MOVE 'Y' TO WS-CHAIN-FLAG
     ELSE
        IF EMP-MGR-CODE = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'MANAGER ALREADY REPORTS TO THIS EMPLOYEE'
             TO WS-MGR-REASON
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
*> leave) whose manager is the employee just taken out of the line, so
*> the operator can re-point them. The master is scanned from the
*> lowest code and the employee's record is put back afterwards.
 LIST-DIRECT-REPORTS-PARA.
     MOVE EMPLOYEE-RECORD TO WS-SAVE-EMP-REC
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
     END-IF
     MOVE WS-SAVE-EMP-REC TO EMPLOYEE-RECORD.
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
*> SET-JOIN-DATE-PARA / SET-LEAVE-DATE-PARA take the operator's entry
*> when it is a plausible eight-digit date and default to today's date
*> otherwise, so a blank entry at the prompt means "effective today".
     MOVE EMP-CODE           TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'EMPMAINT: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF
     PERFORM WRITE-ASSIGN-HIST-PARA.
*> WRITE-ASSIGN-HIST-PARA adds a keyed regrouping to the permanent
*> assignment history (ASGHIST.DAT), dated the day it was keyed.
*> Transfers and redesignations reach the history through APPROVE,
*> which applies them once approved.
 WRITE-ASSIGN-HIST-PARA.
     IF WS-BEFORE-IMAGE NOT = SPACES AND WS-AFTER-IMAGE NOT = SPACES
        AND (WS-BEFORE-GROUP NOT = WS-AFTER-GROUP
          OR WS-BEFORE-DESG NOT = WS-AFTER-DESG
          OR WS-BEFORE-LOC NOT = WS-AFTER-LOC)
        MOVE EMP-CODE           TO AH-EMP-CODE
        MOVE AUD-DATE           TO AH-EFF-DATE
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
           DISPLAY 'EMPMAINT: ASSIGNMENT HISTORY WRITE FAILED, STATUS='
              WS-ASG-STAT
        END-IF
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
        MOVE 'EMPMAINT'          TO AQ-PROGRAM
        MOVE WS-AUDIT-FUNCTION   TO AQ-FUNCTION
        MOVE EMP-CODE            TO AQ-KEY
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
        DISPLAY 'EMPMAINT: APPROVQ.DAT CONTROL UPDATE FAILED, STATUS='
           WS-APR-STAT
     END-IF.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the grants handed back decide which functions the
*> menu will run, and the ID goes on every audit record written.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'EMPMAINT' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> CHECK-BATCH-LOCK-PARA refuses to open the masters while NIGHTRUN
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
 TERM-PARA.
     CLOSE APPROVAL-FILE
     CLOSE EMPLOYEE-FILE
     CLOSE AUDIT-FILE
     CLOSE LOCATION-FILE
     CLOSE GROUP-FILE
     CLOSE DESG-FILE
     CLOSE ASSIGN-HIST-FILE.
