*> transactions on (EMPPEND.DAT), exactly the items whose effective date
*> has arrived: due items are applied to EMPLOYEE-FILE with the same
*> add/change/terminate/rehire/leave rules EMPBATCH uses (and the same audit
*> trail, employment-history and assignment-history writes), then
*> deleted from the pending file; items still in the future are listed
*> on the register as PENDING and left waiting. The register
*> (TRANREL.REP) shows every item looked at - released, rejected or
*> still pending - so HR can see each night what went on and what is
*> queued. Held manager changes (EMPBATCH's M, and the manager column on
*> A/C/R) are checked again on release day, and terminations and leave
*> starts released are followed by the direct reports they leave
*> without an active manager.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HIST-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT REGISTER-FILE ASSIGN TO 'TRANREL.REP'
     FILE STATUS  IS WS-REG-STAT.
     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
     COPY LOC02.
     COPY GRP01.
     COPY EMPH01.
     COPY ASG01.
     COPY DSG01.
 FD REGISTER-FILE.
 01 REGISTER-RECORD PIC X(80).
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  ORPHAN-HEADING-LINE1.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(45)
                      VALUE 'DIRECT REPORTS LEFT WITHOUT AN ACTIVE MANAGER'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  ORPHAN-HEADING-LINE2.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(08) VALUE 'EMP CODE'.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(15) VALUE 'NAME'.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(03) VALUE 'LOC'.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(06) VALUE 'STATUS'.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(07) VALUE 'MANAGER'.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(10) VALUE 'MANAGER IS'.
     03  FILLER       PIC X(16) VALUE SPACES.
 01  ORPHAN-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OL-EMP-CODE  PIC X(06).
     03  FILLER       PIC X(04) VALUE SPACES.
     03  OL-EMP-NAME  PIC X(15).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  OL-EMP-LOC   PIC X(03).
     03  FILLER       PIC X(04) VALUE SPACES.
     03  OL-STATUS    PIC X(01).
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OL-MGR-CODE  PIC X(06).
     03  FILLER       PIC X(03) VALUE SPACES.
     03  OL-EVENT     PIC X(10).
     03  FILLER       PIC X(16) VALUE SPACES.
 01  ORPHAN-NONE-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(40)
                      VALUE 'NONE - EVERY TEAM STILL HAS A MANAGER'.
     03  FILLER       PIC X(35) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
 01  WS-HIST-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-LOC-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  FTE-GIVEN                     VALUE 'Y'.
 01  WS-FTE-X             PIC X(03)   VALUE SPACES.
 01  WS-FTE-X-N REDEFINES WS-FTE-X    PIC 9V99.
 01  WS-NEW-MGR           PIC 9(06)   VALUE ZERO.
 01  WS-MGR-GIVEN-FLAG    PIC X(01)   VALUE 'N'.
     88  MGR-GIVEN                     VALUE 'Y'.
 01  WS-MGR-VALID-FLAG    PIC X(01)   VALUE 'Y'.
     88  MANAGER-VALID                 VALUE 'Y'.
 01  WS-CHAIN-EMP         PIC 9(06)   VALUE ZERO.
 01  WS-CHAIN-DEPTH       PIC 9(02)   VALUE ZERO.
 01  WS-CHAIN-FLAG        PIC X(01)   VALUE 'N'.
     88  CHAIN-ENDED                   VALUE 'Y'.
 01  WS-MAX-CHAIN-DEPTH   PIC 9(02)   VALUE 50.
*> managers taken out of the line by tonight's releases, for the
*> direct-reports section at the end of the register.
 01  WS-DEPART-TABLE.
     03  WS-DEPART-ENTRY  OCCURS 9999 TIMES INDEXED BY DEP-IDX.
         05  WS-DEP-CODE      PIC 9(06).
         05  WS-DEP-EVENT     PIC X(10).
         05  WS-DEP-ACTIVE    PIC X(01).
 01  WS-DEPART-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-DEPART-EVENT      PIC X(10)   VALUE SPACES.
 01  WS-FIND-CODE         PIC 9(06)   VALUE ZERO.
 01  WS-FOUND-IDX         PIC 9(04)   VALUE ZERO.
 01  WS-ORPHAN-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-EMP-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-EMP-SCAN               VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
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
 01  WS-RUNLOG-STAT       PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
        DISPLAY 'TRANREL ABEND: UNABLE TO OPEN EMPHIST.DAT, STATUS=' WS-HIST-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN EXTEND ASSIGN-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
        OPEN OUTPUT ASSIGN-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-ASG-STAT
        DISPLAY 'TRANREL ABEND: UNABLE TO OPEN ASGHIST.DAT, STATUS=' WS-ASG-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REGISTER-FILE
     IF NOT OPEN-SUCCESS IN WS-REG-STAT
        DISPLAY 'TRANREL ABEND: UNABLE TO OPEN TRANREL.REP, STATUS=' WS-REG-STAT
     END-READ.
 APPLY-ITEM-PARA.
     PERFORM SET-TYPE-FTE-PARA
     PERFORM SET-MANAGER-PARA
     EVALUATE PND-FUNCTION
        WHEN 'A'
           PERFORM APPLY-ADD-PARA
           PERFORM APPLY-LOA-START-PARA
        WHEN 'E'
           PERFORM APPLY-LOA-RETURN-PARA
        WHEN 'M'
           PERFORM APPLY-MANAGER-PARA
        WHEN OTHER
           MOVE 'INVALID FUNCTION CODE' TO D-REASON
           PERFORM WRITE-REJECT-PARA
        MOVE 1.00 TO WS-NEW-FTE
        MOVE 'N' TO WS-FTE-GIVEN-FLAG
     END-IF.
*> SET-MANAGER-PARA resolves the held manager column as EMPBATCH does:
*> six digits are given (000000 = no manager), anything else keeps the
*> master's current manager.
 SET-MANAGER-PARA.
     IF PND-MGR-CODE NUMERIC
        MOVE PND-MGR-CODE TO WS-NEW-MGR
        MOVE 'Y' TO WS-MGR-GIVEN-FLAG
     ELSE
        MOVE ZERO TO WS-NEW-MGR
        MOVE 'N' TO WS-MGR-GIVEN-FLAG
     END-IF.
*> RESOLVE-TYPE-FTE-PARA is performed once the master record has been
*> read, BEFORE the pending item's fields overwrite it: a column the
*> original transaction left blank keeps the record's current value (a
     PERFORM CHECK-GROUP-PARA
     PERFORM CHECK-LOCATION-PARA
     PERFORM CHECK-DESG-PARA
     PERFORM CHECK-MANAGER-PARA
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NOT ON GROUP MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESIGNATION NOT ON DESG MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT MANAGER-VALID
        PERFORM WRITE-REJECT-PARA
     ELSE
        MOVE PND-EMP-CODE  TO EMP-CODE
        MOVE PND-EMP-NAME  TO EMP-NAME
        MOVE ZERO TO EMP-LOA-RETURN
        MOVE WS-NEW-TYPE TO EMP-TYPE
        MOVE WS-NEW-FTE  TO EMP-FTE
        MOVE WS-NEW-MGR  TO EMP-MGR-CODE
        WRITE EMPLOYEE-RECORD
           INVALID KEY
              MOVE 'EMPLOYEE CODE ALREADY EXISTS' TO D-REASON
     PERFORM CHECK-GROUP-PARA
     PERFORM CHECK-LOCATION-PARA
     PERFORM CHECK-DESG-PARA
     PERFORM CHECK-MANAGER-PARA
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NOT ON GROUP MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESIGNATION NOT ON DESG MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT MANAGER-VALID
        PERFORM WRITE-REJECT-PARA
     ELSE
        PERFORM APPLY-CHANGE-IO-PARA
     END-IF.
           MOVE PND-EMP-LOC   TO EMP-LOC
           MOVE WS-NEW-TYPE   TO EMP-TYPE
           MOVE WS-NEW-FTE    TO EMP-FTE
           IF MGR-GIVEN
              MOVE WS-NEW-MGR TO EMP-MGR-CODE
           END-IF
           REWRITE EMPLOYEE-RECORD
              INVALID KEY
                 MOVE 'UPDATE FAILED' TO D-REASON
                    MOVE 'D' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
                    PERFORM WRITE-RELEASED-PARA
                    MOVE 'TERMINATED' TO WS-DEPART-EVENT
                    PERFORM NOTE-DEPARTURE-PARA
              END-REWRITE
           END-IF
     END-READ.
     PERFORM CHECK-GROUP-PARA
     PERFORM CHECK-LOCATION-PARA
     PERFORM CHECK-DESG-PARA
     PERFORM CHECK-MANAGER-PARA
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NOT ON GROUP MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESIGNATION NOT ON DESG MASTER' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE IF NOT MANAGER-VALID
        PERFORM WRITE-REJECT-PARA
     ELSE
        PERFORM APPLY-REHIRE-IO-PARA
     END-IF.
              MOVE PND-EMP-LOC   TO EMP-LOC
              MOVE WS-NEW-TYPE   TO EMP-TYPE
              MOVE WS-NEW-FTE    TO EMP-FTE
              IF MGR-GIVEN
                 MOVE WS-NEW-MGR TO EMP-MGR-CODE
              END-IF
              MOVE 'A' TO EMP-STATUS
              MOVE PND-EFF-DATE TO EMP-JOIN-DATE
              MOVE ZERO TO EMP-LEAVE-DATE
                    MOVE 'S' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
                    PERFORM WRITE-RELEASED-PARA
                    MOVE 'ON LEAVE' TO WS-DEPART-EVENT
                    PERFORM NOTE-DEPARTURE-PARA
              END-REWRITE
           END-IF
     END-READ.
              END-REWRITE
           END-IF
     END-READ.
*> APPLY-MANAGER-PARA releases a held change of reporting line alone,
*> audited as a change like EMPBATCH's M.
 APPLY-MANAGER-PARA.
     IF NOT MGR-GIVEN
        MOVE 'MANAGER CODE NOT GIVEN' TO D-REASON
        PERFORM WRITE-REJECT-PARA
     ELSE
        PERFORM CHECK-MANAGER-PARA
        IF NOT MANAGER-VALID
           PERFORM WRITE-REJECT-PARA
        ELSE
           PERFORM APPLY-MANAGER-IO-PARA
        END-IF
     END-IF.
 APPLY-MANAGER-IO-PARA.
     MOVE PND-EMP-CODE TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'EMPLOYEE CODE NOT FOUND' TO D-REASON
           PERFORM WRITE-REJECT-PARA
        NOT INVALID KEY
           IF EMP-INACTIVE
              MOVE 'EMPLOYEE INACTIVE, NO CHANGE' TO D-REASON
              PERFORM WRITE-REJECT-PARA
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              MOVE WS-NEW-MGR TO EMP-MGR-CODE
              REWRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'MANAGER CHANGE FAILED' TO D-REASON
                    PERFORM WRITE-REJECT-PARA
                 NOT INVALID KEY
                    MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                    MOVE 'C' TO WS-AUDIT-FUNCTION
                    PERFORM WRITE-AUDIT-PARA
                    PERFORM WRITE-RELEASED-PARA
              END-REWRITE
           END-IF
     END-READ.
*> NOTE-DEPARTURE-PARA remembers a manager just terminated or put on
*> leave (the caller sets WS-DEPART-EVENT); a code noted twice keeps
*> its latest event.
 NOTE-DEPARTURE-PARA.
     MOVE EMP-CODE TO WS-FIND-CODE
     PERFORM FIND-DEPART-IDX-PARA
     IF WS-FOUND-IDX > 0
        MOVE WS-DEPART-EVENT TO WS-DEP-EVENT(WS-FOUND-IDX)
     ELSE IF WS-DEPART-COUNT < 9999
        ADD 1 TO WS-DEPART-COUNT
        MOVE EMP-CODE        TO WS-DEP-CODE(WS-DEPART-COUNT)
        MOVE WS-DEPART-EVENT TO WS-DEP-EVENT(WS-DEPART-COUNT)
        MOVE 'N'             TO WS-DEP-ACTIVE(WS-DEPART-COUNT)
     END-IF
     END-IF.
 FIND-DEPART-IDX-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > WS-DEPART-COUNT
        IF WS-DEP-CODE(DEP-IDX) = WS-FIND-CODE
           SET WS-FOUND-IDX TO DEP-IDX
           SET DEP-IDX TO WS-DEPART-COUNT
        END-IF
     END-PERFORM.
*>
 WRITE-RELEASED-PARA.
     MOVE 'RELEASED' TO D-RESULT
        NOT INVALID KEY
           MOVE 'Y' TO WS-DSG-VALID-FLAG
     END-READ.
*> CHECK-MANAGER-PARA makes EMPBATCH's manager check on the masters as
*> they stand on release day: on file, active, not the employee, and
*> not already reporting up to the employee. It runs before the item's
*> own employee record is read.
 CHECK-MANAGER-PARA.
     MOVE 'Y' TO WS-MGR-VALID-FLAG
     IF MGR-GIVEN AND WS-NEW-MGR > ZERO
        MOVE PND-EMP-CODE TO WS-CHAIN-EMP
        IF WS-NEW-MGR = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'EMPLOYEE IS OWN MANAGER' TO D-REASON
        ELSE
           MOVE WS-NEW-MGR TO EMP-CODE
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-MGR-VALID-FLAG
                 MOVE 'MANAGER CODE NOT FOUND' TO D-REASON
              NOT INVALID KEY
                 IF NOT EMP-ACTIVE
                    MOVE 'N' TO WS-MGR-VALID-FLAG
                    MOVE 'MANAGER NOT AN ACTIVE EMPLOYEE' TO D-REASON
                 ELSE
                    MOVE ZERO TO WS-CHAIN-DEPTH
                    MOVE 'N' TO WS-CHAIN-FLAG
                    PERFORM WALK-CHAIN-PARA UNTIL CHAIN-ENDED
                 END-IF
           END-READ
        END-IF
     END-IF.
 WALK-CHAIN-PARA.
     ADD 1 TO WS-CHAIN-DEPTH
     IF NOT (EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO)
        OR WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH
        MOVE 'Y' TO WS-CHAIN-FLAG
     ELSE
        IF EMP-MGR-CODE = WS-CHAIN-EMP
           MOVE 'N' TO WS-MGR-VALID-FLAG
           MOVE 'MANAGER REPORTS TO EMPLOYEE' TO D-REASON
           MOVE 'Y' TO WS-CHAIN-FLAG
        ELSE
           MOVE EMP-MGR-CODE TO EMP-CODE
           READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-CHAIN-FLAG
           END-READ
        END-IF
     END-IF.
*> WRITE-AUDIT-PARA stamps one trail record per applied action, in the
*> same AUDIT.DAT layout EMPMAINT and EMPBATCH write, so AUDLIST shows
*> released pending work on the same trail as keyed and batched
     MOVE EMP-CODE           TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE 'BATCH'            TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'TRANREL: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF
     PERFORM WRITE-ASSIGN-HIST-PARA.
*> WRITE-ASSIGN-HIST-PARA adds a released move of group, designation
*> or location to the permanent assignment history (ASGHIST.DAT), dated
*> with the item's effective date rather than the night it went in.
 WRITE-ASSIGN-HIST-PARA.
     IF WS-BEFORE-IMAGE NOT = SPACES AND WS-AFTER-IMAGE NOT = SPACES
        AND (WS-BEFORE-GROUP NOT = WS-AFTER-GROUP
          OR WS-BEFORE-DESG NOT = WS-AFTER-DESG
          OR WS-BEFORE-LOC NOT = WS-AFTER-LOC)
        MOVE EMP-CODE           TO AH-EMP-CODE
        MOVE PND-EFF-DATE       TO AH-EFF-DATE
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
           DISPLAY 'TRANREL: ASSIGNMENT HISTORY WRITE FAILED, STATUS='
              WS-ASG-STAT
        END-IF
     END-IF.
*>
*> ORPHAN-REPORT-PARA ends the register with everyone still working
*> (active or on leave) whose manager was terminated or put on leave by
*> tonight's releases, unless the manager is back at work by the end.
 ORPHAN-REPORT-PARA.
     PERFORM CHECK-DEPARTED-PARA
        VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > WS-DEPART-COUNT
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REGISTER-RECORD
     WRITE REGISTER-RECORD
     WRITE REGISTER-RECORD FROM ORPHAN-HEADING-LINE1
     WRITE REGISTER-RECORD FROM ORPHAN-HEADING-LINE2
     ADD 3 TO LINE-COUNT
     MOVE ZERO TO WS-ORPHAN-COUNT
     MOVE 'N' TO WS-EMP-SCAN-FLAG
     MOVE ZEROES TO EMP-CODE
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-EMP-SCAN-FLAG
     END-START
     PERFORM SCAN-ORPHANS-PARA UNTIL END-OF-EMP-SCAN
     IF WS-ORPHAN-COUNT = ZERO
        PERFORM PAGE-CHECK-PARA
        WRITE REGISTER-RECORD FROM ORPHAN-NONE-LINE
        ADD 1 TO LINE-COUNT
     END-IF
     DISPLAY 'TRANREL: REPORTS LEFT WITHOUT MANAGER: ' WS-ORPHAN-COUNT.
 CHECK-DEPARTED-PARA.
     MOVE WS-DEP-CODE(DEP-IDX) TO EMP-CODE
     READ EMPLOYEE-FILE
        NOT INVALID KEY
           IF EMP-ACTIVE
              MOVE 'Y' TO WS-DEP-ACTIVE(DEP-IDX)
           END-IF
     END-READ.
 SCAN-ORPHANS-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-EMP-SCAN-FLAG
        NOT AT END
           IF (EMP-ACTIVE OR EMP-ON-LEAVE)
              AND EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
              MOVE EMP-MGR-CODE TO WS-FIND-CODE
              PERFORM FIND-DEPART-IDX-PARA
              IF WS-FOUND-IDX > 0
                 IF WS-DEP-ACTIVE(WS-FOUND-IDX) = 'N'
                    PERFORM WRITE-ORPHAN-PARA
                 END-IF
              END-IF
           END-IF
     END-READ.
 WRITE-ORPHAN-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE EMP-CODE     TO OL-EMP-CODE
     MOVE EMP-NAME     TO OL-EMP-NAME
     MOVE EMP-LOC      TO OL-EMP-LOC
     MOVE EMP-STATUS   TO OL-STATUS
     MOVE EMP-MGR-CODE TO OL-MGR-CODE
     MOVE WS-DEP-EVENT(WS-FOUND-IDX) TO OL-EVENT
     WRITE REGISTER-RECORD FROM ORPHAN-LINE
     ADD 1 TO LINE-COUNT
     ADD 1 TO WS-ORPHAN-COUNT.
*>
 END-PARA.
     IF WS-DEPART-COUNT > ZERO
        PERFORM ORPHAN-REPORT-PARA
     END-IF
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REGISTER-RECORD
     WRITE REGISTER-RECORD
     CLOSE LOCATION-FILE
     CLOSE GROUP-FILE
     CLOSE EMP-HIST-FILE
     CLOSE ASSIGN-HIST-FILE
     CLOSE DESG-FILE
     CLOSE REGISTER-FILE
     DISPLAY 'TRANREL: ITEMS RELEASED     : ' WS-RELEASE-COUNT
