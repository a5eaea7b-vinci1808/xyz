*> archive register (ARCHEMP.REP) of exactly what moved. ATTRIT can be
*> answered INCLUDE ARCHIVED = Y to fold archived leavers back into
*> any past period, so nothing is lost to the audit people - the live
*> master just stops paying for history it never prints. Working
*> staff still reporting to a leaver archived by the run are listed at
*> the foot of the register, since their manager code now points at a
*> record that is no longer on the live master.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-RESULT     PIC X(10).
     03  FILLER       PIC X(28) VALUE SPACES.
 01  ORPHAN-HEADING-LINE.
     03  FILLER       PIC X(46)
         VALUE 'DIRECT REPORTS LEFT WITHOUT AN ACTIVE MANAGER'.
     03  FILLER       PIC X(34) VALUE SPACES.
 01  ORPHAN-LINE.
     03  OL-EMP-CODE  PIC 9(06).
     03  FILLER       PIC X(04) VALUE SPACES.
     03  OL-EMP-NAME  PIC X(15).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  OL-EMP-LOC   PIC X(03).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  OL-STATUS    PIC X(01).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  FILLER       PIC X(08) VALUE 'MANAGER '.
     03  OL-MGR-CODE  PIC 9(06).
     03  FILLER       PIC X(09) VALUE ' ARCHIVED'.
     03  FILLER       PIC X(22) VALUE SPACES.
 01  ORPHAN-NONE-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(40)
         VALUE 'NONE - EVERY TEAM STILL HAS A MANAGER'.
     03  FILLER       PIC X(35) VALUE SPACES.
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  T-LABEL      PIC X(30).
     03  WS-SCANNED-COUNT PIC 9(05)   VALUE ZERO.
     03  WS-ARCHIVE-COUNT PIC 9(05)   VALUE ZERO.
     03  WS-ERROR-COUNT   PIC 9(05)   VALUE ZERO.
     03  WS-ORPHAN-COUNT  PIC 9(05)   VALUE ZERO.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-ARC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-ORPHAN-SCAN-FLAG  PIC X(01)   VALUE 'N'.
     88  END-OF-ORPHAN-SCAN           VALUE 'Y'.
*> codes archived by this run, for the manager check at the end - same
*> 9999 ceiling as the other code tables in the suite.
 01  WS-ARCH-TABLE.
     03  WS-ARCH-CODE     PIC 9(06)
                          OCCURS 9999 TIMES INDEXED BY ARCH-IDX.
 01  WS-ARCH-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-MGR-ARCH-FLAG     PIC X(01)   VALUE 'N'.
     88  MANAGER-ARCHIVED             VALUE 'Y'.
 01  WS-CUTOFF-IN         PIC X(08)   VALUE SPACES.
 01  WS-CUTOFF-DATE       PIC 9(08)   VALUE ZERO.
 01  WS-LCK-STAT          PIC X(02).
     PERFORM INIT-PARA
     PERFORM HEADING-PARA
     PERFORM ARCHIVE-PARA UNTIL END-OF-SCAN
     IF WS-ARCH-COUNT > ZERO
        PERFORM ORPHAN-REPORT-PARA
     END-IF
     PERFORM END-PARA
     STOP RUN.
*>
        IF OPEN-SUCCESS IN WS-EMP-STAT
           MOVE 'ARCHIVED  ' TO D-RESULT
           ADD 1 TO WS-ARCHIVE-COUNT
           IF WS-ARCH-COUNT < 9999
              ADD 1 TO WS-ARCH-COUNT
              MOVE EMP-CODE TO WS-ARCH-CODE(WS-ARCH-COUNT)
           END-IF
        ELSE
           MOVE 'DEL FAILED' TO D-RESULT
           ADD 1 TO WS-ERROR-COUNT
     MOVE EMP-LEAVE-DATE TO D-LEAVE-DATE
     WRITE REGISTER-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> ORPHAN-REPORT-PARA walks the live master a second time once the
*> sweep is done; any active or on-leave employee whose manager code is
*> one of the codes just archived is listed, so the reporting line can
*> be re-set through EMPMAINT or EMPBATCH function M.
 ORPHAN-REPORT-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REGISTER-RECORD
     WRITE REGISTER-RECORD
     WRITE REGISTER-RECORD FROM ORPHAN-HEADING-LINE
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
        WRITE REGISTER-RECORD FROM ORPHAN-NONE-LINE
        ADD 1 TO LINE-COUNT
     END-IF.
 SCAN-ORPHANS-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-ORPHAN-SCAN-FLAG
        NOT AT END
           IF NOT EMP-INACTIVE
              AND EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
              MOVE 'N' TO WS-MGR-ARCH-FLAG
              PERFORM VARYING ARCH-IDX FROM 1 BY 1
                        UNTIL ARCH-IDX > WS-ARCH-COUNT
                 IF WS-ARCH-CODE(ARCH-IDX) = EMP-MGR-CODE
                    MOVE 'Y' TO WS-MGR-ARCH-FLAG
                    SET ARCH-IDX TO WS-ARCH-COUNT
                 END-IF
              END-PERFORM
              IF MANAGER-ARCHIVED
                 PERFORM WRITE-ORPHAN-PARA
              END-IF
           END-IF
     END-READ.
 WRITE-ORPHAN-PARA.
     ADD 1 TO WS-ORPHAN-COUNT
     PERFORM PAGE-CHECK-PARA
     MOVE EMP-CODE     TO OL-EMP-CODE
     MOVE EMP-NAME     TO OL-EMP-NAME
     MOVE EMP-LOC      TO OL-EMP-LOC
     MOVE EMP-STATUS   TO OL-STATUS
     MOVE EMP-MGR-CODE TO OL-MGR-CODE
     WRITE REGISTER-RECORD FROM ORPHAN-LINE
     ADD 1 TO LINE-COUNT.
*>
 END-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE 'RECORDS IN ERROR (SEE ABOVE) :' TO T-LABEL
     MOVE WS-ERROR-COUNT TO T-COUNT
     WRITE REGISTER-RECORD FROM TOTAL-LINE
     MOVE 'REPORTS LEFT WITHOUT MANAGER :' TO T-LABEL
     MOVE WS-ORPHAN-COUNT TO T-COUNT
     WRITE REGISTER-RECORD FROM TOTAL-LINE
     WRITE REGISTER-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'ARCHEMP: RECORDS ARCHIVED: ' WS-ARCHIVE-COUNT
     DISPLAY 'ARCHEMP: RECORDS IN ERROR: ' WS-ERROR-COUNT
