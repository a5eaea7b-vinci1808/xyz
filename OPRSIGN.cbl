 IDENTIFICATION DIVISION.
 PROGRAM-ID. OPRSIGN.
*> Operator sign-on and function check, CALLed by every maintenance
*> screen (EMPMAINT, LOCMAINT, GRPMAINT, DSGMAINT, BUDMAINT, SCLMAINT,
*> REGMAINT, LOCCLOSE, MASSCHG, DUPCHK, APPROVE, OPRMAINT) through the
*> SIGNON-AREA block in SGN01.
*>   SG-REQUEST 'S' - prompt for operator ID and PIN against the
*>     operator master (OPR.DAT) and hand back the operator ID and the
*>     function codes granted for SG-PROGRAM. Three tries per session;
*>     every attempt, good or bad, goes to SIGNLOG.DAT. Wrong PINs are
*>     counted on the operator record across sessions and the operator
*>     is locked out at WS-MAX-FAILURES until OPRMAINT unlocks them.
*>   SG-REQUEST 'F' - check SG-FUNCTION against the SG-FUNCTIONS list
*>     returned at sign-on. '*' grants every function; Q (quit) is
*>     always allowed.
*> SG-RESULT comes back 'Y' when signed on / granted.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OPERATOR-FILE ASSIGN TO 'OPR.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS OPR-ID
     FILE STATUS  IS WS-OPR-STAT.
     SELECT SIGNON-LOG-FILE ASSIGN TO 'SIGNLOG.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SGL-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY OPR01.
     COPY SGL01.
*>
 WORKING-STORAGE SECTION.
 01  WS-OPR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-SGL-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-MAX-ATTEMPTS      PIC 9(01)   VALUE 3.
 01  WS-MAX-FAILURES      PIC 9(02)   VALUE 3.
 01  WS-ATTEMPTS          PIC 9(01)   VALUE ZERO.
 01  WS-OPR-ID-IN         PIC X(08)   VALUE SPACES.
 01  WS-PIN-IN            PIC X(06)   VALUE SPACES.
 01  WS-SIGNON-FLAG       PIC X(01)   VALUE 'N'.
     88  SIGNON-DONE                   VALUE 'Y'.
 01  WS-LOG-AVAIL-FLAG    PIC X(01)   VALUE 'N'.
     88  LOG-AVAILABLE                 VALUE 'Y'.
 01  WS-LOG-RESULT        PIC X(04)   VALUE SPACES.
 01  WS-LOG-REASON        PIC X(30)   VALUE SPACES.
 01  WS-GRANT-SUB         PIC 9(02)   VALUE ZERO.
 01  WS-GRANT-FOUND       PIC 9(02)   VALUE ZERO.
 01  WS-GRANT-TALLY       PIC 9(02)   VALUE ZERO.
*>
 LINKAGE SECTION.
     COPY SGN01.
*>
 PROCEDURE DIVISION USING SIGNON-AREA.
 MAIN-PARA.
     MOVE 'N' TO SG-RESULT
     IF SG-FUNCTION-REQUEST
        PERFORM CHECK-FUNCTION-PARA
     ELSE
        PERFORM SIGN-ON-PARA
     END-IF
     GOBACK.
*>
*> SIGN-ON-PARA holds OPR.DAT open only for the length of the sign-on
*> so the caller (OPRMAINT included) is free to open it afterwards.
*> A missing operator master refuses everyone - OPRMAINT has its own
*> first-operator path for an empty file.
 SIGN-ON-PARA.
     MOVE SPACES TO SG-OPERATOR
     MOVE SPACES TO SG-FUNCTIONS
     MOVE ZERO TO WS-ATTEMPTS
     MOVE 'N' TO WS-SIGNON-FLAG
     OPEN EXTEND SIGNON-LOG-FILE
     IF NEW-FILE-NOT-FOUND IN WS-SGL-STAT
        OPEN OUTPUT SIGNON-LOG-FILE
     END-IF
     IF OPEN-SUCCESS IN WS-SGL-STAT
        MOVE 'Y' TO WS-LOG-AVAIL-FLAG
     ELSE
        MOVE 'N' TO WS-LOG-AVAIL-FLAG
        DISPLAY 'OPRSIGN: UNABLE TO OPEN SIGNLOG.DAT, STATUS=' WS-SGL-STAT
     END-IF
     OPEN I-O OPERATOR-FILE
     IF NOT OPEN-SUCCESS IN WS-OPR-STAT
        DISPLAY 'OPRSIGN: UNABLE TO OPEN OPR.DAT, STATUS=' WS-OPR-STAT
        DISPLAY 'SIGN-ON REFUSED'
        MOVE SPACES TO WS-OPR-ID-IN
        MOVE 'FAIL' TO WS-LOG-RESULT
        MOVE 'OPERATOR MASTER NOT AVAILABLE' TO WS-LOG-REASON
        PERFORM WRITE-LOG-PARA
     ELSE
        DISPLAY ' '
        DISPLAY SG-PROGRAM ' - OPERATOR SIGN-ON'
        PERFORM ATTEMPT-PARA UNTIL SIGNON-DONE
        CLOSE OPERATOR-FILE
     END-IF
     IF LOG-AVAILABLE
        CLOSE SIGNON-LOG-FILE
     END-IF.
*>
 ATTEMPT-PARA.
     ADD 1 TO WS-ATTEMPTS
     DISPLAY 'OPERATOR ID           : ' WITH NO ADVANCING
     ACCEPT WS-OPR-ID-IN
     DISPLAY 'PIN                   : ' WITH NO ADVANCING
     ACCEPT WS-PIN-IN
     MOVE WS-OPR-ID-IN TO OPR-ID
     READ OPERATOR-FILE
        INVALID KEY
           DISPLAY 'SIGN-ON FAILED'
           MOVE 'FAIL' TO WS-LOG-RESULT
           MOVE 'UNKNOWN OPERATOR ID' TO WS-LOG-REASON
           PERFORM WRITE-LOG-PARA
        NOT INVALID KEY
           PERFORM CHECK-OPERATOR-PARA
     END-READ
     IF NOT SIGNON-DONE AND WS-ATTEMPTS NOT < WS-MAX-ATTEMPTS
        DISPLAY 'SIGN-ON REFUSED AFTER ' WS-ATTEMPTS ' ATTEMPTS'
        MOVE 'Y' TO WS-SIGNON-FLAG
     END-IF.
*>
*> CHECK-OPERATOR-PARA - a locked operator is refused outright without
*> looking at the PIN; a wrong PIN is counted and locks the operator
*> out on reaching WS-MAX-FAILURES; a good PIN resets the count and
*> then needs a grant for the calling program.
 CHECK-OPERATOR-PARA.
     IF OPR-LOCKED
        DISPLAY 'OPERATOR ' OPR-ID ' IS LOCKED OUT - SEE SECURITY ADMIN'
        MOVE 'LOCK' TO WS-LOG-RESULT
        MOVE 'OPERATOR LOCKED OUT' TO WS-LOG-REASON
        PERFORM WRITE-LOG-PARA
        MOVE 'Y' TO WS-SIGNON-FLAG
     ELSE IF OPR-PIN NOT = WS-PIN-IN
        PERFORM WRONG-PIN-PARA
     ELSE
        PERFORM FIND-GRANT-PARA
        MOVE ZERO TO OPR-FAIL-COUNT
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE WS-TIMESTAMP(1:8) TO OPR-LAST-DATE
        MOVE WS-TIMESTAMP(9:6) TO OPR-LAST-TIME
        REWRITE OPERATOR-REC
           INVALID KEY
              DISPLAY 'OPRSIGN: OPR.DAT REWRITE FAILED, STATUS='
                 WS-OPR-STAT
        END-REWRITE
        IF WS-GRANT-FOUND = ZERO
           DISPLAY 'OPERATOR ' OPR-ID ' HAS NO ACCESS TO ' SG-PROGRAM
           MOVE 'FAIL' TO WS-LOG-RESULT
           MOVE 'NO GRANT FOR PROGRAM' TO WS-LOG-REASON
        ELSE
           MOVE OPR-ID TO SG-OPERATOR
           MOVE OPR-GRANT-FUNCTIONS (WS-GRANT-FOUND) TO SG-FUNCTIONS
           MOVE 'Y' TO SG-RESULT
           DISPLAY 'SIGNED ON AS ' OPR-ID ' ' OPR-NAME
           MOVE 'OK' TO WS-LOG-RESULT
           MOVE SPACES TO WS-LOG-REASON
        END-IF
        PERFORM WRITE-LOG-PARA
        MOVE 'Y' TO WS-SIGNON-FLAG
     END-IF.
*>
 WRONG-PIN-PARA.
     DISPLAY 'SIGN-ON FAILED'
     ADD 1 TO OPR-FAIL-COUNT
     MOVE 'FAIL' TO WS-LOG-RESULT
     MOVE 'WRONG PIN' TO WS-LOG-REASON
     IF OPR-FAIL-COUNT NOT < WS-MAX-FAILURES
        MOVE 'L' TO OPR-STATUS
        MOVE 'LOCK' TO WS-LOG-RESULT
        MOVE 'WRONG PIN - NOW LOCKED OUT' TO WS-LOG-REASON
        DISPLAY 'OPERATOR ' OPR-ID ' NOW LOCKED OUT'
        MOVE 'Y' TO WS-SIGNON-FLAG
     END-IF
     REWRITE OPERATOR-REC
        INVALID KEY
           DISPLAY 'OPRSIGN: OPR.DAT REWRITE FAILED, STATUS=' WS-OPR-STAT
     END-REWRITE
     PERFORM WRITE-LOG-PARA.
*>
 FIND-GRANT-PARA.
     MOVE ZERO TO WS-GRANT-FOUND
     PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
             UNTIL WS-GRANT-SUB > 12 OR WS-GRANT-FOUND > ZERO
        IF OPR-GRANT-PROGRAM (WS-GRANT-SUB) = SG-PROGRAM
           AND OPR-GRANT-FUNCTIONS (WS-GRANT-SUB) NOT = SPACES
           MOVE WS-GRANT-SUB TO WS-GRANT-FOUND
        END-IF
     END-PERFORM.
*>
*> CHECK-FUNCTION-PARA works from the grant list handed back at sign-on
*> so a menu keystroke costs no file I/O.
 CHECK-FUNCTION-PARA.
     PERFORM EDIT-FUNCTION-PARA
     IF NOT SG-GRANTED
        DISPLAY 'FUNCTION ' SG-FUNCTION ' NOT GRANTED TO OPERATOR '
           SG-OPERATOR
     END-IF.
*>
 EDIT-FUNCTION-PARA.
     IF SG-OPERATOR = SPACES
        CONTINUE
     ELSE IF SG-FUNCTION = 'Q'
        MOVE 'Y' TO SG-RESULT
     ELSE IF SG-FUNCTION = SPACE
        CONTINUE
     ELSE IF SG-FUNCTIONS = '*'
        MOVE 'Y' TO SG-RESULT
     ELSE
        MOVE ZERO TO WS-GRANT-TALLY
        INSPECT SG-FUNCTIONS TALLYING WS-GRANT-TALLY
           FOR ALL SG-FUNCTION
        IF WS-GRANT-TALLY > ZERO
           MOVE 'Y' TO SG-RESULT
        END-IF
     END-IF.
*>
 WRITE-LOG-PARA.
     IF LOG-AVAILABLE
        MOVE SPACES TO SIGNON-LOG-REC
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE WS-TIMESTAMP(1:8) TO SL-DATE
        MOVE WS-TIMESTAMP(9:6) TO SL-TIME
        MOVE SG-PROGRAM        TO SL-PROGRAM
        MOVE WS-OPR-ID-IN      TO SL-OPERATOR
        MOVE WS-LOG-RESULT     TO SL-RESULT
        MOVE WS-LOG-REASON     TO SL-REASON
        WRITE SIGNON-LOG-REC
        IF NOT OPEN-SUCCESS IN WS-SGL-STAT
           DISPLAY 'OPRSIGN: SIGNLOG.DAT WRITE FAILED, STATUS='
              WS-SGL-STAT
        END-IF
     END-IF.
